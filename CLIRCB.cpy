      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE RECEBIVEIS - CLIENTES-RECEB
      * POSICAO DA COBRANCA POR CLIENTE, RECARREGADA POR INTEIRO A
      * CADA RODADA DO CLIRECB. CHAVE: RCB-CPF-CNPJ
      * RCB-SALDO MAIOR QUE ZERO = SALDO EM ABERTO: O CLIENTE NAO
      * PODE SER DESATIVADO (8000-EXCLUIR DO CLIENTES, MOVIMENTO 'E'
      * DO CLICARGA) NEM ARQUIVADO (CLIARQV); A RECUSA E LOGADA COMO
      * 'EXC-SALD' E LISTADA NO RELATORIO DO CLIRECB SEGUINTE
      * RCB-DT-POSICAO: DATA DO HEADER DO ARQUIVO QUE CARREGOU O
      * REGISTRO
      *-----------------------------------------------------------------
       01 RECEBIVEL-REC.
           05 RCB-CPF-CNPJ       PIC X(14).
           05 RCB-SALDO          PIC 9(11)V99.
           05 RCB-DT-VENC-ANTIGO PIC 9(8).
           05 RCB-DIAS-ATRASO    PIC 9(5).
           05 RCB-DT-POSICAO     PIC 9(8).
