      *-----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE POSICAO DE RECEBIVEIS ENVIADO DIARIAMENTE
      * PELA COBRANCA (LIDO PELO JOB BATCH CLIRECB)
      * O ARQUIVO COMECA POR UM HEADER (POS-CAB) COM A DATA DA
      * POSICAO; SEGUE UMA LINHA POR CLIENTE COM SALDO NA COBRANCA:
      *   POS-SALDO          : SALDO EM ABERTO, 2 CASAS DECIMAIS
      *   POS-DT-VENC-ANTIGO : VENCIMENTO DO TITULO VENCIDO MAIS
      *                        ANTIGO (AAAAMMDD), ZERO SE NAO HA
      *   POS-DIAS-ATRASO    : DIAS DE ATRASO DESSE TITULO
      * CLIENTE AUSENTE DO ARQUIVO NAO DEVE NADA. O CLIRECB RECUSA
      * ARQUIVO SEM HEADER OU COM POSICAO NAO POSTERIOR A ULTIMA
      * CARREGADA (CONFERIDA NO CLICTRL)
      *-----------------------------------------------------------------
       01 POS-REC.
           05 POS-CPF-CNPJ       PIC X(14).
           05 POS-SALDO          PIC 9(11)V99.
           05 POS-DT-VENC-ANTIGO PIC 9(8).
           05 POS-DIAS-ATRASO    PIC 9(5).

       01 POS-CAB.
           05 POS-CAB-ID         PIC X(3).
           05 POS-CAB-DATA       PIC 9(8).
