      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE ANONIMIZACAO (LGPD) - CLIENTES-ANON
      * UM REGISTRO POR CPF/CNPJ ANONIMIZADO PELO JOB CLILGPD A
      * PEDIDO DO TITULAR. O ARQUIVO SO CRESCE E NAO ENTRA NO
      * BACKUP DO FECHAMENTO: E ELE QUE IMPEDE O DADO PESSOAL DE
      * VOLTAR - O CLIARQV RECUSA A RESTAURA DESSAS CHAVES E O
      * CLIRESTO MASCARA CADA REGISTRO DELAS AO RECARREGAR UMA
      * GERACAO DE BACKUP OU REAPLICAR O JORNAL
      *   ANO-PROTOCOLO: NUMERO DO ATENDIMENTO DO PEDIDO DO TITULAR
      *-----------------------------------------------------------------
       01 ANON-REC.
           05 ANO-CPF-CNPJ       PIC X(14).
           05 ANO-DATA           PIC 9(8).
           05 ANO-HORA           PIC 9(8).
           05 ANO-PROTOCOLO      PIC X(20).
