      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DE PARAMETRO DA RESTAURACAO (LIDO PELO JOB
      * BATCH CLIRESTO)
      *   PRM-TIPO 'MODO'  : PRM-VALOR 'RECARGA' (SO RECARREGA A
      *     GERACAO DE BACKUP, COMO SEMPRE FOI) OU 'ROLLFWD'
      *     (RECARREGA A GERACAO E REAPLICA O JORNAL CLIJRNL)
      *   PRM-TIPO 'DESDE' : PRM-DATA/PRM-HORA (AAAAMMDD HHMMSS) -
      *     SO ENTRADAS DO JORNAL POSTERIORES A ESTE MOMENTO SAO
      *     REAPLICADAS. SEM O CARTAO VALE O INICIO DO ULTIMO
      *     CLIFECHA BEM SUCEDIDO NO CLICTRL, QUE E A GERACAO (0)
      *   PRM-TIPO 'ATE'   : PRM-DATA/PRM-HORA - ULTIMO MOMENTO
      *     REAPLICADO. SEM O CARTAO O JORNAL E REAPLICADO INTEIRO
      * ARQUIVO VAZIO OU AUSENTE = MODO RECARGA
      *-----------------------------------------------------------------
       01 PRM-REC.
           05 PRM-TIPO           PIC X(8).
           05 FILLER             PIC X(1).
           05 PRM-VALOR          PIC X(14).
           05 PRM-MOMENTO REDEFINES PRM-VALOR.
               10 PRM-DATA       PIC X(8).
               10 PRM-HORA       PIC X(6).
           05 FILLER             PIC X(57).
