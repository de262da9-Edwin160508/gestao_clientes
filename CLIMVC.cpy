      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DE PARAMETRO DO RELATORIO DE MOVIMENTO MENSAL
      * DA BASE DE CLIENTES (LIDO PELO JOB BATCH CLIMOVM)
      *   PRM-TIPO 'MES-FIM ': PRM-MES (AAAAMM) E O ULTIMO MES DO
      *     PERIODO DE 12 MESES DO RELATORIO, PARA REEMITIR UM
      *     PERIODO JA FECHADO
      * SEM CARTAO O PERIODO TERMINA NO MES ANTERIOR AO DA RODADA
      *-----------------------------------------------------------------
       01 PRM-REC.
           05 PRM-TIPO           PIC X(8).
           05 FILLER             PIC X(1).
           05 PRM-MES            PIC 9(6).
           05 FILLER             PIC X(65).
