      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DE PARAMETRO DO RELATORIO DE SITUACAO DO
      * BATCH (LIDO PELO JOB BATCH CLISTAT)
      *   PRM-TIPO 'DATA'    : PRM-VALOR E A DATA AAAAMMDD A PARTIR
      *     DA QUAL AS RODADAS DO CLICTRL ENTRAM NO RELATORIO
      *   PRM-TIPO 'ESPERADO': PRM-VALOR E O NOME DE UM JOB QUE TEM
      *     DE TER RODADO NA JANELA (UM CARTAO POR JOB)
      * SEM CARTAO 'DATA' A JANELA COMECA NA VESPERA DA DATA DO
      * SISTEMA; SEM CARTAO 'ESPERADO' VALE A CADEIA NOTURNA PADRAO
      * (CLIEXTR, CLIRETN, CLIRECB, CLISLA, CLICORR, CLIVERIF E
      * CLIFECHA)
      *-----------------------------------------------------------------
       01 PRM-REC.
           05 PRM-TIPO           PIC X(8).
           05 FILLER             PIC X(1).
           05 PRM-VALOR          PIC X(8).
           05 FILLER             PIC X(63).
