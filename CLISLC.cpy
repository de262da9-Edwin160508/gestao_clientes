      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DE PARAMETRO DO RELATORIO DE ENVELHECIMENTO
      * E SLA DAS FILAS DE TRABALHO (LIDO PELO JOB BATCH CLISLA)
      * UM CARTAO POR LINHA:
      *   PRM-TIPO 'SLA-PEND': PRM-DIAS E O PRAZO EM DIAS PARA
      *     RESOLVER UMA PENDENCIA DE COBRANCA (CLIENTES-PEND)
      *   PRM-TIPO 'SLA-APRV': PRM-DIAS E O PRAZO EM DIAS PARA
      *     DECIDIR UMA SOLICITACAO DE APROVACAO (CLIENTES-APROV)
      *   PRM-TIPO 'DIAS-RES': PRM-DIAS E QUANTOS DIAS PARA TRAS
      *     ENTRAM NO QUADRO DE RESOLVIDAS POR DIA (ATE 31)
      * SEM CARTAO VALEM 5, 3 E 7 DIAS
      *-----------------------------------------------------------------
       01 PRM-REC.
           05 PRM-TIPO           PIC X(8).
           05 FILLER             PIC X(1).
           05 PRM-DIAS           PIC 9(3).
           05 FILLER             PIC X(68).
