      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DE PARAMETRO DO ARQUIVO DE CORRESPONDENCIA
      * DAS PENDENCIAS DE COBRANCA (LIDO PELO JOB BATCH CLICORR)
      * UM CARTAO POR LINHA:
      *   PRM-TIPO 'DIAS-PND': PRM-DIAS E A IDADE MINIMA, EM DIAS
      *     DESDE A PND-DT-RECEBIDA, PARA A PENDENCIA ABERTA GERAR
      *     O PRIMEIRO AVISO AO CLIENTE
      *   PRM-TIPO 'REENVIO ': PRM-DIAS E QUANTOS DIAS DEPOIS DO
      *     ULTIMO AVISO A PENDENCIA AINDA ABERTA GANHA NOVO AVISO;
      *     000 = AVISO UNICO, SEM REENVIO
      * SEM CARTAO VALEM 5 E 0 DIAS
      *-----------------------------------------------------------------
       01 PRM-REC.
           05 PRM-TIPO           PIC X(8).
           05 FILLER             PIC X(1).
           05 PRM-DIAS           PIC 9(3).
           05 FILLER             PIC X(68).
