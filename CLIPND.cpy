      * VOLTAR REJEITADO EM MAIS DE UM RETORNO (REQ 021)
      * PND-STATUS: 'A' = ABERTA, 'R' = RESOLVIDA PELO OPERADOR
      * A PENDENCIA RESOLVIDA FICA NO ARQUIVO COMO HISTORICO
      * AVISO AO CLIENTE (GRAVADO PELO JOB NOTURNO CLICORR A CADA
      * CARTA/E-MAIL ENVIADO PARA A PENDENCIA ABERTA):
      * PND-DT-AVISO: DATA DO ULTIMO AVISO (ZERO = NUNCA AVISADO)
      * PND-QTD-AVISOS: QUANTOS AVISOS JA FORAM ENVIADOS
      * PND-MODELO-AVISO: MODELO DE CARTA DO ULTIMO AVISO
      * PND-MEIO-AVISO: 'E' = E-MAIL, 'C' = CORREIO, 'A' = AMBOS
      * NOS REGISTROS ANTIGOS (85 POSICOES) OS CAMPOS DO AVISO VEM
      * EM BRANCO E VALEM COMO NUNCA AVISADO
      *-----------------------------------------------------------------
       01 PENDENCIA-REC.
           05 PND-CHAVE.
           05 PND-STATUS         PIC X(1).
           05 PND-DT-RESOLVIDA   PIC 9(8).
           05 PND-OPER-RESOLVEU  PIC X(8).
           05 PND-DT-AVISO       PIC 9(8).
           05 PND-QTD-AVISOS     PIC 9(2).
           05 PND-MODELO-AVISO   PIC X(4).
           05 PND-MEIO-AVISO     PIC X(1).
