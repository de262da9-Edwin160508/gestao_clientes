      *               'E' = EXCLUSAO LOGICA (DESATIVACAO)
      * TRN-SEGMENTO (REQ 028): CODIGO DE SEGMENTO, VALIDADO CONTRA
      * A TABELA CLIENTES-SEG COMO NO CADASTRO ONLINE
      * TRN-CEP: CEP DO ENDERECO, OPCIONAL, CONFERIDO CONTRA A TABELA
      * DE CEP (CLICEP) COMO NO CADASTRO ONLINE; COM CEP, A CIDADE EM
      * BRANCO E PREENCHIDA PELA TABELA. NAO E GRAVADO NA MASTER
      *-----------------------------------------------------------------
       01 TRN-REC.
           05 TRN-OPERACAO       PIC X(1).
           05 TRN-CIDADE         PIC X(20).
           05 TRN-TELEFONE       PIC X(15).
           05 TRN-SEGMENTO       PIC X(2).
           05 TRN-CEP            PIC X(8).
