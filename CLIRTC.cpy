      * (LIDO PELO JOB BATCH CLIRETN - REQ 013)
      * UMA LINHA POR CLIENTE REJEITADO PELA COBRANCA, COM O CODIGO
      * E A DESCRICAO DA REJEICAO INFORMADOS POR AQUELE SISTEMA
      * O ARQUIVO COMECA POR UM HEADER (RET-CAB) EM QUE A COBRANCA
      * DEVOLVE A DATA DO EXT-CAB DO EXTRATO QUE ESTE RETORNO
      * RESPONDE E A DATA EM QUE O RETORNO FOI GERADO. O CLIRETN
      * CONFERE A DATA DO EXTRATO NO CONTROLE DE EXECUCAO (CLICTRL)
      * E RECUSA RETORNO SEM HEADER, REPETIDO OU QUE RESPONDA A UM
      * EXTRATO DIFERENTE DO ULTIMO ENVIADO
      *-----------------------------------------------------------------
       01 RET-REC.
           05 RET-CPF-CNPJ       PIC X(14).
           05 RET-COD-REJEICAO   PIC X(3).
           05 RET-DESCRICAO      PIC X(40).

       01 RET-CAB.
           05 RET-CAB-ID         PIC X(3).
           05 RET-CAB-DATA-EXT   PIC 9(8).
           05 RET-CAB-DATA-GER   PIC 9(8).
