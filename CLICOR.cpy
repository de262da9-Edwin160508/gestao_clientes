      *-----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE CORRESPONDENCIA PARA A GRAFICA/CASA DE
      * E-MAIL (GERADO PELO JOB BATCH CLICORR), UM AVISO POR
      * PENDENCIA DE COBRANCA ABERTA (CLIENTES-PEND)
      * COR-CTT-*: CONTATO MARCADO COMO PRINCIPAL NO ARQUIVO
      *   CLIENTES-CONTATO; EM BRANCO QUANDO NAO HA PRINCIPAL
      * COR-ENDERECO/CIDADE/CEP/UF: ENDERECO DE TIPO 'C' (COBRANCA)
      *   DO CLIENTES-ENDERECO QUANDO EXISTE; SEM ELE, ENDERECO DO
      *   REGISTRO MESTRE, SEM CEP E UF, COMO NO EXTRATO DO CLIEXTR
      * COR-ORIGEM-END: 'C' = ENDERECO DE COBRANCA, 'M' = MESTRE,
      *   BRANCO = SEM ENDERECO UTILIZAVEL (SO E-MAIL)
      * COR-MODELO: MODELO DA CARTA - 'P' (PRIMEIRO AVISO) OU 'R'
      *   (REENVIO) SEGUIDO DO CODIGO DE REJEICAO DA COBRANCA
      * COR-MEIO: 'E' = SO E-MAIL, 'C' = SO CORREIO, 'A' = AMBOS
      * COR-NUM-AVISO: NUMERO DESTE AVISO PARA A PENDENCIA (1 = O
      *   PRIMEIRO)
      * O ARQUIVO E DELIMITADO POR UM HEADER (COR-CAB) COM A DATA DE
      * GERACAO E UM TRAILER (COR-TRL) COM A QUANTIDADE DE AVISOS,
      * PARA A GRAFICA RECUSAR ARQUIVO INCOMPLETO
      *-----------------------------------------------------------------
       01 COR-REC.
           05 COR-CPF-CNPJ       PIC X(14).
           05 COR-SEQUENCIA      PIC 9(3).
           05 COR-NOME           PIC X(40).
           05 COR-CTT-NOME       PIC X(30).
           05 COR-CTT-EMAIL      PIC X(40).
           05 COR-ENDERECO       PIC X(40).
           05 COR-CIDADE         PIC X(20).
           05 COR-CEP            PIC X(8).
           05 COR-UF             PIC X(2).
           05 COR-ORIGEM-END     PIC X(1).
           05 COR-COD-REJEICAO   PIC X(3).
           05 COR-DESCRICAO      PIC X(40).
           05 COR-DT-RECEBIDA    PIC 9(8).
           05 COR-MODELO         PIC X(4).
           05 COR-MEIO           PIC X(1).
           05 COR-NUM-AVISO      PIC 9(2).

       01 COR-CAB.
           05 COR-CAB-ID         PIC X(3).
           05 COR-CAB-DATA       PIC 9(8).

       01 COR-TRL.
           05 COR-TRL-ID         PIC X(3).
           05 COR-TRL-QTD        PIC 9(9).
