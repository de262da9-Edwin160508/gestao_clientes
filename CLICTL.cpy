      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CONTROLE DE EXECUCAO - CLICTRL
      * ARQUIVO UNICO, COMPARTILHADO POR TODOS OS JOBS BATCH DA
      * CADEIA (CLIEXTR, CLIRETN, CLICARGA, CLIVERIF, CLIDUPL,
      * CLIFECHA, CLIARQV, CLILOGAR, CLIREKEY, CLIMERGE, CLILGPD,
      * CLIRECB, CLISLA, CLICEPC, CLICEPV, CLIMOVM, CLIACES E
      * CLICORR). CADA JOB GRAVA UM REGISTRO 'I' AO COMECAR E UM 'F'
      * AO TERMINAR, COM O RETURN-CODE E AS CONTAGENS DA RODADA;
      * REGISTRO 'I' SEM O 'F' SEGUINTE DO MESMO JOB INDICA RODADA
      * QUE ABENDOU OU PAROU EM ERRO FATAL ANTES DO FIM. O ARQUIVO SO
      * CRESCE (OPEN EXTEND) E E A BASE DA CONFERENCIA DE SEQUENCIA
      * DO CLIRETN, DO CLIRECB E DO CLIFECHA E DO RELATORIO DE
      * SITUACAO DO BATCH (CLISTAT)
      * CTL-QTD-*: LIDOS, GRAVADOS/APLICADOS E REJEITADOS/EXCECOES,
      *   CADA JOB NO SENTIDO NATURAL DOS SEUS PROPRIOS CONTADORES
      * CTL-REF-DATA: NO CLIEXTR, A DATA DO EXT-CAB DO EXTRATO
      *   GERADO; NO CLIRETN, A DATA DO EXTRATO QUE O RETORNO
      *   RESPONDE (RET-CAB-DATA-EXT); NO CLIRECB, A DATA DA POSICAO
      *   DE RECEBIVEIS CARREGADA (POS-CAB-DATA); NO CLIMOVM, O
      *   ULTIMO DIA DO PERIODO DO RELATORIO; NO CLIACES, O PRIMEIRO
      *   DIA DA JANELA DAS FALHAS DE LOGIN; ZERO NOS DEMAIS JOBS
      * CTL-REF-TEXTO: COMPLEMENTO DA RODADA (MODO, FUNCAO DO CARTAO)
      *   OU, NO REGISTRO 'F' DE UMA RODADA RECUSADA, O MOTIVO
      *-----------------------------------------------------------------
       01 CTL-REC.
           05 CTL-JOB            PIC X(8).
           05 CTL-EVENTO         PIC X(1).
           05 CTL-DATA           PIC 9(8).
           05 CTL-HORA           PIC 9(8).
           05 CTL-RC             PIC 9(4).
           05 CTL-QTD-LIDOS      PIC 9(8).
           05 CTL-QTD-GRAVADOS   PIC 9(8).
           05 CTL-QTD-REJEITADOS PIC 9(8).
           05 CTL-REF-DATA       PIC 9(8).
           05 CTL-REF-TEXTO      PIC X(40).
