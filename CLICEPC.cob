       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLICEPC.
      ******************************************************************
      * OBJETIVO:  CARREGAR A TABELA DE FAIXAS DE CEP (CLIENTES-CEP) A
      *            PARTIR DO ARQUIVO GERADO DA BASE DOS CORREIOS. A
      *            TABELA E USADA PELO CADASTRO ONLINE (ENDERECOS,
      *            INCLUSAO E ALTERACAO) E PELA CARGA EM LOTE
      *            (CLICARGA) PARA VALIDAR O CEP E PREENCHER CIDADE/UF,
      *            E PELO CLICEPV NA REVALIDACAO DA BASE.
      *            O ARQUIVO E LIDO DUAS VEZES: A PRIMEIRA PASSADA SO
      *            VALIDA E LISTA AS EXCECOES; A TABELA SO E RECRIADA
      *            (OPEN OUTPUT) NA SEGUNDA, SE HOUVER AO MENOS UMA
      *            FAIXA VALIDA. ARQUIVO VAZIO OU SEM NENHUMA FAIXA
      *            VALIDA E RECUSADO COM RETURN-CODE 16 E A TABELA
      *            ANTERIOR CONTINUA VALENDO.
      *            FAIXA COM CEP NAO NUMERICO, INICIO MAIOR QUE O FIM,
      *            FORA DE ORDEM OU SOBREPOSTA A ANTERIOR, SEM CIDADE OU
      *            COM UF INEXISTENTE NAO E CARREGADA (RETURN-CODE 4).
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-POSTAL ASSIGN TO 'CLIPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-POSTAL.

           SELECT CLIENTES-CEP ASSIGN TO 'CLICEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FAIXA-FIM
               ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-CEP.

           SELECT CLIENTES-CEPX ASSIGN TO 'CLICEPX'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CEPX.

           SELECT CLIENTES-CTRL ASSIGN TO 'CLICTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTES-POSTAL.
           COPY CLIPST.

       FD  CLIENTES-CEP.
           COPY CLICPR.

       FD  CLIENTES-CEPX.
       01  CEPX-LINHA              PIC X(132).

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-POSTAL  PIC X(2).
       77 WRK-STATUS-CEP     PIC X(2).
       77 WRK-STATUS-CEPX    PIC X(2).
       77 WRK-EOF            PIC X(1) VALUE 'N'.
       77 WRK-PASSADA        PIC 9(1) VALUE 1.
       77 WRK-CONT-LIDOS     PIC 9(6) VALUE 0.
       77 WRK-CONT-VALIDOS   PIC 9(6) VALUE 0.
       77 WRK-CONT-CARREGADOS PIC 9(6) VALUE 0.
       77 WRK-CONT-EXCECOES  PIC 9(6) VALUE 0.
       77 WRK-LINHA-CEPX     PIC X(132).
       77 WRK-MOTIVO         PIC X(40).
       77 WRK-ULTIMO-FIM     PIC X(8).

      * NOME DA LOCALIDADE EM MAIUSCULAS, COMO FICA NA TABELA
       77 WRK-MINUSCULAS     PIC X(26)
                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77 WRK-MAIUSCULAS     PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WRK-CIDADE         PIC X(40).
       77 WRK-UF             PIC X(2).

      * SIGLAS DAS UNIDADES FEDERATIVAS ACEITAS NA TABELA
       01 WRK-TAB-UF.
           05 FILLER PIC X(54) VALUE
              'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01 WRK-TAB-UF-R REDEFINES WRK-TAB-UF.
           05 WRK-UF-SIGLA   PIC X(2) OCCURS 27 TIMES.
       77 WRK-U              PIC 9(2).
       77 WRK-UF-OK          PIC X(1).

      * CONTROLE DE EXECUCAO DA CADEIA BATCH (CLICTRL)
       77 WRK-STATUS-CTL     PIC X(2).
       77 WRK-CTL-EVENTO     PIC X(1).
       77 WRK-CTL-LIDOS      PIC 9(8) VALUE 0.
       77 WRK-CTL-GRAVADOS   PIC 9(8) VALUE 0.
       77 WRK-CTL-REJEITADOS PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-DATA   PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-TEXTO  PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
            MOVE 'I' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            PERFORM 1000-ABRIR-ARQUIVOS.
            PERFORM 2000-PROCESSAR UNTIL WRK-EOF = 'S'.
            PERFORM 1100-CONFERIR-VALIDOS.
            PERFORM 1200-ABRIR-TABELA.
            PERFORM 2000-PROCESSAR UNTIL WRK-EOF = 'S'.
            PERFORM 3000-FINALIZAR.
            MOVE WRK-CONT-LIDOS TO WRK-CTL-LIDOS.
            MOVE WRK-CONT-CARREGADOS TO WRK-CTL-GRAVADOS.
            MOVE WRK-CONT-EXCECOES TO WRK-CTL-REJEITADOS.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1000-ABRIR-ARQUIVOS.
            OPEN INPUT CLIENTES-POSTAL.
            IF WRK-STATUS-POSTAL NOT = '00'
                DISPLAY 'CLICEPC - ERRO AO ABRIR ARQUIVO POSTAL: '
                    WRK-STATUS-POSTAL
                MOVE 16 TO RETURN-CODE
                MOVE 'F' TO WRK-CTL-EVENTO
                PERFORM 9200-GRAVAR-CONTROLE
                STOP RUN
            END-IF.
            OPEN OUTPUT CLIENTES-CEPX.
            IF WRK-STATUS-CEPX NOT = '00'
                DISPLAY 'CLICEPC - ERRO AO ABRIR CLIENTES-CEPX: '
                    WRK-STATUS-CEPX
                CLOSE CLIENTES-POSTAL
                MOVE 16 TO RETURN-CODE
                MOVE 'F' TO WRK-CTL-EVENTO
                PERFORM 9200-GRAVAR-CONTROLE
                STOP RUN
            END-IF.
            MOVE 'CLICEPC - CARGA DA TABELA DE FAIXAS DE CEP'
                TO CEPX-LINHA.
            WRITE CEPX-LINHA.
            MOVE SPACES TO CEPX-LINHA.
            WRITE CEPX-LINHA.
            MOVE 'EXCECOES DA CARGA' TO CEPX-LINHA.
            WRITE CEPX-LINHA.
            MOVE SPACES TO WRK-LINHA-CEPX.
            MOVE '  INICIO   FIM      UF CIDADE' TO WRK-LINHA-CEPX.
            MOVE 'MOTIVO' TO WRK-LINHA-CEPX(74:6).
            MOVE WRK-LINHA-CEPX TO CEPX-LINHA.
            WRITE CEPX-LINHA.
            MOVE LOW-VALUES TO WRK-ULTIMO-FIM.

      * SEM NENHUMA FAIXA VALIDA A TABELA NAO E TOCADA: RECRIA-LA
      * VAZIA FARIA O CADASTRO RECUSAR TODO CEP DIGITADO
       1100-CONFERIR-VALIDOS.
            IF WRK-CONT-VALIDOS = 0
                IF WRK-CONT-LIDOS = 0
                    MOVE 'ARQUIVO POSTAL VAZIO' TO WRK-CTL-REF-TEXTO
                ELSE
                    MOVE 'NENHUMA FAIXA VALIDA NO ARQUIVO POSTAL'
                        TO WRK-CTL-REF-TEXTO
                END-IF
                MOVE SPACES TO CEPX-LINHA
                WRITE CEPX-LINHA
                MOVE SPACES TO WRK-LINHA-CEPX
                STRING 'CARGA RECUSADA: ' DELIMITED BY SIZE
                       WRK-CTL-REF-TEXTO DELIMITED BY SIZE
                       ' - TABELA ANTERIOR MANTIDA' DELIMITED BY SIZE
                       INTO WRK-LINHA-CEPX
                END-STRING
                MOVE WRK-LINHA-CEPX TO CEPX-LINHA
                WRITE CEPX-LINHA
                DISPLAY 'CLICEPC - ' WRK-LINHA-CEPX
                CLOSE CLIENTES-POSTAL
                CLOSE CLIENTES-CEPX
                MOVE WRK-CONT-LIDOS TO WRK-CTL-LIDOS
                MOVE WRK-CONT-EXCECOES TO WRK-CTL-REJEITADOS
                MOVE 16 TO RETURN-CODE
                MOVE 'F' TO WRK-CTL-EVENTO
                PERFORM 9200-GRAVAR-CONTROLE
                STOP RUN
            END-IF.

      * A TABELA E RECRIADA A CADA CARGA; A SEGUNDA PASSADA RELE O
      * ARQUIVO DESDE O INICIO E GRAVA SO AS FAIXAS VALIDAS
       1200-ABRIR-TABELA.
            CLOSE CLIENTES-POSTAL.
            OPEN INPUT CLIENTES-POSTAL.
            IF WRK-STATUS-POSTAL NOT = '00'
                DISPLAY 'CLICEPC - ERRO AO REABRIR ARQUIVO POSTAL: '
                    WRK-STATUS-POSTAL
                CLOSE CLIENTES-CEPX
                MOVE 16 TO RETURN-CODE
                MOVE 'F' TO WRK-CTL-EVENTO
                PERFORM 9200-GRAVAR-CONTROLE
                STOP RUN
            END-IF.
            OPEN OUTPUT CLIENTES-CEP.
            IF WRK-STATUS-CEP NOT = '00'
                DISPLAY 'CLICEPC - ERRO AO ABRIR CLIENTES-CEP: '
                    WRK-STATUS-CEP
                CLOSE CLIENTES-POSTAL
                CLOSE CLIENTES-CEPX
                MOVE 16 TO RETURN-CODE
                MOVE 'F' TO WRK-CTL-EVENTO
                PERFORM 9200-GRAVAR-CONTROLE
                STOP RUN
            END-IF.
            MOVE 2 TO WRK-PASSADA.
            MOVE 'N' TO WRK-EOF.
            MOVE LOW-VALUES TO WRK-ULTIMO-FIM.

       2000-PROCESSAR.
            READ CLIENTES-POSTAL
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    PERFORM 2100-VALIDAR-FAIXA
                    IF WRK-PASSADA = 1
                        ADD 1 TO WRK-CONT-LIDOS
                        IF WRK-MOTIVO = SPACES
                            ADD 1 TO WRK-CONT-VALIDOS
                        ELSE
                            PERFORM 2400-EXCECAO-CARGA
                        END-IF
                    ELSE
                        IF WRK-MOTIVO = SPACES
                            PERFORM 2200-GRAVAR-FAIXA
                        END-IF
                    END-IF
            END-READ.

      * A ORDEM E A SOBREPOSICAO SAO CONFERIDAS CONTRA O FIM DA
      * ULTIMA FAIXA VALIDA, IGUAL NAS DUAS PASSADAS
       2100-VALIDAR-FAIXA.
            MOVE SPACES TO WRK-MOTIVO.
            MOVE PST-CIDADE TO WRK-CIDADE.
            INSPECT WRK-CIDADE CONVERTING WRK-MINUSCULAS
                TO WRK-MAIUSCULAS.
            MOVE PST-UF TO WRK-UF.
            INSPECT WRK-UF CONVERTING WRK-MINUSCULAS
                TO WRK-MAIUSCULAS.
            PERFORM 2150-VALIDAR-UF.
            EVALUATE TRUE
                WHEN PST-CEP-INICIO NOT NUMERIC OR
                     PST-CEP-FIM NOT NUMERIC
                    MOVE 'CEP NAO NUMERICO' TO WRK-MOTIVO
                WHEN PST-CEP-INICIO > PST-CEP-FIM
                    MOVE 'INICIO DA FAIXA MAIOR QUE O FIM'
                        TO WRK-MOTIVO
                WHEN PST-CEP-INICIO NOT > WRK-ULTIMO-FIM
                    MOVE 'FAIXA FORA DE ORDEM OU SOBREPOSTA'
                        TO WRK-MOTIVO
                WHEN WRK-CIDADE = SPACES
                    MOVE 'FAIXA SEM CIDADE' TO WRK-MOTIVO
                WHEN WRK-UF-OK NOT = 'S'
                    MOVE 'UF INEXISTENTE' TO WRK-MOTIVO
            END-EVALUATE.
            IF WRK-MOTIVO = SPACES
                MOVE PST-CEP-FIM TO WRK-ULTIMO-FIM
            END-IF.

       2150-VALIDAR-UF.
            MOVE 'N' TO WRK-UF-OK.
            PERFORM 2160-COMPARAR-UF
                VARYING WRK-U FROM 1 BY 1
                UNTIL WRK-U > 27 OR WRK-UF-OK = 'S'.

       2160-COMPARAR-UF.
            IF WRK-UF-SIGLA(WRK-U) = WRK-UF
                MOVE 'S' TO WRK-UF-OK
            END-IF.

      * O NOME DA LOCALIDADE E GRAVADO NO TAMANHO DA CIDADE DO
      * CADASTRO, QUE E O QUE O OPERADOR CONSEGUE DIGITAR
       2200-GRAVAR-FAIXA.
            MOVE SPACES TO CEP-REC.
            MOVE PST-CEP-FIM TO CEP-FAIXA-FIM.
            MOVE PST-CEP-INICIO TO CEP-FAIXA-INICIO.
            MOVE WRK-CIDADE TO CEP-CIDADE.
            MOVE WRK-UF TO CEP-UF.
            WRITE CEP-REC
                INVALID KEY
                    DISPLAY 'CLICEPC - ERRO AO GRAVAR FAIXA '
                        PST-CEP-INICIO ' ' PST-CEP-FIM ': '
                        WRK-STATUS-CEP
                    MOVE 'ERRO AO GRAVAR A FAIXA NA TABELA'
                        TO WRK-MOTIVO
                    PERFORM 2400-EXCECAO-CARGA
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-CARREGADOS
            END-WRITE.

       2400-EXCECAO-CARGA.
            ADD 1 TO WRK-CONT-EXCECOES.
            MOVE SPACES TO WRK-LINHA-CEPX.
            STRING '  ' DELIMITED BY SIZE
                   PST-CEP-INICIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PST-CEP-FIM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PST-UF DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PST-CIDADE DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO WRK-LINHA-CEPX
            END-STRING.
            MOVE WRK-LINHA-CEPX TO CEPX-LINHA.
            WRITE CEPX-LINHA.

       3000-FINALIZAR.
            IF WRK-CONT-EXCECOES = 0
                MOVE '  NENHUMA EXCECAO' TO CEPX-LINHA
                WRITE CEPX-LINHA
            END-IF.
            MOVE SPACES TO CEPX-LINHA.
            WRITE CEPX-LINHA.
            MOVE SPACES TO WRK-LINHA-CEPX.
            STRING 'FAIXAS LIDAS: ' DELIMITED BY SIZE
                   WRK-CONT-LIDOS DELIMITED BY SIZE
                   '  CARREGADAS: ' DELIMITED BY SIZE
                   WRK-CONT-CARREGADOS DELIMITED BY SIZE
                   '  EXCECOES: ' DELIMITED BY SIZE
                   WRK-CONT-EXCECOES DELIMITED BY SIZE
                   INTO WRK-LINHA-CEPX
            END-STRING.
            MOVE WRK-LINHA-CEPX TO CEPX-LINHA.
            WRITE CEPX-LINHA.
            CLOSE CLIENTES-POSTAL.
            CLOSE CLIENTES-CEP.
            CLOSE CLIENTES-CEPX.
            DISPLAY 'CLICEPC - FAIXAS LIDAS      : ' WRK-CONT-LIDOS.
            DISPLAY 'CLICEPC - FAIXAS CARREGADAS : '
                WRK-CONT-CARREGADOS.
            DISPLAY 'CLICEPC - EXCECOES          : ' WRK-CONT-EXCECOES.
            IF WRK-CONT-EXCECOES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

      * GRAVA O REGISTRO DE INICIO ('I') OU FIM ('F') DA RODADA NO
      * CONTROLE DE EXECUCAO. O ARQUIVO E ABERTO E FECHADO A CADA
      * GRAVACAO, PARA O REGISTRO DE INICIO FICAR NO DISCO MESMO QUE
      * O JOB ABENDE; FALHA NO CONTROLE SO E AVISADA NO SYSOUT
       9200-GRAVAR-CONTROLE.
            OPEN EXTEND CLIENTES-CTRL.
            IF WRK-STATUS-CTL = '05' OR WRK-STATUS-CTL = '35'
                OPEN OUTPUT CLIENTES-CTRL
                CLOSE CLIENTES-CTRL
                OPEN EXTEND CLIENTES-CTRL
            END-IF.
            IF WRK-STATUS-CTL NOT = '00'
                DISPLAY 'CLICEPC - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLICEPC' TO CTL-JOB
                MOVE WRK-CTL-EVENTO TO CTL-EVENTO
                ACCEPT CTL-DATA FROM DATE YYYYMMDD
                ACCEPT CTL-HORA FROM TIME
                MOVE RETURN-CODE TO CTL-RC
                MOVE WRK-CTL-LIDOS TO CTL-QTD-LIDOS
                MOVE WRK-CTL-GRAVADOS TO CTL-QTD-GRAVADOS
                MOVE WRK-CTL-REJEITADOS TO CTL-QTD-REJEITADOS
                MOVE WRK-CTL-REF-DATA TO CTL-REF-DATA
                MOVE WRK-CTL-REF-TEXTO TO CTL-REF-TEXTO
                WRITE CTL-REC
                CLOSE CLIENTES-CTRL
            END-IF.
