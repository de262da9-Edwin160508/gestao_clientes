               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CODIGO
               FILE STATUS IS WRK-STATUS-SEG.

           SELECT CLIENTES-JORNAL ASSIGN TO 'CLIJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JNL.

           SELECT CLIENTES-CTRL ASSIGN TO 'CLICTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.

           SELECT CLIENTES-RECEB ASSIGN TO 'CLIRCB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-RCB.

           SELECT CLIENTES-CEP ASSIGN TO 'CLICEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FAIXA-FIM
               ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-CEP.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FD  CLIENTES-SEG.
           COPY CLISGR.

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-CTRL.
           COPY CLICTL.

       FD  CLIENTES-RECEB.
           COPY CLIRCB.

       FD  CLIENTES-CEP.
           COPY CLICPR.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-DV1               PIC 9(1).
       77 WRK-DV2               PIC 9(1).
       77 WRK-CPF-REPETIDO      PIC X(1).

      * POSICAO DE RECEBIVEIS DA COBRANCA (CLIRCB): SALDO EM ABERTO
      * BLOQUEIA O MOVIMENTO 'E'
       77 WRK-STATUS-RCB     PIC X(2).
       77 WRK-SEM-RECEB      PIC X(1) VALUE 'N'.
       77 WRK-RCB-SALDO-ED   PIC ZZZZZZZZZZ9.99.

      * TABELA DE FAIXAS DE CEP (CLICEP): CONFERE O CEP E A CIDADE
      * DOS MOVIMENTOS 'I' E 'A' COMO NO CADASTRO ONLINE
       77 WRK-STATUS-CEP     PIC X(2).
       77 WRK-SEM-CEP        PIC X(1) VALUE 'N'.
       77 WRK-CEP-ACHOU      PIC X(1).
       77 WRK-MINUSCULAS     PIC X(26)
                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77 WRK-MAIUSCULAS     PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * JORNAL DE IMAGENS POSTERIORES (CLIJRNL)
       77 WRK-STATUS-JNL     PIC X(2).
       77 WRK-JNL-ARQUIVO    PIC X(1).
       77 WRK-JNL-ACAO       PIC X(1).

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
            PERFORM 3000-FINALIZAR.
            MOVE WRK-CONT-LIDOS TO WRK-CTL-LIDOS.
            COMPUTE WRK-CTL-GRAVADOS = WRK-CONT-INCL + WRK-CONT-ALT +
                                       WRK-CONT-EXCL.
            MOVE WRK-CONT-REJ TO WRK-CTL-REJEITADOS.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1000-ABRIR-ARQUIVOS.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND CLIENTES-JORNAL.
            IF WRK-STATUS-JNL = '05' OR WRK-STATUS-JNL = '35'
                OPEN OUTPUT CLIENTES-JORNAL
                CLOSE CLIENTES-JORNAL
                OPEN EXTEND CLIENTES-JORNAL
            END-IF.
            IF WRK-STATUS-JNL NOT = '00'
                DISPLAY 'CLICARGA - ERRO AO ABRIR CLIENTES-JORNAL: '
                    WRK-STATUS-JNL
                CLOSE CLIENTES-MASTER
                CLOSE CLIENTES-TRAN
                CLOSE CLIENTES-LOG
                CLOSE CLIENTES-REJ
                CLOSE CLIENTES-SEG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * SEM CLIRCB (O CLIRECB AINDA NAO RODOU) NENHUM CLIENTE FICA
      * BLOQUEADO POR SALDO
            OPEN INPUT CLIENTES-RECEB.
            IF WRK-STATUS-RCB = '35'
                MOVE 'S' TO WRK-SEM-RECEB
            ELSE
                IF WRK-STATUS-RCB NOT = '00'
                    DISPLAY 'CLICARGA - ERRO AO ABRIR CLIENTES-RECEB: '
                        WRK-STATUS-RCB
                    CLOSE CLIENTES-MASTER
                    CLOSE CLIENTES-TRAN
                    CLOSE CLIENTES-LOG
                    CLOSE CLIENTES-REJ
                    CLOSE CLIENTES-SEG
                    CLOSE CLIENTES-JORNAL
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
      * SEM CLICEP (O CLICEPC AINDA NAO RODOU) O CEP E A CIDADE NAO
      * SAO CONFERIDOS
            OPEN INPUT CLIENTES-CEP.
            IF WRK-STATUS-CEP = '35'
                MOVE 'S' TO WRK-SEM-CEP
            ELSE
                IF WRK-STATUS-CEP NOT = '00'
                    DISPLAY 'CLICARGA - ERRO AO ABRIR CLIENTES-CEP: '
                        WRK-STATUS-CEP
                    CLOSE CLIENTES-MASTER
                    CLOSE CLIENTES-TRAN
                    CLOSE CLIENTES-LOG
                    CLOSE CLIENTES-REJ
                    CLOSE CLIENTES-SEG
                    CLOSE CLIENTES-JORNAL
                    IF WRK-SEM-RECEB NOT = 'S'
                        CLOSE CLIENTES-RECEB
                    END-IF
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

      * DETECTA UM CHECKPOINT DEIXADO POR RODADA ABENDADA, NOS
                        MOVE 'SEGMENTO NAO CADASTRADO NA TABELA'
                            TO WRK-MOTIVO
                    ELSE
                        PERFORM 5400-VALIDAR-CEP-CIDADE
                        IF WRK-MOTIVO = SPACES
                            PERFORM 4100-GRAVAR-INCLUSAO
                        END-IF
                    END-IF
                END-IF
            END-IF.
                    MOVE 'ERRO AO GRAVAR INCLUSAO' TO WRK-MOTIVO
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-INCL
                    MOVE 'M' TO WRK-JNL-ARQUIVO
                    MOVE 'I' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
                    MOVE 'INCLUIR' TO WRK-LOG-OPERACAO
                    MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                    MOVE 'NOME,ENDERECO,CIDADE,TELEFONE,CPF-CNPJ'
                MOVE 'SEGMENTO NAO CADASTRADO NA TABELA'
                    TO WRK-MOTIVO
            ELSE
                PERFORM 5400-VALIDAR-CEP-CIDADE
            END-IF.
            IF WRK-MOTIVO = SPACES
                MOVE SPACES TO CLIENTE-REC
                MOVE TRN-CPF-CNPJ TO CLI-CPF-CNPJ
                READ CLIENTES-MASTER
                    MOVE 'ERRO AO GRAVAR ALTERACAO' TO WRK-MOTIVO
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-ALT
                    MOVE 'M' TO WRK-JNL-ARQUIVO
                    MOVE 'A' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
                    MOVE 'ALTERAR' TO WRK-LOG-OPERACAO
                    MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                    MOVE 'NOME,ENDERECO,CIDADE,TELEFONE,SEGMENTO'

      *-----------------------------------------------------------------
      * DESATIVACAO: EXCLUSAO LOGICA, COMO NO 8000-EXCLUIR ONLINE
      * (REQ 012). CLIENTE COM SALDO EM ABERTO NA COBRANCA E
      * REJEITADO E A RECUSA E LOGADA COMO 'EXC-SALD'
      *-----------------------------------------------------------------
       6000-DESATIVAR.
            MOVE SPACES TO CLIENTE-REC.
            IF CLI-STATUS = 'INATIVO'
                MOVE 'CLIENTE JA ESTA INATIVO' TO WRK-MOTIVO
            ELSE
                PERFORM 6100-VERIFICAR-SALDO
            END-IF.
            IF WRK-MOTIVO = SPACES
                MOVE 'INATIVO' TO CLI-STATUS
                MOVE WRK-DATA-SISTEMA TO CLI-DT-EXCLUSAO
                REWRITE CLIENTE-REC
                            TO WRK-MOTIVO
                    NOT INVALID KEY
                        ADD 1 TO WRK-CONT-EXCL
                        MOVE 'M' TO WRK-JNL-ARQUIVO
                        MOVE 'A' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        MOVE 'EXCLUIR' TO WRK-LOG-OPERACAO
                        MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                        MOVE 'STATUS=INATIVO' TO WRK-LOG-CAMPOS
                END-REWRITE
            END-IF.

       6100-VERIFICAR-SALDO.
            IF WRK-SEM-RECEB NOT = 'S'
                MOVE CLI-CPF-CNPJ TO RCB-CPF-CNPJ
                READ CLIENTES-RECEB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RCB-SALDO > 0
                            PERFORM 6150-RECUSAR-POR-SALDO
                        END-IF
                END-READ
            END-IF.

       6150-RECUSAR-POR-SALDO.
            MOVE 'CLIENTE COM SALDO EM ABERTO NA COBRANCA'
                TO WRK-MOTIVO.
            MOVE RCB-SALDO TO WRK-RCB-SALDO-ED.
            MOVE 'EXC-SALD' TO WRK-LOG-OPERACAO.
            MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE.
            MOVE SPACES TO WRK-LOG-CAMPOS.
            STRING 'DESATIVACAO SALDO=' DELIMITED BY SIZE
                   WRK-RCB-SALDO-ED DELIMITED BY SIZE
                   ' ATRASO=' DELIMITED BY SIZE
                   RCB-DIAS-ATRASO DELIMITED BY SIZE
                   INTO WRK-LOG-CAMPOS
            END-STRING.
            PERFORM 9100-GRAVAR-LOG.

      *-----------------------------------------------------------------
      * RELATORIO DE REJEITADOS: UMA LINHA POR MOVIMENTO RECUSADO,
      * COM OPERACAO, CHAVE, NOME E MOTIVO DA RECUSA (REQ 012)
                END-READ
            END-IF.

      * CONFERE O CEP E A CIDADE DO MOVIMENTO CONTRA A TABELA DE CEP,
      * COM AS MESMAS REGRAS DO 5400-VALIDAR-CEP-CIDADE ONLINE: COM
      * CEP, A CIDADE EM BRANCO E PREENCHIDA PELA FAIXA E CIDADE
      * DIFERENTE E RECUSADA; SEM CEP, A CIDADE TEM DE CONSTAR DA
      * TABELA. O CEP SO E CONFERIDO; A MASTER NAO TEM CEP
       5400-VALIDAR-CEP-CIDADE.
            IF WRK-SEM-CEP NOT = 'S'
                INSPECT TRN-CIDADE CONVERTING WRK-MINUSCULAS
                    TO WRK-MAIUSCULAS
                IF TRN-CEP NOT = SPACES
                    PERFORM 5450-LOCALIZAR-CEP
                    EVALUATE TRUE
                        WHEN WRK-MOTIVO NOT = SPACES
                            CONTINUE
                        WHEN TRN-CIDADE = SPACES
                            MOVE CEP-CIDADE TO TRN-CIDADE
                        WHEN TRN-CIDADE NOT = CEP-CIDADE
                            MOVE 'CIDADE NAO CONFERE COM O CEP'
                                TO WRK-MOTIVO
                    END-EVALUATE
                ELSE
                    PERFORM 5460-LOCALIZAR-CIDADE
                END-IF
            END-IF.

       5450-LOCALIZAR-CEP.
            MOVE 'N' TO WRK-CEP-ACHOU.
            IF TRN-CEP NOT NUMERIC
                MOVE 'CEP INVALIDO - INFORME OS 8 DIGITOS'
                    TO WRK-MOTIVO
            ELSE
                MOVE TRN-CEP TO CEP-FAIXA-FIM
                START CLIENTES-CEP KEY IS NOT LESS THAN CEP-FAIXA-FIM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ CLIENTES-CEP NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF CEP-FAIXA-INICIO NOT > TRN-CEP
                                    MOVE 'S' TO WRK-CEP-ACHOU
                                END-IF
                        END-READ
                END-START
                IF WRK-CEP-ACHOU NOT = 'S'
                    MOVE 'CEP NAO CONSTA DA TABELA DE CEP'
                        TO WRK-MOTIVO
                END-IF
            END-IF.

       5460-LOCALIZAR-CIDADE.
            IF TRN-CIDADE = SPACES
                MOVE 'INFORME A CIDADE OU O CEP' TO WRK-MOTIVO
            ELSE
                MOVE TRN-CIDADE TO CEP-CIDADE
                READ CLIENTES-CEP KEY IS CEP-CIDADE
                    INVALID KEY
                        MOVE 'CIDADE NAO CONSTA DA TABELA DE CEP'
                            TO WRK-MOTIVO
                END-READ
            END-IF.

      * GRAVA UMA LINHA NA TRILHA DE AUDITORIA (REQ 006 / REQ 012)
       9100-GRAVAR-LOG.
            MOVE SPACES TO LOG-REC.
            CLOSE CLIENTES-MASTER.
            CLOSE CLIENTES-TRAN.
            CLOSE CLIENTES-LOG.
            CLOSE CLIENTES-JORNAL.
            CLOSE CLIENTES-REJ.
            CLOSE CLIENTES-SEG.
            IF WRK-SEM-RECEB NOT = 'S'
                CLOSE CLIENTES-RECEB
            END-IF.
            IF WRK-SEM-CEP NOT = 'S'
                CLOSE CLIENTES-CEP
            END-IF.
            PERFORM 2800-LIMPAR-CHECKPOINT.
            DISPLAY 'CLICARGA - MOVIMENTOS LIDOS : ' WRK-CONT-LIDOS.
            DISPLAY 'CLICARGA - INCLUSOES        : ' WRK-CONT-INCL.
            IF WRK-CONT-REJ > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

      * GRAVA NO JORNAL A IMAGEM DO REGISTRO QUE ACABOU DE SER
      * GRAVADO, REGRAVADO OU EXCLUIDO, PARA O ROLLFWD DO CLIRESTO
       9150-GRAVAR-JORNAL.
            MOVE SPACES TO JNL-REC.
            ACCEPT JNL-DATA FROM DATE YYYYMMDD.
            ACCEPT JNL-HORA FROM TIME.
            MOVE 'CLICARGA' TO JNL-PROGRAMA.
            MOVE WRK-LOG-OPERADOR TO JNL-OPERADOR.
            MOVE WRK-JNL-ARQUIVO TO JNL-ARQUIVO.
            MOVE WRK-JNL-ACAO TO JNL-ACAO.
            EVALUATE WRK-JNL-ARQUIVO
                WHEN 'M'
                    MOVE CLI-CPF-CNPJ TO JNL-CHAVE
                    MOVE CLIENTE-REC TO JNL-IMAGEM
            END-EVALUATE.
            WRITE JNL-REC.

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
                DISPLAY 'CLICARGA - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLICARGA' TO CTL-JOB
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
