       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLICEPV.
      ******************************************************************
      * OBJETIVO:  REVALIDAR A BASE EXISTENTE CONTRA A TABELA DE FAIXAS
      *            DE CEP (CLIENTES-CEP, CARREGADA PELO CLICEPC), PARA
      *            A EQUIPE DE CADASTRO SANEAR O QUE FOI DIGITADO ANTES
      *            DA VALIDACAO EXISTIR:
      *            - CADA ENDERECO (CLIENTES-ENDERECO) COM CEP EM
      *              BRANCO, INVALIDO OU FORA DA TABELA, OU COM
      *              CIDADE/UF DIFERENTES DAS DA FAIXA DO CEP;
      *            - CADA CLIENTE DA MASTER COM CIDADE EM BRANCO OU QUE
      *              NAO CONSTA DA TABELA.
      *            DIFERENCA SO DE MAIUSCULAS/MINUSCULAS E LISTADA A
      *            PARTE (GRAFIA), PORQUE QUEBRA AS CIDADES DO CLIRELAT
      *            DO MESMO JEITO. SO LE; NADA E ALTERADO.
      *            RETURN-CODE 4 QUANDO HA ALGUM ITEM LISTADO.
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF-CNPJ
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CIDADE WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CLIENTES-ENDERECO ASSIGN TO 'CLIEDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDR-CHAVE
               FILE STATUS IS WRK-STATUS-EDR.

           SELECT CLIENTES-CEP ASSIGN TO 'CLICEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FAIXA-FIM
               ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-CEP.

           SELECT CLIENTES-CEPR ASSIGN TO 'CLICEPR'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CEPR.

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
       FD  CLIENTES-MASTER.
           COPY CLIREG.

       FD  CLIENTES-ENDERECO.
           COPY CLIEDR.

       FD  CLIENTES-CEP.
           COPY CLICPR.

       FD  CLIENTES-CEPR.
       01  CEPR-LINHA              PIC X(132).

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-MASTER  PIC X(2).
       77 WRK-STATUS-EDR     PIC X(2).
       77 WRK-STATUS-CEP     PIC X(2).
       77 WRK-STATUS-CEPR    PIC X(2).
       77 WRK-SEM-ENDERECO   PIC X(1) VALUE 'N'.
       77 WRK-EOF            PIC X(1) VALUE 'N'.
       77 WRK-CONT-EDR-LIDOS PIC 9(6) VALUE 0.
       77 WRK-CONT-EDR-DIV   PIC 9(6) VALUE 0.
       77 WRK-CONT-MST-LIDOS PIC 9(6) VALUE 0.
       77 WRK-CONT-MST-DIV   PIC 9(6) VALUE 0.
       77 WRK-LINHA-CEPR     PIC X(132).
       77 WRK-MOTIVO         PIC X(36).
       77 WRK-TABELA         PIC X(23).

      * PROCURA NA TABELA DE CEP
       77 WRK-CEP-BUSCA      PIC X(8).
       77 WRK-CEP-ACHOU      PIC X(1).
       77 WRK-MINUSCULAS     PIC X(26)
                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77 WRK-MAIUSCULAS     PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WRK-CIDADE         PIC X(20).
       77 WRK-UF             PIC X(2).

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
            PERFORM 2000-REVALIDAR-ENDERECOS.
            PERFORM 3000-REVALIDAR-MASTER.
            PERFORM 4000-FINALIZAR.
            COMPUTE WRK-CTL-LIDOS = WRK-CONT-EDR-LIDOS +
                                    WRK-CONT-MST-LIDOS.
            COMPUTE WRK-CTL-REJEITADOS = WRK-CONT-EDR-DIV +
                                         WRK-CONT-MST-DIV.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      * SEM TABELA DE CEP NAO HA CONTRA O QUE REVALIDAR: ERRO FATAL
       1000-ABRIR-ARQUIVOS.
            OPEN INPUT CLIENTES-CEP.
            IF WRK-STATUS-CEP NOT = '00'
                DISPLAY 'CLICEPV - ERRO AO ABRIR CLIENTES-CEP: '
                    WRK-STATUS-CEP
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-STATUS-MASTER NOT = '00'
                DISPLAY 'CLICEPV - ERRO AO ABRIR CLIENTES-MASTER: '
                    WRK-STATUS-MASTER
                CLOSE CLIENTES-CEP
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            OPEN INPUT CLIENTES-ENDERECO.
            IF WRK-STATUS-EDR = '35'
                MOVE 'S' TO WRK-SEM-ENDERECO
            ELSE
                IF WRK-STATUS-EDR NOT = '00'
                    DISPLAY 'CLICEPV - ERRO AO ABRIR ENDERECOS: '
                        WRK-STATUS-EDR
                    CLOSE CLIENTES-CEP
                    CLOSE CLIENTES-MASTER
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN OUTPUT CLIENTES-CEPR.
            IF WRK-STATUS-CEPR NOT = '00'
                DISPLAY 'CLICEPV - ERRO AO ABRIR CLIENTES-CEPR: '
                    WRK-STATUS-CEPR
                CLOSE CLIENTES-CEP
                CLOSE CLIENTES-MASTER
                IF WRK-SEM-ENDERECO NOT = 'S'
                    CLOSE CLIENTES-ENDERECO
                END-IF
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            MOVE 'CLICEPV - REVALIDACAO DA BASE CONTRA A TABELA DE CEP'
                TO CEPR-LINHA.
            WRITE CEPR-LINHA.

      * ERRO FATAL NA ABERTURA: O REGISTRO 'F' LEVA O RC 16
       1900-ENCERRAR-COM-ERRO.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      *-----------------------------------------------------------------
      * ENDERECOS: O CEP TEM DE ESTAR NA TABELA E A CIDADE/UF TEM DE
      * SER AS DA FAIXA, COMO NA CAPTURA ONLINE
      *-----------------------------------------------------------------
       2000-REVALIDAR-ENDERECOS.
            MOVE SPACES TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            MOVE 'ENDERECOS QUE NAO CONFEREM COM A TABELA DE CEP'
                TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            MOVE SPACES TO WRK-LINHA-CEPR.
            STRING 'CPF/CNPJ       T CEP      CIDADE               '
                       DELIMITED BY SIZE
                   'UF MOTIVO                               '
                       DELIMITED BY SIZE
                   'NA TABELA' DELIMITED BY SIZE
                   INTO WRK-LINHA-CEPR
            END-STRING.
            MOVE WRK-LINHA-CEPR TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            IF WRK-SEM-ENDERECO NOT = 'S'
                MOVE 'N' TO WRK-EOF
                PERFORM 2050-LER-ENDERECO UNTIL WRK-EOF = 'S'
            END-IF.
            IF WRK-CONT-EDR-DIV = 0
                MOVE '  NENHUM ENDERECO DIVERGENTE' TO CEPR-LINHA
                WRITE CEPR-LINHA
            END-IF.

       2050-LER-ENDERECO.
            READ CLIENTES-ENDERECO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-EDR-LIDOS
                    PERFORM 2100-CONFERIR-ENDERECO
            END-READ.

       2100-CONFERIR-ENDERECO.
            MOVE SPACES TO WRK-MOTIVO.
            MOVE SPACES TO WRK-TABELA.
            MOVE EDR-CIDADE TO WRK-CIDADE.
            INSPECT WRK-CIDADE CONVERTING WRK-MINUSCULAS
                TO WRK-MAIUSCULAS.
            MOVE EDR-UF TO WRK-UF.
            INSPECT WRK-UF CONVERTING WRK-MINUSCULAS
                TO WRK-MAIUSCULAS.
            IF EDR-CEP = SPACES
                MOVE 'CEP EM BRANCO' TO WRK-MOTIVO
            ELSE
                MOVE EDR-CEP TO WRK-CEP-BUSCA
                PERFORM 2150-LOCALIZAR-CEP
                IF WRK-CEP-ACHOU = 'S'
                    STRING CEP-CIDADE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           CEP-UF DELIMITED BY SIZE
                           INTO WRK-TABELA
                    END-STRING
                END-IF
                EVALUATE TRUE
                    WHEN EDR-CEP NOT NUMERIC
                        MOVE 'CEP INVALIDO' TO WRK-MOTIVO
                    WHEN WRK-CEP-ACHOU NOT = 'S'
                        MOVE 'CEP NAO CONSTA DA TABELA' TO WRK-MOTIVO
                    WHEN WRK-CIDADE NOT = CEP-CIDADE AND
                         WRK-UF NOT = CEP-UF
                        MOVE 'CIDADE E UF NAO CONFEREM COM O CEP'
                            TO WRK-MOTIVO
                    WHEN WRK-CIDADE NOT = CEP-CIDADE
                        MOVE 'CIDADE NAO CONFERE COM O CEP'
                            TO WRK-MOTIVO
                    WHEN WRK-UF NOT = CEP-UF
                        MOVE 'UF NAO CONFERE COM O CEP' TO WRK-MOTIVO
                    WHEN EDR-CIDADE NOT = CEP-CIDADE OR
                         EDR-UF NOT = CEP-UF
                        MOVE 'GRAFIA DIFERENTE DA TABELA'
                            TO WRK-MOTIVO
                END-EVALUATE
            END-IF.
            IF WRK-MOTIVO NOT = SPACES
                PERFORM 2200-LINHA-ENDERECO
            END-IF.

      * A FAIXA DO CEP E A PRIMEIRA COM FIM MAIOR OU IGUAL A ELE, SE
      * O INICIO DELA NAO FOR MAIOR QUE O CEP
       2150-LOCALIZAR-CEP.
            MOVE 'N' TO WRK-CEP-ACHOU.
            IF WRK-CEP-BUSCA NUMERIC
                MOVE WRK-CEP-BUSCA TO CEP-FAIXA-FIM
                START CLIENTES-CEP KEY IS NOT LESS THAN CEP-FAIXA-FIM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ CLIENTES-CEP NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF CEP-FAIXA-INICIO NOT > WRK-CEP-BUSCA
                                    MOVE 'S' TO WRK-CEP-ACHOU
                                END-IF
                        END-READ
                END-START
            END-IF.

       2200-LINHA-ENDERECO.
            ADD 1 TO WRK-CONT-EDR-DIV.
            MOVE SPACES TO WRK-LINHA-CEPR.
            STRING EDR-CPF-CNPJ DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EDR-TIPO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EDR-CEP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EDR-CIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EDR-UF DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-TABELA DELIMITED BY SIZE
                   INTO WRK-LINHA-CEPR
            END-STRING.
            MOVE WRK-LINHA-CEPR TO CEPR-LINHA.
            WRITE CEPR-LINHA.

      *-----------------------------------------------------------------
      * MASTER: SEM CEP NO REGISTRO, SO DA PARA CONFERIR SE A CIDADE
      * CONSTA DA TABELA (CHAVE ALTERNATIVA CEP-CIDADE)
      *-----------------------------------------------------------------
       3000-REVALIDAR-MASTER.
            MOVE SPACES TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            MOVE 'CIDADES DA MASTER QUE NAO CONSTAM DA TABELA DE CEP'
                TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            MOVE SPACES TO WRK-LINHA-CEPR.
            STRING 'CPF/CNPJ       STATUS  CIDADE               '
                       DELIMITED BY SIZE
                   'MOTIVO' DELIMITED BY SIZE
                   INTO WRK-LINHA-CEPR
            END-STRING.
            MOVE WRK-LINHA-CEPR TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            MOVE 'N' TO WRK-EOF.
            PERFORM 3050-LER-CLIENTE UNTIL WRK-EOF = 'S'.
            IF WRK-CONT-MST-DIV = 0
                MOVE '  NENHUMA CIDADE DIVERGENTE' TO CEPR-LINHA
                WRITE CEPR-LINHA
            END-IF.

       3050-LER-CLIENTE.
            READ CLIENTES-MASTER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-MST-LIDOS
                    PERFORM 3100-CONFERIR-CIDADE
            END-READ.

       3100-CONFERIR-CIDADE.
            MOVE SPACES TO WRK-MOTIVO.
            IF CLI-CIDADE = SPACES
                MOVE 'CIDADE EM BRANCO' TO WRK-MOTIVO
            ELSE
                MOVE CLI-CIDADE TO CEP-CIDADE
                READ CLIENTES-CEP KEY IS CEP-CIDADE
                    INVALID KEY
                        PERFORM 3150-CONFERIR-GRAFIA
                END-READ
            END-IF.
            IF WRK-MOTIVO NOT = SPACES
                PERFORM 3200-LINHA-CLIENTE
            END-IF.

       3150-CONFERIR-GRAFIA.
            MOVE CLI-CIDADE TO WRK-CIDADE.
            INSPECT WRK-CIDADE CONVERTING WRK-MINUSCULAS
                TO WRK-MAIUSCULAS.
            MOVE WRK-CIDADE TO CEP-CIDADE.
            READ CLIENTES-CEP KEY IS CEP-CIDADE
                INVALID KEY
                    MOVE 'CIDADE NAO CONSTA DA TABELA' TO WRK-MOTIVO
                NOT INVALID KEY
                    MOVE 'GRAFIA DIFERENTE DA TABELA' TO WRK-MOTIVO
            END-READ.

       3200-LINHA-CLIENTE.
            ADD 1 TO WRK-CONT-MST-DIV.
            MOVE SPACES TO WRK-LINHA-CEPR.
            STRING CLI-CPF-CNPJ DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CLI-STATUS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CLI-CIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO WRK-LINHA-CEPR
            END-STRING.
            MOVE WRK-LINHA-CEPR TO CEPR-LINHA.
            WRITE CEPR-LINHA.

       4000-FINALIZAR.
            MOVE SPACES TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            MOVE SPACES TO WRK-LINHA-CEPR.
            STRING 'ENDERECOS LIDOS: ' DELIMITED BY SIZE
                   WRK-CONT-EDR-LIDOS DELIMITED BY SIZE
                   '  DIVERGENTES: ' DELIMITED BY SIZE
                   WRK-CONT-EDR-DIV DELIMITED BY SIZE
                   '    CLIENTES LIDOS: ' DELIMITED BY SIZE
                   WRK-CONT-MST-LIDOS DELIMITED BY SIZE
                   '  DIVERGENTES: ' DELIMITED BY SIZE
                   WRK-CONT-MST-DIV DELIMITED BY SIZE
                   INTO WRK-LINHA-CEPR
            END-STRING.
            MOVE WRK-LINHA-CEPR TO CEPR-LINHA.
            WRITE CEPR-LINHA.
            CLOSE CLIENTES-CEP.
            CLOSE CLIENTES-MASTER.
            IF WRK-SEM-ENDERECO NOT = 'S'
                CLOSE CLIENTES-ENDERECO
            END-IF.
            CLOSE CLIENTES-CEPR.
            DISPLAY 'CLICEPV - ENDERECOS LIDOS      : '
                WRK-CONT-EDR-LIDOS.
            DISPLAY 'CLICEPV - ENDERECOS DIVERGENTES: '
                WRK-CONT-EDR-DIV.
            DISPLAY 'CLICEPV - CLIENTES LIDOS       : '
                WRK-CONT-MST-LIDOS.
            DISPLAY 'CLICEPV - CIDADES DIVERGENTES  : '
                WRK-CONT-MST-DIV.
            IF WRK-CONT-EDR-DIV > 0 OR WRK-CONT-MST-DIV > 0
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
                DISPLAY 'CLICEPV - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLICEPV' TO CTL-JOB
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
