               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVU.

           SELECT CLIENTES-JORNAL ASSIGN TO 'CLIJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JNL.

           SELECT CLIENTES-CTRL ASSIGN TO 'CLICTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FD  CLIENTES-AVULSO.
           COPY CLIEXA.

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-DV1               PIC 9(1).
       77 WRK-DV2               PIC 9(1).
       77 WRK-CPF-REPETIDO      PIC X(1).

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
            PERFORM 1500-LER-PARAMETRO.
            IF WRK-PARM-OK = 'S'
                PERFORM 2000-TROCAR-CHAVE
            END-IF.
            PERFORM 3000-FINALIZAR.
            COMPUTE WRK-CTL-GRAVADOS = WRK-CONT-CONTATOS +
                                       WRK-CONT-ENDERECOS.
            STRING WRK-CHAVE-ANT DELIMITED BY SIZE
                   ' -> ' DELIMITED BY SIZE
                   WRK-CHAVE-NOVA DELIMITED BY SIZE
                   INTO WRK-CTL-REF-TEXTO
            END-STRING.
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
                DISPLAY 'CLIREKEY - ERRO AO ABRIR CLIENTES-JORNAL: '
                    WRK-STATUS-JNL
                CLOSE CLIENTES-MASTER
                IF WRK-SEM-CONTATOS NOT = 'S'
                    CLOSE CLIENTES-CONTATO
                END-IF
                IF WRK-SEM-ENDERECOS NOT = 'S'
                    CLOSE CLIENTES-ENDERECO
                END-IF
                CLOSE CLIENTES-PARM
                CLOSE CLIENTES-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       1500-LER-PARAMETRO.
                        WRK-STATUS-MASTER
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE 'M' TO WRK-JNL-ARQUIVO
                    MOVE 'I' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
                    PERFORM 2250-APAGAR-CHAVE-ANTIGA
            END-WRITE.

                            MOVE 16 TO RETURN-CODE
                        NOT INVALID KEY
                            MOVE 'S' TO WRK-TROCA-OK
                            MOVE 'M' TO WRK-JNL-ARQUIVO
                            MOVE 'E' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                            PERFORM 2300-TROCAR-CONTATOS
                            PERFORM 2400-TROCAR-ENDERECOS
                            PERFORM 2500-GRAVAR-AVULSOS
                        CTT-SEQUENCIA
                NOT INVALID KEY
                    DELETE CLIENTES-CONTATO RECORD
                        NOT INVALID KEY
                            MOVE 'C' TO WRK-JNL-ARQUIVO
                            MOVE 'E' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                    END-DELETE
                    MOVE WRK-CHAVE-NOVA TO CTT-CPF-CNPJ
                    WRITE CONTATO-REC
                                'CONTATO: ' CTT-SEQUENCIA
                        NOT INVALID KEY
                            ADD 1 TO WRK-CONT-CONTATOS
                            MOVE 'C' TO WRK-JNL-ARQUIVO
                            MOVE 'I' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                    END-WRITE
            END-READ.

                        EDR-TIPO
                NOT INVALID KEY
                    DELETE CLIENTES-ENDERECO RECORD
                        NOT INVALID KEY
                            MOVE 'E' TO WRK-JNL-ARQUIVO
                            MOVE 'E' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                    END-DELETE
                    MOVE WRK-CHAVE-NOVA TO EDR-CPF-CNPJ
                    WRITE ENDERECO-REC
                                'ENDERECO: ' EDR-TIPO
                        NOT INVALID KEY
                            ADD 1 TO WRK-CONT-ENDERECOS
                            MOVE 'E' TO WRK-JNL-ARQUIVO
                            MOVE 'I' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                    END-WRITE
            END-READ.

            END-IF.
            CLOSE CLIENTES-PARM.
            CLOSE CLIENTES-LOG.
            CLOSE CLIENTES-JORNAL.
            DISPLAY 'CLIREKEY - CHAVE ANTIGA     : ' WRK-CHAVE-ANT.
            DISPLAY 'CLIREKEY - CHAVE NOVA       : ' WRK-CHAVE-NOVA.
            DISPLAY 'CLIREKEY - TROCA EFETUADA   : ' WRK-TROCA-OK.
                    END-IF
                END-IF
            END-IF.

      * GRAVA NO JORNAL A IMAGEM DO REGISTRO QUE ACABOU DE SER
      * GRAVADO, REGRAVADO OU EXCLUIDO, PARA O ROLLFWD DO CLIRESTO
       9150-GRAVAR-JORNAL.
            MOVE SPACES TO JNL-REC.
            ACCEPT JNL-DATA FROM DATE YYYYMMDD.
            ACCEPT JNL-HORA FROM TIME.
            MOVE 'CLIREKEY' TO JNL-PROGRAMA.
            MOVE WRK-LOG-OPERADOR TO JNL-OPERADOR.
            MOVE WRK-JNL-ARQUIVO TO JNL-ARQUIVO.
            MOVE WRK-JNL-ACAO TO JNL-ACAO.
            EVALUATE WRK-JNL-ARQUIVO
                WHEN 'M'
                    MOVE CLI-CPF-CNPJ TO JNL-CHAVE
                    MOVE CLIENTE-REC TO JNL-IMAGEM
                WHEN 'C'
                    MOVE CTT-CPF-CNPJ TO JNL-CHAVE
                    MOVE CONTATO-REC TO JNL-IMAGEM
                WHEN 'E'
                    MOVE EDR-CPF-CNPJ TO JNL-CHAVE
                    MOVE ENDERECO-REC TO JNL-IMAGEM
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
                DISPLAY 'CLIREKEY - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIREKEY' TO CTL-JOB
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
