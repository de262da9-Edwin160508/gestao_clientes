      *            INFORMADO NO CARTAO DE PARAMETRO, APAGANDO-OS DA
      *            MASTER PARA ATENDER A RETENCAO DA LGPD E ALIVIAR
      *            OS JOBS NOTURNOS. FUNCAO RESTAURA: DEVOLVE UM
      *            CLIENTE ARQUIVADO PARA A MASTER QUANDO ELE VOLTA;
      *            CLIENTE ANONIMIZADO PELO CLILGPD NAO VOLTA.
      *            CLIENTE COM SALDO EM ABERTO NA COBRANCA (CLIRCB,
      *            CARREGADO PELO CLIRECB) NAO E ARQUIVADO.
      *            CADA MOVIMENTO VAI PARA A CLIENTES-LOG.
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
               RECORD KEY IS EDR-CHAVE
               FILE STATUS IS WRK-STATUS-EDR.

           SELECT CLIENTES-ANON ASSIGN TO 'CLIANON'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-ANON.

           SELECT CLIENTES-RECEB ASSIGN TO 'CLIRCB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-RCB.

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

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
       FD  CLIENTES-ENDERECO.
           COPY CLIEDR.

       FD  CLIENTES-ANON.
           COPY CLIANR.

       FD  CLIENTES-RECEB.
           COPY CLIRCB.

       FD  CLIENTES-PARM.
           COPY CLIAPC.

       FD  CLIENTES-LOG.
           COPY CLILOGR.

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-LOG    PIC X(2).
       77 WRK-SEM-CONTATOS  PIC X(1) VALUE 'N'.
       77 WRK-SEM-ENDERECOS PIC X(1) VALUE 'N'.
       77 WRK-STATUS-ANON   PIC X(2).
       77 WRK-SEM-ANON      PIC X(1) VALUE 'N'.
       77 WRK-STATUS-RCB    PIC X(2).
       77 WRK-SEM-RECEB     PIC X(1) VALUE 'N'.
       77 WRK-RCB-ABERTO    PIC X(1).
       77 WRK-RCB-SALDO-ED  PIC ZZZZZZZZZZ9.99.
       77 WRK-CONT-SALDO    PIC 9(6) VALUE 0.
       77 WRK-CTT-FIM       PIC X(1).
       77 WRK-EDR-FIM       PIC X(1).
       77 WRK-CHAVE-ARQ     PIC X(14).
       77 WRK-LOG-OPERACAO  PIC X(8).
       77 WRK-LOG-CHAVE     PIC X(14).
       77 WRK-LOG-CAMPOS    PIC X(60).

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
            EVALUATE WRK-FUNCAO
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            PERFORM 3000-FINALIZAR.
            MOVE WRK-CONT-LIDOS TO WRK-CTL-LIDOS.
            MOVE WRK-CONT-MOVIDOS TO WRK-CTL-GRAVADOS.
            MOVE WRK-CONT-SALDO TO WRK-CTL-REJEITADOS.
            MOVE WRK-FUNCAO TO WRK-CTL-REF-TEXTO.
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
                DISPLAY 'CLIARQV - ERRO AO ABRIR CLIENTES-JORNAL: '
                    WRK-STATUS-JNL
                CLOSE CLIENTES-MASTER
                CLOSE CLIENTES-HIST
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
      *-----------------------------------------------------------------
      * ARQUIVAMENTO: PASSA A MASTER INTEIRA E MOVE PARA O HISTORICO
      * OS INATIVOS COM DATA DE EXCLUSAO ANTERIOR A DATA DE CORTE
      * (HOJE MENOS PRM-ANOS ANOS) (REQ 014). INATIVO QUE AINDA TEM
      * SALDO EM ABERTO NA COBRANCA FICA NA MASTER, SAI NO SYSOUT E
      * NO LOG ('EXC-SALD') E A RODADA TERMINA COM RC=4
      *-----------------------------------------------------------------
       2000-ARQUIVAR.
            IF WRK-ANOS = 0
                DISPLAY 'CLIARQV - NUMERO DE ANOS INVALIDO'
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM 2050-ABRIR-RECEBIVEIS
            END-IF.
            IF RETURN-CODE < 16
                COMPUTE WRK-DATA-CORTE =
                    WRK-DATA-SISTEMA - (WRK-ANOS * 10000)
                MOVE LOW-VALUES TO CLI-CPF-CNPJ
                        MOVE 'S' TO WRK-EOF
                END-START
                PERFORM 2100-VARRER-MASTER UNTIL WRK-EOF = 'S'
                IF WRK-SEM-RECEB NOT = 'S'
                    CLOSE CLIENTES-RECEB
                END-IF
                DISPLAY 'CLIARQV - DATA DE CORTE     : '
                    WRK-DATA-CORTE
                DISPLAY 'CLIARQV - RETIDOS POR SALDO : '
                    WRK-CONT-SALDO
                IF WRK-CONT-SALDO > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

      * SEM O CLIRCB ('35') O CLIRECB AINDA NAO RODOU E NENHUM
      * CLIENTE FICA RETIDO POR SALDO
       2050-ABRIR-RECEBIVEIS.
            OPEN INPUT CLIENTES-RECEB.
            IF WRK-STATUS-RCB = '35'
                MOVE 'S' TO WRK-SEM-RECEB
            ELSE
                IF WRK-STATUS-RCB NOT = '00'
                    DISPLAY 'CLIARQV - ERRO AO ABRIR CLIENTES-RECEB: '
                        WRK-STATUS-RCB
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF.

       2100-VARRER-MASTER.
                    IF CLI-STATUS = 'INATIVO' AND
                       CLI-DT-EXCLUSAO > 0 AND
                       CLI-DT-EXCLUSAO < WRK-DATA-CORTE
                        PERFORM 2150-VERIFICAR-SALDO
                        IF WRK-RCB-ABERTO = 'S'
                            PERFORM 2160-RETER-POR-SALDO
                        ELSE
                            PERFORM 2200-MOVER-PARA-HISTORICO
                        END-IF
                    END-IF
            END-READ.

       2150-VERIFICAR-SALDO.
            MOVE 'N' TO WRK-RCB-ABERTO.
            IF WRK-SEM-RECEB NOT = 'S'
                MOVE CLI-CPF-CNPJ TO RCB-CPF-CNPJ
                READ CLIENTES-RECEB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RCB-SALDO > 0
                            MOVE 'S' TO WRK-RCB-ABERTO
                        END-IF
                END-READ
            END-IF.

       2160-RETER-POR-SALDO.
            ADD 1 TO WRK-CONT-SALDO.
            MOVE RCB-SALDO TO WRK-RCB-SALDO-ED.
            DISPLAY 'CLIARQV - SALDO EM ABERTO NA COBRANCA - NAO '
                'ARQUIVADO: ' CLI-CPF-CNPJ ' SALDO ' WRK-RCB-SALDO-ED.
            MOVE 'EXC-SALD' TO WRK-LOG-OPERACAO.
            MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE.
            MOVE SPACES TO WRK-LOG-CAMPOS.
            STRING 'ARQUIVAMENTO SALDO=' DELIMITED BY SIZE
                   WRK-RCB-SALDO-ED DELIMITED BY SIZE
                   ' ATRASO=' DELIMITED BY SIZE
                   RCB-DIAS-ATRASO DELIMITED BY SIZE
                   INTO WRK-LOG-CAMPOS
            END-STRING.
            PERFORM 9100-GRAVAR-LOG.

       2200-MOVER-PARA-HISTORICO.
            MOVE CLIENTE-REC TO HIST-REC.
            WRITE HIST-REC
                                CLI-CPF-CNPJ
                        NOT INVALID KEY
                            ADD 1 TO WRK-CONT-MOVIDOS
                            MOVE 'M' TO WRK-JNL-ARQUIVO
                            MOVE 'E' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                            PERFORM 2300-APAGAR-CONTATOS
                            PERFORM 2350-APAGAR-ENDERECOS
                            MOVE 'ARQUIVAR' TO WRK-LOG-OPERACAO
                                MOVE 'S' TO WRK-CTT-FIM
                            ELSE
                                DELETE CLIENTES-CONTATO RECORD
                                    NOT INVALID KEY
                                        MOVE 'C' TO WRK-JNL-ARQUIVO
                                        MOVE 'E' TO WRK-JNL-ACAO
                                        PERFORM 9150-GRAVAR-JORNAL
                                END-DELETE
                            END-IF
                    END-READ
                                MOVE 'S' TO WRK-EDR-FIM
                            ELSE
                                DELETE CLIENTES-ENDERECO RECORD
                                    NOT INVALID KEY
                                        MOVE 'E' TO WRK-JNL-ARQUIVO
                                        MOVE 'E' TO WRK-JNL-ACAO
                                        PERFORM 9150-GRAVAR-JORNAL
                                END-DELETE
                            END-IF
                    END-READ
      * IDENTIFICADO PELO CPF/CNPJ DO CARTAO DE PARAMETRO (REQ 014)
      *-----------------------------------------------------------------
       4000-RESTAURAR.
            PERFORM 4050-VERIFICAR-ANONIMIZADO.
            IF RETURN-CODE < 8
                MOVE SPACES TO HIST-REC
                MOVE WRK-CHAVE-RESTAURA TO HIST-CPF-CNPJ
                READ CLIENTES-HIST
                    INVALID KEY
                        DISPLAY 'CLIARQV - CLIENTE NAO ESTA NO '
                            'HISTORICO: ' WRK-CHAVE-RESTAURA
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        PERFORM 4100-GRAVAR-RESTAURACAO
                END-READ
            END-IF.

      * CLIENTE ANONIMIZADO A PEDIDO DO TITULAR (CLILGPD) NAO VOLTA
      * PARA A MASTER. SEM O REGISTRO CLIANON ('35') NINGUEM FOI
      * ANONIMIZADO AINDA
       4050-VERIFICAR-ANONIMIZADO.
            OPEN INPUT CLIENTES-ANON.
            IF WRK-STATUS-ANON = '35'
                MOVE 'S' TO WRK-SEM-ANON
            ELSE
                IF WRK-STATUS-ANON NOT = '00'
                    DISPLAY 'CLIARQV - ERRO AO ABRIR CLIENTES-ANON: '
                        WRK-STATUS-ANON
                    MOVE 16 TO RETURN-CODE
                ELSE
                    MOVE WRK-CHAVE-RESTAURA TO ANO-CPF-CNPJ
                    READ CLIENTES-ANON
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DISPLAY 'CLIARQV - CLIENTE ANONIMIZADO '
                                '(LGPD) EM ' ANO-DATA
                                ' - RESTAURACAO RECUSADA: '
                                WRK-CHAVE-RESTAURA
                            MOVE 8 TO RETURN-CODE
                    END-READ
                    CLOSE CLIENTES-ANON
                END-IF
            END-IF.

       4100-GRAVAR-RESTAURACAO.
            MOVE HIST-REC TO CLIENTE-REC.
                                'HISTORICO: ' HIST-CPF-CNPJ
                        NOT INVALID KEY
                            ADD 1 TO WRK-CONT-MOVIDOS
                            MOVE 'M' TO WRK-JNL-ARQUIVO
                            MOVE 'I' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                            MOVE 'RESTAURA' TO WRK-LOG-OPERACAO
                            MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                            MOVE 'DEVOLVIDO DO HISTORICO'
            END-IF.
            CLOSE CLIENTES-PARM.
            CLOSE CLIENTES-LOG.
            CLOSE CLIENTES-JORNAL.
            DISPLAY 'CLIARQV - FUNCAO            : ' WRK-FUNCAO.
            DISPLAY 'CLIARQV - REGISTROS LIDOS   : ' WRK-CONT-LIDOS.
            DISPLAY 'CLIARQV - REGISTROS MOVIDOS : ' WRK-CONT-MOVIDOS.

      * GRAVA NO JORNAL A IMAGEM DO REGISTRO QUE ACABOU DE SER
      * GRAVADO, REGRAVADO OU EXCLUIDO, PARA O ROLLFWD DO CLIRESTO
       9150-GRAVAR-JORNAL.
            MOVE SPACES TO JNL-REC.
            ACCEPT JNL-DATA FROM DATE YYYYMMDD.
            ACCEPT JNL-HORA FROM TIME.
            MOVE 'CLIARQV' TO JNL-PROGRAMA.
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
                DISPLAY 'CLIARQV - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIARQV' TO CTL-JOB
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
