       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIMERGE.
      ******************************************************************
      * OBJETIVO:  FUSAO SUPERVISIONADA DE DOIS REGISTROS DO MESMO
      *            CLIENTE APONTADOS PELO RELATORIO DE DUPLICIDADES
      *            (CLIDUPL), DIRIGIDA POR CARTAO DE PARAMETRO NOS
      *            MOLDES DO CLIREKEY: CHAVE SOBREVIVENTE E CHAVE
      *            ABSORVIDA. OS CONTATOS, OS ENDERECOS E AS
      *            PENDENCIAS DE COBRANCA EM ABERTO DA ABSORVIDA
      *            PASSAM PARA A SOBREVIVENTE (CONTATOS E PENDENCIAS
      *            RENUMERADOS APOS A MAIOR SEQUENCIA DA SOBREVIVENTE;
      *            ENDERECO SO PASSA SE A SOBREVIVENTE NAO TEM AQUELE
      *            TIPO), A ABSORVIDA FICA INATIVA NA MASTER, UMA
      *            ENTRADA MERGE COM AS DUAS CHAVES VAI PARA A
      *            CLIENTES-LOG E UM 'D' DA ABSORVIDA ENTRA NA FILA DE
      *            AVULSOS CLIEXTA PARA O PROXIMO EXTRATO DELTA. A
      *            FUSAO E RECUSADA SE QUALQUER DAS DUAS CHAVES TEM
      *            SOLICITACAO PENDENTE NA CLIENTES-APROV, OU SE A
      *            ABSORVIDA TEM SALDO EM ABERTO NA COBRANCA (CLIRCB,
      *            CARREGADO PELO CLIRECB) - A FUSAO DESATIVA A
      *            ABSORVIDA E VALE O MESMO BLOQUEIO DO 8000-EXCLUIR;
      *            A RECUSA E LOGADA COMO 'EXC-SALD'.
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

           SELECT CLIENTES-CONTATO ASSIGN TO 'CLICTT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-STATUS-CTT.

           SELECT CLIENTES-ENDERECO ASSIGN TO 'CLIEDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDR-CHAVE
               FILE STATUS IS WRK-STATUS-EDR.

           SELECT CLIENTES-PEND ASSIGN TO 'CLIPND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-STATUS-PND.

           SELECT CLIENTES-APROV ASSIGN TO 'CLIAPV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-APR.

           SELECT CLIENTES-RECEB ASSIGN TO 'CLIRCB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-RCB.

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

           SELECT CLIENTES-LOG ASSIGN TO 'CLILOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

           SELECT CLIENTES-AVULSO ASSIGN TO 'CLIEXTA'
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
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTES-MASTER.
           COPY CLIREG.

       FD  CLIENTES-CONTATO.
           COPY CLICTR.

       FD  CLIENTES-ENDERECO.
           COPY CLIEDR.

       FD  CLIENTES-PEND.
           COPY CLIPND.

       FD  CLIENTES-APROV.
           COPY CLIAPV.

       FD  CLIENTES-RECEB.
           COPY CLIRCB.

       FD  CLIENTES-PARM.
           COPY CLIMRC.

       FD  CLIENTES-LOG.
           COPY CLILOGR.

       FD  CLIENTES-AVULSO.
           COPY CLIEXA.

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-MASTER PIC X(2).
       77 WRK-STATUS-CTT    PIC X(2).
       77 WRK-STATUS-EDR    PIC X(2).
       77 WRK-STATUS-PND    PIC X(2).
       77 WRK-STATUS-APR    PIC X(2).
       77 WRK-STATUS-PARM   PIC X(2).
       77 WRK-STATUS-LOG    PIC X(2).
       77 WRK-STATUS-AVU    PIC X(2).
       77 WRK-SEM-CONTATOS  PIC X(1) VALUE 'N'.
       77 WRK-SEM-ENDERECOS PIC X(1) VALUE 'N'.
       77 WRK-SEM-PENDENCIAS PIC X(1) VALUE 'N'.
       77 WRK-SEM-APROVACOES PIC X(1) VALUE 'N'.
       77 WRK-DATA-SISTEMA  PIC 9(8).
       77 WRK-PARM-OK       PIC X(1) VALUE 'N'.
       77 WRK-FUSAO-OK      PIC X(1) VALUE 'N'.
       77 WRK-APROV-PENDENTE PIC X(1) VALUE 'N'.

      * POSICAO DE RECEBIVEIS DA COBRANCA (CLIRCB): SALDO EM ABERTO
      * NA ABSORVIDA BLOQUEIA A FUSAO
       77 WRK-STATUS-RCB     PIC X(2).
       77 WRK-SEM-RECEB      PIC X(1) VALUE 'N'.
       77 WRK-RCB-ABERTO     PIC X(1) VALUE 'N'.
       77 WRK-RCB-ERRO       PIC X(1) VALUE 'N'.
       77 WRK-RCB-SALDO-ED   PIC ZZZZZZZZZZ9.99.

      * CHAVES DO CARTAO DE PARAMETRO
       77 WRK-CHAVE-SOBREV  PIC X(14).
       77 WRK-CHAVE-ABSORV  PIC X(14).
       77 WRK-NOME-ABSORV   PIC X(40).
       77 WRK-ERA-ATIVO     PIC X(1) VALUE 'N'.

      * CONTADORES DA FUSAO
       77 WRK-CONT-CONTATOS  PIC 9(3) VALUE 0.
       77 WRK-CONT-ENDERECOS PIC 9(1) VALUE 0.
       77 WRK-CONT-EDR-MANTIDOS PIC 9(1) VALUE 0.
       77 WRK-CONT-PENDENCIAS PIC 9(3) VALUE 0.
       77 WRK-CONT-NAO-MOVIDOS PIC 9(3) VALUE 0.
       77 WRK-CONT-PND-MANTIDAS PIC 9(3) VALUE 0.
       77 WRK-CTT-FIM       PIC X(1).
       77 WRK-EDR-FIM       PIC X(1).
       77 WRK-PND-FIM       PIC X(1).
       77 WRK-SEQ-QTD       PIC 9(3) VALUE 0.
       77 WRK-SEQ-J         PIC 9(3).
       77 WRK-TIP-QTD       PIC 9(1) VALUE 0.
       77 WRK-TIP-J         PIC 9(1).
       77 WRK-PROX-SEQ      PIC 9(4) VALUE 0.
       77 WRK-SOBREV-PRINCIPAL PIC X(1) VALUE 'N'.
       77 WRK-TIPO-EXISTE   PIC X(1).
       01 WRK-SEQ-TABELA.
           05 WRK-SEQ-ITEM OCCURS 999 TIMES PIC 9(3).
       01 WRK-TIP-TABELA.
           05 WRK-TIP-ITEM OCCURS 3 TIMES PIC X(1).

      * TRILHA DE AUDITORIA: MESMO FORMATO DO MODULO ONLINE
       77 WRK-LOG-OPERADOR  PIC X(8) VALUE 'CLIMERGE'.
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
            IF WRK-PARM-OK = 'S'
                PERFORM 2000-FUNDIR-CLIENTES
            END-IF.
            PERFORM 3000-FINALIZAR.
            COMPUTE WRK-CTL-GRAVADOS = WRK-CONT-CONTATOS +
                                       WRK-CONT-ENDERECOS +
                                       WRK-CONT-PENDENCIAS.
            COMPUTE WRK-CTL-REJEITADOS = WRK-CONT-EDR-MANTIDOS +
                                         WRK-CONT-NAO-MOVIDOS.
            STRING WRK-CHAVE-ABSORV DELIMITED BY SIZE
                   ' -> ' DELIMITED BY SIZE
                   WRK-CHAVE-SOBREV DELIMITED BY SIZE
                   INTO WRK-CTL-REF-TEXTO
            END-STRING.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1000-ABRIR-ARQUIVOS.
            OPEN I-O CLIENTES-MASTER.
            IF WRK-STATUS-MASTER NOT = '00'
                DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIENTES-MASTER: '
                    WRK-STATUS-MASTER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O CLIENTES-CONTATO.
            IF WRK-STATUS-CTT NOT = '00'
                MOVE 'S' TO WRK-SEM-CONTATOS
                DISPLAY 'CLIMERGE - CLIENTES-CONTATO INDISPONIVEL ('
                    WRK-STATUS-CTT ') - CONTATOS NAO SERAO MOVIDOS'
            END-IF.
            OPEN I-O CLIENTES-ENDERECO.
            IF WRK-STATUS-EDR NOT = '00'
                MOVE 'S' TO WRK-SEM-ENDERECOS
                DISPLAY 'CLIMERGE - CLIENTES-ENDERECO INDISPONIVEL ('
                    WRK-STATUS-EDR ') - ENDERECOS NAO SERAO MOVIDOS'
            END-IF.
            OPEN I-O CLIENTES-PEND.
            IF WRK-STATUS-PND NOT = '00'
                MOVE 'S' TO WRK-SEM-PENDENCIAS
                DISPLAY 'CLIMERGE - CLIENTES-PEND INDISPONIVEL ('
                    WRK-STATUS-PND ') - PENDENCIAS NAO SERAO MOVIDAS'
            END-IF.
      * SEM A FILA DE APROVACOES NAO HA COMO GARANTIR QUE NENHUMA
      * DAS CHAVES TEM SOLICITACAO PENDENTE; SO A AUSENCIA DO
      * ARQUIVO (NENHUMA SOLICITACAO JA FEITA) E ACEITA
            OPEN INPUT CLIENTES-APROV.
            IF WRK-STATUS-APR = '35'
                MOVE 'S' TO WRK-SEM-APROVACOES
            ELSE
                IF WRK-STATUS-APR NOT = '00'
                    DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIENTES-APROV: '
                        WRK-STATUS-APR
                    PERFORM 1090-FECHAR-CADASTROS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
      * SEM CLIRCB (O CLIRECB AINDA NAO RODOU) NENHUMA FUSAO FICA
      * BLOQUEADA POR SALDO; QUALQUER OUTRO ERRO E FATAL, COMO NO
      * CLICARGA
            OPEN INPUT CLIENTES-RECEB.
            IF WRK-STATUS-RCB = '35'
                MOVE 'S' TO WRK-SEM-RECEB
            ELSE
                IF WRK-STATUS-RCB NOT = '00'
                    DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIENTES-RECEB: '
                        WRK-STATUS-RCB
                    PERFORM 1090-FECHAR-CADASTROS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-PARM.
            IF WRK-STATUS-PARM NOT = '00'
                DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIENTES-PARM: '
                    WRK-STATUS-PARM
                PERFORM 1090-FECHAR-CADASTROS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND CLIENTES-LOG.
            IF WRK-STATUS-LOG = '05' OR WRK-STATUS-LOG = '35'
                OPEN OUTPUT CLIENTES-LOG
                CLOSE CLIENTES-LOG
                OPEN EXTEND CLIENTES-LOG
            END-IF.
            IF WRK-STATUS-LOG NOT = '00'
                DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIENTES-LOG: '
                    WRK-STATUS-LOG
                PERFORM 1090-FECHAR-CADASTROS
                CLOSE CLIENTES-PARM
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
                DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIENTES-JORNAL: '
                    WRK-STATUS-JNL
                PERFORM 1090-FECHAR-CADASTROS
                CLOSE CLIENTES-PARM
                CLOSE CLIENTES-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       1090-FECHAR-CADASTROS.
            CLOSE CLIENTES-MASTER.
            IF WRK-SEM-CONTATOS NOT = 'S'
                CLOSE CLIENTES-CONTATO
            END-IF.
            IF WRK-SEM-ENDERECOS NOT = 'S'
                CLOSE CLIENTES-ENDERECO
            END-IF.
            IF WRK-SEM-PENDENCIAS NOT = 'S'
                CLOSE CLIENTES-PEND
            END-IF.
            IF WRK-SEM-APROVACOES NOT = 'S'
                CLOSE CLIENTES-APROV
            END-IF.
            IF WRK-SEM-RECEB NOT = 'S'
                CLOSE CLIENTES-RECEB
            END-IF.

       1500-LER-PARAMETRO.
            READ CLIENTES-PARM
                AT END
                    DISPLAY 'CLIMERGE - CARTAO DE PARAMETRO VAZIO'
                    MOVE 16 TO RETURN-CODE
                NOT AT END
                    MOVE PRM-CHAVE-SOBREV TO WRK-CHAVE-SOBREV
                    MOVE PRM-CHAVE-ABSORV TO WRK-CHAVE-ABSORV
                    IF WRK-CHAVE-SOBREV = SPACES OR
                       WRK-CHAVE-ABSORV = SPACES
                        DISPLAY 'CLIMERGE - INFORME AS DUAS CHAVES'
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        IF WRK-CHAVE-SOBREV = WRK-CHAVE-ABSORV
                            DISPLAY 'CLIMERGE - CHAVES IGUAIS - '
                                'NADA A FUNDIR'
                            MOVE 16 TO RETURN-CODE
                        ELSE
                            MOVE 'S' TO WRK-PARM-OK
                        END-IF
                    END-IF
            END-READ.

      *-----------------------------------------------------------------
      * FUSAO: CONFERE QUE AS DUAS CHAVES ESTAO NA MASTER, QUE A
      * SOBREVIVENTE ESTA ATIVA E QUE NENHUMA DAS DUAS TEM
      * SOLICITACAO PENDENTE DE APROVACAO; SO ENTAO MOVE OS FILHOS,
      * DESATIVA A ABSORVIDA, LOGA E ENFILEIRA O AVULSO
      *-----------------------------------------------------------------
       2000-FUNDIR-CLIENTES.
            MOVE SPACES TO CLIENTE-REC.
            MOVE WRK-CHAVE-SOBREV TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIMERGE - CHAVE SOBREVIVENTE NAO ESTA '
                        'NA MASTER: ' WRK-CHAVE-SOBREV
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    IF CLI-STATUS NOT = 'ATIVO'
                        DISPLAY 'CLIMERGE - CHAVE SOBREVIVENTE ESTA '
                            'INATIVA: ' WRK-CHAVE-SOBREV
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM 2100-LER-ABSORVIDO
                    END-IF
            END-READ.

       2100-LER-ABSORVIDO.
            MOVE SPACES TO CLIENTE-REC.
            MOVE WRK-CHAVE-ABSORV TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIMERGE - CHAVE ABSORVIDA NAO ESTA NA '
                        'MASTER: ' WRK-CHAVE-ABSORV
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE CLI-NOME TO WRK-NOME-ABSORV
                    IF CLI-STATUS = 'ATIVO'
                        MOVE 'S' TO WRK-ERA-ATIVO
                    END-IF
                    PERFORM 2150-CONFERIR-APROVACOES
                    PERFORM 2160-CONFERIR-SALDO
                    IF WRK-APROV-PENDENTE = 'N' AND
                       WRK-RCB-ABERTO = 'N' AND WRK-RCB-ERRO = 'N'
                        PERFORM 2200-EXECUTAR-FUSAO
                    END-IF
            END-READ.

      * UMA ALTERACAO OU DESATIVACAO AINDA NAO DECIDIDA SERIA
      * APLICADA DEPOIS SOBRE UM CADASTRO QUE JA NAO E O QUE O
      * SOLICITANTE VIU; O SUPERVISOR DECIDE A FILA ANTES DA FUSAO
       2150-CONFERIR-APROVACOES.
            IF WRK-SEM-APROVACOES NOT = 'S'
                MOVE WRK-CHAVE-SOBREV TO APR-CPF-CNPJ
                READ CLIENTES-APROV
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'CLIMERGE - CHAVE SOBREVIVENTE COM '
                            'APROVACAO PENDENTE: ' WRK-CHAVE-SOBREV
                        MOVE 'S' TO WRK-APROV-PENDENTE
                END-READ
                MOVE WRK-CHAVE-ABSORV TO APR-CPF-CNPJ
                READ CLIENTES-APROV
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'CLIMERGE - CHAVE ABSORVIDA COM '
                            'APROVACAO PENDENTE: ' WRK-CHAVE-ABSORV
                        MOVE 'S' TO WRK-APROV-PENDENTE
                END-READ
            END-IF.
            IF WRK-APROV-PENDENTE = 'S'
                MOVE 8 TO RETURN-CODE
            END-IF.

      * A FUSAO DESATIVA A ABSORVIDA E MANDA O 'D' A COBRANCA: COM
      * SALDO EM ABERTO ELA E RECUSADA, COMO A DESATIVACAO NO
      * 8000-EXCLUIR, NO CLICARGA E NO CLIARQV, E A RECUSA SAI NO
      * RELATORIO DO CLIRECB ('EXC-SALD'). ERRO NA LEITURA DA
      * POSICAO TAMBEM IMPEDE A FUSAO (RC 16)
       2160-CONFERIR-SALDO.
            MOVE 'N' TO WRK-RCB-ABERTO.
            IF WRK-SEM-RECEB NOT = 'S'
                MOVE WRK-CHAVE-ABSORV TO RCB-CPF-CNPJ
                READ CLIENTES-RECEB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RCB-SALDO > 0
                            MOVE 'S' TO WRK-RCB-ABERTO
                        END-IF
                END-READ
                IF WRK-STATUS-RCB NOT = '00' AND
                   WRK-STATUS-RCB NOT = '23'
                    DISPLAY 'CLIMERGE - ERRO AO LER CLIENTES-RECEB: '
                        WRK-STATUS-RCB ' - FUSAO NAO EFETUADA'
                    MOVE 'S' TO WRK-RCB-ERRO
                    MOVE 'N' TO WRK-RCB-ABERTO
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF.
            IF WRK-RCB-ABERTO = 'S'
                MOVE RCB-SALDO TO WRK-RCB-SALDO-ED
                DISPLAY 'CLIMERGE - CHAVE ABSORVIDA COM SALDO EM '
                    'ABERTO NA COBRANCA: ' WRK-CHAVE-ABSORV
                    ' SALDO ' WRK-RCB-SALDO-ED
                MOVE 'EXC-SALD' TO WRK-LOG-OPERACAO
                MOVE WRK-CHAVE-ABSORV TO WRK-LOG-CHAVE
                MOVE SPACES TO WRK-LOG-CAMPOS
                STRING 'FUSAO SALDO=' DELIMITED BY SIZE
                       WRK-RCB-SALDO-ED DELIMITED BY SIZE
                       ' ATRASO=' DELIMITED BY SIZE
                       RCB-DIAS-ATRASO DELIMITED BY SIZE
                       INTO WRK-LOG-CAMPOS
                END-STRING
                PERFORM 9100-GRAVAR-LOG
                MOVE 8 TO RETURN-CODE
            END-IF.

       2200-EXECUTAR-FUSAO.
            MOVE 'S' TO WRK-FUSAO-OK.
            PERFORM 2300-MOVER-CONTATOS.
            PERFORM 2400-MOVER-ENDERECOS.
            PERFORM 2500-MOVER-PENDENCIAS.
            PERFORM 2600-DESATIVAR-ABSORVIDO.
            PERFORM 2700-ATUALIZAR-SOBREVIVENTE.
            PERFORM 2800-GRAVAR-AVULSO.
            PERFORM 2900-GRAVAR-LOG-MERGE.
            IF WRK-CONT-EDR-MANTIDOS > 0 OR WRK-CONT-NAO-MOVIDOS > 0
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

      * CONTATOS: A SOBREVIVENTE E VARRIDA PARA ACHAR A MAIOR
      * SEQUENCIA E SABER SE JA TEM CONTATO PRINCIPAL; AS SEQUENCIAS
      * DA ABSORVIDA SAO COLETADAS E CADA CONTATO E APAGADO E
      * GRAVADO NA SOBREVIVENTE COM A PROXIMA SEQUENCIA LIVRE. SE A
      * SOBREVIVENTE JA TEM PRINCIPAL, O CONTATO MOVIDO PERDE A
      * MARCA - O EXTRATO SO LEVA UM PRINCIPAL POR CLIENTE
       2300-MOVER-CONTATOS.
            IF WRK-SEM-CONTATOS = 'S'
                CONTINUE
            ELSE
                MOVE 0 TO WRK-PROX-SEQ
                MOVE 'N' TO WRK-SOBREV-PRINCIPAL
                MOVE 'N' TO WRK-CTT-FIM
                MOVE SPACES TO CONTATO-REC
                MOVE WRK-CHAVE-SOBREV TO CTT-CPF-CNPJ
                MOVE 0 TO CTT-SEQUENCIA
                START CLIENTES-CONTATO KEY IS NOT LESS THAN CTT-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-CTT-FIM
                END-START
                PERFORM 2310-VARRER-SOBREVIVENTE
                    UNTIL WRK-CTT-FIM = 'S'
                MOVE 0 TO WRK-SEQ-QTD
                MOVE 'N' TO WRK-CTT-FIM
                MOVE SPACES TO CONTATO-REC
                MOVE WRK-CHAVE-ABSORV TO CTT-CPF-CNPJ
                MOVE 0 TO CTT-SEQUENCIA
                START CLIENTES-CONTATO KEY IS NOT LESS THAN CTT-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-CTT-FIM
                END-START
                PERFORM 2320-COLETAR-SEQUENCIA
                    UNTIL WRK-CTT-FIM = 'S'
                PERFORM VARYING WRK-SEQ-J FROM 1 BY 1
                        UNTIL WRK-SEQ-J > WRK-SEQ-QTD
                    PERFORM 2330-MOVER-CONTATO
                END-PERFORM
            END-IF.

       2310-VARRER-SOBREVIVENTE.
            READ CLIENTES-CONTATO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-CTT-FIM
                NOT AT END
                    IF CTT-CPF-CNPJ NOT = WRK-CHAVE-SOBREV
                        MOVE 'S' TO WRK-CTT-FIM
                    ELSE
                        MOVE CTT-SEQUENCIA TO WRK-PROX-SEQ
                        IF CTT-PRINCIPAL = 'S'
                            MOVE 'S' TO WRK-SOBREV-PRINCIPAL
                        END-IF
                    END-IF
            END-READ.

       2320-COLETAR-SEQUENCIA.
            READ CLIENTES-CONTATO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-CTT-FIM
                NOT AT END
                    IF CTT-CPF-CNPJ NOT = WRK-CHAVE-ABSORV
                        MOVE 'S' TO WRK-CTT-FIM
                    ELSE
                        IF WRK-SEQ-QTD < 999
                            ADD 1 TO WRK-SEQ-QTD
                            MOVE CTT-SEQUENCIA
                                TO WRK-SEQ-ITEM(WRK-SEQ-QTD)
                        END-IF
                    END-IF
            END-READ.

       2330-MOVER-CONTATO.
            ADD 1 TO WRK-PROX-SEQ.
            IF WRK-PROX-SEQ > 999
                DISPLAY 'CLIMERGE - SOBREVIVENTE SEM SEQUENCIA LIVRE '
                    '- CONTATO MANTIDO: ' WRK-SEQ-ITEM(WRK-SEQ-J)
                ADD 1 TO WRK-CONT-NAO-MOVIDOS
            ELSE
                MOVE SPACES TO CONTATO-REC
                MOVE WRK-CHAVE-ABSORV TO CTT-CPF-CNPJ
                MOVE WRK-SEQ-ITEM(WRK-SEQ-J) TO CTT-SEQUENCIA
                READ CLIENTES-CONTATO
                    INVALID KEY
                        DISPLAY 'CLIMERGE - CONTATO SUMIU NA FUSAO: '
                            CTT-SEQUENCIA
                    NOT INVALID KEY
                        PERFORM 2340-REGRAVAR-CONTATO
                END-READ
            END-IF.

       2340-REGRAVAR-CONTATO.
            DELETE CLIENTES-CONTATO RECORD
                NOT INVALID KEY
                    MOVE 'C' TO WRK-JNL-ARQUIVO
                    MOVE 'E' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
            END-DELETE.
            MOVE WRK-CHAVE-SOBREV TO CTT-CPF-CNPJ.
            MOVE WRK-PROX-SEQ TO CTT-SEQUENCIA.
            IF CTT-PRINCIPAL = 'S'
                IF WRK-SOBREV-PRINCIPAL = 'S'
                    MOVE 'N' TO CTT-PRINCIPAL
                ELSE
                    MOVE 'S' TO WRK-SOBREV-PRINCIPAL
                END-IF
            END-IF.
            WRITE CONTATO-REC
                INVALID KEY
                    DISPLAY 'CLIMERGE - ERRO AO REGRAVAR CONTATO: '
                        WRK-SEQ-ITEM(WRK-SEQ-J)
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-CONTATOS
                    MOVE 'C' TO WRK-JNL-ARQUIVO
                    MOVE 'I' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
            END-WRITE.

      * ENDERECOS: A CHAVE E CPF/CNPJ + TIPO, ENTAO SO HA UM DE CADA
      * TIPO POR CLIENTE. O TIPO QUE A SOBREVIVENTE AINDA NAO TEM E
      * MOVIDO; O QUE ELA JA TEM PREVALECE E O DA ABSORVIDA FICA
      * ONDE ESTA, LISTADO NO SYSOUT PARA CONFERENCIA
       2400-MOVER-ENDERECOS.
            IF WRK-SEM-ENDERECOS = 'S'
                CONTINUE
            ELSE
                MOVE 0 TO WRK-TIP-QTD
                MOVE 'N' TO WRK-EDR-FIM
                MOVE SPACES TO ENDERECO-REC
                MOVE WRK-CHAVE-ABSORV TO EDR-CPF-CNPJ
                MOVE LOW-VALUES TO EDR-TIPO
                START CLIENTES-ENDERECO KEY IS NOT LESS THAN EDR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EDR-FIM
                END-START
                PERFORM 2410-COLETAR-TIPO
                    UNTIL WRK-EDR-FIM = 'S'
                PERFORM VARYING WRK-TIP-J FROM 1 BY 1
                        UNTIL WRK-TIP-J > WRK-TIP-QTD
                    PERFORM 2420-MOVER-ENDERECO
                END-PERFORM
            END-IF.

       2410-COLETAR-TIPO.
            READ CLIENTES-ENDERECO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EDR-FIM
                NOT AT END
                    IF EDR-CPF-CNPJ NOT = WRK-CHAVE-ABSORV
                        MOVE 'S' TO WRK-EDR-FIM
                    ELSE
                        IF WRK-TIP-QTD < 3
                            ADD 1 TO WRK-TIP-QTD
                            MOVE EDR-TIPO
                                TO WRK-TIP-ITEM(WRK-TIP-QTD)
                        END-IF
                    END-IF
            END-READ.

       2420-MOVER-ENDERECO.
            MOVE 'N' TO WRK-TIPO-EXISTE.
            MOVE SPACES TO ENDERECO-REC.
            MOVE WRK-CHAVE-SOBREV TO EDR-CPF-CNPJ.
            MOVE WRK-TIP-ITEM(WRK-TIP-J) TO EDR-TIPO.
            READ CLIENTES-ENDERECO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-TIPO-EXISTE
            END-READ.
            IF WRK-TIPO-EXISTE = 'S'
                DISPLAY 'CLIMERGE - SOBREVIVENTE JA TEM ENDERECO '
                    'TIPO ' WRK-TIP-ITEM(WRK-TIP-J)
                    ' - MANTIDO NA ABSORVIDA'
                ADD 1 TO WRK-CONT-EDR-MANTIDOS
            ELSE
                MOVE SPACES TO ENDERECO-REC
                MOVE WRK-CHAVE-ABSORV TO EDR-CPF-CNPJ
                MOVE WRK-TIP-ITEM(WRK-TIP-J) TO EDR-TIPO
                READ CLIENTES-ENDERECO
                    INVALID KEY
                        DISPLAY 'CLIMERGE - ENDERECO SUMIU NA FUSAO: '
                            EDR-TIPO
                    NOT INVALID KEY
                        PERFORM 2430-REGRAVAR-ENDERECO
                END-READ
            END-IF.

       2430-REGRAVAR-ENDERECO.
            DELETE CLIENTES-ENDERECO RECORD
                NOT INVALID KEY
                    MOVE 'E' TO WRK-JNL-ARQUIVO
                    MOVE 'E' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
            END-DELETE.
            MOVE WRK-CHAVE-SOBREV TO EDR-CPF-CNPJ.
            WRITE ENDERECO-REC
                INVALID KEY
                    DISPLAY 'CLIMERGE - ERRO AO REGRAVAR ENDERECO: '
                        EDR-TIPO
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-ENDERECOS
                    MOVE 'E' TO WRK-JNL-ARQUIVO
                    MOVE 'I' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
            END-WRITE.

      * PENDENCIAS: SO AS ABERTAS ('A') PASSAM, RENUMERADAS APOS A
      * MAIOR SEQUENCIA DA SOBREVIVENTE (ABERTA OU RESOLVIDA); AS
      * RESOLVIDAS FICAM NA ABSORVIDA COMO HISTORICO
       2500-MOVER-PENDENCIAS.
            IF WRK-SEM-PENDENCIAS = 'S'
                CONTINUE
            ELSE
                MOVE 0 TO WRK-PROX-SEQ
                MOVE 'N' TO WRK-PND-FIM
                MOVE SPACES TO PENDENCIA-REC
                MOVE WRK-CHAVE-SOBREV TO PND-CPF-CNPJ
                MOVE 0 TO PND-SEQUENCIA
                START CLIENTES-PEND KEY IS NOT LESS THAN PND-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-PND-FIM
                END-START
                PERFORM 2510-VARRER-PEND-SOBREVIVENTE
                    UNTIL WRK-PND-FIM = 'S'
                MOVE 0 TO WRK-SEQ-QTD
                MOVE 'N' TO WRK-PND-FIM
                MOVE SPACES TO PENDENCIA-REC
                MOVE WRK-CHAVE-ABSORV TO PND-CPF-CNPJ
                MOVE 0 TO PND-SEQUENCIA
                START CLIENTES-PEND KEY IS NOT LESS THAN PND-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-PND-FIM
                END-START
                PERFORM 2520-COLETAR-PEND-ABERTA
                    UNTIL WRK-PND-FIM = 'S'
                PERFORM VARYING WRK-SEQ-J FROM 1 BY 1
                        UNTIL WRK-SEQ-J > WRK-SEQ-QTD
                    PERFORM 2530-MOVER-PENDENCIA
                END-PERFORM
            END-IF.

       2510-VARRER-PEND-SOBREVIVENTE.
            READ CLIENTES-PEND NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-PND-FIM
                NOT AT END
                    IF PND-CPF-CNPJ NOT = WRK-CHAVE-SOBREV
                        MOVE 'S' TO WRK-PND-FIM
                    ELSE
                        MOVE PND-SEQUENCIA TO WRK-PROX-SEQ
                    END-IF
            END-READ.

       2520-COLETAR-PEND-ABERTA.
            READ CLIENTES-PEND NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-PND-FIM
                NOT AT END
                    IF PND-CPF-CNPJ NOT = WRK-CHAVE-ABSORV
                        MOVE 'S' TO WRK-PND-FIM
                    ELSE
                        IF PND-STATUS = 'A' AND WRK-SEQ-QTD < 999
                            ADD 1 TO WRK-SEQ-QTD
                            MOVE PND-SEQUENCIA
                                TO WRK-SEQ-ITEM(WRK-SEQ-QTD)
                        END-IF
                    END-IF
            END-READ.

       2530-MOVER-PENDENCIA.
            ADD 1 TO WRK-PROX-SEQ.
            IF WRK-PROX-SEQ > 999
                DISPLAY 'CLIMERGE - SOBREVIVENTE SEM SEQUENCIA LIVRE '
                    '- PENDENCIA MANTIDA: ' WRK-SEQ-ITEM(WRK-SEQ-J)
                ADD 1 TO WRK-CONT-NAO-MOVIDOS
                ADD 1 TO WRK-CONT-PND-MANTIDAS
            ELSE
                MOVE SPACES TO PENDENCIA-REC
                MOVE WRK-CHAVE-ABSORV TO PND-CPF-CNPJ
                MOVE WRK-SEQ-ITEM(WRK-SEQ-J) TO PND-SEQUENCIA
                READ CLIENTES-PEND
                    INVALID KEY
                        DISPLAY 'CLIMERGE - PENDENCIA SUMIU NA FUSAO: '
                            PND-SEQUENCIA
                    NOT INVALID KEY
                        PERFORM 2540-REGRAVAR-PENDENCIA
                END-READ
            END-IF.

       2540-REGRAVAR-PENDENCIA.
            DELETE CLIENTES-PEND RECORD.
            MOVE WRK-CHAVE-SOBREV TO PND-CPF-CNPJ.
            MOVE WRK-PROX-SEQ TO PND-SEQUENCIA.
            WRITE PENDENCIA-REC
                INVALID KEY
                    DISPLAY 'CLIMERGE - ERRO AO REGRAVAR PENDENCIA: '
                        WRK-SEQ-ITEM(WRK-SEQ-J)
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-PENDENCIAS
            END-WRITE.

      * A ABSORVIDA FICA INATIVA COM A DATA DE HOJE (SE JA ESTAVA
      * INATIVA, A DATA ORIGINAL E PRESERVADA) E PERDE A MARCA DE
      * PENDENCIA DE COBRANCA SE TODAS AS ABERTAS FORAM MOVIDAS
       2600-DESATIVAR-ABSORVIDO.
            MOVE SPACES TO CLIENTE-REC.
            MOVE WRK-CHAVE-ABSORV TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIMERGE - ERRO AO RELER CHAVE ABSORVIDA'
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    IF WRK-ERA-ATIVO = 'S'
                        MOVE 'INATIVO' TO CLI-STATUS
                        MOVE WRK-DATA-SISTEMA TO CLI-DT-EXCLUSAO
                    END-IF
                    IF WRK-CONT-PND-MANTIDAS = 0
                        MOVE 'N' TO CLI-PEND-COBRANCA
                    END-IF
                    REWRITE CLIENTE-REC
                        INVALID KEY
                            DISPLAY 'CLIMERGE - ERRO AO DESATIVAR '
                                'CHAVE ABSORVIDA'
                            MOVE 16 TO RETURN-CODE
                        NOT INVALID KEY
                            MOVE 'M' TO WRK-JNL-ARQUIVO
                            MOVE 'A' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                    END-REWRITE
            END-READ.

      * A DATA DE ALTERACAO DE HOJE FAZ O PROXIMO DELTA MANDAR O 'A'
      * DA SOBREVIVENTE COM O CONTATO E O ENDERECO QUE HERDOU
       2700-ATUALIZAR-SOBREVIVENTE.
            MOVE SPACES TO CLIENTE-REC.
            MOVE WRK-CHAVE-SOBREV TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIMERGE - ERRO AO RELER CHAVE '
                        'SOBREVIVENTE'
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE WRK-DATA-SISTEMA TO CLI-DT-ALTERACAO
                    IF WRK-CONT-PENDENCIAS > 0
                        MOVE 'S' TO CLI-PEND-COBRANCA
                    END-IF
                    REWRITE CLIENTE-REC
                        INVALID KEY
                            DISPLAY 'CLIMERGE - ERRO AO ATUALIZAR '
                                'CHAVE SOBREVIVENTE'
                            MOVE 16 TO RETURN-CODE
                        NOT INVALID KEY
                            MOVE 'M' TO WRK-JNL-ARQUIVO
                            MOVE 'A' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                    END-REWRITE
            END-READ.

      * ENFILEIRA O 'D' DA ABSORVIDA PARA O PROXIMO EXTRATO DELTA,
      * MESMO QUE ELA JA ESTIVESSE INATIVA: A COBRANCA PRECISA SABER
      * QUE AQUELA CHAVE NAO RECEBE MAIS MOVIMENTO
       2800-GRAVAR-AVULSO.
            OPEN EXTEND CLIENTES-AVULSO.
            IF WRK-STATUS-AVU = '05' OR WRK-STATUS-AVU = '35'
                OPEN OUTPUT CLIENTES-AVULSO
                CLOSE CLIENTES-AVULSO
                OPEN EXTEND CLIENTES-AVULSO
            END-IF.
            IF WRK-STATUS-AVU NOT = '00'
                DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIEXTA: '
                    WRK-STATUS-AVU
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE SPACES TO AVULSO-REC
                MOVE 'D' TO EXA-TIPO
                MOVE WRK-CHAVE-ABSORV TO EXA-CPF-CNPJ
                MOVE WRK-NOME-ABSORV TO EXA-NOME
                WRITE AVULSO-REC
                CLOSE CLIENTES-AVULSO
            END-IF.

      * A DESATIVACAO DA ABSORVIDA E LOGADA COMO 'EXCLUIR', COMO A
      * DESATIVACAO APROVADA DO ONLINE, PARA A CONCILIACAO DO
      * CLIVERIF CONTINUAR FECHANDO; A ENTRADA MERGE VAI NAS DUAS
      * CHAVES, PARA A TRILHA DE CADA UMA MOSTRAR A FUSAO
       2900-GRAVAR-LOG-MERGE.
            IF WRK-ERA-ATIVO = 'S'
                MOVE 'EXCLUIR' TO WRK-LOG-OPERACAO
                MOVE WRK-CHAVE-ABSORV TO WRK-LOG-CHAVE
                MOVE SPACES TO WRK-LOG-CAMPOS
                STRING 'STATUS=INATIVO ABSORVIDO POR ' DELIMITED BY SIZE
                       WRK-CHAVE-SOBREV DELIMITED BY SIZE
                       INTO WRK-LOG-CAMPOS
                END-STRING
                PERFORM 9100-GRAVAR-LOG
            END-IF.
            MOVE 'MERGE' TO WRK-LOG-OPERACAO.
            MOVE WRK-CHAVE-SOBREV TO WRK-LOG-CHAVE.
            MOVE SPACES TO WRK-LOG-CAMPOS.
            STRING 'ABSORVEU ' DELIMITED BY SIZE
                   WRK-CHAVE-ABSORV DELIMITED BY SIZE
                   ' CTT=' DELIMITED BY SIZE
                   WRK-CONT-CONTATOS DELIMITED BY SIZE
                   ' EDR=' DELIMITED BY SIZE
                   WRK-CONT-ENDERECOS DELIMITED BY SIZE
                   ' PND=' DELIMITED BY SIZE
                   WRK-CONT-PENDENCIAS DELIMITED BY SIZE
                   INTO WRK-LOG-CAMPOS
            END-STRING.
            PERFORM 9100-GRAVAR-LOG.
            MOVE WRK-CHAVE-ABSORV TO WRK-LOG-CHAVE.
            MOVE SPACES TO WRK-LOG-CAMPOS.
            STRING 'ABSORVIDO POR ' DELIMITED BY SIZE
                   WRK-CHAVE-SOBREV DELIMITED BY SIZE
                   INTO WRK-LOG-CAMPOS
            END-STRING.
            PERFORM 9100-GRAVAR-LOG.

      * GRAVA UMA LINHA NA TRILHA DE AUDITORIA
       9100-GRAVAR-LOG.
            MOVE SPACES TO LOG-REC.
            MOVE WRK-LOG-OPERADOR TO LOG-OPERADOR.
            MOVE WRK-DATA-SISTEMA TO LOG-DATA.
            ACCEPT LOG-HORA FROM TIME.
            MOVE WRK-LOG-OPERACAO TO LOG-OPERACAO.
            MOVE WRK-LOG-CHAVE TO LOG-CHAVE.
            MOVE WRK-LOG-CAMPOS TO LOG-CAMPOS.
            WRITE LOG-REC.

       3000-FINALIZAR.
            PERFORM 1090-FECHAR-CADASTROS.
            CLOSE CLIENTES-PARM.
            CLOSE CLIENTES-LOG.
            CLOSE CLIENTES-JORNAL.
            DISPLAY 'CLIMERGE - CHAVE SOBREVIVENTE : '
                WRK-CHAVE-SOBREV.
            DISPLAY 'CLIMERGE - CHAVE ABSORVIDA    : '
                WRK-CHAVE-ABSORV.
            DISPLAY 'CLIMERGE - FUSAO EFETUADA     : ' WRK-FUSAO-OK.
            DISPLAY 'CLIMERGE - CONTATOS MOVIDOS   : '
                WRK-CONT-CONTATOS.
            DISPLAY 'CLIMERGE - ENDERECOS MOVIDOS  : '
                WRK-CONT-ENDERECOS.
            DISPLAY 'CLIMERGE - ENDERECOS MANTIDOS : '
                WRK-CONT-EDR-MANTIDOS.
            DISPLAY 'CLIMERGE - PENDENCIAS MOVIDAS : '
                WRK-CONT-PENDENCIAS.
            DISPLAY 'CLIMERGE - ITENS NAO MOVIDOS  : '
                WRK-CONT-NAO-MOVIDOS.

      * GRAVA NO JORNAL A IMAGEM DO REGISTRO QUE ACABOU DE SER
      * GRAVADO, REGRAVADO OU EXCLUIDO, PARA O ROLLFWD DO CLIRESTO
       9150-GRAVAR-JORNAL.
            MOVE SPACES TO JNL-REC.
            ACCEPT JNL-DATA FROM DATE YYYYMMDD.
            ACCEPT JNL-HORA FROM TIME.
            MOVE 'CLIMERGE' TO JNL-PROGRAMA.
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
                DISPLAY 'CLIMERGE - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIMERGE' TO CTL-JOB
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
