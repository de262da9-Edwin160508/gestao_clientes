       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLILGPD.
      ******************************************************************
      * OBJETIVO:  ATENDIMENTO AOS DIREITOS DO TITULAR (LGPD),
      *            DIRIGIDO POR CARTAO DE PARAMETRO NOS MOLDES DO
      *            CLIARQV. FUNCAO DOSSIE: IMPRIME NUM SO RELATORIO
      *            TUDO O QUE O SISTEMA GUARDA SOBRE UM CPF/CNPJ -
      *            MASTER, HISTORICO (CLIHIST), CONTATOS, ENDERECOS,
      *            PENDENCIAS DE COBRANCA, APROVACAO PENDENTE E AS
      *            ENTRADAS DA TRILHA DE AUDITORIA NOS ARQUIVOS
      *            MENSAIS (CLILOGH) E NA LOG VIVA. FUNCAO ANONIMIZ:
      *            MASCARA NOME, ENDERECO E TELEFONE DO CLIENTE NA
      *            MASTER E NO HISTORICO, NOME/TELEFONE/E-MAIL DOS
      *            CONTATOS E AS LINHAS DE ENDERECO, MANTENDO SO A
      *            CHAVE, AS DATAS E OS CODIGOS QUE A TRILHA DE
      *            AUDITORIA E OS RELATORIOS PRECISAM, E GRAVA A
      *            CHAVE NO REGISTRO DE ANONIMIZACAO (CLIANON) QUE
      *            IMPEDE O CLIARQV E O CLIRESTO DE TRAZEREM O DADO
      *            DE VOLTA. AS DUAS FUNCOES FICAM NA CLIENTES-LOG.
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

           SELECT CLIENTES-HIST ASSIGN TO 'CLIHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-HIST.

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

           SELECT CLIENTES-ANON ASSIGN TO 'CLIANON'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-ANON.

           SELECT CLIENTES-LOG ASSIGN TO 'CLILOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

           SELECT CLIENTES-LOGHIS ASSIGN TO 'CLILOGH'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOGH.

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

           SELECT CLIENTES-LRPT ASSIGN TO 'CLILRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LRPT.

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

      * MESMO CONTEUDO DO CLIENTE-REC (COPY CLIREG), COM A CHAVE
      * DESTACADA PARA O ACESSO INDEXADO DO HISTORICO (VER CLIARQV)
       FD  CLIENTES-HIST.
       01  HIST-REC.
           05 HIST-CPF-CNPJ      PIC X(14).
           05 HIST-DADOS         PIC X(149).

       FD  CLIENTES-CONTATO.
           COPY CLICTR.

       FD  CLIENTES-ENDERECO.
           COPY CLIEDR.

       FD  CLIENTES-PEND.
           COPY CLIPND.

       FD  CLIENTES-APROV.
           COPY CLIAPV.

       FD  CLIENTES-ANON.
           COPY CLIANR.

       FD  CLIENTES-LOG.
           COPY CLILOGR.

       FD  CLIENTES-LOGHIS.
       01  HIS-LINHA               PIC X(106).

       FD  CLIENTES-PARM.
           COPY CLILPC.

       FD  CLIENTES-LRPT.
       01  LRPT-LINHA              PIC X(132).

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-TITULO             PIC X(29)
                                  VALUE 'SISTEMA DE GESTAO DE CLIENTES'.
       77 WRK-STATUS-MASTER PIC X(2).
       77 WRK-STATUS-HIST   PIC X(2).
       77 WRK-STATUS-CTT    PIC X(2).
       77 WRK-STATUS-EDR    PIC X(2).
       77 WRK-STATUS-PND    PIC X(2).
       77 WRK-STATUS-APR    PIC X(2).
       77 WRK-STATUS-ANON   PIC X(2).
       77 WRK-STATUS-LOG    PIC X(2).
       77 WRK-STATUS-LOGH   PIC X(2).
       77 WRK-STATUS-PARM   PIC X(2).
       77 WRK-STATUS-LRPT   PIC X(2).
       77 WRK-SEM-HISTORICO PIC X(1) VALUE 'N'.
       77 WRK-SEM-CONTATOS  PIC X(1) VALUE 'N'.
       77 WRK-SEM-ENDERECOS PIC X(1) VALUE 'N'.
       77 WRK-SEM-PENDENCIAS PIC X(1) VALUE 'N'.
       77 WRK-SEM-APROVACOES PIC X(1) VALUE 'N'.
       77 WRK-CTT-FIM       PIC X(1).
       77 WRK-EDR-FIM       PIC X(1).
       77 WRK-PND-FIM       PIC X(1).
       77 WRK-EOF-LOG       PIC X(1) VALUE 'N'.
       77 WRK-EOF-HIST      PIC X(1) VALUE 'N'.
       77 WRK-DATA-SISTEMA  PIC 9(8).
       77 WRK-LINHA-DET     PIC X(132).

      * CARTAO DE PARAMETRO
       77 WRK-FUNCAO        PIC X(8).
       77 WRK-CHAVE         PIC X(14).
       77 WRK-PROTOCOLO     PIC X(20).
       77 WRK-FUNCAO-OK     PIC X(1) VALUE 'N'.

      * TEXTO QUE SUBSTITUI OS NOMES ANONIMIZADOS; OS DEMAIS DADOS
      * PESSOAIS FICAM EM BRANCO. A MESMA MASCARA E APLICADA PELO
      * CLIRESTO NAS CHAVES DO REGISTRO DE ANONIMIZACAO
       77 WRK-TEXTO-ANON    PIC X(20) VALUE 'ANONIMIZADO LGPD'.

      * CONTAGENS DO DOSSIE E DA ANONIMIZACAO, POR ARQUIVO
       77 WRK-QTD-MASTER    PIC 9(1) VALUE 0.
       77 WRK-QTD-HIST      PIC 9(1) VALUE 0.
       77 WRK-QTD-CONTATOS  PIC 9(3) VALUE 0.
       77 WRK-QTD-ENDERECOS PIC 9(1) VALUE 0.
       77 WRK-QTD-PENDENCIAS PIC 9(3) VALUE 0.
       77 WRK-QTD-APROVACAO PIC 9(1) VALUE 0.
       77 WRK-QTD-LOG-MENSAL PIC 9(6) VALUE 0.
       77 WRK-QTD-LOG-VIVA  PIC 9(6) VALUE 0.
       77 WRK-QTD-TOTAL     PIC 9(7) VALUE 0.

      * TRILHA DE AUDITORIA: MESMO FORMATO DO MODULO ONLINE
       77 WRK-LOG-OPERADOR  PIC X(8) VALUE 'CLILGPD'.
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
            IF WRK-CHAVE = SPACES AND WRK-FUNCAO NOT = SPACES
                DISPLAY 'CLILGPD - INFORME O CPF/CNPJ DO TITULAR'
                MOVE 16 TO RETURN-CODE
            ELSE
                EVALUATE WRK-FUNCAO
                    WHEN 'DOSSIE'
                        PERFORM 2000-EMITIR-DOSSIE
                    WHEN 'ANONIMIZ'
                        PERFORM 4000-ANONIMIZAR
                    WHEN OTHER
                        DISPLAY 'CLILGPD - FUNCAO INVALIDA NO '
                            'PARAMETRO: ' WRK-FUNCAO
                        MOVE 16 TO RETURN-CODE
                END-EVALUATE
            END-IF.
            IF WRK-FUNCAO-OK = 'S'
                PERFORM 8000-GRAVAR-LOG-LGPD
            END-IF.
            PERFORM 3000-FINALIZAR.
            MOVE WRK-QTD-TOTAL TO WRK-CTL-LIDOS.
            IF WRK-FUNCAO = 'ANONIMIZ'
                MOVE WRK-QTD-TOTAL TO WRK-CTL-GRAVADOS
            END-IF.
            MOVE SPACES TO WRK-CTL-REF-TEXTO.
            STRING WRK-FUNCAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-CHAVE DELIMITED BY SIZE
                   INTO WRK-CTL-REF-TEXTO
            END-STRING.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1000-ABRIR-ARQUIVOS.
            OPEN I-O CLIENTES-MASTER.
            IF WRK-STATUS-MASTER NOT = '00'
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-MASTER: '
                    WRK-STATUS-MASTER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O CLIENTES-HIST.
            IF WRK-STATUS-HIST NOT = '00'
                MOVE 'S' TO WRK-SEM-HISTORICO
                DISPLAY 'CLILGPD - CLIENTES-HIST INDISPONIVEL ('
                    WRK-STATUS-HIST ') - HISTORICO NAO CONSULTADO'
            END-IF.
            OPEN I-O CLIENTES-CONTATO.
            IF WRK-STATUS-CTT NOT = '00'
                MOVE 'S' TO WRK-SEM-CONTATOS
                DISPLAY 'CLILGPD - CLIENTES-CONTATO INDISPONIVEL ('
                    WRK-STATUS-CTT ') - CONTATOS NAO CONSULTADOS'
            END-IF.
            OPEN I-O CLIENTES-ENDERECO.
            IF WRK-STATUS-EDR NOT = '00'
                MOVE 'S' TO WRK-SEM-ENDERECOS
                DISPLAY 'CLILGPD - CLIENTES-ENDERECO INDISPONIVEL ('
                    WRK-STATUS-EDR ') - ENDERECOS NAO CONSULTADOS'
            END-IF.
            OPEN INPUT CLIENTES-PEND.
            IF WRK-STATUS-PND NOT = '00'
                MOVE 'S' TO WRK-SEM-PENDENCIAS
                DISPLAY 'CLILGPD - CLIENTES-PEND INDISPONIVEL ('
                    WRK-STATUS-PND ') - PENDENCIAS NAO CONSULTADAS'
            END-IF.
      * A ANONIMIZACAO E RECUSADA COM APROVACAO PENDENTE; SEM A FILA
      * SO A AUSENCIA DO ARQUIVO (NENHUMA SOLICITACAO JA FEITA) E
      * ACEITA, COMO NO CLIMERGE
            OPEN INPUT CLIENTES-APROV.
            IF WRK-STATUS-APR = '35'
                MOVE 'S' TO WRK-SEM-APROVACOES
            ELSE
                IF WRK-STATUS-APR NOT = '00'
                    DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-APROV: '
                        WRK-STATUS-APR
                    PERFORM 1090-FECHAR-CADASTROS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            OPEN I-O CLIENTES-ANON.
            IF WRK-STATUS-ANON = '35'
                OPEN OUTPUT CLIENTES-ANON
                CLOSE CLIENTES-ANON
                OPEN I-O CLIENTES-ANON
            END-IF.
            IF WRK-STATUS-ANON NOT = '00'
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-ANON: '
                    WRK-STATUS-ANON
                PERFORM 1090-FECHAR-CADASTROS
                IF WRK-SEM-APROVACOES NOT = 'S'
                    CLOSE CLIENTES-APROV
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CLIENTES-PARM.
            IF WRK-STATUS-PARM NOT = '00'
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-PARM: '
                    WRK-STATUS-PARM
                PERFORM 1095-FECHAR-CONTROLES
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CLIENTES-LRPT.
            IF WRK-STATUS-LRPT NOT = '00'
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLILRPT: '
                    WRK-STATUS-LRPT
                PERFORM 1095-FECHAR-CONTROLES
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
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-JORNAL: '
                    WRK-STATUS-JNL
                PERFORM 1095-FECHAR-CONTROLES
                CLOSE CLIENTES-PARM
                CLOSE CLIENTES-LRPT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       1090-FECHAR-CADASTROS.
            CLOSE CLIENTES-MASTER.
            IF WRK-SEM-HISTORICO NOT = 'S'
                CLOSE CLIENTES-HIST
            END-IF.
            IF WRK-SEM-CONTATOS NOT = 'S'
                CLOSE CLIENTES-CONTATO
            END-IF.
            IF WRK-SEM-ENDERECOS NOT = 'S'
                CLOSE CLIENTES-ENDERECO
            END-IF.
            IF WRK-SEM-PENDENCIAS NOT = 'S'
                CLOSE CLIENTES-PEND
            END-IF.

       1095-FECHAR-CONTROLES.
            PERFORM 1090-FECHAR-CADASTROS.
            IF WRK-SEM-APROVACOES NOT = 'S'
                CLOSE CLIENTES-APROV
            END-IF.
            CLOSE CLIENTES-ANON.

       1500-LER-PARAMETRO.
            READ CLIENTES-PARM
                AT END
                    DISPLAY 'CLILGPD - CARTAO DE PARAMETRO VAZIO'
                    MOVE SPACES TO WRK-FUNCAO
                    MOVE SPACES TO WRK-CHAVE
                NOT AT END
                    MOVE PRM-FUNCAO TO WRK-FUNCAO
                    MOVE PRM-CPF-CNPJ TO WRK-CHAVE
                    MOVE PRM-PROTOCOLO TO WRK-PROTOCOLO
            END-READ.
            MOVE SPACES TO LRPT-LINHA.
            WRITE LRPT-LINHA FROM WRK-TITULO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'ATENDIMENTO AO TITULAR (LGPD) - FUNCAO '
                       DELIMITED BY SIZE
                   WRK-FUNCAO DELIMITED BY SIZE
                   ' - CPF/CNPJ ' DELIMITED BY SIZE
                   WRK-CHAVE DELIMITED BY SIZE
                   ' - PROTOCOLO ' DELIMITED BY SIZE
                   WRK-PROTOCOLO DELIMITED BY SIZE
                   ' - DATA ' DELIMITED BY SIZE
                   WRK-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.

      *-----------------------------------------------------------------
      * DOSSIE: UMA SECAO POR ARQUIVO, NA ORDEM DO CADASTRO PARA A
      * TRILHA DE AUDITORIA; SECAO SEM REGISTRO SAI COM A INDICACAO
      * 'NENHUM REGISTRO', PARA O DOSSIE PROVAR QUE O ARQUIVO FOI
      * CONSULTADO
      *-----------------------------------------------------------------
       2000-EMITIR-DOSSIE.
            MOVE 'S' TO WRK-FUNCAO-OK.
            PERFORM 2100-DOSSIE-MASTER.
            PERFORM 2150-DOSSIE-HISTORICO.
            PERFORM 2200-DOSSIE-CONTATOS.
            PERFORM 2300-DOSSIE-ENDERECOS.
            PERFORM 2400-DOSSIE-PENDENCIAS.
            PERFORM 2500-DOSSIE-APROVACAO.
            PERFORM 2600-DOSSIE-LOG.
            COMPUTE WRK-QTD-TOTAL = WRK-QTD-MASTER + WRK-QTD-HIST +
                WRK-QTD-CONTATOS + WRK-QTD-ENDERECOS +
                WRK-QTD-PENDENCIAS + WRK-QTD-APROVACAO +
                WRK-QTD-LOG-MENSAL + WRK-QTD-LOG-VIVA.
            MOVE SPACES TO WRK-LINHA-DET.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'TOTAL DE REGISTROS NO DOSSIE: ' DELIMITED BY SIZE
                   WRK-QTD-TOTAL DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            IF WRK-QTD-TOTAL = 0
                MOVE 'NENHUM DADO ENCONTRADO PARA O CPF/CNPJ INFORMADO'
                    TO WRK-LINHA-DET
                PERFORM 2950-IMPRIMIR-LINHA
                MOVE 4 TO RETURN-CODE
            END-IF.

       2100-DOSSIE-MASTER.
            MOVE 'CADASTRO (CLIENTES-MASTER)' TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            MOVE SPACES TO CLIENTE-REC.
            MOVE WRK-CHAVE TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    PERFORM 2990-IMPRIMIR-NENHUM
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-MASTER
                    PERFORM 2800-IMPRIMIR-CLIENTE
            END-READ.

       2150-DOSSIE-HISTORICO.
            MOVE 'HISTORICO DE ARQUIVADOS (CLIHIST)' TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            IF WRK-SEM-HISTORICO = 'S'
                PERFORM 2980-IMPRIMIR-INDISPONIVEL
            ELSE
                MOVE SPACES TO HIST-REC
                MOVE WRK-CHAVE TO HIST-CPF-CNPJ
                READ CLIENTES-HIST
                    INVALID KEY
                        PERFORM 2990-IMPRIMIR-NENHUM
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-HIST
                        MOVE HIST-REC TO CLIENTE-REC
                        PERFORM 2800-IMPRIMIR-CLIENTE
                END-READ
            END-IF.

       2200-DOSSIE-CONTATOS.
            MOVE 'CONTATOS (CLIENTES-CONTATO)' TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            IF WRK-SEM-CONTATOS = 'S'
                PERFORM 2980-IMPRIMIR-INDISPONIVEL
            ELSE
                MOVE 'N' TO WRK-CTT-FIM
                MOVE SPACES TO CONTATO-REC
                MOVE WRK-CHAVE TO CTT-CPF-CNPJ
                MOVE 0 TO CTT-SEQUENCIA
                START CLIENTES-CONTATO KEY IS NOT LESS THAN CTT-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-CTT-FIM
                END-START
                PERFORM 2210-LISTAR-CONTATO UNTIL WRK-CTT-FIM = 'S'
                IF WRK-QTD-CONTATOS = 0
                    PERFORM 2990-IMPRIMIR-NENHUM
                END-IF
            END-IF.

       2210-LISTAR-CONTATO.
            READ CLIENTES-CONTATO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-CTT-FIM
                NOT AT END
                    IF CTT-CPF-CNPJ NOT = WRK-CHAVE
                        MOVE 'S' TO WRK-CTT-FIM
                    ELSE
                        ADD 1 TO WRK-QTD-CONTATOS
                        MOVE SPACES TO WRK-LINHA-DET
                        STRING 'SEQ ' DELIMITED BY SIZE
                               CTT-SEQUENCIA DELIMITED BY SIZE
                               ' NOME: ' DELIMITED BY SIZE
                               CTT-NOME DELIMITED BY SIZE
                               ' FUNCAO: ' DELIMITED BY SIZE
                               CTT-FUNCAO DELIMITED BY SIZE
                               ' PRINCIPAL: ' DELIMITED BY SIZE
                               CTT-PRINCIPAL DELIMITED BY SIZE
                               INTO WRK-LINHA-DET
                        END-STRING
                        PERFORM 2950-IMPRIMIR-LINHA
                        STRING '        TELEFONE: ' DELIMITED BY SIZE
                               CTT-TELEFONE DELIMITED BY SIZE
                               ' E-MAIL: ' DELIMITED BY SIZE
                               CTT-EMAIL DELIMITED BY SIZE
                               INTO WRK-LINHA-DET
                        END-STRING
                        PERFORM 2950-IMPRIMIR-LINHA
                    END-IF
            END-READ.

       2300-DOSSIE-ENDERECOS.
            MOVE 'ENDERECOS (CLIENTES-ENDERECO)' TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            IF WRK-SEM-ENDERECOS = 'S'
                PERFORM 2980-IMPRIMIR-INDISPONIVEL
            ELSE
                MOVE 'N' TO WRK-EDR-FIM
                MOVE SPACES TO ENDERECO-REC
                MOVE WRK-CHAVE TO EDR-CPF-CNPJ
                MOVE LOW-VALUES TO EDR-TIPO
                START CLIENTES-ENDERECO KEY IS NOT LESS THAN EDR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EDR-FIM
                END-START
                PERFORM 2310-LISTAR-ENDERECO UNTIL WRK-EDR-FIM = 'S'
                IF WRK-QTD-ENDERECOS = 0
                    PERFORM 2990-IMPRIMIR-NENHUM
                END-IF
            END-IF.

       2310-LISTAR-ENDERECO.
            READ CLIENTES-ENDERECO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EDR-FIM
                NOT AT END
                    IF EDR-CPF-CNPJ NOT = WRK-CHAVE
                        MOVE 'S' TO WRK-EDR-FIM
                    ELSE
                        ADD 1 TO WRK-QTD-ENDERECOS
                        MOVE SPACES TO WRK-LINHA-DET
                        STRING 'TIPO ' DELIMITED BY SIZE
                               EDR-TIPO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               EDR-ENDERECO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               EDR-CIDADE DELIMITED BY SIZE
                               ' CEP ' DELIMITED BY SIZE
                               EDR-CEP DELIMITED BY SIZE
                               ' UF ' DELIMITED BY SIZE
                               EDR-UF DELIMITED BY SIZE
                               INTO WRK-LINHA-DET
                        END-STRING
                        PERFORM 2950-IMPRIMIR-LINHA
                    END-IF
            END-READ.

       2400-DOSSIE-PENDENCIAS.
            MOVE 'PENDENCIAS DE COBRANCA (CLIENTES-PEND)'
                TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            IF WRK-SEM-PENDENCIAS = 'S'
                PERFORM 2980-IMPRIMIR-INDISPONIVEL
            ELSE
                MOVE 'N' TO WRK-PND-FIM
                MOVE SPACES TO PENDENCIA-REC
                MOVE WRK-CHAVE TO PND-CPF-CNPJ
                MOVE 0 TO PND-SEQUENCIA
                START CLIENTES-PEND KEY IS NOT LESS THAN PND-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-PND-FIM
                END-START
                PERFORM 2410-LISTAR-PENDENCIA UNTIL WRK-PND-FIM = 'S'
                IF WRK-QTD-PENDENCIAS = 0
                    PERFORM 2990-IMPRIMIR-NENHUM
                END-IF
            END-IF.

       2410-LISTAR-PENDENCIA.
            READ CLIENTES-PEND NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-PND-FIM
                NOT AT END
                    IF PND-CPF-CNPJ NOT = WRK-CHAVE
                        MOVE 'S' TO WRK-PND-FIM
                    ELSE
                        ADD 1 TO WRK-QTD-PENDENCIAS
                        MOVE SPACES TO WRK-LINHA-DET
                        STRING 'SEQ ' DELIMITED BY SIZE
                               PND-SEQUENCIA DELIMITED BY SIZE
                               ' COD ' DELIMITED BY SIZE
                               PND-COD-REJEICAO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               PND-DESCRICAO DELIMITED BY SIZE
                               ' RECEBIDA ' DELIMITED BY SIZE
                               PND-DT-RECEBIDA DELIMITED BY SIZE
                               ' STATUS ' DELIMITED BY SIZE
                               PND-STATUS DELIMITED BY SIZE
                               ' RESOLVIDA ' DELIMITED BY SIZE
                               PND-DT-RESOLVIDA DELIMITED BY SIZE
                               ' POR ' DELIMITED BY SIZE
                               PND-OPER-RESOLVEU DELIMITED BY SIZE
                               INTO WRK-LINHA-DET
                        END-STRING
                        PERFORM 2950-IMPRIMIR-LINHA
                        PERFORM 2420-LISTAR-AVISO
                    END-IF
            END-READ.

      * AVISOS DA PENDENCIA GERADOS PELO CLICORR: NOME, E-MAIL E
      * ENDERECO DO TITULAR FORAM ENVIADOS A GRAFICA/CASA DE E-MAIL
       2420-LISTAR-AVISO.
            IF PND-DT-AVISO NUMERIC
                IF PND-DT-AVISO > 0
                    MOVE SPACES TO WRK-LINHA-DET
                    STRING '    AVISO ' DELIMITED BY SIZE
                           PND-DT-AVISO DELIMITED BY SIZE
                           ' QTD ' DELIMITED BY SIZE
                           PND-QTD-AVISOS DELIMITED BY SIZE
                           ' MODELO ' DELIMITED BY SIZE
                           PND-MODELO-AVISO DELIMITED BY SIZE
                           ' MEIO ' DELIMITED BY SIZE
                           PND-MEIO-AVISO DELIMITED BY SIZE
                           ' (DADOS ENVIADOS A CASA DE CORRESPONDENCIA)'
                               DELIMITED BY SIZE
                           INTO WRK-LINHA-DET
                    END-STRING
                    PERFORM 2950-IMPRIMIR-LINHA
                END-IF
            END-IF.

       2500-DOSSIE-APROVACAO.
            MOVE 'APROVACAO PENDENTE (CLIENTES-APROV)'
                TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            IF WRK-SEM-APROVACOES = 'S'
                PERFORM 2990-IMPRIMIR-NENHUM
            ELSE
                MOVE WRK-CHAVE TO APR-CPF-CNPJ
                READ CLIENTES-APROV
                    INVALID KEY
                        PERFORM 2990-IMPRIMIR-NENHUM
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-APROVACAO
                        PERFORM 2550-IMPRIMIR-APROVACAO
                END-READ
            END-IF.

       2550-IMPRIMIR-APROVACAO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'TIPO ' DELIMITED BY SIZE
                   APR-TIPO DELIMITED BY SIZE
                   ' SOLICITADA POR ' DELIMITED BY SIZE
                   APR-OPER-SOLIC DELIMITED BY SIZE
                   ' EM ' DELIMITED BY SIZE
                   APR-DT-SOLIC DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'ANTES : ' DELIMITED BY SIZE
                   APR-ANT-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-ANT-ENDERECO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-ANT-CIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-ANT-TELEFONE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-ANT-SEGMENTO DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'DEPOIS: ' DELIMITED BY SIZE
                   APR-NOV-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-NOV-ENDERECO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-NOV-CIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-NOV-TELEFONE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-NOV-SEGMENTO DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.

      * TRILHA DE AUDITORIA: PRIMEIRO OS ARQUIVOS MENSAIS FECHADOS
      * PELO CLILOGAR (CONCATENADOS NO DD CLILOGH, COMO NO CLIAUDIT),
      * DEPOIS A LOG VIVA; SO AS ENTRADAS DA CHAVE DO TITULAR
       2600-DOSSIE-LOG.
            MOVE 'TRILHA DE AUDITORIA (CLIENTES-LOG)' TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            OPEN INPUT CLIENTES-LOG.
            IF WRK-STATUS-LOG NOT = '00'
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-LOG: '
                    WRK-STATUS-LOG
                PERFORM 2980-IMPRIMIR-INDISPONIVEL
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN INPUT CLIENTES-LOGHIS
                IF WRK-STATUS-LOGH NOT = '00'
                    MOVE 'S' TO WRK-EOF-HIST
                END-IF
                PERFORM 2610-LER-LOG-MENSAL UNTIL WRK-EOF-HIST = 'S'
                IF WRK-STATUS-LOGH = '00' OR WRK-STATUS-LOGH = '10'
                    CLOSE CLIENTES-LOGHIS
                END-IF
                PERFORM 2620-LER-LOG-VIVA UNTIL WRK-EOF-LOG = 'S'
                CLOSE CLIENTES-LOG
                IF WRK-QTD-LOG-MENSAL = 0 AND WRK-QTD-LOG-VIVA = 0
                    PERFORM 2990-IMPRIMIR-NENHUM
                END-IF
            END-IF.

       2610-LER-LOG-MENSAL.
            READ CLIENTES-LOGHIS
                AT END
                    MOVE 'S' TO WRK-EOF-HIST
                NOT AT END
                    MOVE HIS-LINHA TO LOG-REC
                    IF LOG-CHAVE = WRK-CHAVE
                        ADD 1 TO WRK-QTD-LOG-MENSAL
                        PERFORM 2850-IMPRIMIR-ENTRADA-LOG
                    END-IF
            END-READ.

       2620-LER-LOG-VIVA.
            READ CLIENTES-LOG
                AT END
                    MOVE 'S' TO WRK-EOF-LOG
                NOT AT END
                    IF LOG-CHAVE = WRK-CHAVE
                        ADD 1 TO WRK-QTD-LOG-VIVA
                        PERFORM 2850-IMPRIMIR-ENTRADA-LOG
                    END-IF
            END-READ.

       2800-IMPRIMIR-CLIENTE.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CPF/CNPJ: ' DELIMITED BY SIZE
                   CLI-CPF-CNPJ DELIMITED BY SIZE
                   ' NOME: ' DELIMITED BY SIZE
                   CLI-NOME DELIMITED BY SIZE
                   ' STATUS: ' DELIMITED BY SIZE
                   CLI-STATUS DELIMITED BY SIZE
                   ' SEGMENTO: ' DELIMITED BY SIZE
                   CLI-SEGMENTO DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'ENDERECO: ' DELIMITED BY SIZE
                   CLI-ENDERECO DELIMITED BY SIZE
                   ' CIDADE: ' DELIMITED BY SIZE
                   CLI-CIDADE DELIMITED BY SIZE
                   ' TELEFONE: ' DELIMITED BY SIZE
                   CLI-TELEFONE DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'INCLUSAO: ' DELIMITED BY SIZE
                   CLI-DT-INCLUSAO DELIMITED BY SIZE
                   ' ALTERACAO: ' DELIMITED BY SIZE
                   CLI-DT-ALTERACAO DELIMITED BY SIZE
                   ' EXCLUSAO: ' DELIMITED BY SIZE
                   CLI-DT-EXCLUSAO DELIMITED BY SIZE
                   ' PENDENCIA DE COBRANCA: ' DELIMITED BY SIZE
                   CLI-PEND-COBRANCA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.

       2850-IMPRIMIR-ENTRADA-LOG.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING LOG-OPERADOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-DATA     DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-HORA     DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-OPERACAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-CAMPOS   DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.

       2900-IMPRIMIR-TITULO-SECAO.
            MOVE SPACES TO LRPT-LINHA.
            WRITE LRPT-LINHA.
            MOVE WRK-LINHA-DET TO LRPT-LINHA.
            WRITE LRPT-LINHA.
            MOVE ALL '-' TO LRPT-LINHA.
            WRITE LRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.

       2950-IMPRIMIR-LINHA.
            MOVE WRK-LINHA-DET TO LRPT-LINHA.
            WRITE LRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.

       2980-IMPRIMIR-INDISPONIVEL.
            MOVE '  *** ARQUIVO INDISPONIVEL - VERIFICAR SYSOUT ***'
                TO WRK-LINHA-DET.
            PERFORM 2950-IMPRIMIR-LINHA.

       2990-IMPRIMIR-NENHUM.
            MOVE '  NENHUM REGISTRO' TO WRK-LINHA-DET.
            PERFORM 2950-IMPRIMIR-LINHA.

      *-----------------------------------------------------------------
      * ANONIMIZACAO: SO DE CLIENTE INATIVO (O ATIVO AINDA E
      * COBRADO - DESATIVAR ANTES PELO CAMINHO NORMAL) E SEM
      * APROVACAO PENDENTE. A CHAVE, AS DATAS, O STATUS, A CIDADE E
      * O SEGMENTO FICAM PARA A TRILHA DE AUDITORIA E A CONCILIACAO;
      * PENDENCIAS DE COBRANCA NAO TEM DADO PESSOAL E FICAM COMO ESTAO
      *-----------------------------------------------------------------
       4000-ANONIMIZAR.
            IF WRK-SEM-APROVACOES NOT = 'S'
                MOVE WRK-CHAVE TO APR-CPF-CNPJ
                READ CLIENTES-APROV
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'CLILGPD - CLIENTE COM APROVACAO '
                            'PENDENTE - DECIDIR ANTES: ' WRK-CHAVE
                        MOVE 8 TO RETURN-CODE
                END-READ
            END-IF.
            IF RETURN-CODE < 8
                MOVE SPACES TO CLIENTE-REC
                MOVE WRK-CHAVE TO CLI-CPF-CNPJ
                READ CLIENTES-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CLI-STATUS = 'ATIVO'
                            DISPLAY 'CLILGPD - CLIENTE ATIVO - '
                                'DESATIVAR ANTES DE ANONIMIZAR: '
                                WRK-CHAVE
                            MOVE 8 TO RETURN-CODE
                        END-IF
                END-READ
            END-IF.
            IF RETURN-CODE < 8
                MOVE 'S' TO WRK-FUNCAO-OK
                PERFORM 4100-ANONIMIZAR-MASTER
                PERFORM 4200-ANONIMIZAR-HISTORICO
                PERFORM 4300-ANONIMIZAR-CONTATOS
                PERFORM 4400-ANONIMIZAR-ENDERECOS
                PERFORM 4500-REGISTRAR-ANONIMIZACAO
                PERFORM 4600-RELATAR-ANONIMIZACAO
            ELSE
                MOVE '*** ANONIMIZACAO RECUSADA - VERIFICAR SYSOUT'
                    TO WRK-LINHA-DET
                PERFORM 2950-IMPRIMIR-LINHA
            END-IF.

       4100-ANONIMIZAR-MASTER.
            MOVE SPACES TO CLIENTE-REC.
            MOVE WRK-CHAVE TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 5100-MASCARAR-CLIENTE
                    REWRITE CLIENTE-REC
                        INVALID KEY
                            DISPLAY 'CLILGPD - ERRO AO REGRAVAR '
                                'MASTER: ' WRK-CHAVE
                            MOVE 16 TO RETURN-CODE
                        NOT INVALID KEY
                            ADD 1 TO WRK-QTD-MASTER
                            MOVE 'M' TO WRK-JNL-ARQUIVO
                            MOVE 'A' TO WRK-JNL-ACAO
                            PERFORM 9150-GRAVAR-JORNAL
                    END-REWRITE
            END-READ.

      * O HISTORICO GUARDA A IMAGEM DO CLIENTE-REC; A MASCARA E A
      * MESMA DA MASTER, APLICADA SOBRE A AREA DO CLIENTE-REC
       4200-ANONIMIZAR-HISTORICO.
            IF WRK-SEM-HISTORICO NOT = 'S'
                MOVE SPACES TO HIST-REC
                MOVE WRK-CHAVE TO HIST-CPF-CNPJ
                READ CLIENTES-HIST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE HIST-REC TO CLIENTE-REC
                        PERFORM 5100-MASCARAR-CLIENTE
                        MOVE CLIENTE-REC TO HIST-REC
                        REWRITE HIST-REC
                            INVALID KEY
                                DISPLAY 'CLILGPD - ERRO AO REGRAVAR '
                                    'HISTORICO: ' WRK-CHAVE
                                MOVE 16 TO RETURN-CODE
                            NOT INVALID KEY
                                ADD 1 TO WRK-QTD-HIST
                        END-REWRITE
                END-READ
            END-IF.

       4300-ANONIMIZAR-CONTATOS.
            IF WRK-SEM-CONTATOS NOT = 'S'
                MOVE 'N' TO WRK-CTT-FIM
                MOVE SPACES TO CONTATO-REC
                MOVE WRK-CHAVE TO CTT-CPF-CNPJ
                MOVE 0 TO CTT-SEQUENCIA
                START CLIENTES-CONTATO KEY IS NOT LESS THAN CTT-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-CTT-FIM
                END-START
                PERFORM 4310-MASCARAR-PROX-CONTATO
                    UNTIL WRK-CTT-FIM = 'S'
            END-IF.

       4310-MASCARAR-PROX-CONTATO.
            READ CLIENTES-CONTATO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-CTT-FIM
                NOT AT END
                    IF CTT-CPF-CNPJ NOT = WRK-CHAVE
                        MOVE 'S' TO WRK-CTT-FIM
                    ELSE
                        PERFORM 5200-MASCARAR-CONTATO
                        REWRITE CONTATO-REC
                            INVALID KEY
                                DISPLAY 'CLILGPD - ERRO AO REGRAVAR '
                                    'CONTATO: ' CTT-SEQUENCIA
                                MOVE 16 TO RETURN-CODE
                            NOT INVALID KEY
                                ADD 1 TO WRK-QTD-CONTATOS
                                MOVE 'C' TO WRK-JNL-ARQUIVO
                                MOVE 'A' TO WRK-JNL-ACAO
                                PERFORM 9150-GRAVAR-JORNAL
                        END-REWRITE
                    END-IF
            END-READ.

       4400-ANONIMIZAR-ENDERECOS.
            IF WRK-SEM-ENDERECOS NOT = 'S'
                MOVE 'N' TO WRK-EDR-FIM
                MOVE SPACES TO ENDERECO-REC
                MOVE WRK-CHAVE TO EDR-CPF-CNPJ
                MOVE LOW-VALUES TO EDR-TIPO
                START CLIENTES-ENDERECO KEY IS NOT LESS THAN EDR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EDR-FIM
                END-START
                PERFORM 4410-MASCARAR-PROX-ENDERECO
                    UNTIL WRK-EDR-FIM = 'S'
            END-IF.

       4410-MASCARAR-PROX-ENDERECO.
            READ CLIENTES-ENDERECO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EDR-FIM
                NOT AT END
                    IF EDR-CPF-CNPJ NOT = WRK-CHAVE
                        MOVE 'S' TO WRK-EDR-FIM
                    ELSE
                        PERFORM 5300-MASCARAR-ENDERECO
                        REWRITE ENDERECO-REC
                            INVALID KEY
                                DISPLAY 'CLILGPD - ERRO AO REGRAVAR '
                                    'ENDERECO: ' EDR-TIPO
                                MOVE 16 TO RETURN-CODE
                            NOT INVALID KEY
                                ADD 1 TO WRK-QTD-ENDERECOS
                                MOVE 'E' TO WRK-JNL-ARQUIVO
                                MOVE 'A' TO WRK-JNL-ACAO
                                PERFORM 9150-GRAVAR-JORNAL
                        END-REWRITE
                    END-IF
            END-READ.

      * A CHAVE ENTRA NO REGISTRO MESMO QUE NAO ESTEJA MAIS EM
      * NENHUM ARQUIVO VIVO: AS GERACOES DE BACKUP E O JORNAL AINDA
      * PODEM TE-LA. PEDIDO REPETIDO SO ATUALIZA DATA E PROTOCOLO
       4500-REGISTRAR-ANONIMIZACAO.
            MOVE WRK-CHAVE TO ANO-CPF-CNPJ.
            READ CLIENTES-ANON
                INVALID KEY
                    MOVE WRK-DATA-SISTEMA TO ANO-DATA
                    ACCEPT ANO-HORA FROM TIME
                    MOVE WRK-PROTOCOLO TO ANO-PROTOCOLO
                    WRITE ANON-REC
                        INVALID KEY
                            DISPLAY 'CLILGPD - ERRO AO GRAVAR CLIANON: '
                                WRK-STATUS-ANON
                            MOVE 16 TO RETURN-CODE
                    END-WRITE
                NOT INVALID KEY
                    MOVE WRK-DATA-SISTEMA TO ANO-DATA
                    ACCEPT ANO-HORA FROM TIME
                    MOVE WRK-PROTOCOLO TO ANO-PROTOCOLO
                    REWRITE ANON-REC
                        INVALID KEY
                            DISPLAY 'CLILGPD - ERRO AO REGRAVAR '
                                'CLIANON: ' WRK-STATUS-ANON
                            MOVE 16 TO RETURN-CODE
                    END-REWRITE
            END-READ.

       4600-RELATAR-ANONIMIZACAO.
            COMPUTE WRK-QTD-TOTAL = WRK-QTD-MASTER + WRK-QTD-HIST +
                WRK-QTD-CONTATOS + WRK-QTD-ENDERECOS.
            MOVE 'REGISTROS ANONIMIZADOS' TO WRK-LINHA-DET.
            PERFORM 2900-IMPRIMIR-TITULO-SECAO.
            STRING 'MASTER.....: ' DELIMITED BY SIZE
                   WRK-QTD-MASTER DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'HISTORICO..: ' DELIMITED BY SIZE
                   WRK-QTD-HIST DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'CONTATOS...: ' DELIMITED BY SIZE
                   WRK-QTD-CONTATOS DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            STRING 'ENDERECOS..: ' DELIMITED BY SIZE
                   WRK-QTD-ENDERECOS DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            PERFORM 2950-IMPRIMIR-LINHA.
            IF WRK-QTD-TOTAL = 0
                MOVE 'NENHUM REGISTRO VIVO COM O CPF/CNPJ - CHAVE SO '
                    TO WRK-LINHA-DET
                MOVE 'REGISTRADA PARA BACKUP E JORNAL'
                    TO WRK-LINHA-DET(49:31)
                PERFORM 2950-IMPRIMIR-LINHA
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

      * MASCARAS DE ANONIMIZACAO - AS MESMAS DO CLIRESTO
       5100-MASCARAR-CLIENTE.
            MOVE WRK-TEXTO-ANON TO CLI-NOME.
            MOVE SPACES TO CLI-ENDERECO.
            MOVE SPACES TO CLI-TELEFONE.

       5200-MASCARAR-CONTATO.
            MOVE WRK-TEXTO-ANON TO CTT-NOME.
            MOVE SPACES TO CTT-TELEFONE.
            MOVE SPACES TO CTT-EMAIL.

       5300-MASCARAR-ENDERECO.
            MOVE SPACES TO EDR-ENDERECO.
            MOVE SPACES TO EDR-CEP.

      * O DOSSIE E A ANONIMIZACAO FICAM NA TRILHA DE AUDITORIA DO
      * PROPRIO TITULAR, COM O PROTOCOLO DO ATENDIMENTO
       8000-GRAVAR-LOG-LGPD.
            OPEN EXTEND CLIENTES-LOG.
            IF WRK-STATUS-LOG = '05' OR WRK-STATUS-LOG = '35'
                OPEN OUTPUT CLIENTES-LOG
                CLOSE CLIENTES-LOG
                OPEN EXTEND CLIENTES-LOG
            END-IF.
            IF WRK-STATUS-LOG NOT = '00'
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-LOG: '
                    WRK-STATUS-LOG
                MOVE 16 TO RETURN-CODE
            ELSE
                IF WRK-FUNCAO = 'DOSSIE'
                    MOVE 'LGPD-DOS' TO WRK-LOG-OPERACAO
                ELSE
                    MOVE 'LGPD-ANO' TO WRK-LOG-OPERACAO
                END-IF
                MOVE WRK-CHAVE TO WRK-LOG-CHAVE
                MOVE SPACES TO WRK-LOG-CAMPOS
                STRING 'PROTOCOLO=' DELIMITED BY SIZE
                       WRK-PROTOCOLO DELIMITED BY SIZE
                       ' REGISTROS=' DELIMITED BY SIZE
                       WRK-QTD-TOTAL DELIMITED BY SIZE
                       INTO WRK-LOG-CAMPOS
                END-STRING
                PERFORM 9100-GRAVAR-LOG
                CLOSE CLIENTES-LOG
            END-IF.

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
            PERFORM 1095-FECHAR-CONTROLES.
            CLOSE CLIENTES-PARM.
            CLOSE CLIENTES-LRPT.
            CLOSE CLIENTES-JORNAL.
            DISPLAY 'CLILGPD - FUNCAO            : ' WRK-FUNCAO.
            DISPLAY 'CLILGPD - CPF/CNPJ          : ' WRK-CHAVE.
            DISPLAY 'CLILGPD - PROTOCOLO         : ' WRK-PROTOCOLO.
            DISPLAY 'CLILGPD - REGISTROS         : ' WRK-QTD-TOTAL.

      * GRAVA NO JORNAL A IMAGEM DO REGISTRO QUE ACABOU DE SER
      * GRAVADO, REGRAVADO OU EXCLUIDO, PARA O ROLLFWD DO CLIRESTO
       9150-GRAVAR-JORNAL.
            MOVE SPACES TO JNL-REC.
            ACCEPT JNL-DATA FROM DATE YYYYMMDD.
            ACCEPT JNL-HORA FROM TIME.
            MOVE 'CLILGPD' TO JNL-PROGRAMA.
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
                DISPLAY 'CLILGPD - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLILGPD' TO CTL-JOB
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
