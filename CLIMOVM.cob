       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIMOVM.
      ******************************************************************
      * OBJETIVO:  RELATORIO MENSAL DE MOVIMENTO DA BASE DE CLIENTES
      *            (CRESCIMENTO E CHURN). PARA CADA UM DOS ULTIMOS 12
      *            MESES MOSTRA A BASE DE ABERTURA, OS CLIENTES NOVOS,
      *            AS REATIVACOES, AS DESATIVACOES, OS ARQUIVADOS E A
      *            BASE DE FECHAMENTO, COM O CRESCIMENTO LIQUIDO E O
      *            PERCENTUAL DE CHURN, NO TOTAL, POR SEGMENTO (COM A
      *            DESCRICAO DA CLIENTES-SEG) E POR CIDADE.
      *            A BASE E A DOS CLIENTES ATIVOS, RECONSTITUIDA DAS
      *            DATAS CLI-DT-INCLUSAO E CLI-DT-EXCLUSAO DA MASTER E
      *            DO HISTORICO (CLIHIST), PARA O EXPURGO DO CLIARQV
      *            NAO APAGAR O PASSADO DA BASE. OS ARQUIVAMENTOS E AS
      *            RESTAURACOES DO CLIARQV SAEM DA TRILHA DE AUDITORIA
      *            (CLIENTES-LOG E ARQUIVOS MENSAIS DO CLILOGAR).
      *            OS MESMOS NUMEROS VAO PARA O ARQUIVO DE TAMANHO
      *            FIXO CLIMVRS, LIDO PELA PLANILHA DO FINANCEIRO.
      *            RC=4 QUANDO ALGUM CLIENTE FICA FORA DA CONTAGEM
      *            POR DATAS INCONSISTENTES (LISTADOS NO SYSOUT).
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

           SELECT CLIENTES-LOG ASSIGN TO 'CLILOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

           SELECT CLIENTES-LOGHIS ASSIGN TO 'CLILOGH'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOGH.

           SELECT CLIENTES-SEG ASSIGN TO 'CLISEG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CODIGO
               FILE STATUS IS WRK-STATUS-SEG.

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

           SELECT CLIENTES-MVRP ASSIGN TO 'CLIMVRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MVRP.

           SELECT CLIENTES-MVRS ASSIGN TO 'CLIMVRS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MVRS.

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
      * DESTACADA PARA O ACESSO INDEXADO DO HISTORICO
       FD  CLIENTES-HIST.
       01  HIST-REC.
           05 HIST-CPF-CNPJ      PIC X(14).
           05 HIST-DADOS         PIC X(149).

       FD  CLIENTES-LOG.
           COPY CLILOGR.

       FD  CLIENTES-LOGHIS.
       01  HIS-LINHA               PIC X(106).

       FD  CLIENTES-SEG.
           COPY CLISGR.

       FD  CLIENTES-PARM.
           COPY CLIMVC.

       FD  CLIENTES-MVRP.
       01  MVRP-LINHA              PIC X(132).

       FD  CLIENTES-MVRS.
           COPY CLIMVS.

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-MASTER PIC X(2).
       77 WRK-STATUS-HIST   PIC X(2).
       77 WRK-STATUS-LOG    PIC X(2).
       77 WRK-STATUS-LOGH   PIC X(2).
       77 WRK-STATUS-SEG    PIC X(2).
       77 WRK-STATUS-PARM   PIC X(2).
       77 WRK-STATUS-MVRP   PIC X(2).
       77 WRK-STATUS-MVRS   PIC X(2).
       77 WRK-SEM-HIST      PIC X(1) VALUE 'N'.
       77 WRK-SEM-LOG       PIC X(1) VALUE 'N'.
       77 WRK-SEM-LOGH      PIC X(1) VALUE 'N'.
       77 WRK-SEM-SEG       PIC X(1) VALUE 'N'.
       77 WRK-EOF           PIC X(1) VALUE 'N'.
       77 WRK-EOF-PARM      PIC X(1) VALUE 'N'.
       77 WRK-LINHA-DET     PIC X(132).
       77 WRK-DATA-SISTEMA  PIC 9(8).

      * CONTADORES DA RODADA
       77 WRK-CONT-MASTER   PIC 9(8) VALUE 0.
       77 WRK-CONT-HIST     PIC 9(8) VALUE 0.
       77 WRK-CONT-DUPL     PIC 9(8) VALUE 0.
       77 WRK-CONT-INCONS   PIC 9(8) VALUE 0.
       77 WRK-CONT-MOVIM    PIC 9(8) VALUE 0.
       77 WRK-CONT-RESUMO   PIC 9(8) VALUE 0.

      * PERIODO DO RELATORIO: 12 MESES TERMINANDO EM WRK-MES-FIM
      * (CARTAO 'MES-FIM' OU, SEM CARTAO, O MES ANTERIOR AO DA
      * RODADA). WRK-PER-INI(M) E O PRIMEIRO DIA DO MES M; O ITEM 13
      * E O PRIMEIRO DIA DO MES SEGUINTE AO PERIODO
       77 WRK-MES-FIM       PIC 9(6).
       77 WRK-MES-ATUAL     PIC 9(6).
       01 WRK-MES-TESTE     PIC 9(6).
       01 WRK-MES-TESTE-R REDEFINES WRK-MES-TESTE.
           05 WRK-MT-ANO     PIC 9(4).
           05 WRK-MT-MES     PIC 9(2).
       77 WRK-CALC-ANO      PIC 9(4).
       77 WRK-CALC-MES      PIC 9(2).
       77 WRK-MES-BASE      PIC 9(6).
       77 WRK-M             PIC 9(2).
       77 WRK-M-EVENTO      PIC 9(2).
       77 WRK-MES-TEXTO     PIC X(7).
       01 WRK-TAB-PERIODO.
           05 WRK-PER-ITEM OCCURS 13 TIMES.
               10 WRK-PER-AAAAMM     PIC 9(6).
               10 WRK-PER-INI        PIC 9(8).

      * DATAS DO CLIENTE CORRENTE. INCLUSAO INVALIDA, EXCLUSAO
      * INVALIDA OU ANTERIOR A INCLUSAO, E INATIVO SEM DATA DE
      * EXCLUSAO DEIXAM O CLIENTE FORA DA CONTAGEM
       77 WRK-DT-INC        PIC 9(8).
       77 WRK-DT-EXC        PIC 9(8).
       77 WRK-CLIENTE-OK    PIC X(1).
       77 WRK-FORA-CADASTRO PIC X(1).
       77 WRK-DATA-OK       PIC X(1).
       01 WRK-DATA-TESTE    PIC 9(8).
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-DT-ANO     PIC 9(4).
           05 WRK-DT-MES     PIC 9(2).
           05 WRK-DT-DIA     PIC 9(2).

      * QUADROS DE MOVIMENTO: 1 = BASE TOTAL, 2 = POR SEGMENTO,
      * 3 = POR CIDADE. O ITEM 200 DE CADA QUADRO ACUMULA OS GRUPOS
      * QUE NAO COUBERAM ('**'), COMO NO RESUMO DO CLIRELAT
       77 WRK-S             PIC 9(1).
       77 WRK-G             PIC 9(3).
       77 WRK-K             PIC 9(3).
       77 WRK-GRP-CHAVE     PIC X(20).
       77 WRK-GRP-TEXTO     PIC X(30).
       01 WRK-TAB-QUADROS.
           05 WRK-QDR OCCURS 3 TIMES.
               10 WRK-QDR-QTD        PIC 9(3).
               10 WRK-QDR-DEMAIS     PIC X(1).
               10 WRK-GRP OCCURS 200 TIMES.
                   15 WRK-GRP-VALOR     PIC X(20).
                   15 WRK-GRP-IMPRESSO  PIC X(1).
                   15 WRK-GRP-MES OCCURS 12 TIMES.
                       20 WRK-GRP-ABERT   PIC 9(7).
                       20 WRK-GRP-NOVOS   PIC 9(7).
                       20 WRK-GRP-REATIV  PIC 9(7).
                       20 WRK-GRP-DESAT   PIC 9(7).
                       20 WRK-GRP-ARQV    PIC 9(7).

      * VALORES DE UMA LINHA DO RELATORIO (MES OU TOTAL DO GRUPO)
       77 WRK-VAL-ABERT     PIC 9(7).
       77 WRK-VAL-NOVOS     PIC 9(7).
       77 WRK-VAL-REATIV    PIC 9(7).
       77 WRK-VAL-DESAT     PIC 9(7).
       77 WRK-VAL-ARQV      PIC 9(7).
       77 WRK-VAL-FECH      PIC 9(7).
       77 WRK-VAL-CRESC     PIC S9(7).
       77 WRK-VAL-CHURN     PIC 9(4)V99.
       01 WRK-TOT-GRUPO.
           05 WRK-TG-ABERT      PIC 9(7).
           05 WRK-TG-NOVOS      PIC 9(7).
           05 WRK-TG-REATIV     PIC 9(7).
           05 WRK-TG-DESAT      PIC 9(7).
           05 WRK-TG-ARQV       PIC 9(7).
           05 WRK-TG-FECH       PIC 9(7).
       77 WRK-ED-ABERT      PIC ZZZ,ZZ9.
       77 WRK-ED-NOVOS      PIC ZZZ,ZZ9.
       77 WRK-ED-REATIV     PIC ZZZ,ZZ9.
       77 WRK-ED-DESAT      PIC ZZZ,ZZ9.
       77 WRK-ED-ARQV       PIC ZZZ,ZZ9.
       77 WRK-ED-FECH       PIC ZZZ,ZZ9.
       77 WRK-ED-CRESC      PIC -ZZZ,ZZ9.
       77 WRK-ED-CHURN      PIC ZZZ9.99.
       77 WRK-ED-QTD        PIC ZZ,ZZZ,ZZ9.

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
            PERFORM 1600-PREPARAR-PERIODO.
            PERFORM 1700-PREPARAR-TABELAS.
            PERFORM 2000-LER-MASTER.
            IF WRK-SEM-HIST NOT = 'S'
                PERFORM 2200-LER-HISTORICO
            END-IF.
            PERFORM 2500-LER-TRILHA.
            PERFORM 3000-IMPRIMIR-RELATORIO.
            PERFORM 9000-FINALIZAR.
            COMPUTE WRK-CTL-LIDOS = WRK-CONT-MASTER + WRK-CONT-HIST.
            MOVE WRK-CONT-RESUMO TO WRK-CTL-GRAVADOS.
            MOVE WRK-CONT-INCONS TO WRK-CTL-REJEITADOS.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      * TUDO E SO LIDO. HISTORICO AINDA NAO CRIADO ('35') E NENHUM
      * CLIENTE ARQUIVADO; LOG VIVA AUSENTE ('35') E NENHUM MOVIMENTO
      * DO CLIARQV DESDE O ULTIMO CLILOGAR. QUALQUER OUTRO ERRO NOS
      * ARQUIVOS DE ENTRADA E FATAL, PORQUE A BASE SAIRIA ERRADA
       1000-ABRIR-ARQUIVOS.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-STATUS-MASTER NOT = '00'
                DISPLAY 'CLIMOVM - ERRO AO ABRIR CLIENTES-MASTER: '
                    WRK-STATUS-MASTER
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            OPEN INPUT CLIENTES-HIST.
            IF WRK-STATUS-HIST = '35'
                MOVE 'S' TO WRK-SEM-HIST
            ELSE
                IF WRK-STATUS-HIST NOT = '00'
                    DISPLAY 'CLIMOVM - ERRO AO ABRIR CLIENTES-HIST: '
                        WRK-STATUS-HIST
                    CLOSE CLIENTES-MASTER
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-LOG.
            IF WRK-STATUS-LOG = '35'
                MOVE 'S' TO WRK-SEM-LOG
            ELSE
                IF WRK-STATUS-LOG NOT = '00'
                    DISPLAY 'CLIMOVM - ERRO AO ABRIR CLIENTES-LOG: '
                        WRK-STATUS-LOG
                    CLOSE CLIENTES-MASTER
                    IF WRK-SEM-HIST NOT = 'S'
                        CLOSE CLIENTES-HIST
                    END-IF
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-LOGHIS.
            IF WRK-STATUS-LOGH NOT = '00'
                MOVE 'S' TO WRK-SEM-LOGH
            END-IF.
            OPEN INPUT CLIENTES-SEG.
            IF WRK-STATUS-SEG NOT = '00'
                MOVE 'S' TO WRK-SEM-SEG
                DISPLAY 'CLIMOVM - CLIENTES-SEG INDISPONIVEL ('
                    WRK-STATUS-SEG ') - SEGMENTOS SEM DESCRICAO'
            END-IF.
            OPEN OUTPUT CLIENTES-MVRP.
            IF WRK-STATUS-MVRP NOT = '00'
                DISPLAY 'CLIMOVM - ERRO AO ABRIR CLIENTES-MVRP: '
                    WRK-STATUS-MVRP
                PERFORM 1950-FECHAR-ENTRADAS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            OPEN OUTPUT CLIENTES-MVRS.
            IF WRK-STATUS-MVRS NOT = '00'
                DISPLAY 'CLIMOVM - ERRO AO ABRIR CLIENTES-MVRS: '
                    WRK-STATUS-MVRS
                CLOSE CLIENTES-MVRP
                PERFORM 1950-FECHAR-ENTRADAS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

      * CARTAO 'MES-FIM AAAAMM'; SEM ARQUIVO OU SEM CARTAO O PERIODO
      * TERMINA NO MES ANTERIOR AO DA RODADA (O ULTIMO MES FECHADO).
      * MES INVALIDO OU POSTERIOR AO MES DA RODADA VOLTA AO PADRAO
       1500-LER-PARAMETRO.
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-ATUAL.
            MOVE WRK-MES-ATUAL TO WRK-MES-TESTE.
            IF WRK-MT-MES = 1
                MOVE 12 TO WRK-MT-MES
                SUBTRACT 1 FROM WRK-MT-ANO
            ELSE
                SUBTRACT 1 FROM WRK-MT-MES
            END-IF.
            MOVE WRK-MES-TESTE TO WRK-MES-BASE.
            MOVE WRK-MES-BASE TO WRK-MES-FIM.
            OPEN INPUT CLIENTES-PARM.
            IF WRK-STATUS-PARM = '00'
                PERFORM 1550-LER-CARTAO UNTIL WRK-EOF-PARM = 'S'
                CLOSE CLIENTES-PARM
            END-IF.
            DISPLAY 'CLIMOVM - ULTIMO MES DO PERIODO: ' WRK-MES-FIM.

       1550-LER-CARTAO.
            READ CLIENTES-PARM
                AT END
                    MOVE 'S' TO WRK-EOF-PARM
                NOT AT END
                    IF PRM-TIPO = 'MES-FIM'
                        PERFORM 1560-VALIDAR-MES-FIM
                    ELSE
                        DISPLAY 'CLIMOVM - CARTAO IGNORADO: ' PRM-TIPO
                    END-IF
            END-READ.

       1560-VALIDAR-MES-FIM.
            IF PRM-MES NOT NUMERIC
                DISPLAY 'CLIMOVM - MES-FIM NAO NUMERICO, USANDO '
                    WRK-MES-BASE
            ELSE
                MOVE PRM-MES TO WRK-MES-TESTE
                IF WRK-MT-ANO < 1900 OR
                   WRK-MT-MES < 1 OR WRK-MT-MES > 12 OR
                   WRK-MES-TESTE > WRK-MES-ATUAL
                    DISPLAY 'CLIMOVM - MES-FIM INVALIDO (' PRM-MES
                        '), USANDO ' WRK-MES-BASE
                ELSE
                    MOVE PRM-MES TO WRK-MES-FIM
                END-IF
            END-IF.

      * OS 12 MESES DO PERIODO, DO MAIS ANTIGO (1) AO WRK-MES-FIM
      * (12), E O PRIMEIRO DIA DO MES SEGUINTE (13), QUE FECHA A
      * JANELA. O ULTIMO DIA DO PERIODO VAI PARA O CLICTRL
       1600-PREPARAR-PERIODO.
            MOVE WRK-MES-FIM TO WRK-MES-TESTE.
            MOVE WRK-MT-ANO TO WRK-CALC-ANO.
            MOVE WRK-MT-MES TO WRK-CALC-MES.
            IF WRK-CALC-MES > 11
                SUBTRACT 11 FROM WRK-CALC-MES
            ELSE
                ADD 1 TO WRK-CALC-MES
                SUBTRACT 1 FROM WRK-CALC-ANO
            END-IF.
            PERFORM 1650-PREPARAR-MES
                VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 13.
            COMPUTE WRK-CTL-REF-DATA = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WRK-PER-INI(13)) - 1).
            STRING 'PERIODO ' DELIMITED BY SIZE
                   WRK-PER-AAAAMM(1) DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-PER-AAAAMM(12) DELIMITED BY SIZE
                   INTO WRK-CTL-REF-TEXTO
            END-STRING.

       1650-PREPARAR-MES.
            COMPUTE WRK-PER-AAAAMM(WRK-M) =
                WRK-CALC-ANO * 100 + WRK-CALC-MES.
            COMPUTE WRK-PER-INI(WRK-M) =
                WRK-PER-AAAAMM(WRK-M) * 100 + 1.
            IF WRK-CALC-MES = 12
                MOVE 1 TO WRK-CALC-MES
                ADD 1 TO WRK-CALC-ANO
            ELSE
                ADD 1 TO WRK-CALC-MES
            END-IF.

       1700-PREPARAR-TABELAS.
            PERFORM 1710-LIMPAR-QUADRO
                VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 3.

       1710-LIMPAR-QUADRO.
            MOVE 0 TO WRK-QDR-QTD(WRK-S).
            MOVE 'N' TO WRK-QDR-DEMAIS(WRK-S).
            PERFORM 1720-LIMPAR-GRUPO
                VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 200.

       1720-LIMPAR-GRUPO.
            MOVE SPACES TO WRK-GRP-VALOR(WRK-S WRK-G).
            MOVE 'N' TO WRK-GRP-IMPRESSO(WRK-S WRK-G).
            PERFORM 1730-LIMPAR-MES
                VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 12.

       1730-LIMPAR-MES.
            MOVE 0 TO WRK-GRP-ABERT(WRK-S WRK-G WRK-M).
            MOVE 0 TO WRK-GRP-NOVOS(WRK-S WRK-G WRK-M).
            MOVE 0 TO WRK-GRP-REATIV(WRK-S WRK-G WRK-M).
            MOVE 0 TO WRK-GRP-DESAT(WRK-S WRK-G WRK-M).
            MOVE 0 TO WRK-GRP-ARQV(WRK-S WRK-G WRK-M).

      * ERRO FATAL NA ABERTURA: O REGISTRO 'F' LEVA O RC 16
       1900-ENCERRAR-COM-ERRO.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1950-FECHAR-ENTRADAS.
            CLOSE CLIENTES-MASTER.
            IF WRK-SEM-HIST NOT = 'S'
                CLOSE CLIENTES-HIST
            END-IF.
            IF WRK-SEM-LOG NOT = 'S'
                CLOSE CLIENTES-LOG
            END-IF.
            IF WRK-SEM-LOGH NOT = 'S'
                CLOSE CLIENTES-LOGHIS
            END-IF.
            IF WRK-SEM-SEG NOT = 'S'
                CLOSE CLIENTES-SEG
            END-IF.

      *-----------------------------------------------------------------
      * BASE ATIVA: CADA CLIENTE DA MASTER E DO HISTORICO ENTRA NOS
      * TRES QUADROS, NO SEGMENTO E NA CIDADE ATUAIS DO CADASTRO
      *-----------------------------------------------------------------
       2000-LER-MASTER.
            MOVE 'N' TO WRK-EOF.
            MOVE LOW-VALUES TO CLI-CPF-CNPJ.
            START CLIENTES-MASTER KEY IS NOT LESS THAN CLI-CPF-CNPJ
                INVALID KEY
                    MOVE 'S' TO WRK-EOF
            END-START.
            PERFORM 2050-LER-CLIENTE UNTIL WRK-EOF = 'S'.

       2050-LER-CLIENTE.
            READ CLIENTES-MASTER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-MASTER
                    PERFORM 2100-CONTAR-CLIENTE
            END-READ.

       2100-CONTAR-CLIENTE.
            PERFORM 2150-VALIDAR-DATAS-CLIENTE.
            IF WRK-CLIENTE-OK NOT = 'S'
                ADD 1 TO WRK-CONT-INCONS
                DISPLAY 'CLIMOVM - DATAS INCONSISTENTES, FORA DA '
                    'CONTAGEM: ' CLI-CPF-CNPJ ' ' CLI-STATUS ' '
                    CLI-DT-INCLUSAO ' ' CLI-DT-EXCLUSAO
            ELSE
                IF WRK-DT-INC < WRK-PER-INI(13)
                    MOVE 'N' TO WRK-FORA-CADASTRO
                    PERFORM 2300-DISTRIBUIR-CLIENTE
                        VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 3
                END-IF
            END-IF.

       2150-VALIDAR-DATAS-CLIENTE.
            MOVE 'S' TO WRK-CLIENTE-OK.
            MOVE 0 TO WRK-DT-INC.
            MOVE 0 TO WRK-DT-EXC.
            MOVE CLI-DT-INCLUSAO TO WRK-DATA-TESTE.
            PERFORM 2850-VALIDAR-DATA.
            IF WRK-DATA-OK NOT = 'S'
                MOVE 'N' TO WRK-CLIENTE-OK
            ELSE
                MOVE CLI-DT-INCLUSAO TO WRK-DT-INC
            END-IF.
            IF CLI-DT-EXCLUSAO NOT NUMERIC
                MOVE 'N' TO WRK-CLIENTE-OK
            ELSE
                IF CLI-DT-EXCLUSAO = 0
                    IF CLI-STATUS = 'INATIVO'
                        MOVE 'N' TO WRK-CLIENTE-OK
                    END-IF
                ELSE
                    MOVE CLI-DT-EXCLUSAO TO WRK-DATA-TESTE
                    PERFORM 2850-VALIDAR-DATA
                    IF WRK-DATA-OK NOT = 'S' OR
                       CLI-DT-EXCLUSAO < WRK-DT-INC
                        MOVE 'N' TO WRK-CLIENTE-OK
                    ELSE
                        MOVE CLI-DT-EXCLUSAO TO WRK-DT-EXC
                    END-IF
                END-IF
            END-IF.

      * CLIENTE NO HISTORICO QUE TAMBEM ESTA NA MASTER (ARQUIVAMENTO
      * OU RESTAURACAO INTERROMPIDA) SO E CONTADO PELA MASTER
       2200-LER-HISTORICO.
            MOVE 'N' TO WRK-EOF.
            MOVE LOW-VALUES TO HIST-CPF-CNPJ.
            START CLIENTES-HIST KEY IS NOT LESS THAN HIST-CPF-CNPJ
                INVALID KEY
                    MOVE 'S' TO WRK-EOF
            END-START.
            PERFORM 2250-LER-ARQUIVADO UNTIL WRK-EOF = 'S'.

       2250-LER-ARQUIVADO.
            READ CLIENTES-HIST NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-HIST
                    MOVE HIST-CPF-CNPJ TO CLI-CPF-CNPJ
                    READ CLIENTES-MASTER
                        INVALID KEY
                            MOVE HIST-REC TO CLIENTE-REC
                            PERFORM 2100-CONTAR-CLIENTE
                        NOT INVALID KEY
                            ADD 1 TO WRK-CONT-DUPL
                            DISPLAY 'CLIMOVM - CHAVE NA MASTER E NO '
                                'HISTORICO, CONTADA PELA MASTER: '
                                HIST-CPF-CNPJ
                    END-READ
            END-READ.

      * O CLIENTE CORRENTE (WRK-DT-INC, WRK-DT-EXC) NO GRUPO DO
      * QUADRO WRK-S, MES A MES DO PERIODO
       2300-DISTRIBUIR-CLIENTE.
            PERFORM 2350-CHAVE-DO-GRUPO.
            PERFORM 2400-LOCALIZAR-GRUPO.
            PERFORM 2450-SOMAR-CLIENTE
                VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 12.

      * CHAVE DO GRUPO DO CLIENTE CORRENTE NO QUADRO WRK-S; O
      * MOVIMENTO DE CHAVE QUE NAO ESTA MAIS NO CADASTRO CAI EM '??'
       2350-CHAVE-DO-GRUPO.
            EVALUATE TRUE
                WHEN WRK-S = 1
                    MOVE 'BASE TOTAL' TO WRK-GRP-CHAVE
                WHEN WRK-FORA-CADASTRO = 'S'
                    MOVE '??' TO WRK-GRP-CHAVE
                WHEN WRK-S = 2
                    MOVE CLI-SEGMENTO TO WRK-GRP-CHAVE
                WHEN OTHER
                    MOVE CLI-CIDADE TO WRK-GRP-CHAVE
            END-EVALUATE.

      * POSICIONA WRK-G NO GRUPO WRK-GRP-CHAVE DO QUADRO WRK-S,
      * ABRINDO O GRUPO SE PRECISO
       2400-LOCALIZAR-GRUPO.
            MOVE 0 TO WRK-G.
            PERFORM 2410-PROCURAR-GRUPO
                VARYING WRK-K FROM 1 BY 1
                UNTIL WRK-K > WRK-QDR-QTD(WRK-S) OR WRK-G > 0.
            IF WRK-G = 0
                IF WRK-QDR-QTD(WRK-S) < 199
                    ADD 1 TO WRK-QDR-QTD(WRK-S)
                    MOVE WRK-QDR-QTD(WRK-S) TO WRK-G
                    MOVE WRK-GRP-CHAVE TO WRK-GRP-VALOR(WRK-S WRK-G)
                ELSE
                    MOVE 200 TO WRK-G
                    MOVE 'S' TO WRK-QDR-DEMAIS(WRK-S)
                    MOVE '**' TO WRK-GRP-VALOR(WRK-S WRK-G)
                END-IF
            END-IF.

       2410-PROCURAR-GRUPO.
            IF WRK-GRP-VALOR(WRK-S WRK-K) = WRK-GRP-CHAVE
                MOVE WRK-K TO WRK-G
            END-IF.

      * ATIVO NA ABERTURA DO MES: INCLUIDO ANTES DO PRIMEIRO DIA E
      * NAO EXCLUIDO ATE A VESPERA DELE. NOVO E DESATIVADO: DATA DE
      * INCLUSAO OU DE EXCLUSAO DENTRO DO MES
       2450-SOMAR-CLIENTE.
            IF WRK-DT-INC < WRK-PER-INI(WRK-M) AND
               (WRK-DT-EXC = 0 OR
                WRK-DT-EXC NOT < WRK-PER-INI(WRK-M))
                ADD 1 TO WRK-GRP-ABERT(WRK-S WRK-G WRK-M)
            END-IF.
            IF WRK-DT-INC NOT < WRK-PER-INI(WRK-M) AND
               WRK-DT-INC < WRK-PER-INI(WRK-M + 1)
                ADD 1 TO WRK-GRP-NOVOS(WRK-S WRK-G WRK-M)
            END-IF.
            IF WRK-DT-EXC NOT < WRK-PER-INI(WRK-M) AND
               WRK-DT-EXC < WRK-PER-INI(WRK-M + 1)
                ADD 1 TO WRK-GRP-DESAT(WRK-S WRK-G WRK-M)
            END-IF.

      *-----------------------------------------------------------------
      * ARQUIVAMENTOS E RESTAURACOES DO CLIARQV NO PERIODO: PRIMEIRO
      * OS ARQUIVOS MENSAIS FECHADOS PELO CLILOGAR (CONCATENADOS NO
      * DD CLILOGH, COMO NO CLIAUDIT), DEPOIS A LOG VIVA
      *-----------------------------------------------------------------
       2500-LER-TRILHA.
            IF WRK-SEM-LOGH NOT = 'S'
                MOVE 'N' TO WRK-EOF
                PERFORM 2550-LER-LOG-MENSAL UNTIL WRK-EOF = 'S'
            END-IF.
            IF WRK-SEM-LOG NOT = 'S'
                MOVE 'N' TO WRK-EOF
                PERFORM 2560-LER-LOG-VIVA UNTIL WRK-EOF = 'S'
            END-IF.

       2550-LER-LOG-MENSAL.
            READ CLIENTES-LOGHIS
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    MOVE HIS-LINHA TO LOG-REC
                    PERFORM 2600-AVALIAR-MOVIMENTO
            END-READ.

       2560-LER-LOG-VIVA.
            READ CLIENTES-LOG
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    PERFORM 2600-AVALIAR-MOVIMENTO
            END-READ.

       2600-AVALIAR-MOVIMENTO.
            IF (LOG-OPERACAO = 'ARQUIVAR' OR
                LOG-OPERACAO = 'RESTAURA') AND
               LOG-DATA NUMERIC
                IF LOG-DATA NOT < WRK-PER-INI(1) AND
                   LOG-DATA < WRK-PER-INI(13)
                    ADD 1 TO WRK-CONT-MOVIM
                    MOVE LOG-DATA TO WRK-DATA-TESTE
                    MOVE WRK-PER-AAAAMM(1) TO WRK-MES-TESTE
                    COMPUTE WRK-M-EVENTO =
                        (WRK-DT-ANO * 12 + WRK-DT-MES) -
                        (WRK-MT-ANO * 12 + WRK-MT-MES) + 1
                    PERFORM 2700-LOCALIZAR-CADASTRO
                    PERFORM 2750-DISTRIBUIR-MOVIMENTO
                        VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 3
                END-IF
            END-IF.

      * SEGMENTO E CIDADE DO CLIENTE MOVIMENTADO: NA MASTER (O
      * RESTAURADO) OU NO HISTORICO (O ARQUIVADO)
       2700-LOCALIZAR-CADASTRO.
            MOVE 'N' TO WRK-FORA-CADASTRO.
            MOVE LOG-CHAVE TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    IF WRK-SEM-HIST = 'S'
                        MOVE 'S' TO WRK-FORA-CADASTRO
                    ELSE
                        MOVE LOG-CHAVE TO HIST-CPF-CNPJ
                        READ CLIENTES-HIST
                            INVALID KEY
                                MOVE 'S' TO WRK-FORA-CADASTRO
                            NOT INVALID KEY
                                MOVE HIST-REC TO CLIENTE-REC
                        END-READ
                    END-IF
            END-READ.

       2750-DISTRIBUIR-MOVIMENTO.
            PERFORM 2350-CHAVE-DO-GRUPO.
            PERFORM 2400-LOCALIZAR-GRUPO.
            IF LOG-OPERACAO = 'ARQUIVAR'
                ADD 1 TO WRK-GRP-ARQV(WRK-S WRK-G WRK-M-EVENTO)
            ELSE
                ADD 1 TO WRK-GRP-REATIV(WRK-S WRK-G WRK-M-EVENTO)
            END-IF.

       2850-VALIDAR-DATA.
            MOVE 'S' TO WRK-DATA-OK.
            IF WRK-DATA-TESTE NOT NUMERIC
                MOVE 'N' TO WRK-DATA-OK
            ELSE
                IF WRK-DT-ANO < 1900 OR
                   WRK-DT-MES < 1 OR WRK-DT-MES > 12 OR
                   WRK-DT-DIA < 1 OR WRK-DT-DIA > 31 OR
                   WRK-DATA-TESTE > WRK-DATA-SISTEMA
                    MOVE 'N' TO WRK-DATA-OK
                END-IF
            END-IF.

      *-----------------------------------------------------------------
      * RELATORIO CLIMVRP E RESUMO CLIMVRS: OS GRUPOS DE CADA QUADRO
      * SAEM EM ORDEM DE CHAVE, O EXCEDENTE '**' POR ULTIMO
      *-----------------------------------------------------------------
       3000-IMPRIMIR-RELATORIO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CLIMOVM - MOVIMENTO MENSAL DA BASE DE CLIENTES - '
                       DELIMITED BY SIZE
                   WRK-CTL-REF-TEXTO DELIMITED BY '  '
                   ' - EMITIDO EM ' DELIMITED BY SIZE
                   WRK-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'BASE = CLIENTES ATIVOS PELAS DATAS DE INCLUSAO E '
                       DELIMITED BY SIZE
                   'DE EXCLUSAO (MASTER E HISTORICO), NO SEGMENTO E '
                       DELIMITED BY SIZE
                   'NA CIDADE ATUAIS DO CADASTRO' DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'REATIV/ARQUIV = CLIENTES DEVOLVIDOS DO/MOVIDOS '
                       DELIMITED BY SIZE
                   'PARA O HISTORICO PELO CLIARQV; O CLIENTE SEGUE '
                       DELIMITED BY SIZE
                   'INATIVO E A BASE NAO MUDA' DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CRESC.LIQ = FECHAMENTO - ABERTURA; '
                       DELIMITED BY SIZE
                   'CHURN % = DESATIVACOES / ABERTURA X 100'
                       DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            PERFORM 3100-IMPRIMIR-QUADRO
                VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 3.
            MOVE SPACES TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE WRK-CONT-INCONS TO WRK-ED-QTD.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CLIENTES FORA DA CONTAGEM POR DATAS '
                       DELIMITED BY SIZE
                   'INCONSISTENTES (VER SYSOUT): ' DELIMITED BY SIZE
                   WRK-ED-QTD DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.

       3100-IMPRIMIR-QUADRO.
            MOVE SPACES TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE SPACES TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            EVALUATE WRK-S
                WHEN 1
                    MOVE 'MOVIMENTO DA BASE TOTAL' TO MVRP-LINHA
                WHEN 2
                    MOVE 'MOVIMENTO DA BASE POR SEGMENTO DE CLIENTE'
                        TO MVRP-LINHA
                WHEN 3
                    MOVE 'MOVIMENTO DA BASE POR CIDADE' TO MVRP-LINHA
            END-EVALUATE.
            WRITE MVRP-LINHA.
            IF WRK-QDR-QTD(WRK-S) = 0
                MOVE '  NENHUM CLIENTE NO PERIODO' TO MVRP-LINHA
                WRITE MVRP-LINHA
            END-IF.
            PERFORM 3150-IMPRIMIR-PROXIMO WRK-QDR-QTD(WRK-S) TIMES.
            IF WRK-QDR-DEMAIS(WRK-S) = 'S'
                MOVE 200 TO WRK-G
                PERFORM 3200-IMPRIMIR-GRUPO
            END-IF.

      * ESCOLHE O GRUPO AINDA NAO IMPRESSO DE MENOR CHAVE
       3150-IMPRIMIR-PROXIMO.
            MOVE 0 TO WRK-G.
            PERFORM 3160-COMPARAR-GRUPO
                VARYING WRK-K FROM 1 BY 1
                UNTIL WRK-K > WRK-QDR-QTD(WRK-S).
            MOVE 'S' TO WRK-GRP-IMPRESSO(WRK-S WRK-G).
            PERFORM 3200-IMPRIMIR-GRUPO.

       3160-COMPARAR-GRUPO.
            IF WRK-GRP-IMPRESSO(WRK-S WRK-K) NOT = 'S'
                IF WRK-G = 0
                    MOVE WRK-K TO WRK-G
                ELSE
                    IF WRK-GRP-VALOR(WRK-S WRK-K) <
                       WRK-GRP-VALOR(WRK-S WRK-G)
                        MOVE WRK-K TO WRK-G
                    END-IF
                END-IF
            END-IF.

      * UM GRUPO: CABECALHO, UMA LINHA POR MES (E UM REGISTRO NO
      * RESUMO) E A LINHA DE TOTAL DO PERIODO
       3200-IMPRIMIR-GRUPO.
            MOVE WRK-GRP-VALOR(WRK-S WRK-G) TO WRK-GRP-CHAVE.
            PERFORM 3250-DESCREVER-GRUPO.
            MOVE SPACES TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            EVALUATE WRK-S
                WHEN 1
                    MOVE 'BASE TOTAL' TO WRK-LINHA-DET
                WHEN 2
                    STRING 'SEGMENTO ' DELIMITED BY SIZE
                           WRK-GRP-CHAVE(1:2) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           WRK-GRP-TEXTO DELIMITED BY SIZE
                           INTO WRK-LINHA-DET
                    END-STRING
                WHEN 3
                    STRING 'CIDADE: ' DELIMITED BY SIZE
                           WRK-GRP-TEXTO DELIMITED BY SIZE
                           INTO WRK-LINHA-DET
                    END-STRING
            END-EVALUATE.
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE 'MES' TO WRK-LINHA-DET(3:3).
            MOVE 'ABERTURA' TO WRK-LINHA-DET(12:8).
            MOVE 'NOVOS' TO WRK-LINHA-DET(24:5).
            MOVE 'REATIV' TO WRK-LINHA-DET(32:6).
            MOVE 'DESATIV' TO WRK-LINHA-DET(40:7).
            MOVE 'ARQUIV' TO WRK-LINHA-DET(50:6).
            MOVE 'FECHAMENTO' TO WRK-LINHA-DET(58:10).
            MOVE 'CRESC.LIQ' TO WRK-LINHA-DET(71:9).
            MOVE 'CHURN %' TO WRK-LINHA-DET(83:7).
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.
            MOVE 0 TO WRK-TG-NOVOS.
            MOVE 0 TO WRK-TG-REATIV.
            MOVE 0 TO WRK-TG-DESAT.
            MOVE 0 TO WRK-TG-ARQV.
            MOVE WRK-GRP-ABERT(WRK-S WRK-G 1) TO WRK-TG-ABERT.
            PERFORM 3300-IMPRIMIR-MES
                VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 12.
            MOVE WRK-TG-ABERT TO WRK-VAL-ABERT.
            MOVE WRK-TG-NOVOS TO WRK-VAL-NOVOS.
            MOVE WRK-TG-REATIV TO WRK-VAL-REATIV.
            MOVE WRK-TG-DESAT TO WRK-VAL-DESAT.
            MOVE WRK-TG-ARQV TO WRK-VAL-ARQV.
            MOVE WRK-TG-FECH TO WRK-VAL-FECH.
            PERFORM 3350-CALCULAR-INDICES.
            MOVE 'TOTAL' TO WRK-MES-TEXTO.
            PERFORM 3500-LINHA-VALORES.

      * DESCRICAO DO GRUPO: SEGMENTO NA CLIENTES-SEG, COMO NO RESUMO
      * POR SEGMENTO DO CLIRELAT; CIDADE PELO PROPRIO NOME
       3250-DESCREVER-GRUPO.
            MOVE SPACES TO WRK-GRP-TEXTO.
            EVALUATE TRUE
                WHEN WRK-S = 1
                    CONTINUE
                WHEN WRK-GRP-CHAVE = '**'
                    MOVE '*DEMAIS GRUPOS*' TO WRK-GRP-TEXTO
                WHEN WRK-GRP-CHAVE = '??'
                    MOVE 'CLIENTE FORA DO CADASTRO' TO WRK-GRP-TEXTO
                WHEN WRK-S = 3 AND WRK-GRP-CHAVE = SPACES
                    MOVE 'SEM CIDADE' TO WRK-GRP-TEXTO
                WHEN WRK-S = 3
                    MOVE WRK-GRP-CHAVE TO WRK-GRP-TEXTO
                WHEN WRK-GRP-CHAVE = SPACES
                    MOVE 'SEM SEGMENTO' TO WRK-GRP-TEXTO
                WHEN WRK-SEM-SEG = 'S'
                    CONTINUE
                WHEN OTHER
                    MOVE SPACES TO SEGMENTO-REC
                    MOVE WRK-GRP-CHAVE TO SEG-CODIGO
                    READ CLIENTES-SEG
                        INVALID KEY
                            MOVE '(NAO CADASTRADO)' TO WRK-GRP-TEXTO
                        NOT INVALID KEY
                            MOVE SEG-DESCRICAO TO WRK-GRP-TEXTO
                    END-READ
            END-EVALUATE.

      * FECHAMENTO = ABERTURA + NOVOS - DESATIVADOS, QUE E A ABERTURA
      * DO MES SEGUINTE; REATIVACOES E ARQUIVADOS SAO INFORMATIVOS
       3300-IMPRIMIR-MES.
            MOVE WRK-GRP-ABERT(WRK-S WRK-G WRK-M) TO WRK-VAL-ABERT.
            MOVE WRK-GRP-NOVOS(WRK-S WRK-G WRK-M) TO WRK-VAL-NOVOS.
            MOVE WRK-GRP-REATIV(WRK-S WRK-G WRK-M) TO WRK-VAL-REATIV.
            MOVE WRK-GRP-DESAT(WRK-S WRK-G WRK-M) TO WRK-VAL-DESAT.
            MOVE WRK-GRP-ARQV(WRK-S WRK-G WRK-M) TO WRK-VAL-ARQV.
            COMPUTE WRK-VAL-FECH =
                WRK-VAL-ABERT + WRK-VAL-NOVOS - WRK-VAL-DESAT.
            PERFORM 3350-CALCULAR-INDICES.
            MOVE WRK-PER-AAAAMM(WRK-M) TO WRK-MES-TESTE.
            MOVE SPACES TO WRK-MES-TEXTO.
            STRING WRK-MT-ANO DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-MT-MES DELIMITED BY SIZE
                   INTO WRK-MES-TEXTO
            END-STRING.
            PERFORM 3500-LINHA-VALORES.
            PERFORM 3400-GRAVAR-RESUMO.
            ADD WRK-VAL-NOVOS TO WRK-TG-NOVOS.
            ADD WRK-VAL-REATIV TO WRK-TG-REATIV.
            ADD WRK-VAL-DESAT TO WRK-TG-DESAT.
            ADD WRK-VAL-ARQV TO WRK-TG-ARQV.
            MOVE WRK-VAL-FECH TO WRK-TG-FECH.

       3350-CALCULAR-INDICES.
            COMPUTE WRK-VAL-CRESC = WRK-VAL-FECH - WRK-VAL-ABERT.
            MOVE 0 TO WRK-VAL-CHURN.
            IF WRK-VAL-ABERT > 0
                COMPUTE WRK-VAL-CHURN ROUNDED =
                    WRK-VAL-DESAT * 100 / WRK-VAL-ABERT
                    ON SIZE ERROR
                        MOVE 9999.99 TO WRK-VAL-CHURN
                END-COMPUTE
            END-IF.

       3400-GRAVAR-RESUMO.
            MOVE SPACES TO MVS-REC.
            EVALUATE WRK-S
                WHEN 1
                    MOVE 'T' TO MVS-TIPO
                WHEN 2
                    MOVE 'S' TO MVS-TIPO
                    MOVE WRK-GRP-CHAVE TO MVS-GRUPO
                    MOVE WRK-GRP-TEXTO TO MVS-DESCRICAO
                WHEN 3
                    MOVE 'C' TO MVS-TIPO
                    MOVE WRK-GRP-CHAVE TO MVS-GRUPO
            END-EVALUATE.
            MOVE WRK-PER-AAAAMM(WRK-M) TO MVS-MES.
            MOVE WRK-VAL-ABERT TO MVS-ABERTURA.
            MOVE WRK-VAL-NOVOS TO MVS-NOVOS.
            MOVE WRK-VAL-REATIV TO MVS-REATIVACOES.
            MOVE WRK-VAL-DESAT TO MVS-DESATIVACOES.
            MOVE WRK-VAL-ARQV TO MVS-ARQUIVADOS.
            MOVE WRK-VAL-FECH TO MVS-FECHAMENTO.
            MOVE WRK-VAL-CRESC TO MVS-CRESC-LIQ.
            MOVE WRK-VAL-CHURN TO MVS-CHURN.
            WRITE MVS-REC.
            IF WRK-STATUS-MVRS NOT = '00'
                DISPLAY 'CLIMOVM - ERRO AO GRAVAR CLIENTES-MVRS: '
                    WRK-STATUS-MVRS
                MOVE 16 TO RETURN-CODE
            ELSE
                ADD 1 TO WRK-CONT-RESUMO
            END-IF.

       3500-LINHA-VALORES.
            MOVE WRK-VAL-ABERT TO WRK-ED-ABERT.
            MOVE WRK-VAL-NOVOS TO WRK-ED-NOVOS.
            MOVE WRK-VAL-REATIV TO WRK-ED-REATIV.
            MOVE WRK-VAL-DESAT TO WRK-ED-DESAT.
            MOVE WRK-VAL-ARQV TO WRK-ED-ARQV.
            MOVE WRK-VAL-FECH TO WRK-ED-FECH.
            MOVE WRK-VAL-CRESC TO WRK-ED-CRESC.
            MOVE WRK-VAL-CHURN TO WRK-ED-CHURN.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE WRK-MES-TEXTO TO WRK-LINHA-DET(3:7).
            MOVE WRK-ED-ABERT TO WRK-LINHA-DET(13:7).
            MOVE WRK-ED-NOVOS TO WRK-LINHA-DET(22:7).
            MOVE WRK-ED-REATIV TO WRK-LINHA-DET(31:7).
            MOVE WRK-ED-DESAT TO WRK-LINHA-DET(40:7).
            MOVE WRK-ED-ARQV TO WRK-LINHA-DET(49:7).
            MOVE WRK-ED-FECH TO WRK-LINHA-DET(61:7).
            MOVE WRK-ED-CRESC TO WRK-LINHA-DET(72:8).
            MOVE WRK-ED-CHURN TO WRK-LINHA-DET(83:7).
            MOVE WRK-LINHA-DET TO MVRP-LINHA.
            WRITE MVRP-LINHA.

       9000-FINALIZAR.
            PERFORM 1950-FECHAR-ENTRADAS.
            CLOSE CLIENTES-MVRP.
            CLOSE CLIENTES-MVRS.
            DISPLAY 'CLIMOVM - CLIENTES LIDOS NA MASTER   : '
                WRK-CONT-MASTER.
            DISPLAY 'CLIMOVM - CLIENTES LIDOS NO HISTORICO: '
                WRK-CONT-HIST.
            DISPLAY 'CLIMOVM - CHAVES NOS DOIS ARQUIVOS   : '
                WRK-CONT-DUPL.
            DISPLAY 'CLIMOVM - DATAS INCONSISTENTES       : '
                WRK-CONT-INCONS.
            DISPLAY 'CLIMOVM - MOVIMENTOS DO CLIARQV      : '
                WRK-CONT-MOVIM.
            DISPLAY 'CLIMOVM - REGISTROS NO RESUMO        : '
                WRK-CONT-RESUMO.
            IF WRK-CONT-INCONS > 0 AND RETURN-CODE < 4
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
                DISPLAY 'CLIMOVM - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIMOVM' TO CTL-JOB
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
