       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLISTAT.
      ******************************************************************
      * OBJETIVO:  RELATORIO MATINAL DE SITUACAO DO BATCH. LE O
      *            CONTROLE DE EXECUCAO (CLICTRL), ONDE CADA JOB DA
      *            CADEIA GRAVA UM REGISTRO 'I' AO COMECAR E UM 'F'
      *            AO TERMINAR, E IMPRIME EM TRES BLOCOS:
      *            - O QUE RODOU: CADA RODADA DA JANELA COM INICIO,
      *              FIM, RETURN-CODE, CONTAGENS E REFERENCIA;
      *            - O QUE FALHOU: RODADA COM RC >= 8 OU QUE TEM
      *              O 'I' SEM O 'F' (ABENDOU OU PAROU EM ERRO FATAL);
      *            - O QUE NAO COMECOU: JOB ESPERADO SEM NENHUM 'I'
      *              NA JANELA.
      *            A JANELA COMECA NA VESPERA DA DATA DO SISTEMA OU
      *            NA DATA DO CARTAO CLIPARM; OS JOBS ESPERADOS VEM
      *            DO CARTAO OU, SEM ELE, SAO A CADEIA NOTURNA.
      *            RC=4 INDICA FALHA OU JOB AUSENTE NO CLISRPT.
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-CTRL ASSIGN TO 'CLICTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

           SELECT CLIENTES-SRPT ASSIGN TO 'CLISRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SRPT.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTES-CTRL.
           COPY CLICTL.

       FD  CLIENTES-PARM.
           COPY CLISTC.

       FD  CLIENTES-SRPT.
       01  SRPT-LINHA              PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-CTL    PIC X(2).
       77 WRK-STATUS-PARM   PIC X(2).
       77 WRK-STATUS-SRPT   PIC X(2).
       77 WRK-EOF           PIC X(1) VALUE 'N'.
       77 WRK-EOF-PARM      PIC X(1) VALUE 'N'.
       77 WRK-LINHA-DET     PIC X(132).
       77 WRK-DATA-SISTEMA  PIC 9(8).
       77 WRK-DATA-INI      PIC 9(8) VALUE 0.

      * CONTADORES DO RELATORIO
       77 WRK-CONT-LIDOS    PIC 9(6) VALUE 0.
       77 WRK-CONT-FALHAS   PIC 9(4) VALUE 0.
       77 WRK-CONT-AUSENTES PIC 9(4) VALUE 0.

      * RODADAS DA JANELA: CADA 'I' ABRE UMA RODADA; O 'F' SEGUINTE
      * DO MESMO JOB A FECHA. 'F' SEM 'I' NA JANELA (JOB QUE COMECOU
      * ANTES DELA) ABRE UMA RODADA SEM INICIO
       77 WRK-RUN-QTD       PIC 9(4) VALUE 0.
       77 WRK-RUN-CHEIA     PIC X(1) VALUE 'N'.
       77 WRK-I             PIC 9(4).
       77 WRK-J             PIC 9(4).
       77 WRK-ACHOU         PIC X(1).
       01 WRK-TAB-RODADAS.
           05 WRK-RUN-ITEM OCCURS 500 TIMES.
               10 WRK-RUN-JOB        PIC X(8).
               10 WRK-RUN-DT-INI     PIC 9(8).
               10 WRK-RUN-HR-INI     PIC 9(8).
               10 WRK-RUN-DT-FIM     PIC 9(8).
               10 WRK-RUN-HR-FIM     PIC 9(8).
               10 WRK-RUN-TEM-FIM    PIC X(1).
               10 WRK-RUN-RC         PIC 9(4).
               10 WRK-RUN-LIDOS      PIC 9(8).
               10 WRK-RUN-GRAVADOS   PIC 9(8).
               10 WRK-RUN-REJEITADOS PIC 9(8).
               10 WRK-RUN-REF-DATA   PIC 9(8).
               10 WRK-RUN-REF-TEXTO  PIC X(40).

      * JOBS QUE TEM DE TER COMECADO NA JANELA
       77 WRK-ESP-QTD       PIC 9(2) VALUE 0.
       01 WRK-TAB-ESPERADOS.
           05 WRK-ESP-ITEM OCCURS 20 TIMES.
               10 WRK-ESP-JOB        PIC X(8).
               10 WRK-ESP-VISTO      PIC X(1).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
            PERFORM 1000-ABRIR-ARQUIVOS.
            PERFORM 1500-LER-PARAMETRO.
            PERFORM 1100-IMPRIMIR-TITULO.
            PERFORM 2000-LER-CONTROLE UNTIL WRK-EOF = 'S'.
            PERFORM 3000-IMPRIMIR-RODADAS.
            PERFORM 4000-IMPRIMIR-FALHAS.
            PERFORM 5000-IMPRIMIR-AUSENTES.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      * CLICTRL AINDA NAO CRIADO (NENHUM JOB RODOU DESDE A ALOCACAO)
      * NAO E ERRO: O RELATORIO SAI COM TODOS OS ESPERADOS AUSENTES
       1000-ABRIR-ARQUIVOS.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT CLIENTES-CTRL.
            IF WRK-STATUS-CTL = '35'
                MOVE 'S' TO WRK-EOF
            ELSE
                IF WRK-STATUS-CTL NOT = '00'
                    DISPLAY 'CLISTAT - ERRO AO ABRIR CLIENTES-CTRL: '
                        WRK-STATUS-CTL
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            OPEN OUTPUT CLIENTES-SRPT.
            IF WRK-STATUS-SRPT NOT = '00'
                DISPLAY 'CLISTAT - ERRO AO ABRIR CLIENTES-SRPT: '
                    WRK-STATUS-SRPT
                IF WRK-EOF NOT = 'S'
                    CLOSE CLIENTES-CTRL
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * CARTOES 'DATA AAAAMMDD' E 'ESPERADO JOB'; SEM ARQUIVO OU SEM
      * CARTAO VALEM A VESPERA E A CADEIA NOTURNA
       1500-LER-PARAMETRO.
            OPEN INPUT CLIENTES-PARM.
            IF WRK-STATUS-PARM = '00'
                PERFORM UNTIL WRK-EOF-PARM = 'S'
                    READ CLIENTES-PARM
                        AT END
                            MOVE 'S' TO WRK-EOF-PARM
                        NOT AT END
                            PERFORM 1550-TRATAR-CARTAO
                    END-READ
                END-PERFORM
                CLOSE CLIENTES-PARM
            END-IF.
            IF WRK-DATA-INI = 0
                COMPUTE WRK-DATA-INI = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) - 1)
            END-IF.
            IF WRK-ESP-QTD = 0
                MOVE 'CLIEXTR' TO WRK-ESP-JOB(1)
                MOVE 'CLIRETN' TO WRK-ESP-JOB(2)
                MOVE 'CLIRECB' TO WRK-ESP-JOB(3)
                MOVE 'CLISLA' TO WRK-ESP-JOB(4)
                MOVE 'CLICORR' TO WRK-ESP-JOB(5)
                MOVE 'CLIVERIF' TO WRK-ESP-JOB(6)
                MOVE 'CLIFECHA' TO WRK-ESP-JOB(7)
                MOVE 7 TO WRK-ESP-QTD
            END-IF.
            PERFORM VARYING WRK-J FROM 1 BY 1
                    UNTIL WRK-J > WRK-ESP-QTD
                MOVE 'N' TO WRK-ESP-VISTO(WRK-J)
            END-PERFORM.
            DISPLAY 'CLISTAT - RODADAS A PARTIR DE : ' WRK-DATA-INI.

       1550-TRATAR-CARTAO.
            IF PRM-TIPO = 'DATA' AND PRM-VALOR NUMERIC
                COMPUTE WRK-DATA-INI = FUNCTION NUMVAL(PRM-VALOR)
            END-IF.
            IF PRM-TIPO = 'ESPERADO' AND PRM-VALOR NOT = SPACES
                IF WRK-ESP-QTD < 20
                    ADD 1 TO WRK-ESP-QTD
                    MOVE PRM-VALOR TO WRK-ESP-JOB(WRK-ESP-QTD)
                ELSE
                    DISPLAY 'CLISTAT - MAIS DE 20 JOBS ESPERADOS, '
                        'IGNORADO: ' PRM-VALOR
                END-IF
            END-IF.

       1100-IMPRIMIR-TITULO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CLISTAT - SITUACAO DO BATCH A PARTIR DE '
                       DELIMITED BY SIZE
                   WRK-DATA-INI DELIMITED BY SIZE
                   ' - EMITIDO EM ' DELIMITED BY SIZE
                   WRK-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SRPT-LINHA.
            WRITE SRPT-LINHA.
            MOVE SPACES TO SRPT-LINHA.
            WRITE SRPT-LINHA.

       2000-LER-CONTROLE.
            READ CLIENTES-CTRL
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-LIDOS
                    IF CTL-DATA NOT < WRK-DATA-INI
                        PERFORM 2100-REGISTRAR-EVENTO
                    END-IF
            END-READ.

       2100-REGISTRAR-EVENTO.
            IF CTL-EVENTO = 'I'
                PERFORM 2200-ABRIR-RODADA
                PERFORM 2400-MARCAR-ESPERADO
            END-IF.
            IF CTL-EVENTO = 'F'
                PERFORM 2300-FECHAR-RODADA
            END-IF.

       2200-ABRIR-RODADA.
            IF WRK-RUN-QTD = 500
                MOVE 'S' TO WRK-RUN-CHEIA
            ELSE
                ADD 1 TO WRK-RUN-QTD
                MOVE WRK-RUN-QTD TO WRK-I
                MOVE CTL-JOB TO WRK-RUN-JOB(WRK-I)
                MOVE CTL-DATA TO WRK-RUN-DT-INI(WRK-I)
                MOVE CTL-HORA TO WRK-RUN-HR-INI(WRK-I)
                MOVE 0 TO WRK-RUN-DT-FIM(WRK-I)
                MOVE 0 TO WRK-RUN-HR-FIM(WRK-I)
                MOVE 'N' TO WRK-RUN-TEM-FIM(WRK-I)
                MOVE 0 TO WRK-RUN-RC(WRK-I)
                MOVE 0 TO WRK-RUN-LIDOS(WRK-I)
                MOVE 0 TO WRK-RUN-GRAVADOS(WRK-I)
                MOVE 0 TO WRK-RUN-REJEITADOS(WRK-I)
                MOVE 0 TO WRK-RUN-REF-DATA(WRK-I)
                MOVE SPACES TO WRK-RUN-REF-TEXTO(WRK-I)
            END-IF.

      * O 'F' FECHA A RODADA MAIS RECENTE DO MESMO JOB QUE AINDA ESTA
      * ABERTA; SEM ELA, A RODADA COMECOU ANTES DA JANELA
       2300-FECHAR-RODADA.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-J FROM WRK-RUN-QTD BY -1
                    UNTIL WRK-J < 1 OR WRK-ACHOU = 'S'
                IF WRK-RUN-JOB(WRK-J) = CTL-JOB AND
                   WRK-RUN-TEM-FIM(WRK-J) = 'N'
                    MOVE 'S' TO WRK-ACHOU
                    MOVE WRK-J TO WRK-I
                END-IF
            END-PERFORM.
            IF WRK-ACHOU = 'N' AND WRK-RUN-CHEIA NOT = 'S'
                PERFORM 2200-ABRIR-RODADA
                IF WRK-RUN-CHEIA NOT = 'S'
                    MOVE 'S' TO WRK-ACHOU
                    MOVE 0 TO WRK-RUN-DT-INI(WRK-I)
                    MOVE 0 TO WRK-RUN-HR-INI(WRK-I)
                END-IF
            END-IF.
            IF WRK-ACHOU = 'S'
                MOVE CTL-DATA TO WRK-RUN-DT-FIM(WRK-I)
                MOVE CTL-HORA TO WRK-RUN-HR-FIM(WRK-I)
                MOVE 'S' TO WRK-RUN-TEM-FIM(WRK-I)
                MOVE CTL-RC TO WRK-RUN-RC(WRK-I)
                MOVE CTL-QTD-LIDOS TO WRK-RUN-LIDOS(WRK-I)
                MOVE CTL-QTD-GRAVADOS TO WRK-RUN-GRAVADOS(WRK-I)
                MOVE CTL-QTD-REJEITADOS TO WRK-RUN-REJEITADOS(WRK-I)
                MOVE CTL-REF-DATA TO WRK-RUN-REF-DATA(WRK-I)
                MOVE CTL-REF-TEXTO TO WRK-RUN-REF-TEXTO(WRK-I)
            END-IF.

       2400-MARCAR-ESPERADO.
            PERFORM VARYING WRK-J FROM 1 BY 1
                    UNTIL WRK-J > WRK-ESP-QTD
                IF WRK-ESP-JOB(WRK-J) = CTL-JOB
                    MOVE 'S' TO WRK-ESP-VISTO(WRK-J)
                END-IF
            END-PERFORM.

       3000-IMPRIMIR-RODADAS.
            MOVE 'RODADAS NA JANELA' TO SRPT-LINHA.
            WRITE SRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'JOB      INICIO          FIM             RC   '
                       DELIMITED BY SIZE
                   'LIDOS    GRAVADOS REJEIT.  REFERENCIA'
                       DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SRPT-LINHA.
            WRITE SRPT-LINHA.
            IF WRK-RUN-QTD = 0
                MOVE '  NENHUMA RODADA REGISTRADA NA JANELA'
                    TO SRPT-LINHA
                WRITE SRPT-LINHA
            END-IF.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-RUN-QTD
                PERFORM 3100-IMPRIMIR-RODADA
            END-PERFORM.
            IF WRK-RUN-CHEIA = 'S'
                MOVE SPACES TO WRK-LINHA-DET
                STRING '*** TABELA CHEIA (500) - RODADAS POSTERIORES '
                           DELIMITED BY SIZE
                       'NAO LISTADAS - INFORMAR DATA MAIS RECENTE NO '
                           DELIMITED BY SIZE
                       'CLIPARM ***' DELIMITED BY SIZE
                       INTO WRK-LINHA-DET
                END-STRING
                MOVE WRK-LINHA-DET TO SRPT-LINHA
                WRITE SRPT-LINHA
            END-IF.
            MOVE SPACES TO SRPT-LINHA.
            WRITE SRPT-LINHA.

       3100-IMPRIMIR-RODADA.
            MOVE SPACES TO WRK-LINHA-DET.
            IF WRK-RUN-TEM-FIM(WRK-I) = 'S'
                STRING WRK-RUN-JOB(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-DT-INI(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-HR-INI(WRK-I)(1:6) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-DT-FIM(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-HR-FIM(WRK-I)(1:6) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-RC(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-LIDOS(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-GRAVADOS(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-REJEITADOS(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-REF-DATA(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-REF-TEXTO(WRK-I) DELIMITED BY SIZE
                       INTO WRK-LINHA-DET
                END-STRING
            ELSE
                STRING WRK-RUN-JOB(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-DT-INI(WRK-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-RUN-HR-INI(WRK-I)(1:6) DELIMITED BY SIZE
                       ' SEM REGISTRO DE FIM' DELIMITED BY SIZE
                       INTO WRK-LINHA-DET
                END-STRING
            END-IF.
            MOVE WRK-LINHA-DET TO SRPT-LINHA.
            WRITE SRPT-LINHA.

      * RC >= 8 E A FRONTEIRA DE FALHA DA CADEIA (RC=4 SO AVISA
      * EXCECOES); 'I' SEM 'F' E JOB QUE ABENDOU OU AINDA RODA
       4000-IMPRIMIR-FALHAS.
            MOVE 'RODADAS COM FALHA' TO SRPT-LINHA.
            WRITE SRPT-LINHA.
            PERFORM VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-RUN-QTD
                IF WRK-RUN-TEM-FIM(WRK-I) = 'N'
                    ADD 1 TO WRK-CONT-FALHAS
                    MOVE SPACES TO WRK-LINHA-DET
                    STRING WRK-RUN-JOB(WRK-I) DELIMITED BY SIZE
                           ' INICIADO ' DELIMITED BY SIZE
                           WRK-RUN-DT-INI(WRK-I) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-RUN-HR-INI(WRK-I)(1:6) DELIMITED BY SIZE
                           ' SEM FIM REGISTRADO - ABENDOU OU PAROU EM'
                               DELIMITED BY SIZE
                           ' ERRO FATAL (OU AINDA EM EXECUCAO)'
                               DELIMITED BY SIZE
                           INTO WRK-LINHA-DET
                    END-STRING
                    MOVE WRK-LINHA-DET TO SRPT-LINHA
                    WRITE SRPT-LINHA
                ELSE
                    IF WRK-RUN-RC(WRK-I) NOT < 8
                        ADD 1 TO WRK-CONT-FALHAS
                        MOVE SPACES TO WRK-LINHA-DET
                        STRING WRK-RUN-JOB(WRK-I) DELIMITED BY SIZE
                               ' TERMINOU EM ' DELIMITED BY SIZE
                               WRK-RUN-DT-FIM(WRK-I) DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WRK-RUN-HR-FIM(WRK-I)(1:6)
                                   DELIMITED BY SIZE
                               ' COM RC=' DELIMITED BY SIZE
                               WRK-RUN-RC(WRK-I) DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WRK-RUN-REF-TEXTO(WRK-I)
                                   DELIMITED BY SIZE
                               INTO WRK-LINHA-DET
                        END-STRING
                        MOVE WRK-LINHA-DET TO SRPT-LINHA
                        WRITE SRPT-LINHA
                    END-IF
                END-IF
            END-PERFORM.
            IF WRK-CONT-FALHAS = 0
                MOVE '  NENHUMA FALHA' TO SRPT-LINHA
                WRITE SRPT-LINHA
            END-IF.
            MOVE SPACES TO SRPT-LINHA.
            WRITE SRPT-LINHA.

       5000-IMPRIMIR-AUSENTES.
            MOVE 'JOBS ESPERADOS QUE NAO COMECARAM' TO SRPT-LINHA.
            WRITE SRPT-LINHA.
            PERFORM VARYING WRK-J FROM 1 BY 1
                    UNTIL WRK-J > WRK-ESP-QTD
                IF WRK-ESP-VISTO(WRK-J) = 'N'
                    ADD 1 TO WRK-CONT-AUSENTES
                    MOVE SPACES TO WRK-LINHA-DET
                    STRING WRK-ESP-JOB(WRK-J) DELIMITED BY SIZE
                           ' NAO TEM REGISTRO DE INICIO DESDE '
                               DELIMITED BY SIZE
                           WRK-DATA-INI DELIMITED BY SIZE
                           INTO WRK-LINHA-DET
                    END-STRING
                    MOVE WRK-LINHA-DET TO SRPT-LINHA
                    WRITE SRPT-LINHA
                END-IF
            END-PERFORM.
            IF WRK-CONT-AUSENTES = 0
                MOVE '  NENHUM JOB AUSENTE' TO SRPT-LINHA
                WRITE SRPT-LINHA
            END-IF.
            MOVE SPACES TO SRPT-LINHA.
            WRITE SRPT-LINHA.

       9000-FINALIZAR.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'TOTAIS: RODADAS ' DELIMITED BY SIZE
                   WRK-RUN-QTD DELIMITED BY SIZE
                   '  FALHAS ' DELIMITED BY SIZE
                   WRK-CONT-FALHAS DELIMITED BY SIZE
                   '  AUSENTES ' DELIMITED BY SIZE
                   WRK-CONT-AUSENTES DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SRPT-LINHA.
            WRITE SRPT-LINHA.
            IF WRK-STATUS-CTL NOT = '35'
                CLOSE CLIENTES-CTRL
            END-IF.
            CLOSE CLIENTES-SRPT.
            DISPLAY 'CLISTAT - REGISTROS DE CONTROLE: ' WRK-CONT-LIDOS.
            DISPLAY 'CLISTAT - RODADAS NA JANELA    : ' WRK-RUN-QTD.
            DISPLAY 'CLISTAT - RODADAS COM FALHA    : ' WRK-CONT-FALHAS.
            DISPLAY 'CLISTAT - JOBS AUSENTES        : '
                WRK-CONT-AUSENTES.
            IF WRK-CONT-FALHAS > 0 OR WRK-CONT-AUSENTES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
