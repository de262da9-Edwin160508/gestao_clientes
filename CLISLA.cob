       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLISLA.
      ******************************************************************
      * OBJETIVO:  RELATORIO NOTURNO DE ENVELHECIMENTO E SLA DAS DUAS
      *            FILAS DE TRABALHO DO CADASTRO: AS PENDENCIAS DE
      *            COBRANCA EM ABERTO (CLIENTES-PEND, IDADE CONTADA DA
      *            PND-DT-RECEBIDA) E AS SOLICITACOES AGUARDANDO
      *            APROVACAO (CLIENTES-APROV, IDADE CONTADA DA
      *            APR-DT-SOLIC), EM FAIXAS DE 0-2, 3-5, 6-10 E MAIS
      *            DE 10 DIAS:
      *            - PENDENCIAS POR CODIGO DE REJEICAO E POR SEGMENTO;
      *            - APROVACOES POR OPERADOR SOLICITANTE E POR
      *              SEGMENTO;
      *            - PENDENCIAS RESOLVIDAS POR DIA NOS ULTIMOS DIAS,
      *              COM O TEMPO MEDIO ATE A RESOLUCAO
      *              (PND-DT-RESOLVIDA);
      *            - PAGINA DE ESCALONAMENTO COM CADA ITEM ACIMA DO
      *              SLA DO CARTAO DE PARAMETRO.
      *            RC=4 QUANDO HA ITEM ACIMA DO SLA, PARA O AGENDADOR
      *            AVISAR OS SUPERVISORES.
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

           SELECT CLIENTES-SEG ASSIGN TO 'CLISEG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CODIGO
               FILE STATUS IS WRK-STATUS-SEG.

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

           SELECT CLIENTES-SLRPT ASSIGN TO 'CLISLRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SLRPT.

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

       FD  CLIENTES-PEND.
           COPY CLIPND.

       FD  CLIENTES-APROV.
           COPY CLIAPV.

       FD  CLIENTES-SEG.
           COPY CLISGR.

       FD  CLIENTES-PARM.
           COPY CLISLC.

       FD  CLIENTES-SLRPT.
       01  SLRPT-LINHA             PIC X(132).

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-MASTER PIC X(2).
       77 WRK-STATUS-PND    PIC X(2).
       77 WRK-STATUS-APR    PIC X(2).
       77 WRK-STATUS-SEG    PIC X(2).
       77 WRK-STATUS-PARM   PIC X(2).
       77 WRK-STATUS-SLRPT  PIC X(2).
       77 WRK-SEM-PEND      PIC X(1) VALUE 'N'.
       77 WRK-SEM-APROV     PIC X(1) VALUE 'N'.
       77 WRK-SEM-SEG       PIC X(1) VALUE 'N'.
       77 WRK-EOF           PIC X(1) VALUE 'N'.
       77 WRK-EOF-PARM      PIC X(1) VALUE 'N'.
       77 WRK-LINHA-DET     PIC X(132).
       77 WRK-DATA-SISTEMA  PIC 9(8).

      * PARAMETROS (CARTAO CLIPARM)
       77 WRK-SLA-PEND      PIC 9(3) VALUE 5.
       77 WRK-SLA-APRV      PIC 9(3) VALUE 3.
       77 WRK-DIAS-RES      PIC 9(3) VALUE 7.

      * CONTADORES DO RELATORIO
       77 WRK-CONT-PEND-LIDAS  PIC 9(6) VALUE 0.
       77 WRK-CONT-PEND-ABERTAS PIC 9(6) VALUE 0.
       77 WRK-CONT-APR-LIDAS   PIC 9(6) VALUE 0.
       77 WRK-CONT-VENC-PEND   PIC 9(6) VALUE 0.
       77 WRK-CONT-VENC-APR    PIC 9(6) VALUE 0.

      * IDADE DE UM ITEM: DIAS CORRIDOS ENTRE A DATA DO ITEM E A DATA
      * DO SISTEMA. DATA INVALIDA NO ITEM CONTA COMO A FAIXA MAIS
      * ANTIGA E ACIMA DO SLA, PARA NAO SUMIR DA VISTA DO SUPERVISOR
       77 WRK-INT-HOJE      PIC 9(7).
       77 WRK-IDADE         PIC 9(5).
       77 WRK-FX            PIC 9(1).
       77 WRK-VENCIDO       PIC X(1).
       77 WRK-DATA-OK       PIC X(1).
       01 WRK-DATA-TESTE    PIC 9(8).
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-DT-ANO     PIC 9(4).
           05 WRK-DT-MES     PIC 9(2).
           05 WRK-DT-DIA     PIC 9(2).

      * QUADROS DE ENVELHECIMENTO: 1 = PENDENCIAS POR CODIGO DE
      * REJEICAO, 2 = PENDENCIAS POR SEGMENTO, 3 = APROVACOES POR
      * OPERADOR SOLICITANTE, 4 = APROVACOES POR SEGMENTO. O ITEM 50
      * DE CADA QUADRO ACUMULA OS GRUPOS QUE NAO COUBERAM ('**')
       77 WRK-S             PIC 9(1).
       77 WRK-G             PIC 9(2).
       77 WRK-K             PIC 9(2).
       77 WRK-GRP-CHAVE     PIC X(8).
       77 WRK-GRP-TEXTO     PIC X(30).
       01 WRK-TAB-QUADROS.
           05 WRK-QDR OCCURS 4 TIMES.
               10 WRK-QDR-QTD        PIC 9(2).
               10 WRK-QDR-DEMAIS     PIC X(1).
               10 WRK-GRP OCCURS 50 TIMES.
                   15 WRK-GRP-VALOR  PIC X(8).
                   15 WRK-GRP-DESCR  PIC X(30).
                   15 WRK-GRP-FAIXA  PIC 9(6) OCCURS 4 TIMES.
                   15 WRK-GRP-TOTAL  PIC 9(6).
                   15 WRK-GRP-VENC   PIC 9(6).
       01 WRK-TOT-QUADRO.
           05 WRK-TOT-FAIXA         PIC 9(6) OCCURS 4 TIMES.
           05 WRK-TOT-TOTAL         PIC 9(6).
           05 WRK-TOT-VENC          PIC 9(6).
       77 WRK-ED-1          PIC ZZZ,ZZ9.
       77 WRK-ED-2          PIC ZZZ,ZZ9.
       77 WRK-ED-3          PIC ZZZ,ZZ9.
       77 WRK-ED-4          PIC ZZZ,ZZ9.
       77 WRK-ED-TOTAL      PIC ZZZ,ZZ9.
       77 WRK-ED-VENC       PIC ZZZ,ZZ9.

      * PENDENCIAS RESOLVIDAS POR DIA, DOS ULTIMOS WRK-DIAS-RES DIAS
       77 WRK-INT-INI-RES   PIC 9(7).
       77 WRK-INT-RES       PIC 9(7).
       77 WRK-D             PIC 9(2).
       77 WRK-TEMPO         PIC 9(5).
       77 WRK-MEDIA         PIC 9(5)V9.
       77 WRK-ED-MEDIA      PIC ZZZZ9.9.
       77 WRK-ED-QTD        PIC ZZZ,ZZ9.
       01 WRK-TAB-RESOLVIDAS.
           05 WRK-RES-DIA OCCURS 31 TIMES.
               10 WRK-RES-DATA       PIC 9(8).
               10 WRK-RES-QTD        PIC 9(6).
               10 WRK-RES-SOMA       PIC 9(8).
       77 WRK-RES-TOT-QTD   PIC 9(6) VALUE 0.
       77 WRK-RES-TOT-SOMA  PIC 9(8) VALUE 0.

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
            PERFORM 1600-PREPARAR-TABELAS.
            PERFORM 1100-IMPRIMIR-TITULO.
            IF WRK-SEM-PEND NOT = 'S'
                PERFORM 2000-LER-PENDENCIAS
            END-IF.
            IF WRK-SEM-APROV NOT = 'S'
                PERFORM 2500-LER-APROVACOES
            END-IF.
            MOVE 1 TO WRK-S.
            PERFORM 3000-IMPRIMIR-QUADRO.
            MOVE 2 TO WRK-S.
            PERFORM 3000-IMPRIMIR-QUADRO.
            MOVE 3 TO WRK-S.
            PERFORM 3000-IMPRIMIR-QUADRO.
            MOVE 4 TO WRK-S.
            PERFORM 3000-IMPRIMIR-QUADRO.
            PERFORM 4000-IMPRIMIR-RESOLVIDAS.
            PERFORM 5000-IMPRIMIR-ESCALONAMENTO.
            PERFORM 9000-FINALIZAR.
            COMPUTE WRK-CTL-LIDOS = WRK-CONT-PEND-LIDAS +
                                    WRK-CONT-APR-LIDAS.
            COMPUTE WRK-CTL-GRAVADOS = WRK-CONT-PEND-ABERTAS +
                                       WRK-CONT-APR-LIDAS.
            COMPUTE WRK-CTL-REJEITADOS = WRK-CONT-VENC-PEND +
                                         WRK-CONT-VENC-APR.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      * AS DUAS FILAS SO SAO LIDAS. FILA AINDA NAO CRIADA ('35') E
      * FILA VAZIA; QUALQUER OUTRO ERRO E FATAL, PORQUE O RELATORIO
      * SAIRIA ZERADO E O SUPERVISOR NAO SERIA AVISADO
       1000-ABRIR-ARQUIVOS.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-STATUS-MASTER NOT = '00'
                DISPLAY 'CLISLA - ERRO AO ABRIR CLIENTES-MASTER: '
                    WRK-STATUS-MASTER
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            OPEN INPUT CLIENTES-PEND.
            IF WRK-STATUS-PND = '35'
                MOVE 'S' TO WRK-SEM-PEND
            ELSE
                IF WRK-STATUS-PND NOT = '00'
                    DISPLAY 'CLISLA - ERRO AO ABRIR CLIENTES-PEND: '
                        WRK-STATUS-PND
                    CLOSE CLIENTES-MASTER
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-APROV.
            IF WRK-STATUS-APR = '35'
                MOVE 'S' TO WRK-SEM-APROV
            ELSE
                IF WRK-STATUS-APR NOT = '00'
                    DISPLAY 'CLISLA - ERRO AO ABRIR CLIENTES-APROV: '
                        WRK-STATUS-APR
                    CLOSE CLIENTES-MASTER
                    IF WRK-SEM-PEND NOT = 'S'
                        CLOSE CLIENTES-PEND
                    END-IF
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-SEG.
            IF WRK-STATUS-SEG NOT = '00'
                MOVE 'S' TO WRK-SEM-SEG
                DISPLAY 'CLISLA - CLIENTES-SEG INDISPONIVEL ('
                    WRK-STATUS-SEG ') - SEGMENTOS SEM DESCRICAO'
            END-IF.
            OPEN OUTPUT CLIENTES-SLRPT.
            IF WRK-STATUS-SLRPT NOT = '00'
                DISPLAY 'CLISLA - ERRO AO ABRIR CLIENTES-SLRPT: '
                    WRK-STATUS-SLRPT
                CLOSE CLIENTES-MASTER
                IF WRK-SEM-PEND NOT = 'S'
                    CLOSE CLIENTES-PEND
                END-IF
                IF WRK-SEM-APROV NOT = 'S'
                    CLOSE CLIENTES-APROV
                END-IF
                IF WRK-SEM-SEG NOT = 'S'
                    CLOSE CLIENTES-SEG
                END-IF
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE WRK-INT-HOJE =
                FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA).

      * CARTOES 'SLA-PEND NNN', 'SLA-APRV NNN' E 'DIAS-RES NNN'; SEM
      * ARQUIVO OU SEM CARTAO VALEM OS PADROES DA WORKING
       1500-LER-PARAMETRO.
            OPEN INPUT CLIENTES-PARM.
            IF WRK-STATUS-PARM = '00'
                PERFORM 1550-LER-CARTAO UNTIL WRK-EOF-PARM = 'S'
                CLOSE CLIENTES-PARM
            END-IF.
            IF WRK-DIAS-RES = 0 OR WRK-DIAS-RES > 31
                DISPLAY 'CLISLA - DIAS-RES FORA DE 1 A 31, USANDO 7'
                MOVE 7 TO WRK-DIAS-RES
            END-IF.
            DISPLAY 'CLISLA - SLA DAS PENDENCIAS  : ' WRK-SLA-PEND.
            DISPLAY 'CLISLA - SLA DAS APROVACOES  : ' WRK-SLA-APRV.

       1550-LER-CARTAO.
            READ CLIENTES-PARM
                AT END
                    MOVE 'S' TO WRK-EOF-PARM
                NOT AT END
                    IF PRM-DIAS NUMERIC
                        EVALUATE PRM-TIPO
                            WHEN 'SLA-PEND'
                                MOVE PRM-DIAS TO WRK-SLA-PEND
                            WHEN 'SLA-APRV'
                                MOVE PRM-DIAS TO WRK-SLA-APRV
                            WHEN 'DIAS-RES'
                                MOVE PRM-DIAS TO WRK-DIAS-RES
                            WHEN OTHER
                                DISPLAY 'CLISLA - CARTAO IGNORADO: '
                                    PRM-TIPO
                        END-EVALUATE
                    ELSE
                        DISPLAY 'CLISLA - CARTAO SEM DIAS NUMERICOS: '
                            PRM-TIPO
                    END-IF
            END-READ.

       1600-PREPARAR-TABELAS.
            PERFORM 1610-LIMPAR-QUADRO
                VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 4.
            COMPUTE WRK-INT-INI-RES = WRK-INT-HOJE - WRK-DIAS-RES + 1.
            PERFORM 1630-PREPARAR-DIA
                VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 31.

       1610-LIMPAR-QUADRO.
            MOVE 0 TO WRK-QDR-QTD(WRK-S).
            MOVE 'N' TO WRK-QDR-DEMAIS(WRK-S).
            PERFORM 1620-LIMPAR-GRUPO
                VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 50.

       1620-LIMPAR-GRUPO.
            MOVE SPACES TO WRK-GRP-VALOR(WRK-S WRK-G).
            MOVE SPACES TO WRK-GRP-DESCR(WRK-S WRK-G).
            MOVE 0 TO WRK-GRP-FAIXA(WRK-S WRK-G 1).
            MOVE 0 TO WRK-GRP-FAIXA(WRK-S WRK-G 2).
            MOVE 0 TO WRK-GRP-FAIXA(WRK-S WRK-G 3).
            MOVE 0 TO WRK-GRP-FAIXA(WRK-S WRK-G 4).
            MOVE 0 TO WRK-GRP-TOTAL(WRK-S WRK-G).
            MOVE 0 TO WRK-GRP-VENC(WRK-S WRK-G).

       1630-PREPARAR-DIA.
            MOVE 0 TO WRK-RES-DATA(WRK-D).
            MOVE 0 TO WRK-RES-QTD(WRK-D).
            MOVE 0 TO WRK-RES-SOMA(WRK-D).
            IF WRK-D NOT > WRK-DIAS-RES
                COMPUTE WRK-RES-DATA(WRK-D) = FUNCTION DATE-OF-INTEGER(
                    WRK-INT-INI-RES + WRK-D - 1)
            END-IF.

      * ERRO FATAL NA ABERTURA: O REGISTRO 'F' LEVA O RC 16
       1900-ENCERRAR-COM-ERRO.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1100-IMPRIMIR-TITULO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CLISLA - ENVELHECIMENTO E SLA DAS FILAS DE '
                       DELIMITED BY SIZE
                   'PENDENCIAS E APROVACOES - EMITIDO EM '
                       DELIMITED BY SIZE
                   WRK-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'SLA: PENDENCIA ' DELIMITED BY SIZE
                   WRK-SLA-PEND DELIMITED BY SIZE
                   ' DIAS, APROVACAO ' DELIMITED BY SIZE
                   WRK-SLA-APRV DELIMITED BY SIZE
                   ' DIAS' DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.

      *-----------------------------------------------------------------
      * PENDENCIAS: AS ABERTAS ENTRAM NO ENVELHECIMENTO POR CODIGO DE
      * REJEICAO E POR SEGMENTO DO CLIENTE NA MASTER; AS RESOLVIDAS
      * NA JANELA ENTRAM NO QUADRO DE RESOLVIDAS POR DIA
      *-----------------------------------------------------------------
       2000-LER-PENDENCIAS.
            MOVE 'N' TO WRK-EOF.
            MOVE LOW-VALUES TO PND-CHAVE.
            START CLIENTES-PEND KEY IS NOT LESS THAN PND-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF
            END-START.
            PERFORM 2050-LER-PENDENCIA UNTIL WRK-EOF = 'S'.

       2050-LER-PENDENCIA.
            READ CLIENTES-PEND NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-PEND-LIDAS
                    IF PND-STATUS = 'A'
                        PERFORM 2100-ENVELHECER-PENDENCIA
                    END-IF
                    IF PND-STATUS = 'R'
                        PERFORM 2200-CONTAR-RESOLVIDA
                    END-IF
            END-READ.

       2100-ENVELHECER-PENDENCIA.
            ADD 1 TO WRK-CONT-PEND-ABERTAS.
            MOVE PND-DT-RECEBIDA TO WRK-DATA-TESTE.
            PERFORM 2800-CALCULAR-IDADE.
            MOVE 'N' TO WRK-VENCIDO.
            IF WRK-IDADE > WRK-SLA-PEND
                MOVE 'S' TO WRK-VENCIDO
                ADD 1 TO WRK-CONT-VENC-PEND
            END-IF.
            MOVE 1 TO WRK-S.
            MOVE PND-COD-REJEICAO TO WRK-GRP-CHAVE.
            MOVE PND-DESCRICAO TO WRK-GRP-TEXTO.
            PERFORM 2400-ACUMULAR.
            PERFORM 2150-BUSCAR-SEGMENTO.
            MOVE 2 TO WRK-S.
            MOVE SPACES TO WRK-GRP-TEXTO.
            PERFORM 2400-ACUMULAR.

      * SEGMENTO ATUAL DO CLIENTE DA PENDENCIA; CLIENTE QUE NAO ESTA
      * MAIS NA MASTER (ARQUIVADO OU REKEYED) FICA NO GRUPO '??'
       2150-BUSCAR-SEGMENTO.
            MOVE SPACES TO CLIENTE-REC.
            MOVE PND-CPF-CNPJ TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE '??' TO WRK-GRP-CHAVE
                NOT INVALID KEY
                    MOVE CLI-SEGMENTO TO WRK-GRP-CHAVE
            END-READ.

      * TEMPO ATE A RESOLUCAO EM DIAS CORRIDOS, DA PND-DT-RECEBIDA A
      * PND-DT-RESOLVIDA; SO ENTRA A RESOLVIDA DENTRO DA JANELA
       2200-CONTAR-RESOLVIDA.
            MOVE PND-DT-RESOLVIDA TO WRK-DATA-TESTE.
            PERFORM 2850-VALIDAR-DATA.
            IF WRK-DATA-OK = 'S'
                COMPUTE WRK-INT-RES =
                    FUNCTION INTEGER-OF-DATE(PND-DT-RESOLVIDA)
                IF WRK-INT-RES NOT < WRK-INT-INI-RES
                    COMPUTE WRK-D = WRK-INT-RES - WRK-INT-INI-RES + 1
                    MOVE 0 TO WRK-TEMPO
                    MOVE PND-DT-RECEBIDA TO WRK-DATA-TESTE
                    PERFORM 2850-VALIDAR-DATA
                    IF WRK-DATA-OK = 'S'
                        COMPUTE WRK-TEMPO = WRK-INT-RES -
                            FUNCTION INTEGER-OF-DATE(PND-DT-RECEBIDA)
                    END-IF
                    ADD 1 TO WRK-RES-QTD(WRK-D)
                    ADD WRK-TEMPO TO WRK-RES-SOMA(WRK-D)
                    ADD 1 TO WRK-RES-TOT-QTD
                    ADD WRK-TEMPO TO WRK-RES-TOT-SOMA
                END-IF
            END-IF.

      * ACUMULA O ITEM CORRENTE (WRK-FX, WRK-VENCIDO) NO GRUPO
      * WRK-GRP-CHAVE DO QUADRO WRK-S, ABRINDO O GRUPO SE PRECISO
       2400-ACUMULAR.
            MOVE 0 TO WRK-G.
            PERFORM 2450-PROCURAR-GRUPO
                VARYING WRK-K FROM 1 BY 1
                UNTIL WRK-K > WRK-QDR-QTD(WRK-S) OR WRK-G > 0.
            IF WRK-G = 0
                IF WRK-QDR-QTD(WRK-S) < 49
                    ADD 1 TO WRK-QDR-QTD(WRK-S)
                    MOVE WRK-QDR-QTD(WRK-S) TO WRK-G
                    MOVE WRK-GRP-CHAVE TO WRK-GRP-VALOR(WRK-S WRK-G)
                    MOVE WRK-GRP-TEXTO TO WRK-GRP-DESCR(WRK-S WRK-G)
                ELSE
                    MOVE 50 TO WRK-G
                    MOVE 'S' TO WRK-QDR-DEMAIS(WRK-S)
                    MOVE '**' TO WRK-GRP-VALOR(WRK-S WRK-G)
                    MOVE '*DEMAIS GRUPOS*'
                        TO WRK-GRP-DESCR(WRK-S WRK-G)
                END-IF
            END-IF.
            ADD 1 TO WRK-GRP-FAIXA(WRK-S WRK-G WRK-FX).
            ADD 1 TO WRK-GRP-TOTAL(WRK-S WRK-G).
            IF WRK-VENCIDO = 'S'
                ADD 1 TO WRK-GRP-VENC(WRK-S WRK-G)
            END-IF.

       2450-PROCURAR-GRUPO.
            IF WRK-GRP-VALOR(WRK-S WRK-K) = WRK-GRP-CHAVE
                MOVE WRK-K TO WRK-G
            END-IF.

      *-----------------------------------------------------------------
      * APROVACOES PENDENTES: ENVELHECIMENTO POR OPERADOR SOLICITANTE
      * E POR SEGMENTO (O DO CLIENTE NA SOLICITACAO)
      *-----------------------------------------------------------------
       2500-LER-APROVACOES.
            MOVE 'N' TO WRK-EOF.
            MOVE LOW-VALUES TO APR-CPF-CNPJ.
            START CLIENTES-APROV KEY IS NOT LESS THAN APR-CPF-CNPJ
                INVALID KEY
                    MOVE 'S' TO WRK-EOF
            END-START.
            PERFORM 2550-LER-APROVACAO UNTIL WRK-EOF = 'S'.

       2550-LER-APROVACAO.
            READ CLIENTES-APROV NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-APR-LIDAS
                    PERFORM 2600-ENVELHECER-APROVACAO
            END-READ.

       2600-ENVELHECER-APROVACAO.
            MOVE APR-DT-SOLIC TO WRK-DATA-TESTE.
            PERFORM 2800-CALCULAR-IDADE.
            MOVE 'N' TO WRK-VENCIDO.
            IF WRK-IDADE > WRK-SLA-APRV
                MOVE 'S' TO WRK-VENCIDO
                ADD 1 TO WRK-CONT-VENC-APR
            END-IF.
            MOVE 3 TO WRK-S.
            MOVE APR-OPER-SOLIC TO WRK-GRP-CHAVE.
            MOVE SPACES TO WRK-GRP-TEXTO.
            PERFORM 2400-ACUMULAR.
            MOVE 4 TO WRK-S.
            MOVE APR-ANT-SEGMENTO TO WRK-GRP-CHAVE.
            PERFORM 2400-ACUMULAR.

      * IDADE EM DIAS CORRIDOS E FAIXA DO ITEM CUJA DATA ESTA EM
      * WRK-DATA-TESTE
       2800-CALCULAR-IDADE.
            PERFORM 2850-VALIDAR-DATA.
            IF WRK-DATA-OK = 'S'
                COMPUTE WRK-IDADE = WRK-INT-HOJE -
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE)
            ELSE
                MOVE 99999 TO WRK-IDADE
            END-IF.
            EVALUATE TRUE
                WHEN WRK-IDADE < 3
                    MOVE 1 TO WRK-FX
                WHEN WRK-IDADE < 6
                    MOVE 2 TO WRK-FX
                WHEN WRK-IDADE < 11
                    MOVE 3 TO WRK-FX
                WHEN OTHER
                    MOVE 4 TO WRK-FX
            END-EVALUATE.

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
      * IMPRESSAO DE UM QUADRO DE ENVELHECIMENTO (WRK-S), UMA LINHA
      * POR GRUPO E UMA LINHA DE TOTAL
      *-----------------------------------------------------------------
       3000-IMPRIMIR-QUADRO.
            MOVE SPACES TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            EVALUATE WRK-S
                WHEN 1
                    MOVE 'PENDENCIAS ABERTAS POR CODIGO DE REJEICAO'
                        TO SLRPT-LINHA
                WHEN 2
                    MOVE 'PENDENCIAS ABERTAS POR SEGMENTO DO CLIENTE'
                        TO SLRPT-LINHA
                WHEN 3
                    MOVE 'APROVACOES PENDENTES POR OPERADOR SOLICITANTE'
                        TO SLRPT-LINHA
                WHEN 4
                    MOVE 'APROVACOES PENDENTES POR SEGMENTO DO CLIENTE'
                        TO SLRPT-LINHA
            END-EVALUATE.
            WRITE SLRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'GRUPO    DESCRICAO                     '
                       DELIMITED BY SIZE
                   '    0-2 D    3-5 D   6-10 D    +10 D    TOTAL'
                       DELIMITED BY SIZE
                   '  ACIMA SLA' DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            MOVE 0 TO WRK-TOT-FAIXA(1).
            MOVE 0 TO WRK-TOT-FAIXA(2).
            MOVE 0 TO WRK-TOT-FAIXA(3).
            MOVE 0 TO WRK-TOT-FAIXA(4).
            MOVE 0 TO WRK-TOT-TOTAL.
            MOVE 0 TO WRK-TOT-VENC.
            PERFORM 3100-IMPRIMIR-GRUPO
                VARYING WRK-G FROM 1 BY 1
                UNTIL WRK-G > WRK-QDR-QTD(WRK-S).
            IF WRK-QDR-DEMAIS(WRK-S) = 'S'
                MOVE 50 TO WRK-G
                PERFORM 3100-IMPRIMIR-GRUPO
            END-IF.
            IF WRK-TOT-TOTAL = 0
                MOVE '  FILA VAZIA' TO SLRPT-LINHA
                WRITE SLRPT-LINHA
            ELSE
                MOVE WRK-TOT-FAIXA(1) TO WRK-ED-1
                MOVE WRK-TOT-FAIXA(2) TO WRK-ED-2
                MOVE WRK-TOT-FAIXA(3) TO WRK-ED-3
                MOVE WRK-TOT-FAIXA(4) TO WRK-ED-4
                MOVE WRK-TOT-TOTAL TO WRK-ED-TOTAL
                MOVE WRK-TOT-VENC TO WRK-ED-VENC
                MOVE 'TOTAL' TO WRK-GRP-CHAVE
                MOVE SPACES TO WRK-GRP-TEXTO
                PERFORM 3200-LINHA-QUADRO
            END-IF.

       3100-IMPRIMIR-GRUPO.
            MOVE WRK-GRP-VALOR(WRK-S WRK-G) TO WRK-GRP-CHAVE.
            MOVE WRK-GRP-DESCR(WRK-S WRK-G) TO WRK-GRP-TEXTO.
            IF WRK-S = 2 OR WRK-S = 4
                PERFORM 3150-BUSCAR-DESCRICAO
            END-IF.
            MOVE WRK-GRP-FAIXA(WRK-S WRK-G 1) TO WRK-ED-1.
            MOVE WRK-GRP-FAIXA(WRK-S WRK-G 2) TO WRK-ED-2.
            MOVE WRK-GRP-FAIXA(WRK-S WRK-G 3) TO WRK-ED-3.
            MOVE WRK-GRP-FAIXA(WRK-S WRK-G 4) TO WRK-ED-4.
            MOVE WRK-GRP-TOTAL(WRK-S WRK-G) TO WRK-ED-TOTAL.
            MOVE WRK-GRP-VENC(WRK-S WRK-G) TO WRK-ED-VENC.
            PERFORM 3200-LINHA-QUADRO.
            ADD WRK-GRP-FAIXA(WRK-S WRK-G 1) TO WRK-TOT-FAIXA(1).
            ADD WRK-GRP-FAIXA(WRK-S WRK-G 2) TO WRK-TOT-FAIXA(2).
            ADD WRK-GRP-FAIXA(WRK-S WRK-G 3) TO WRK-TOT-FAIXA(3).
            ADD WRK-GRP-FAIXA(WRK-S WRK-G 4) TO WRK-TOT-FAIXA(4).
            ADD WRK-GRP-TOTAL(WRK-S WRK-G) TO WRK-TOT-TOTAL.
            ADD WRK-GRP-VENC(WRK-S WRK-G) TO WRK-TOT-VENC.

      * DESCRICAO DO SEGMENTO NA CLIENTES-SEG, COMO NO RESUMO POR
      * SEGMENTO DO CLIRELAT
       3150-BUSCAR-DESCRICAO.
            EVALUATE TRUE
                WHEN WRK-GRP-CHAVE = '**'
                    CONTINUE
                WHEN WRK-GRP-CHAVE = SPACES
                    MOVE 'SEM SEGMENTO' TO WRK-GRP-TEXTO
                WHEN WRK-GRP-CHAVE = '??'
                    MOVE 'CLIENTE FORA DA MASTER' TO WRK-GRP-TEXTO
                WHEN WRK-SEM-SEG = 'S'
                    MOVE SPACES TO WRK-GRP-TEXTO
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

       3200-LINHA-QUADRO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING WRK-GRP-CHAVE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-GRP-TEXTO DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-ED-1 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-ED-2 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-ED-3 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-ED-4 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-ED-TOTAL DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WRK-ED-VENC DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.

      *-----------------------------------------------------------------
      * PENDENCIAS RESOLVIDAS POR DIA NA JANELA, COM O TEMPO MEDIO
      * EM DIAS ENTRE O RECEBIMENTO E A RESOLUCAO
      *-----------------------------------------------------------------
       4000-IMPRIMIR-RESOLVIDAS.
            MOVE SPACES TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'PENDENCIAS RESOLVIDAS POR DIA - ULTIMOS '
                       DELIMITED BY SIZE
                   WRK-DIAS-RES DELIMITED BY SIZE
                   ' DIAS' DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            MOVE 'DATA      RESOLVIDAS  TEMPO MEDIO (DIAS)'
                TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            PERFORM 4100-LINHA-RESOLVIDAS
                VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-DIAS-RES.
            MOVE WRK-RES-TOT-QTD TO WRK-ED-QTD.
            MOVE 0 TO WRK-MEDIA.
            IF WRK-RES-TOT-QTD > 0
                COMPUTE WRK-MEDIA ROUNDED =
                    WRK-RES-TOT-SOMA / WRK-RES-TOT-QTD
            END-IF.
            MOVE WRK-MEDIA TO WRK-ED-MEDIA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'TOTAL     ' DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WRK-ED-QTD DELIMITED BY SIZE
                   '        ' DELIMITED BY SIZE
                   WRK-ED-MEDIA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.

       4100-LINHA-RESOLVIDAS.
            MOVE WRK-RES-QTD(WRK-D) TO WRK-ED-QTD.
            MOVE 0 TO WRK-MEDIA.
            IF WRK-RES-QTD(WRK-D) > 0
                COMPUTE WRK-MEDIA ROUNDED =
                    WRK-RES-SOMA(WRK-D) / WRK-RES-QTD(WRK-D)
            END-IF.
            MOVE WRK-MEDIA TO WRK-ED-MEDIA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING WRK-RES-DATA(WRK-D) DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WRK-ED-QTD DELIMITED BY SIZE
                   '        ' DELIMITED BY SIZE
                   WRK-ED-MEDIA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.

      *-----------------------------------------------------------------
      * PAGINA DE ESCALONAMENTO: SEGUNDA PASSADA NAS DUAS FILAS,
      * LISTANDO UM A UM OS ITENS ACIMA DO SLA
      *-----------------------------------------------------------------
       5000-IMPRIMIR-ESCALONAMENTO.
            MOVE SPACES TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            MOVE SPACES TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            MOVE 'ESCALONAMENTO - ITENS ACIMA DO SLA' TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'FILA CPF/CNPJ       SEQ COD/OPER DATA     '
                       DELIMITED BY SIZE
                   'IDADE SEG DESCRICAO' DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.
            IF WRK-CONT-VENC-PEND > 0
                MOVE 'N' TO WRK-EOF
                MOVE LOW-VALUES TO PND-CHAVE
                START CLIENTES-PEND KEY IS NOT LESS THAN PND-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF
                END-START
                PERFORM 5100-ESCALONAR-PENDENCIA UNTIL WRK-EOF = 'S'
            END-IF.
            IF WRK-CONT-VENC-APR > 0
                MOVE 'N' TO WRK-EOF
                MOVE LOW-VALUES TO APR-CPF-CNPJ
                START CLIENTES-APROV KEY IS NOT LESS THAN APR-CPF-CNPJ
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF
                END-START
                PERFORM 5200-ESCALONAR-APROVACAO UNTIL WRK-EOF = 'S'
            END-IF.
            IF WRK-CONT-VENC-PEND = 0 AND WRK-CONT-VENC-APR = 0
                MOVE '  NENHUM ITEM ACIMA DO SLA' TO SLRPT-LINHA
                WRITE SLRPT-LINHA
            END-IF.

       5100-ESCALONAR-PENDENCIA.
            READ CLIENTES-PEND NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    IF PND-STATUS = 'A'
                        MOVE PND-DT-RECEBIDA TO WRK-DATA-TESTE
                        PERFORM 2800-CALCULAR-IDADE
                        IF WRK-IDADE > WRK-SLA-PEND
                            PERFORM 2150-BUSCAR-SEGMENTO
                            PERFORM 5150-LINHA-PENDENCIA
                        END-IF
                    END-IF
            END-READ.

       5150-LINHA-PENDENCIA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'PEND ' DELIMITED BY SIZE
                   PND-CPF-CNPJ DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PND-SEQUENCIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PND-COD-REJEICAO DELIMITED BY SIZE
                   '      ' DELIMITED BY SIZE
                   PND-DT-RECEBIDA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-IDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-GRP-CHAVE(1:2) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PND-DESCRICAO DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.

       5200-ESCALONAR-APROVACAO.
            READ CLIENTES-APROV NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    MOVE APR-DT-SOLIC TO WRK-DATA-TESTE
                    PERFORM 2800-CALCULAR-IDADE
                    IF WRK-IDADE > WRK-SLA-APRV
                        PERFORM 5250-LINHA-APROVACAO
                    END-IF
            END-READ.

       5250-LINHA-APROVACAO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'APRV ' DELIMITED BY SIZE
                   APR-CPF-CNPJ DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   APR-OPER-SOLIC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-DT-SOLIC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-IDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   APR-ANT-SEGMENTO DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   APR-ANT-NOME DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            IF APR-TIPO = 'E'
                MOVE 'SOLICITACAO DE DESATIVACAO' TO
                    WRK-LINHA-DET(98:26)
            ELSE
                MOVE 'SOLICITACAO DE ALTERACAO' TO
                    WRK-LINHA-DET(98:24)
            END-IF.
            MOVE WRK-LINHA-DET TO SLRPT-LINHA.
            WRITE SLRPT-LINHA.

       9000-FINALIZAR.
            CLOSE CLIENTES-MASTER.
            IF WRK-SEM-PEND NOT = 'S'
                CLOSE CLIENTES-PEND
            END-IF.
            IF WRK-SEM-APROV NOT = 'S'
                CLOSE CLIENTES-APROV
            END-IF.
            IF WRK-SEM-SEG NOT = 'S'
                CLOSE CLIENTES-SEG
            END-IF.
            CLOSE CLIENTES-SLRPT.
            DISPLAY 'CLISLA - PENDENCIAS LIDAS    : '
                WRK-CONT-PEND-LIDAS.
            DISPLAY 'CLISLA - PENDENCIAS ABERTAS  : '
                WRK-CONT-PEND-ABERTAS.
            DISPLAY 'CLISLA - APROVACOES PENDENTES: '
                WRK-CONT-APR-LIDAS.
            DISPLAY 'CLISLA - PENDENCIAS ACIMA SLA: '
                WRK-CONT-VENC-PEND.
            DISPLAY 'CLISLA - APROVACOES ACIMA SLA: '
                WRK-CONT-VENC-APR.
            IF WRK-CONT-VENC-PEND > 0 OR WRK-CONT-VENC-APR > 0
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
                DISPLAY 'CLISLA - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLISLA' TO CTL-JOB
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
