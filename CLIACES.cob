       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIACES.
      ******************************************************************
      * OBJETIVO:  RELATORIO SEMANAL DE ACESSOS DOS OPERADORES PARA A
      *            AUDITORIA, CONFORME A POLITICA DE SENHAS (CARTOES
      *            CLIPOLS, OS MESMOS LIDOS PELO CLIENTES):
      *            - FALHAS DE LOGIN DOS ULTIMOS DIAS POR OPERADOR
      *              INFORMADO (LOGIN-FA, LOGIN-BL E OPR-BLOQ DA
      *              TRILHA DE AUDITORIA - CLIENTES-LOG E ARQUIVOS
      *              MENSAIS DO CLILOGAR), INCLUSIVE IDS QUE NAO
      *              EXISTEM NO CADASTRO;
      *            - OPERADORES BLOQUEADOS POR EXCESSO DE TENTATIVAS;
      *            - SENHAS EXPIRADAS, PROVISORIAS AINDA NAO TROCADAS
      *              E SENHAS AINDA GRAVADAS EM CLARO;
      *            - OPERADORES ATIVOS SEM LOGIN HA MAIS DOS DIAS DE
      *              INATIVIDADE DA POLITICA.
      *            SO LE OS ARQUIVOS. RC=4 QUANDO HA OPERADOR
      *            BLOQUEADO OU FALHA DE LOGIN NA JANELA.
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-OPER ASSIGN TO 'CLIOPER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-STATUS-OPER.

           SELECT CLIENTES-LOG ASSIGN TO 'CLILOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

           SELECT CLIENTES-LOGHIS ASSIGN TO 'CLILOGH'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOGH.

           SELECT CLIENTES-POL ASSIGN TO 'CLIPOLS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-POL.

           SELECT CLIENTES-ACRPT ASSIGN TO 'CLIACRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACRPT.

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
       FD  CLIENTES-OPER.
           COPY CLIOPR.

       FD  CLIENTES-LOG.
           COPY CLILOGR.

       FD  CLIENTES-LOGHIS.
       01  HIS-LINHA               PIC X(106).

       FD  CLIENTES-POL.
           COPY CLIPSC.

       FD  CLIENTES-ACRPT.
       01  ACRPT-LINHA             PIC X(132).

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-OPER   PIC X(2).
       77 WRK-STATUS-LOG    PIC X(2).
       77 WRK-STATUS-LOGH   PIC X(2).
       77 WRK-STATUS-POL    PIC X(2).
       77 WRK-STATUS-ACRPT  PIC X(2).
       77 WRK-SEM-OPER      PIC X(1) VALUE 'N'.
       77 WRK-SEM-LOG       PIC X(1) VALUE 'N'.
       77 WRK-SEM-LOGH      PIC X(1) VALUE 'N'.
       77 WRK-EOF           PIC X(1) VALUE 'N'.
       77 WRK-EOF-POL       PIC X(1) VALUE 'N'.
       77 WRK-LINHA-DET     PIC X(132).
       77 WRK-DATA-SISTEMA  PIC 9(8).

      * POLITICA DE SENHAS (CARTOES CLIPOLS)
       77 WRK-POL-VALIDADE  PIC 9(3) VALUE 90.
       77 WRK-POL-TENTATIVAS PIC 9(3) VALUE 5.
       77 WRK-POL-INATIVID  PIC 9(3) VALUE 90.
       77 WRK-POL-DIAS-REL  PIC 9(3) VALUE 7.

      * CONTADORES DO RELATORIO
       77 WRK-CONT-LOG-LIDOS  PIC 9(8) VALUE 0.
       77 WRK-CONT-LOGIN-OK   PIC 9(6) VALUE 0.
       77 WRK-CONT-FALHAS     PIC 9(6) VALUE 0.
       77 WRK-CONT-OPER       PIC 9(6) VALUE 0.
       77 WRK-CONT-BLOQ       PIC 9(6) VALUE 0.
       77 WRK-CONT-EXPIR      PIC 9(6) VALUE 0.
       77 WRK-CONT-INATIVO    PIC 9(6) VALUE 0.
       77 WRK-CONT-SECAO      PIC 9(6) VALUE 0.

      * DATAS: JANELA DAS FALHAS (DO WRK-DATA-INI ATE HOJE) E IDADE
      * EM DIAS CORRIDOS DA SENHA E DO ULTIMO LOGIN. DATA ZERADA OU
      * INVALIDA NO OPERADOR CONTA COMO VENCIDA
       77 WRK-INT-HOJE      PIC 9(7).
       77 WRK-DATA-INI      PIC 9(8).
       77 WRK-DIAS          PIC 9(7).
       77 WRK-DATA-OK       PIC X(1).
       01 WRK-DATA-TESTE    PIC 9(8).
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-DT-ANO     PIC 9(4).
           05 WRK-DT-MES     PIC 9(2).
           05 WRK-DT-DIA     PIC 9(2).

      * FALHAS DE LOGIN POR ID INFORMADO NA TELA. O ITEM 200 ACUMULA
      * OS IDS QUE NAO COUBERAM ('**')
       77 WRK-F             PIC 9(3).
       77 WRK-K             PIC 9(3).
       77 WRK-FAL-CHAVE     PIC X(8).
       77 WRK-FAL-QTD       PIC 9(3) VALUE 0.
       77 WRK-FAL-DEMAIS    PIC X(1) VALUE 'N'.
       01 WRK-TAB-FALHAS.
           05 WRK-FAL-ITEM OCCURS 200 TIMES.
               10 WRK-FAL-ID         PIC X(8).
               10 WRK-FAL-SENHA      PIC 9(5).
               10 WRK-FAL-BLOQ-TENT  PIC 9(5).
               10 WRK-FAL-BLOQUEIOS  PIC 9(5).
               10 WRK-FAL-ULT-DATA   PIC 9(8).
               10 WRK-FAL-ULT-HORA   PIC 9(8).
               10 WRK-FAL-IMPRESSO   PIC X(1).

      * LISTAS DE OPERADORES: 1 = BLOQUEADOS, 2 = SENHAS VENCIDAS,
      * 3 = SEM LOGIN
       77 WRK-SECAO         PIC 9(1).
       77 WRK-LISTAR        PIC X(1).
       77 WRK-OBS           PIC X(40).
       77 WRK-ED-QTD        PIC ZZZ,ZZ9.
       77 WRK-ED-DIAS       PIC Z,ZZZ,ZZ9.
       77 WRK-ED-FALHAS     PIC Z9.
       77 WRK-ED-DATA       PIC X(10).

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
            PERFORM 1500-LER-POLITICA.
            PERFORM 1600-PREPARAR-TABELA.
            PERFORM 1100-IMPRIMIR-TITULO.
            PERFORM 2000-LER-TRILHA.
            PERFORM 3000-IMPRIMIR-FALHAS.
            PERFORM 4000-LISTAR-OPERADORES
                VARYING WRK-SECAO FROM 1 BY 1 UNTIL WRK-SECAO > 3.
            PERFORM 9000-FINALIZAR.
            COMPUTE WRK-CTL-LIDOS = WRK-CONT-LOG-LIDOS +
                                    WRK-CONT-OPER.
            COMPUTE WRK-CTL-GRAVADOS = WRK-CONT-BLOQ +
                                       WRK-CONT-EXPIR +
                                       WRK-CONT-INATIVO.
            MOVE WRK-CONT-FALHAS TO WRK-CTL-REJEITADOS.
            MOVE WRK-DATA-INI TO WRK-CTL-REF-DATA.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      * O CADASTRO DE OPERADORES AINDA NAO CRIADO ('35') E CADASTRO
      * VAZIO, E A LOG TAMBEM; QUALQUER OUTRO ERRO E FATAL, PORQUE O
      * RELATORIO SAIRIA LIMPO SEM TER OLHADO NADA
       1000-ABRIR-ARQUIVOS.
            OPEN INPUT CLIENTES-OPER.
            IF WRK-STATUS-OPER = '35'
                MOVE 'S' TO WRK-SEM-OPER
            ELSE
                IF WRK-STATUS-OPER NOT = '00'
                    DISPLAY 'CLIACES - ERRO AO ABRIR CLIENTES-OPER: '
                        WRK-STATUS-OPER
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-LOG.
            IF WRK-STATUS-LOG = '35'
                MOVE 'S' TO WRK-SEM-LOG
            ELSE
                IF WRK-STATUS-LOG NOT = '00'
                    DISPLAY 'CLIACES - ERRO AO ABRIR CLIENTES-LOG: '
                        WRK-STATUS-LOG
                    IF WRK-SEM-OPER NOT = 'S'
                        CLOSE CLIENTES-OPER
                    END-IF
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-LOGHIS.
            IF WRK-STATUS-LOGH NOT = '00'
                MOVE 'S' TO WRK-SEM-LOGH
            END-IF.
            OPEN OUTPUT CLIENTES-ACRPT.
            IF WRK-STATUS-ACRPT NOT = '00'
                DISPLAY 'CLIACES - ERRO AO ABRIR CLIENTES-ACRPT: '
                    WRK-STATUS-ACRPT
                IF WRK-SEM-OPER NOT = 'S'
                    CLOSE CLIENTES-OPER
                END-IF
                IF WRK-SEM-LOG NOT = 'S'
                    CLOSE CLIENTES-LOG
                END-IF
                IF WRK-SEM-LOGH NOT = 'S'
                    CLOSE CLIENTES-LOGHIS
                END-IF
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE WRK-INT-HOJE =
                FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA).

      * CARTOES 'VALIDADE NNN', 'TENTATIV NNN', 'INATIVID NNN' E
      * 'DIAS-REL NNN'; SEM ARQUIVO OU SEM CARTAO VALEM OS PADROES DA
      * WORKING. VALIDADE OU INATIVID 000 DESLIGAM A LISTA
       1500-LER-POLITICA.
            OPEN INPUT CLIENTES-POL.
            IF WRK-STATUS-POL = '00'
                PERFORM 1550-LER-CARTAO UNTIL WRK-EOF-POL = 'S'
                CLOSE CLIENTES-POL
            END-IF.
            IF WRK-POL-DIAS-REL = 0 OR WRK-POL-DIAS-REL > 366
                DISPLAY 'CLIACES - DIAS-REL FORA DE 1 A 366, USANDO 7'
                MOVE 7 TO WRK-POL-DIAS-REL
            END-IF.
            COMPUTE WRK-DATA-INI = FUNCTION DATE-OF-INTEGER(
                WRK-INT-HOJE - WRK-POL-DIAS-REL + 1).
            DISPLAY 'CLIACES - VALIDADE DA SENHA  : ' WRK-POL-VALIDADE.
            DISPLAY 'CLIACES - DIAS DE INATIVIDADE: ' WRK-POL-INATIVID.
            DISPLAY 'CLIACES - FALHAS DESDE       : ' WRK-DATA-INI.

       1550-LER-CARTAO.
            READ CLIENTES-POL
                AT END
                    MOVE 'S' TO WRK-EOF-POL
                NOT AT END
                    IF POL-VALOR NUMERIC
                        EVALUATE POL-TIPO
                            WHEN 'VALIDADE'
                                MOVE POL-VALOR TO WRK-POL-VALIDADE
                            WHEN 'TENTATIV'
                                IF POL-VALOR > 0
                                    MOVE POL-VALOR
                                        TO WRK-POL-TENTATIVAS
                                END-IF
                            WHEN 'INATIVID'
                                MOVE POL-VALOR TO WRK-POL-INATIVID
                            WHEN 'DIAS-REL'
                                MOVE POL-VALOR TO WRK-POL-DIAS-REL
                            WHEN OTHER
                                DISPLAY 'CLIACES - CARTAO IGNORADO: '
                                    POL-TIPO
                        END-EVALUATE
                    ELSE
                        DISPLAY 'CLIACES - CARTAO SEM VALOR NUMERICO: '
                            POL-TIPO
                    END-IF
            END-READ.

      * ERRO FATAL NA ABERTURA: O REGISTRO 'F' LEVA O RC 16
       1900-ENCERRAR-COM-ERRO.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1100-IMPRIMIR-TITULO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CLIACES - ACESSOS DOS OPERADORES E POLITICA DE '
                       DELIMITED BY SIZE
                   'SENHAS - EMITIDO EM ' DELIMITED BY SIZE
                   WRK-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'POLITICA: VALIDADE DA SENHA ' DELIMITED BY SIZE
                   WRK-POL-VALIDADE DELIMITED BY SIZE
                   ' DIAS, BLOQUEIO COM ' DELIMITED BY SIZE
                   WRK-POL-TENTATIVAS DELIMITED BY SIZE
                   ' FALHAS, INATIVIDADE ' DELIMITED BY SIZE
                   WRK-POL-INATIVID DELIMITED BY SIZE
                   ' DIAS, FALHAS DESDE ' DELIMITED BY SIZE
                   WRK-DATA-INI DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.
            IF WRK-SEM-LOGH = 'S'
                MOVE 'ARQUIVOS MENSAIS DA LOG (CLILOGH) NAO INFORMADOS'
                    TO ACRPT-LINHA
                WRITE ACRPT-LINHA
            END-IF.

      * O ITEM 200 DA TABELA DE FALHAS JA NASCE COMO O EXCEDENTE '**'
       1600-PREPARAR-TABELA.
            MOVE 200 TO WRK-F.
            MOVE '**' TO WRK-FAL-ID(WRK-F).
            PERFORM 2220-ZERAR-ID.

      *-----------------------------------------------------------------
      * TRILHA DE AUDITORIA NA JANELA: PRIMEIRO OS ARQUIVOS MENSAIS
      * FECHADOS PELO CLILOGAR (CONCATENADOS NO DD CLILOGH, COMO NO
      * CLIAUDIT), DEPOIS A LOG VIVA. NA FALHA DE LOGIN O OPERADOR
      * DA LOG E 'SISTEMA' E O ID DIGITADO ESTA NA LOG-CHAVE
      *-----------------------------------------------------------------
       2000-LER-TRILHA.
            IF WRK-SEM-LOGH NOT = 'S'
                MOVE 'N' TO WRK-EOF
                PERFORM 2050-LER-LOG-MENSAL UNTIL WRK-EOF = 'S'
            END-IF.
            IF WRK-SEM-LOG NOT = 'S'
                MOVE 'N' TO WRK-EOF
                PERFORM 2060-LER-LOG-VIVA UNTIL WRK-EOF = 'S'
            END-IF.

       2050-LER-LOG-MENSAL.
            READ CLIENTES-LOGHIS
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    MOVE HIS-LINHA TO LOG-REC
                    PERFORM 2100-AVALIAR-ACESSO
            END-READ.

       2060-LER-LOG-VIVA.
            READ CLIENTES-LOG
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    PERFORM 2100-AVALIAR-ACESSO
            END-READ.

       2100-AVALIAR-ACESSO.
            ADD 1 TO WRK-CONT-LOG-LIDOS.
            IF LOG-DATA NUMERIC
                IF LOG-DATA NOT < WRK-DATA-INI AND
                   LOG-DATA NOT > WRK-DATA-SISTEMA
                    EVALUATE LOG-OPERACAO
                        WHEN 'LOGIN-OK'
                            ADD 1 TO WRK-CONT-LOGIN-OK
                        WHEN 'LOGIN-FA'
                            ADD 1 TO WRK-CONT-FALHAS
                            PERFORM 2200-LOCALIZAR-ID
                            ADD 1 TO WRK-FAL-SENHA(WRK-F)
                            PERFORM 2250-GUARDAR-ULTIMA
                        WHEN 'LOGIN-BL'
                            ADD 1 TO WRK-CONT-FALHAS
                            PERFORM 2200-LOCALIZAR-ID
                            ADD 1 TO WRK-FAL-BLOQ-TENT(WRK-F)
                            PERFORM 2250-GUARDAR-ULTIMA
                        WHEN 'OPR-BLOQ'
                            PERFORM 2200-LOCALIZAR-ID
                            ADD 1 TO WRK-FAL-BLOQUEIOS(WRK-F)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

      * POSICIONA WRK-F NO ID DA LOG-CHAVE, ABRINDO O ITEM SE PRECISO
       2200-LOCALIZAR-ID.
            MOVE LOG-CHAVE(1:8) TO WRK-FAL-CHAVE.
            MOVE 0 TO WRK-F.
            PERFORM 2210-PROCURAR-ID
                VARYING WRK-K FROM 1 BY 1
                UNTIL WRK-K > WRK-FAL-QTD OR WRK-F > 0.
            IF WRK-F = 0
                IF WRK-FAL-QTD < 199
                    ADD 1 TO WRK-FAL-QTD
                    MOVE WRK-FAL-QTD TO WRK-F
                    MOVE WRK-FAL-CHAVE TO WRK-FAL-ID(WRK-F)
                    PERFORM 2220-ZERAR-ID
                ELSE
                    MOVE 200 TO WRK-F
                    MOVE 'S' TO WRK-FAL-DEMAIS
                END-IF
            END-IF.

       2210-PROCURAR-ID.
            IF WRK-FAL-ID(WRK-K) = WRK-FAL-CHAVE
                MOVE WRK-K TO WRK-F
            END-IF.

       2220-ZERAR-ID.
            MOVE 0 TO WRK-FAL-SENHA(WRK-F).
            MOVE 0 TO WRK-FAL-BLOQ-TENT(WRK-F).
            MOVE 0 TO WRK-FAL-BLOQUEIOS(WRK-F).
            MOVE 0 TO WRK-FAL-ULT-DATA(WRK-F).
            MOVE 0 TO WRK-FAL-ULT-HORA(WRK-F).
            MOVE 'N' TO WRK-FAL-IMPRESSO(WRK-F).

       2250-GUARDAR-ULTIMA.
            IF LOG-DATA > WRK-FAL-ULT-DATA(WRK-F) OR
               (LOG-DATA = WRK-FAL-ULT-DATA(WRK-F) AND
                LOG-HORA > WRK-FAL-ULT-HORA(WRK-F))
                MOVE LOG-DATA TO WRK-FAL-ULT-DATA(WRK-F)
                MOVE LOG-HORA TO WRK-FAL-ULT-HORA(WRK-F)
            END-IF.

      *-----------------------------------------------------------------
      * FALHAS DE LOGIN POR ID, EM ORDEM DE ID, O EXCEDENTE '**' POR
      * ULTIMO. 'NAO' NA COLUNA CADASTRADO = TENTATIVA COM ID QUE NAO
      * EXISTE, SINAL DE ADIVINHACAO DE USUARIO
      *-----------------------------------------------------------------
       3000-IMPRIMIR-FALHAS.
            MOVE SPACES TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.
            MOVE 'FALHAS DE LOGIN POR OPERADOR INFORMADO'
                TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE 'OPERADOR' TO WRK-LINHA-DET(1:8).
            MOVE 'CADASTRADO' TO WRK-LINHA-DET(11:10).
            MOVE 'SENHA INVALIDA' TO WRK-LINHA-DET(23:14).
            MOVE 'JA BLOQUEADO' TO WRK-LINHA-DET(39:12).
            MOVE 'BLOQUEIOS' TO WRK-LINHA-DET(53:9).
            MOVE 'ULTIMA FALHA' TO WRK-LINHA-DET(64:12).
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.
            IF WRK-FAL-QTD = 0 AND WRK-FAL-DEMAIS NOT = 'S'
                MOVE '  NENHUMA FALHA DE LOGIN NO PERIODO'
                    TO ACRPT-LINHA
                WRITE ACRPT-LINHA
            END-IF.
            PERFORM 3050-IMPRIMIR-PROXIMO WRK-FAL-QTD TIMES.
            IF WRK-FAL-DEMAIS = 'S'
                MOVE 200 TO WRK-F
                PERFORM 3100-IMPRIMIR-FALHA
            END-IF.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE WRK-CONT-FALHAS TO WRK-ED-QTD.
            STRING 'TOTAL DE FALHAS: ' DELIMITED BY SIZE
                   WRK-ED-QTD DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-CONT-LOGIN-OK TO WRK-ED-QTD.
            STRING 'LOGINS LIBERADOS NO PERIODO: ' DELIMITED BY SIZE
                   WRK-ED-QTD DELIMITED BY SIZE
                   INTO WRK-LINHA-DET(40:50)
            END-STRING.
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.

      * ESCOLHE O ID AINDA NAO IMPRESSO DE MENOR VALOR
       3050-IMPRIMIR-PROXIMO.
            MOVE 0 TO WRK-F.
            PERFORM 3060-COMPARAR-ID
                VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-FAL-QTD.
            MOVE 'S' TO WRK-FAL-IMPRESSO(WRK-F).
            PERFORM 3100-IMPRIMIR-FALHA.

       3060-COMPARAR-ID.
            IF WRK-FAL-IMPRESSO(WRK-K) NOT = 'S'
                IF WRK-F = 0
                    MOVE WRK-K TO WRK-F
                ELSE
                    IF WRK-FAL-ID(WRK-K) < WRK-FAL-ID(WRK-F)
                        MOVE WRK-K TO WRK-F
                    END-IF
                END-IF
            END-IF.

       3100-IMPRIMIR-FALHA.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE WRK-FAL-ID(WRK-F) TO WRK-LINHA-DET(1:8).
            IF WRK-F = 200
                MOVE 'DEMAIS IDS' TO WRK-LINHA-DET(11:10)
            ELSE
                IF WRK-SEM-OPER = 'S'
                    MOVE 'NAO' TO WRK-LINHA-DET(11:3)
                ELSE
                    MOVE WRK-FAL-ID(WRK-F) TO OPER-ID
                    READ CLIENTES-OPER
                        INVALID KEY
                            MOVE 'NAO' TO WRK-LINHA-DET(11:3)
                        NOT INVALID KEY
                            MOVE 'SIM' TO WRK-LINHA-DET(11:3)
                    END-READ
                END-IF
            END-IF.
            MOVE WRK-FAL-SENHA(WRK-F) TO WRK-ED-QTD.
            MOVE WRK-ED-QTD TO WRK-LINHA-DET(29:7).
            MOVE WRK-FAL-BLOQ-TENT(WRK-F) TO WRK-ED-QTD.
            MOVE WRK-ED-QTD TO WRK-LINHA-DET(43:7).
            MOVE WRK-FAL-BLOQUEIOS(WRK-F) TO WRK-ED-QTD.
            MOVE WRK-ED-QTD TO WRK-LINHA-DET(54:7).
            IF WRK-FAL-ULT-DATA(WRK-F) NOT = 0
                MOVE WRK-FAL-ULT-DATA(WRK-F) TO WRK-DATA-TESTE
                PERFORM 8000-EDITAR-DATA
                MOVE WRK-ED-DATA TO WRK-LINHA-DET(64:10)
                MOVE WRK-FAL-ULT-HORA(WRK-F)(1:2)
                    TO WRK-LINHA-DET(75:2)
                MOVE ':' TO WRK-LINHA-DET(77:1)
                MOVE WRK-FAL-ULT-HORA(WRK-F)(3:2)
                    TO WRK-LINHA-DET(78:2)
            END-IF.
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.

      *-----------------------------------------------------------------
      * UMA PASSADA NO CADASTRO DE OPERADORES POR LISTA (WRK-SECAO):
      * 1 = BLOQUEADOS; 2 = SENHA VENCIDA, PROVISORIA OU EM CLARO;
      * 3 = SEM LOGIN HA WRK-POL-INATIVID DIAS. DESATIVADOS SO
      * APARECEM NA LISTA DE BLOQUEADOS
      *-----------------------------------------------------------------
       4000-LISTAR-OPERADORES.
            MOVE 0 TO WRK-CONT-SECAO.
            PERFORM 4100-CABECALHO-SECAO.
            IF WRK-SEM-OPER NOT = 'S'
                MOVE 'N' TO WRK-EOF
                MOVE LOW-VALUES TO OPER-ID
                START CLIENTES-OPER KEY IS NOT LESS THAN OPER-ID
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF
                END-START
                PERFORM 4050-LER-OPERADOR UNTIL WRK-EOF = 'S'
            END-IF.
            IF WRK-CONT-SECAO = 0
                MOVE '  NENHUM OPERADOR NESTA SITUACAO' TO ACRPT-LINHA
                WRITE ACRPT-LINHA
            END-IF.

       4050-LER-OPERADOR.
            READ CLIENTES-OPER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    PERFORM 4200-NORMALIZAR-OPERADOR
                    EVALUATE WRK-SECAO
                        WHEN 1
                            ADD 1 TO WRK-CONT-OPER
                            PERFORM 4300-AVALIAR-BLOQUEIO
                        WHEN 2
                            PERFORM 4400-AVALIAR-SENHA
                        WHEN 3
                            PERFORM 4500-AVALIAR-INATIVIDADE
                    END-EVALUATE
                    IF WRK-LISTAR = 'S'
                        ADD 1 TO WRK-CONT-SECAO
                        PERFORM 4600-IMPRIMIR-OPERADOR
                    END-IF
            END-READ.

       4100-CABECALHO-SECAO.
            MOVE SPACES TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            EVALUATE WRK-SECAO
                WHEN 1
                    MOVE 'OPERADORES BLOQUEADOS POR EXCESSO DE '
                        TO WRK-LINHA-DET(1:37)
                    MOVE 'TENTATIVAS' TO WRK-LINHA-DET(38:10)
                WHEN 2
                    MOVE 'SENHAS EXPIRADAS, PROVISORIAS OU EM CLARO'
                        TO WRK-LINHA-DET
                WHEN 3
                    STRING 'OPERADORES ATIVOS SEM LOGIN HA '
                               DELIMITED BY SIZE
                           WRK-POL-INATIVID DELIMITED BY SIZE
                           ' DIAS OU MAIS' DELIMITED BY SIZE
                           INTO WRK-LINHA-DET
                    END-STRING
            END-EVALUATE.
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE 'OPERADOR' TO WRK-LINHA-DET(1:8).
            MOVE 'NOME' TO WRK-LINHA-DET(11:4).
            MOVE 'P' TO WRK-LINHA-DET(43:1).
            MOVE 'S' TO WRK-LINHA-DET(46:1).
            EVALUATE WRK-SECAO
                WHEN 1
                    MOVE 'BLOQUEIO' TO WRK-LINHA-DET(49:8)
                    MOVE 'FALHAS' TO WRK-LINHA-DET(65:6)
                WHEN 2
                    MOVE 'DATA SENHA' TO WRK-LINHA-DET(49:10)
                    MOVE 'DIAS' TO WRK-LINHA-DET(66:4)
                WHEN 3
                    MOVE 'ULT. LOGIN' TO WRK-LINHA-DET(49:10)
                    MOVE 'DIAS' TO WRK-LINHA-DET(66:4)
            END-EVALUATE.
            MOVE 'OBSERVACAO' TO WRK-LINHA-DET(73:10).
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.

      * REGISTROS GRAVADOS ANTES DA POLITICA DE SENHAS VEM COM OS
      * CAMPOS NOVOS EM BRANCO (MESMO ACERTO DO LOGIN NO CLIENTES)
       4200-NORMALIZAR-OPERADOR.
            MOVE 'N' TO WRK-LISTAR.
            MOVE SPACES TO WRK-OBS.
            MOVE 0 TO WRK-DIAS.
            IF OPER-DT-SENHA NOT NUMERIC
                MOVE 0 TO OPER-DT-SENHA
            END-IF.
            IF OPER-FALHAS NOT NUMERIC
                MOVE 0 TO OPER-FALHAS
            END-IF.
            IF OPER-DT-BLOQUEIO NOT NUMERIC
                MOVE 0 TO OPER-DT-BLOQUEIO
            END-IF.
            IF OPER-DT-ULT-LOGIN NOT NUMERIC
                MOVE 0 TO OPER-DT-ULT-LOGIN
            END-IF.

       4300-AVALIAR-BLOQUEIO.
            IF OPER-BLOQUEADO = 'S'
                MOVE 'S' TO WRK-LISTAR
                ADD 1 TO WRK-CONT-BLOQ
                MOVE 'DESBLOQUEIO PELO ADMINISTRADOR (OPCAO 8)'
                    TO WRK-OBS
                IF OPER-STATUS = 'I'
                    MOVE 'OPERADOR DESATIVADO' TO WRK-OBS
                END-IF
            END-IF.

      * SENHA EM CLARO: REGISTRO ANTIGO QUE AINDA NAO LOGOU DEPOIS
      * DA POLITICA. VENCIDA: MAIS DIAS QUE A VALIDADE, OU DATA
      * ZERADA/INVALIDA. PROVISORIA: DADA PELO ADMINISTRADOR E AINDA
      * NAO TROCADA PELO OPERADOR
       4400-AVALIAR-SENHA.
            IF OPER-STATUS NOT = 'I'
                MOVE OPER-DT-SENHA TO WRK-DATA-TESTE
                PERFORM 8100-CALCULAR-DIAS
                IF OPER-SENHA-CIFRADA = SPACES
                    MOVE 'S' TO WRK-LISTAR
                    MOVE 'SENHA EM CLARO - CIFRADA NO PROXIMO LOGIN'
                        TO WRK-OBS
                ELSE
                    IF WRK-POL-VALIDADE > 0 AND
                       (WRK-DATA-OK NOT = 'S' OR
                        WRK-DIAS NOT < WRK-POL-VALIDADE)
                        MOVE 'S' TO WRK-LISTAR
                        MOVE 'SENHA EXPIRADA' TO WRK-OBS
                    ELSE
                        IF OPER-TROCAR-SENHA = 'S'
                            MOVE 'S' TO WRK-LISTAR
                            MOVE 'SENHA PROVISORIA AINDA NAO TROCADA'
                                TO WRK-OBS
                        END-IF
                    END-IF
                END-IF
                IF WRK-LISTAR = 'S'
                    ADD 1 TO WRK-CONT-EXPIR
                END-IF
            END-IF.

       4500-AVALIAR-INATIVIDADE.
            IF OPER-STATUS NOT = 'I' AND WRK-POL-INATIVID > 0
                MOVE OPER-DT-ULT-LOGIN TO WRK-DATA-TESTE
                PERFORM 8100-CALCULAR-DIAS
                IF WRK-DATA-OK NOT = 'S'
                    MOVE 'S' TO WRK-LISTAR
                    MOVE 'NUNCA (SEM REGISTRO DE LOGIN)' TO WRK-OBS
                ELSE
                    IF WRK-DIAS NOT < WRK-POL-INATIVID
                        MOVE 'S' TO WRK-LISTAR
                    END-IF
                END-IF
                IF WRK-LISTAR = 'S'
                    ADD 1 TO WRK-CONT-INATIVO
                END-IF
            END-IF.

       4600-IMPRIMIR-OPERADOR.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE OPER-ID TO WRK-LINHA-DET(1:8).
            MOVE OPER-NOME TO WRK-LINHA-DET(11:30).
            MOVE OPER-PERFIL TO WRK-LINHA-DET(43:1).
            MOVE OPER-STATUS TO WRK-LINHA-DET(46:1).
            EVALUATE WRK-SECAO
                WHEN 1
                    MOVE OPER-DT-BLOQUEIO TO WRK-DATA-TESTE
                    PERFORM 8000-EDITAR-DATA
                    MOVE WRK-ED-DATA TO WRK-LINHA-DET(49:10)
                    MOVE OPER-FALHAS TO WRK-ED-FALHAS
                    MOVE WRK-ED-FALHAS TO WRK-LINHA-DET(69:2)
                WHEN OTHER
                    PERFORM 8000-EDITAR-DATA
                    MOVE WRK-ED-DATA TO WRK-LINHA-DET(49:10)
                    IF WRK-DATA-OK = 'S'
                        MOVE WRK-DIAS TO WRK-ED-DIAS
                        MOVE WRK-ED-DIAS TO WRK-LINHA-DET(61:9)
                    END-IF
            END-EVALUATE.
            MOVE WRK-OBS TO WRK-LINHA-DET(73:40).
            MOVE WRK-LINHA-DET TO ACRPT-LINHA.
            WRITE ACRPT-LINHA.

      * DATA DE WRK-DATA-TESTE EM DD/MM/AAAA; ZERADA SAI '-'
       8000-EDITAR-DATA.
            MOVE SPACES TO WRK-ED-DATA.
            IF WRK-DATA-TESTE NOT NUMERIC OR WRK-DATA-TESTE = 0
                MOVE '-' TO WRK-ED-DATA
            ELSE
                STRING WRK-DT-DIA DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-DT-MES DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-DT-ANO DELIMITED BY SIZE
                       INTO WRK-ED-DATA
                END-STRING
            END-IF.

      * DIAS CORRIDOS DA DATA EM WRK-DATA-TESTE ATE HOJE
       8100-CALCULAR-DIAS.
            PERFORM 8150-VALIDAR-DATA.
            MOVE 0 TO WRK-DIAS.
            IF WRK-DATA-OK = 'S'
                COMPUTE WRK-DIAS = WRK-INT-HOJE -
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE)
            END-IF.

       8150-VALIDAR-DATA.
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

       9000-FINALIZAR.
            IF WRK-SEM-OPER NOT = 'S'
                CLOSE CLIENTES-OPER
            END-IF.
            IF WRK-SEM-LOG NOT = 'S'
                CLOSE CLIENTES-LOG
            END-IF.
            IF WRK-SEM-LOGH NOT = 'S'
                CLOSE CLIENTES-LOGHIS
            END-IF.
            CLOSE CLIENTES-ACRPT.
            DISPLAY 'CLIACES - LINHAS DA LOG LIDAS : '
                WRK-CONT-LOG-LIDOS.
            DISPLAY 'CLIACES - LOGINS LIBERADOS    : '
                WRK-CONT-LOGIN-OK.
            DISPLAY 'CLIACES - FALHAS DE LOGIN     : '
                WRK-CONT-FALHAS.
            DISPLAY 'CLIACES - OPERADORES LIDOS    : '
                WRK-CONT-OPER.
            DISPLAY 'CLIACES - OPERADORES BLOQUEADOS: '
                WRK-CONT-BLOQ.
            DISPLAY 'CLIACES - SENHAS A TROCAR     : '
                WRK-CONT-EXPIR.
            DISPLAY 'CLIACES - SEM LOGIN NO PRAZO  : '
                WRK-CONT-INATIVO.
            IF WRK-CONT-BLOQ > 0 OR WRK-CONT-FALHAS > 0
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
                DISPLAY 'CLIACES - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIACES' TO CTL-JOB
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
