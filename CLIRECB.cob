       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIRECB.
      ******************************************************************
      * OBJETIVO:  CARREGAR A POSICAO DIARIA DE RECEBIVEIS QUE A
      *            COBRANCA ENVIA (SALDO EM ABERTO, VENCIMENTO MAIS
      *            ANTIGO E DIAS DE ATRASO POR CPF/CNPJ) NO ARQUIVO
      *            INDEXADO CLIENTES-RECEB, CONSULTADO PELA TELA DE
      *            DETALHE DO CLIENTES E PELAS ROTINAS DE DESATIVACAO
      *            (8000-EXCLUIR, MOVIMENTO 'E' DO CLICARGA) E DE
      *            ARQUIVAMENTO (CLIARQV), QUE RECUSAM CLIENTE COM
      *            SALDO EM ABERTO.
      *            O ARQUIVO COMECA POR UM HEADER COM A DATA DA
      *            POSICAO; ANTES DE TOCAR NA CLIENTES-RECEB ESSA DATA
      *            E CONFERIDA COM A ULTIMA POSICAO CARREGADA NO
      *            CONTROLE DE EXECUCAO (CLICTRL). ARQUIVO SEM HEADER
      *            OU COM POSICAO NAO POSTERIOR A ULTIMA E RECUSADO COM
      *            RETURN-CODE 16. A CARGA SUBSTITUI A POSICAO ANTERIOR
      *            POR INTEIRO.
      *            O RELATORIO TRAZ AS EXCECOES DA CARGA (REGISTRO
      *            INVALIDO, CHAVE REPETIDA, CLIENTE FORA DA MASTER) E
      *            AS DESATIVACOES/ARQUIVAMENTOS RECUSADOS POR SALDO
      *            ('EXC-SALD' NA CLIENTES-LOG) DESDE A CARGA ANTERIOR.
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

           SELECT CLIENTES-POSICAO ASSIGN TO 'CLIPOSI'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-POSICAO.

           SELECT CLIENTES-RECEB ASSIGN TO 'CLIRCB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-RECEB.

           SELECT CLIENTES-LOG ASSIGN TO 'CLILOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

           SELECT CLIENTES-RCBX ASSIGN TO 'CLIRCBX'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RCBX.

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

       FD  CLIENTES-POSICAO.
           COPY CLIPOS.

       FD  CLIENTES-RECEB.
           COPY CLIRCB.

       FD  CLIENTES-LOG.
           COPY CLILOGR.

       FD  CLIENTES-RCBX.
       01  RCBX-LINHA              PIC X(132).

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-MASTER  PIC X(2).
       77 WRK-STATUS-POSICAO PIC X(2).
       77 WRK-STATUS-RECEB   PIC X(2).
       77 WRK-STATUS-LOG     PIC X(2).
       77 WRK-STATUS-RCBX    PIC X(2).
       77 WRK-EOF            PIC X(1) VALUE 'N'.
       77 WRK-EOF-LOG        PIC X(1) VALUE 'N'.
       77 WRK-CONT-LIDOS     PIC 9(6) VALUE 0.
       77 WRK-CONT-CARREGADOS PIC 9(6) VALUE 0.
       77 WRK-CONT-EM-ABERTO PIC 9(6) VALUE 0.
       77 WRK-CONT-EXCECOES  PIC 9(6) VALUE 0.
       77 WRK-CONT-FORA-MST  PIC 9(6) VALUE 0.
       77 WRK-CONT-RECUSAS   PIC 9(6) VALUE 0.
       77 WRK-TOTAL-SALDO    PIC 9(13)V99 VALUE 0.
       77 WRK-DATA-SISTEMA   PIC 9(8).
       77 WRK-LINHA-RCBX     PIC X(132).
       77 WRK-RCBX-TITULO    PIC X(1) VALUE 'N'.
       77 WRK-MOTIVO         PIC X(40).
       77 WRK-SALDO-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-TOTAL-ED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * CONTROLE DE EXECUCAO DA CADEIA BATCH (CLICTRL)
       77 WRK-STATUS-CTL     PIC X(2).
       77 WRK-CTL-EVENTO     PIC X(1).
       77 WRK-CTL-LIDOS      PIC 9(8) VALUE 0.
       77 WRK-CTL-GRAVADOS   PIC 9(8) VALUE 0.
       77 WRK-CTL-REJEITADOS PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-DATA   PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-TEXTO  PIC X(40) VALUE SPACES.

      * CONFERENCIA DO HEADER DA POSICAO CONTRA O CLICTRL. O MOMENTO
      * DO FIM DA ULTIMA CARGA BEM SUCEDIDA DELIMITA AS RECUSAS POR
      * SALDO A LISTAR NESTA RODADA
       77 WRK-EOF-CTL        PIC X(1) VALUE 'N'.
       77 WRK-ULT-POSICAO    PIC 9(8) VALUE 0.
       77 WRK-POS-DATA       PIC 9(8) VALUE 0.
       01 WRK-ULT-CARGA.
           05 WRK-ULT-CARGA-DATA PIC 9(8) VALUE 0.
           05 WRK-ULT-CARGA-HORA PIC 9(8) VALUE 0.
       01 WRK-MOMENTO-LOG.
           05 WRK-MOM-LOG-DATA   PIC 9(8).
           05 WRK-MOM-LOG-HORA   PIC 9(8).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
            MOVE 'I' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            PERFORM 1000-ABRIR-ARQUIVOS.
            PERFORM 1100-CONFERIR-HEADER.
            PERFORM 1200-ABRIR-RECEBIVEIS.
            PERFORM 2000-PROCESSAR UNTIL WRK-EOF = 'S'.
            PERFORM 2800-LISTAR-RECUSAS.
            PERFORM 3000-FINALIZAR.
            MOVE WRK-CONT-LIDOS TO WRK-CTL-LIDOS.
            MOVE WRK-CONT-CARREGADOS TO WRK-CTL-GRAVADOS.
            MOVE WRK-CONT-EXCECOES TO WRK-CTL-REJEITADOS.
            MOVE WRK-POS-DATA TO WRK-CTL-REF-DATA.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1000-ABRIR-ARQUIVOS.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-STATUS-MASTER NOT = '00'
                DISPLAY 'CLIRECB - ERRO AO ABRIR CLIENTES-MASTER: '
                    WRK-STATUS-MASTER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CLIENTES-POSICAO.
            IF WRK-STATUS-POSICAO NOT = '00'
                DISPLAY 'CLIRECB - ERRO AO ABRIR POSICAO: '
                    WRK-STATUS-POSICAO
                CLOSE CLIENTES-MASTER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CLIENTES-RCBX.
            IF WRK-STATUS-RCBX NOT = '00'
                DISPLAY 'CLIRECB - ERRO AO ABRIR CLIENTES-RCBX: '
                    WRK-STATUS-RCBX
                CLOSE CLIENTES-MASTER
                CLOSE CLIENTES-POSICAO
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

      * LE O HEADER DA POSICAO E CONFERE A DATA COM O CLICTRL: TEM DE
      * SER POSTERIOR A DA ULTIMA CARGA BEM SUCEDIDA (RC < 16).
      * POSICAO REPETIDA OU MAIS ANTIGA SUBSTITUIRIA SALDOS ATUAIS
      * POR SALDOS JA VENCIDOS E LIBERARIA DESATIVACOES INDEVIDAS
       1100-CONFERIR-HEADER.
            READ CLIENTES-POSICAO
                AT END
                    MOVE 'POSICAO VAZIA - SEM HEADER'
                        TO WRK-CTL-REF-TEXTO
                NOT AT END
                    IF POS-CAB-ID NOT = 'HDR' OR
                       POS-CAB-DATA NOT NUMERIC
                        MOVE 'POSICAO SEM HEADER' TO WRK-CTL-REF-TEXTO
                    ELSE
                        MOVE POS-CAB-DATA TO WRK-POS-DATA
                    END-IF
            END-READ.
            IF WRK-CTL-REF-TEXTO = SPACES
                PERFORM 1150-LER-CONTROLE
                IF WRK-POS-DATA NOT > WRK-ULT-POSICAO
                    MOVE 'POSICAO NAO POSTERIOR A ULTIMA CARREGADA'
                        TO WRK-CTL-REF-TEXTO
                END-IF
                IF WRK-POS-DATA > WRK-DATA-SISTEMA
                    MOVE 'POSICAO COM DATA FUTURA'
                        TO WRK-CTL-REF-TEXTO
                END-IF
            END-IF.
            IF WRK-CTL-REF-TEXTO NOT = SPACES
                PERFORM 1190-RECUSAR-POSICAO
            END-IF.

       1150-LER-CONTROLE.
            OPEN INPUT CLIENTES-CTRL.
            IF WRK-STATUS-CTL = '00'
                PERFORM 1160-LER-REGISTRO-CONTROLE
                    UNTIL WRK-EOF-CTL = 'S'
                CLOSE CLIENTES-CTRL
            END-IF.

       1160-LER-REGISTRO-CONTROLE.
            READ CLIENTES-CTRL
                AT END
                    MOVE 'S' TO WRK-EOF-CTL
                NOT AT END
                    IF CTL-EVENTO = 'F' AND CTL-JOB = 'CLIRECB' AND
                       CTL-RC < 16
                        MOVE CTL-REF-DATA TO WRK-ULT-POSICAO
                        MOVE CTL-DATA TO WRK-ULT-CARGA-DATA
                        MOVE CTL-HORA TO WRK-ULT-CARGA-HORA
                    END-IF
            END-READ.

      * A RECUSA SAI NO RELATORIO E NO SYSOUT; A CLIENTES-RECEB NAO
      * FOI ABERTA E A POSICAO ANTERIOR CONTINUA VALENDO. O REGISTRO
      * 'F' LEVA O MOTIVO
       1190-RECUSAR-POSICAO.
            PERFORM 2500-TITULO-RELATORIO.
            MOVE SPACES TO WRK-LINHA-RCBX.
            STRING 'POSICAO RECUSADA: ' DELIMITED BY SIZE
                   WRK-CTL-REF-TEXTO DELIMITED BY SIZE
                   ' - POSICAO ' DELIMITED BY SIZE
                   WRK-POS-DATA DELIMITED BY SIZE
                   ' ULTIMA CARREGADA ' DELIMITED BY SIZE
                   WRK-ULT-POSICAO DELIMITED BY SIZE
                   INTO WRK-LINHA-RCBX
            END-STRING.
            MOVE WRK-LINHA-RCBX TO RCBX-LINHA.
            WRITE RCBX-LINHA.
            DISPLAY 'CLIRECB - ' WRK-LINHA-RCBX.
            CLOSE CLIENTES-MASTER.
            CLOSE CLIENTES-POSICAO.
            CLOSE CLIENTES-RCBX.
            MOVE 16 TO RETURN-CODE.
            MOVE WRK-POS-DATA TO WRK-CTL-REF-DATA.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      * A CLIENTES-RECEB E RECRIADA A CADA CARGA: CLIENTE QUE SAIU DO
      * ARQUIVO DA COBRANCA QUITOU O SALDO E NAO PODE FICAR BLOQUEADO
       1200-ABRIR-RECEBIVEIS.
            OPEN OUTPUT CLIENTES-RECEB.
            IF WRK-STATUS-RECEB NOT = '00'
                DISPLAY 'CLIRECB - ERRO AO ABRIR CLIENTES-RECEB: '
                    WRK-STATUS-RECEB
                CLOSE CLIENTES-MASTER
                CLOSE CLIENTES-POSICAO
                CLOSE CLIENTES-RCBX
                MOVE 16 TO RETURN-CODE
                MOVE 'F' TO WRK-CTL-EVENTO
                PERFORM 9200-GRAVAR-CONTROLE
                STOP RUN
            END-IF.
            PERFORM 2500-TITULO-RELATORIO.
            MOVE 'EXCECOES DA CARGA' TO RCBX-LINHA.
            WRITE RCBX-LINHA.

       2000-PROCESSAR.
            READ CLIENTES-POSICAO
                AT END
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    ADD 1 TO WRK-CONT-LIDOS
                    PERFORM 2100-CARREGAR-POSICAO
            END-READ.

      * REGISTRO COM CAMPO NAO NUMERICO OU CHAVE REPETIDA NAO E
      * CARREGADO; CLIENTE FORA DA MASTER E CARREGADO (A COBRANCA
      * PODE ESTAR A FRENTE DA CARGA DE INCLUSOES) E SO SINALIZADO
       2100-CARREGAR-POSICAO.
            MOVE SPACES TO WRK-MOTIVO.
            IF POS-CPF-CNPJ = SPACES OR
               POS-SALDO NOT NUMERIC OR
               POS-DT-VENC-ANTIGO NOT NUMERIC OR
               POS-DIAS-ATRASO NOT NUMERIC
                MOVE 'REGISTRO COM CAMPO INVALIDO' TO WRK-MOTIVO
                PERFORM 2400-EXCECAO-CARGA
            ELSE
                MOVE SPACES TO RECEBIVEL-REC
                MOVE POS-CPF-CNPJ TO RCB-CPF-CNPJ
                MOVE POS-SALDO TO RCB-SALDO
                MOVE POS-DT-VENC-ANTIGO TO RCB-DT-VENC-ANTIGO
                MOVE POS-DIAS-ATRASO TO RCB-DIAS-ATRASO
                MOVE WRK-POS-DATA TO RCB-DT-POSICAO
                WRITE RECEBIVEL-REC
                    INVALID KEY
                        MOVE 'CPF/CNPJ REPETIDO NA POSICAO'
                            TO WRK-MOTIVO
                        PERFORM 2400-EXCECAO-CARGA
                    NOT INVALID KEY
                        PERFORM 2200-CONTAR-CARREGADO
                END-WRITE
            END-IF.

       2200-CONTAR-CARREGADO.
            ADD 1 TO WRK-CONT-CARREGADOS.
            IF RCB-SALDO > 0
                ADD 1 TO WRK-CONT-EM-ABERTO
                ADD RCB-SALDO TO WRK-TOTAL-SALDO
            END-IF.
            MOVE SPACES TO CLIENTE-REC.
            MOVE RCB-CPF-CNPJ TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    ADD 1 TO WRK-CONT-FORA-MST
                    MOVE 'CLIENTE NAO CADASTRADO NA MASTER'
                        TO WRK-MOTIVO
                    PERFORM 2400-EXCECAO-CARGA
            END-READ.

       2400-EXCECAO-CARGA.
            ADD 1 TO WRK-CONT-EXCECOES.
            MOVE SPACES TO WRK-LINHA-RCBX.
            IF POS-SALDO NUMERIC
                MOVE POS-SALDO TO WRK-SALDO-ED
            ELSE
                MOVE ZEROS TO WRK-SALDO-ED
            END-IF.
            STRING '  ' DELIMITED BY SIZE
                   POS-CPF-CNPJ DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO WRK-LINHA-RCBX
            END-STRING.
            MOVE WRK-LINHA-RCBX TO RCBX-LINHA.
            WRITE RCBX-LINHA.

       2500-TITULO-RELATORIO.
            IF WRK-RCBX-TITULO = 'N'
                MOVE 'S' TO WRK-RCBX-TITULO
                MOVE SPACES TO WRK-LINHA-RCBX
                STRING 'CLIRECB - CARGA DA POSICAO DE RECEBIVEIS DE '
                           DELIMITED BY SIZE
                       WRK-POS-DATA DELIMITED BY SIZE
                       INTO WRK-LINHA-RCBX
                END-STRING
                MOVE WRK-LINHA-RCBX TO RCBX-LINHA
                WRITE RCBX-LINHA
                MOVE SPACES TO RCBX-LINHA
                WRITE RCBX-LINHA
            END-IF.

      *-----------------------------------------------------------------
      * DESATIVACOES E ARQUIVAMENTOS RECUSADOS POR SALDO EM ABERTO
      * DESDE O FIM DA ULTIMA CARGA BEM SUCEDIDA: O CLIENTES, O
      * CLICARGA, O CLIARQV E O CLIMERGE (FUSAO) LOGAM CADA RECUSA
      * COMO 'EXC-SALD' NA CLIENTES-LOG, COM O OPERADOR OU O JOB QUE
      * TENTOU
      *-----------------------------------------------------------------
       2800-LISTAR-RECUSAS.
            MOVE SPACES TO RCBX-LINHA.
            WRITE RCBX-LINHA.
            MOVE 'DESATIVACOES/ARQUIVAMENTOS RECUSADOS POR SALDO'
                TO RCBX-LINHA.
            WRITE RCBX-LINHA.
            MOVE SPACES TO WRK-LINHA-RCBX.
            MOVE 'OPERADOR DATA     HORA     CPF/CNPJ       DETALHE'
                TO WRK-LINHA-RCBX.
            MOVE WRK-LINHA-RCBX TO RCBX-LINHA.
            WRITE RCBX-LINHA.
            OPEN INPUT CLIENTES-LOG.
            IF WRK-STATUS-LOG = '00'
                PERFORM 2850-LER-LOG UNTIL WRK-EOF-LOG = 'S'
                CLOSE CLIENTES-LOG
            ELSE
                IF WRK-STATUS-LOG NOT = '35'
                    DISPLAY 'CLIRECB - ERRO AO ABRIR CLIENTES-LOG: '
                        WRK-STATUS-LOG
                END-IF
            END-IF.
            IF WRK-CONT-RECUSAS = 0
                MOVE '  NENHUMA RECUSA POR SALDO NO PERIODO'
                    TO RCBX-LINHA
                WRITE RCBX-LINHA
            END-IF.

       2850-LER-LOG.
            READ CLIENTES-LOG
                AT END
                    MOVE 'S' TO WRK-EOF-LOG
                NOT AT END
                    MOVE LOG-DATA TO WRK-MOM-LOG-DATA
                    MOVE LOG-HORA TO WRK-MOM-LOG-HORA
                    IF LOG-OPERACAO = 'EXC-SALD' AND
                       WRK-MOMENTO-LOG > WRK-ULT-CARGA
                        PERFORM 2900-LINHA-RECUSA
                    END-IF
            END-READ.

       2900-LINHA-RECUSA.
            ADD 1 TO WRK-CONT-RECUSAS.
            MOVE SPACES TO WRK-LINHA-RCBX.
            STRING LOG-OPERADOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-DATA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-HORA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-CHAVE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-CAMPOS DELIMITED BY SIZE
                   INTO WRK-LINHA-RCBX
            END-STRING.
            MOVE WRK-LINHA-RCBX TO RCBX-LINHA.
            WRITE RCBX-LINHA.

       3000-FINALIZAR.
            MOVE SPACES TO RCBX-LINHA.
            WRITE RCBX-LINHA.
            MOVE WRK-TOTAL-SALDO TO WRK-TOTAL-ED.
            MOVE SPACES TO WRK-LINHA-RCBX.
            STRING 'CLIENTES COM SALDO EM ABERTO: ' DELIMITED BY SIZE
                   WRK-CONT-EM-ABERTO DELIMITED BY SIZE
                   '  SALDO TOTAL: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA-RCBX
            END-STRING.
            MOVE WRK-LINHA-RCBX TO RCBX-LINHA.
            WRITE RCBX-LINHA.
            CLOSE CLIENTES-MASTER.
            CLOSE CLIENTES-POSICAO.
            CLOSE CLIENTES-RECEB.
            CLOSE CLIENTES-RCBX.
            DISPLAY 'CLIRECB - POSICOES LIDAS    : ' WRK-CONT-LIDOS.
            DISPLAY 'CLIRECB - POSICOES GRAVADAS : '
                WRK-CONT-CARREGADOS.
            DISPLAY 'CLIRECB - SALDO EM ABERTO   : '
                WRK-CONT-EM-ABERTO.
            DISPLAY 'CLIRECB - FORA DA MASTER    : ' WRK-CONT-FORA-MST.
            DISPLAY 'CLIRECB - EXCECOES          : ' WRK-CONT-EXCECOES.
            DISPLAY 'CLIRECB - RECUSAS POR SALDO : ' WRK-CONT-RECUSAS.
            IF WRK-CONT-EXCECOES > 0
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
                DISPLAY 'CLIRECB - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIRECB' TO CTL-JOB
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
