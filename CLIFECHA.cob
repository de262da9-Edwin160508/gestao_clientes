      *            MASTER COMO INATIVO), ENTAO QUEM TIRA REGISTRO DA
      *            MASTER E SO O ARQUIVAMENTO DO CLIARQV; A
      *            CONCILIACAO SEGUE A MESMA CONTA DO CLIVERIF.
      *            ANTES DE COPIAR QUALQUER COISA O JOB CONFERE NO
      *            CONTROLE DE EXECUCAO (CLICTRL) QUE O EXTRATO DO
      *            DIA (CLIEXTR) E O RETORNO QUE O RESPONDE (CLIRETN)
      *            RODARAM BEM DEPOIS DO ULTIMO FECHAMENTO; SEM ISSO
      *            O FECHAMENTO E RECUSADO COM RETURN-CODE 16.
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FRPT.

           SELECT CLIENTES-CTRL ASSIGN TO 'CLICTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       01  EDB-LINHA               PIC X(85).

       FD  CLIENTES-OPRBKP.
       01  OPB-LINHA               PIC X(140).

       FD  CLIENTES-LOG.
           COPY CLILOGR.

       FD  CLIENTES-FRPT.
       01  FRPT-LINHA              PIC X(132).

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-ESPERADO      PIC S9(9) VALUE 0.
       77 WRK-ESPERADO-ED   PIC -9(9).
       77 WRK-DIVERGENTE    PIC X(1) VALUE 'N'.

      * CONTROLE DE EXECUCAO DA CADEIA BATCH (CLICTRL)
       77 WRK-STATUS-CTL     PIC X(2).
       77 WRK-CTL-EVENTO     PIC X(1).
       77 WRK-CTL-LIDOS      PIC 9(8) VALUE 0.
       77 WRK-CTL-GRAVADOS   PIC 9(8) VALUE 0.
       77 WRK-CTL-REJEITADOS PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-DATA   PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-TEXTO  PIC X(40) VALUE SPACES.

      * CONFERENCIA DA SEQUENCIA DA CADEIA NO CLICTRL
       77 WRK-EOF-CTL        PIC X(1) VALUE 'N'.
       77 WRK-EXTRATO-OK     PIC X(1) VALUE 'N'.
       77 WRK-RETORNO-OK     PIC X(1) VALUE 'N'.
       77 WRK-ULT-EXTRATO    PIC 9(8) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
            MOVE 'I' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            PERFORM 1100-CONFERIR-SEQUENCIA.
            PERFORM 1000-ABRIR-ARQUIVOS.
            PERFORM 1500-LER-FECHAMENTO-ANT.
            PERFORM 2000-COPIAR-MASTER.
            PERFORM 6000-CONCILIAR.
            PERFORM 7000-GRAVAR-FECHAMENTO.
            PERFORM 9000-FINALIZAR.
            MOVE WRK-QTD-MASTER TO WRK-CTL-LIDOS.
            COMPUTE WRK-CTL-GRAVADOS = WRK-QTD-MASTER + WRK-QTD-CONTATO
                + WRK-QTD-ENDERECO + WRK-QTD-OPER.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      * CONFERE NO CLICTRL QUE, DEPOIS DO ULTIMO FECHAMENTO, RODOU UM
      * EXTRATO BEM SUCEDIDO (RC < 8) E O RETORNO QUE RESPONDE A ELE.
      * O ARQUIVO E LIDO EM ORDEM CRONOLOGICA: CADA FECHAMENTO
      * TERMINADO ZERA A CONFERENCIA E CADA EXTRATO NOVO EXIGE O SEU
      * PROPRIO RETORNO. FALTANDO UM DOS DOIS O FECHAMENTO E RECUSADO
      * ANTES DE ABRIR OS ARQUIVOS, COM O MOTIVO NO CONTROLE
       1100-CONFERIR-SEQUENCIA.
            OPEN INPUT CLIENTES-CTRL.
            IF WRK-STATUS-CTL = '00'
                PERFORM UNTIL WRK-EOF-CTL = 'S'
                    READ CLIENTES-CTRL
                        AT END
                            MOVE 'S' TO WRK-EOF-CTL
                        NOT AT END
                            PERFORM 1150-AVALIAR-CONTROLE
                    END-READ
                END-PERFORM
                CLOSE CLIENTES-CTRL
            END-IF.
            IF WRK-EXTRATO-OK NOT = 'S'
                MOVE 'EXTRATO DO DIA (CLIEXTR) NAO RODOU'
                    TO WRK-CTL-REF-TEXTO
            ELSE
                IF WRK-RETORNO-OK NOT = 'S'
                    MOVE 'RETORNO DO DIA (CLIRETN) NAO RODOU'
                        TO WRK-CTL-REF-TEXTO
                END-IF
            END-IF.
            IF WRK-CTL-REF-TEXTO NOT = SPACES
                DISPLAY 'CLIFECHA - FECHAMENTO RECUSADO: '
                    WRK-CTL-REF-TEXTO
                MOVE 16 TO RETURN-CODE
                MOVE 'F' TO WRK-CTL-EVENTO
                PERFORM 9200-GRAVAR-CONTROLE
                STOP RUN
            END-IF.

       1150-AVALIAR-CONTROLE.
            IF CTL-EVENTO = 'F'
                EVALUATE CTL-JOB
                    WHEN 'CLIFECHA'
                        IF CTL-RC < 16
                            MOVE 'N' TO WRK-EXTRATO-OK
                            MOVE 'N' TO WRK-RETORNO-OK
                        END-IF
                    WHEN 'CLIEXTR'
                        IF CTL-RC < 8
                            MOVE 'S' TO WRK-EXTRATO-OK
                            MOVE 'N' TO WRK-RETORNO-OK
                            MOVE CTL-REF-DATA TO WRK-ULT-EXTRATO
                        END-IF
                    WHEN 'CLIRETN'
                        IF CTL-RC < 8 AND
                           CTL-REF-DATA = WRK-ULT-EXTRATO
                            MOVE 'S' TO WRK-RETORNO-OK
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       1000-ABRIR-ARQUIVOS.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT CLIENTES-MASTER.
                DISPLAY 'CLIFECHA - *** CONCILIACAO COM DESVIO ***'
                MOVE 8 TO RETURN-CODE
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
                DISPLAY 'CLIFECHA - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIFECHA' TO CTL-JOB
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
