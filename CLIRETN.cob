      *            PENDENCIAS CLIENTES-PEND, COM CODIGO, DESCRICAO E
      *            DATA, PARA O MODULO DE PENDENCIAS DO CLIENTES
      *            MOSTRAR O MOTIVO E BAIXAR A PENDENCIA (REQ 021)
      *            O RETORNO TRAZ UM HEADER COM A DATA DO EXTRATO
      *            QUE ELE RESPONDE; ANTES DE MARCAR QUALQUER CLIENTE
      *            ESSA DATA E CONFERIDA COM O ULTIMO EXTRATO BEM
      *            SUCEDIDO REGISTRADO NO CONTROLE DE EXECUCAO
      *            (CLICTRL). RETORNO SEM HEADER, JA PROCESSADO OU DE
      *            OUTRO EXTRATO E RECUSADO COM RETURN-CODE 16.
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-STATUS-PND.

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

       FD  CLIENTES-PEND.
           COPY CLIPND.

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-LOG-OPERACAO   PIC X(8).
       77 WRK-LOG-CHAVE      PIC X(14).
       77 WRK-LOG-CAMPOS     PIC X(60).

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

      * CONFERENCIA DO HEADER DO RETORNO CONTRA O CLICTRL
       77 WRK-EOF-CTL        PIC X(1) VALUE 'N'.
       77 WRK-ULT-EXTRATO    PIC 9(8) VALUE 0.
       77 WRK-RET-REPETIDO   PIC X(1) VALUE 'N'.
       77 WRK-RET-DATA-EXT   PIC 9(8) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
            MOVE 'I' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            PERFORM 1000-ABRIR-ARQUIVOS.
            PERFORM 1100-CONFERIR-HEADER.
            PERFORM 2000-PROCESSAR UNTIL WRK-EOF = 'S'.
            PERFORM 3000-FINALIZAR.
            MOVE WRK-CONT-LIDOS TO WRK-CTL-LIDOS.
            MOVE WRK-CONT-MARCADOS TO WRK-CTL-GRAVADOS.
            MOVE WRK-CONT-NAO-ENC TO WRK-CTL-REJEITADOS.
            MOVE WRK-RET-DATA-EXT TO WRK-CTL-REF-DATA.
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
                DISPLAY 'CLIRETN - ERRO AO ABRIR CLIENTES-JORNAL: '
                    WRK-STATUS-JNL
                CLOSE CLIENTES-MASTER
                CLOSE CLIENTES-RETORNO
                CLOSE CLIENTES-LOG
                CLOSE CLIENTES-EXC
                CLOSE CLIENTES-PEND
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

      * LE O HEADER DO RETORNO E CONFERE A DATA DO EXTRATO QUE ELE
      * RESPONDE COM O CLICTRL: TEM DE SER A DO ULTIMO CLIEXTR BEM
      * SUCEDIDO (RC < 8) E NAO PODE TER SIDO PROCESSADA POR OUTRO
      * CLIRETN. RETORNO DE EXTRATO MAIS ANTIGO MARCARIA PENDENCIA
      * SOBRE DADOS JA CORRIGIDOS; RETORNO REPETIDO DUPLICARIA AS
      * PENDENCIAS NA CLIENTES-PEND
       1100-CONFERIR-HEADER.
            READ CLIENTES-RETORNO
                AT END
                    MOVE 'RETORNO VAZIO - SEM HEADER'
                        TO WRK-CTL-REF-TEXTO
                NOT AT END
                    IF RET-CAB-ID NOT = 'HDR'
                        MOVE 'RETORNO SEM HEADER' TO WRK-CTL-REF-TEXTO
                    ELSE
                        MOVE RET-CAB-DATA-EXT TO WRK-RET-DATA-EXT
                    END-IF
            END-READ.
            IF WRK-CTL-REF-TEXTO = SPACES
                PERFORM 1150-LER-CONTROLE
                IF WRK-ULT-EXTRATO = 0
                    MOVE 'NENHUM EXTRATO REGISTRADO NO CLICTRL'
                        TO WRK-CTL-REF-TEXTO
                ELSE
                    IF WRK-RET-DATA-EXT < WRK-ULT-EXTRATO
                        MOVE 'RETORNO DE EXTRATO ANTERIOR AO ULTIMO'
                            TO WRK-CTL-REF-TEXTO
                    END-IF
                    IF WRK-RET-DATA-EXT > WRK-ULT-EXTRATO
                        MOVE 'EXTRATO DO RETORNO NAO CONSTA NO CLICTRL'
                            TO WRK-CTL-REF-TEXTO
                    END-IF
                    IF WRK-RET-REPETIDO = 'S'
                        MOVE 'RETORNO JA PROCESSADO'
                            TO WRK-CTL-REF-TEXTO
                    END-IF
                END-IF
            END-IF.
            IF WRK-CTL-REF-TEXTO NOT = SPACES
                PERFORM 1190-RECUSAR-RETORNO
            END-IF.

       1150-LER-CONTROLE.
            OPEN INPUT CLIENTES-CTRL.
            IF WRK-STATUS-CTL = '00'
                PERFORM UNTIL WRK-EOF-CTL = 'S'
                    READ CLIENTES-CTRL
                        AT END
                            MOVE 'S' TO WRK-EOF-CTL
                        NOT AT END
                            PERFORM 1160-AVALIAR-CONTROLE
                    END-READ
                END-PERFORM
                CLOSE CLIENTES-CTRL
            END-IF.

       1160-AVALIAR-CONTROLE.
            IF CTL-EVENTO = 'F'
                IF CTL-JOB = 'CLIEXTR' AND CTL-RC < 8
                    MOVE CTL-REF-DATA TO WRK-ULT-EXTRATO
                END-IF
                IF CTL-JOB = 'CLIRETN' AND CTL-RC < 16 AND
                   CTL-REF-DATA = WRK-RET-DATA-EXT
                    MOVE 'S' TO WRK-RET-REPETIDO
                END-IF
            END-IF.

      * A RECUSA SAI NO RELATORIO DE EXCECOES E NO SYSOUT; NENHUM
      * CLIENTE FOI TOCADO. O REGISTRO 'F' LEVA O MOTIVO
       1190-RECUSAR-RETORNO.
            MOVE 'S' TO WRK-EXC-TITULO.
            MOVE 'CLIRETN - EXCECOES DO RETORNO DA COBRANCA'
                TO EXC-LINHA.
            WRITE EXC-LINHA.
            MOVE SPACES TO EXC-LINHA.
            WRITE EXC-LINHA.
            MOVE SPACES TO WRK-LINHA-EXC.
            STRING 'RETORNO RECUSADO: ' DELIMITED BY SIZE
                   WRK-CTL-REF-TEXTO DELIMITED BY SIZE
                   ' - EXTRATO ' DELIMITED BY SIZE
                   WRK-RET-DATA-EXT DELIMITED BY SIZE
                   ' ULTIMO ENVIADO ' DELIMITED BY SIZE
                   WRK-ULT-EXTRATO DELIMITED BY SIZE
                   INTO WRK-LINHA-EXC
            END-STRING.
            MOVE WRK-LINHA-EXC TO EXC-LINHA.
            WRITE EXC-LINHA.
            DISPLAY 'CLIRETN - ' WRK-LINHA-EXC.
            CLOSE CLIENTES-MASTER.
            CLOSE CLIENTES-RETORNO.
            CLOSE CLIENTES-LOG.
            CLOSE CLIENTES-EXC.
            CLOSE CLIENTES-PEND.
            CLOSE CLIENTES-JORNAL.
            MOVE 16 TO RETURN-CODE.
            MOVE WRK-RET-DATA-EXT TO WRK-CTL-REF-DATA.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       2000-PROCESSAR.
            READ CLIENTES-RETORNO
                AT END
                        CLI-CPF-CNPJ
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-MARCADOS
                    MOVE 'M' TO WRK-JNL-ARQUIVO
                    MOVE 'A' TO WRK-JNL-ACAO
                    PERFORM 9150-GRAVAR-JORNAL
                    MOVE 'RET-COBR' TO WRK-LOG-OPERACAO
                    MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                    MOVE SPACES TO WRK-LOG-CAMPOS
            MOVE 'A' TO PND-STATUS.
            MOVE ZEROS TO PND-DT-RESOLVIDA.
            MOVE SPACES TO PND-OPER-RESOLVEU.
            MOVE ZEROS TO PND-DT-AVISO.
            MOVE ZEROS TO PND-QTD-AVISOS.
            WRITE PENDENCIA-REC
                INVALID KEY
                    DISPLAY 'CLIRETN - ERRO AO GRAVAR PENDENCIA: '
            CLOSE CLIENTES-MASTER.
            CLOSE CLIENTES-RETORNO.
            CLOSE CLIENTES-LOG.
            CLOSE CLIENTES-JORNAL.
            CLOSE CLIENTES-EXC.
            CLOSE CLIENTES-PEND.
            DISPLAY 'CLIRETN - RETORNOS LIDOS    : ' WRK-CONT-LIDOS.
            IF WRK-CONT-NAO-ENC > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

      * GRAVA NO JORNAL A IMAGEM DO REGISTRO QUE ACABOU DE SER
      * GRAVADO, REGRAVADO OU EXCLUIDO, PARA O ROLLFWD DO CLIRESTO
       9150-GRAVAR-JORNAL.
            MOVE SPACES TO JNL-REC.
            ACCEPT JNL-DATA FROM DATE YYYYMMDD.
            ACCEPT JNL-HORA FROM TIME.
            MOVE 'CLIRETN' TO JNL-PROGRAMA.
            MOVE WRK-LOG-OPERADOR TO JNL-OPERADOR.
            MOVE WRK-JNL-ARQUIVO TO JNL-ARQUIVO.
            MOVE WRK-JNL-ACAO TO JNL-ACAO.
            EVALUATE WRK-JNL-ARQUIVO
                WHEN 'M'
                    MOVE CLI-CPF-CNPJ TO JNL-CHAVE
                    MOVE CLIENTE-REC TO JNL-IMAGEM
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
                DISPLAY 'CLIRETN - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLIRETN' TO CTL-JOB
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
