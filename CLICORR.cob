       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLICORR.
      ******************************************************************
      * OBJETIVO:  GERAR TODA NOITE O ARQUIVO DE CORRESPONDENCIA PARA
      *            A GRAFICA/CASA DE E-MAIL COM UM AVISO PARA CADA
      *            PENDENCIA DE COBRANCA EM ABERTO (CLIENTES-PEND)
      *            MAIS ANTIGA QUE O CARTAO DE PARAMETRO. O AVISO LEVA
      *            O CONTATO PRINCIPAL E O E-MAIL DO CLIENTES-CONTATO,
      *            O ENDERECO DE COBRANCA DO CLIENTES-ENDERECO (OU O
      *            DO REGISTRO MESTRE, COMO NO CLIEXTR), O CODIGO E A
      *            DESCRICAO DA REJEICAO E O MODELO DA CARTA.
      *            PENDENCIA DE CLIENTE SEM E-MAIL E SEM ENDERECO
      *            UTILIZAVEL (OU FORA DA MASTER) VAI PARA O RELATORIO
      *            DE EXCECOES E FICA SEM AVISO ATE O CADASTRO SER
      *            ACERTADO. CADA AVISO GERADO E GRAVADO NA PENDENCIA
      *            (DATA, MODELO, MEIO E QUANTIDADE), PARA NAO SER
      *            REENVIADO TODA NOITE E APARECER NA TELA DE DETALHE
      *            DA PENDENCIA DO CLIENTES.
      *            RC=4 QUANDO HA EXCECAO OU AVISO ADIADO.
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

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

           SELECT CLIENTES-CORR ASSIGN TO 'CLICORR'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CORR.

           SELECT CLIENTES-COEX ASSIGN TO 'CLICOEX'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COEX.

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

       FD  CLIENTES-CONTATO.
           COPY CLICTR.

       FD  CLIENTES-ENDERECO.
           COPY CLIEDR.

       FD  CLIENTES-PARM.
           COPY CLICOC.

       FD  CLIENTES-CORR.
       01  COR-LINHA               PIC X(256).

       FD  CLIENTES-COEX.
       01  COEX-LINHA              PIC X(132).

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-STATUS-MASTER PIC X(2).
       77 WRK-STATUS-PND    PIC X(2).
       77 WRK-STATUS-CTT    PIC X(2).
       77 WRK-STATUS-EDR    PIC X(2).
       77 WRK-STATUS-PARM   PIC X(2).
       77 WRK-STATUS-CORR   PIC X(2).
       77 WRK-STATUS-COEX   PIC X(2).
       77 WRK-SEM-PEND      PIC X(1) VALUE 'N'.
       77 WRK-SEM-CONTATOS  PIC X(1) VALUE 'N'.
       77 WRK-SEM-ENDERECOS PIC X(1) VALUE 'N'.
       77 WRK-EOF           PIC X(1) VALUE 'N'.
       77 WRK-EOF-PARM      PIC X(1) VALUE 'N'.
       77 WRK-CTT-FIM       PIC X(1).
       77 WRK-LINHA-DET     PIC X(132).
       77 WRK-DATA-SISTEMA  PIC 9(8).

      * PARAMETROS (CARTAO CLIPARM)
       77 WRK-DIAS-PND      PIC 9(3) VALUE 5.
       77 WRK-REENVIO       PIC 9(3) VALUE 0.

      * CONTADORES DA RODADA
       77 WRK-CONT-LIDAS    PIC 9(6) VALUE 0.
       77 WRK-CONT-ABERTAS  PIC 9(6) VALUE 0.
       77 WRK-CONT-AVISOS   PIC 9(9) VALUE 0.
       77 WRK-CONT-EXCECOES PIC 9(6) VALUE 0.
       77 WRK-CONT-ADIADAS  PIC 9(6) VALUE 0.
       77 WRK-CONT-MARCADAS PIC 9(6) VALUE 0.
       77 WRK-ED-QTD        PIC ZZZ,ZZ9.

      * IDADE DA PENDENCIA E DO ULTIMO AVISO EM DIAS CORRIDOS. DATA
      * DE RECEBIMENTO INVALIDA CONTA COMO PENDENCIA ANTIGA, PARA O
      * CLIENTE NAO FICAR SEM AVISO; DATA DE AVISO ZERADA OU
      * INVALIDA CONTA COMO NUNCA AVISADO
       77 WRK-INT-HOJE      PIC 9(7).
       77 WRK-IDADE         PIC 9(5).
       77 WRK-DATA-OK       PIC X(1).
       77 WRK-AVISAR        PIC X(1).
       77 WRK-REENVIAR      PIC X(1).
       01 WRK-DATA-TESTE    PIC 9(8).
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-DT-ANO     PIC 9(4).
           05 WRK-DT-MES     PIC 9(2).
           05 WRK-DT-DIA     PIC 9(2).

      * MEIOS DE AVISO DO CLIENTE CORRENTE
       77 WRK-ACHOU-CLI     PIC X(1).
       77 WRK-TEM-EMAIL     PIC X(1).
       77 WRK-TEM-ENDERECO  PIC X(1).
       77 WRK-ARROBAS       PIC 9(2).
       77 WRK-MOTIVO-EXC    PIC X(40).

      * AVISOS GRAVADOS NO ARQUIVO, A MARCAR NAS PENDENCIAS DEPOIS
      * DO TRAILER: RODADA QUE ABENDA ANTES DISSO NAO MARCA NADA E
      * A PROXIMA REGERA O ARQUIVO INTEIRO - NO PIOR CASO UM AVISO
      * SAI EM DOBRO, MAS NENHUM FICA MARCADO SEM TER SIDO ENVIADO.
      * PASSANDO DE 5000 AVISOS NA NOITE, O RESTO FICA PARA A
      * PROXIMA RODADA
       77 WRK-A             PIC 9(4).
       77 WRK-QTD-AVS       PIC 9(4) VALUE 0.
       01 WRK-TAB-AVISOS.
           05 WRK-AVS OCCURS 5000 TIMES.
               10 WRK-AVS-CHAVE      PIC X(17).
               10 WRK-AVS-MODELO     PIC X(4).
               10 WRK-AVS-MEIO       PIC X(1).

      * CONTROLE DE EXECUCAO DA CADEIA BATCH (CLICTRL)
       77 WRK-STATUS-CTL     PIC X(2).
       77 WRK-CTL-EVENTO     PIC X(1).
       77 WRK-CTL-LIDOS      PIC 9(8) VALUE 0.
       77 WRK-CTL-GRAVADOS   PIC 9(8) VALUE 0.
       77 WRK-CTL-REJEITADOS PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-DATA   PIC 9(8) VALUE 0.
       77 WRK-CTL-REF-TEXTO  PIC X(40) VALUE SPACES.
       COPY CLICOR.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
            MOVE 'I' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            PERFORM 1000-ABRIR-ARQUIVOS.
            PERFORM 1500-LER-PARAMETRO.
            PERFORM 1100-IMPRIMIR-TITULO.
            PERFORM 1200-GRAVAR-HEADER.
            IF WRK-SEM-PEND NOT = 'S'
                PERFORM 2000-LER-PENDENCIAS
            END-IF.
            PERFORM 3000-GRAVAR-TRAILER.
            IF WRK-SEM-PEND NOT = 'S'
                PERFORM 4000-MARCAR-PENDENCIAS
            END-IF.
            PERFORM 9000-FINALIZAR.
            MOVE WRK-CONT-LIDAS TO WRK-CTL-LIDOS.
            MOVE WRK-CONT-AVISOS TO WRK-CTL-GRAVADOS.
            MOVE WRK-CONT-EXCECOES TO WRK-CTL-REJEITADOS.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

      * A FILA DE PENDENCIAS E ABERTA EM I-O PARA A MARCACAO DOS
      * AVISOS; FILA AINDA NAO CRIADA ('35') GERA O ARQUIVO VAZIO
      * (SO HEADER E TRAILER). SEM CONTATOS OU SEM ENDERECOS O AVISO
      * SAI COM O QUE HOUVER, COMO NO CLIEXTR
       1000-ABRIR-ARQUIVOS.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE WRK-INT-HOJE =
                FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA).
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-STATUS-MASTER NOT = '00'
                DISPLAY 'CLICORR - ERRO AO ABRIR CLIENTES-MASTER: '
                    WRK-STATUS-MASTER
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            OPEN I-O CLIENTES-PEND.
            IF WRK-STATUS-PND = '35'
                MOVE 'S' TO WRK-SEM-PEND
            ELSE
                IF WRK-STATUS-PND NOT = '00'
                    DISPLAY 'CLICORR - ERRO AO ABRIR CLIENTES-PEND: '
                        WRK-STATUS-PND
                    CLOSE CLIENTES-MASTER
                    MOVE 16 TO RETURN-CODE
                    PERFORM 1900-ENCERRAR-COM-ERRO
                END-IF
            END-IF.
            OPEN INPUT CLIENTES-CONTATO.
            IF WRK-STATUS-CTT NOT = '00'
                MOVE 'S' TO WRK-SEM-CONTATOS
                DISPLAY 'CLICORR - CLIENTES-CONTATO INDISPONIVEL ('
                    WRK-STATUS-CTT ') - AVISOS SEM E-MAIL'
            END-IF.
            OPEN INPUT CLIENTES-ENDERECO.
            IF WRK-STATUS-EDR NOT = '00'
                MOVE 'S' TO WRK-SEM-ENDERECOS
                DISPLAY 'CLICORR - CLIENTES-ENDERECO INDISPONIVEL ('
                    WRK-STATUS-EDR ') - USANDO ENDERECO DA MASTER'
            END-IF.
            OPEN OUTPUT CLIENTES-CORR.
            IF WRK-STATUS-CORR NOT = '00'
                DISPLAY 'CLICORR - ERRO AO ABRIR CLIENTES-CORR: '
                    WRK-STATUS-CORR
                PERFORM 1950-FECHAR-ENTRADAS
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.
            OPEN OUTPUT CLIENTES-COEX.
            IF WRK-STATUS-COEX NOT = '00'
                DISPLAY 'CLICORR - ERRO AO ABRIR CLIENTES-COEX: '
                    WRK-STATUS-COEX
                PERFORM 1950-FECHAR-ENTRADAS
                CLOSE CLIENTES-CORR
                MOVE 16 TO RETURN-CODE
                PERFORM 1900-ENCERRAR-COM-ERRO
            END-IF.

      * CARTOES 'DIAS-PND NNN' E 'REENVIO  NNN'; SEM ARQUIVO OU SEM
      * CARTAO VALEM OS PADROES DA WORKING
       1500-LER-PARAMETRO.
            OPEN INPUT CLIENTES-PARM.
            IF WRK-STATUS-PARM = '00'
                PERFORM 1550-LER-CARTAO UNTIL WRK-EOF-PARM = 'S'
                CLOSE CLIENTES-PARM
            END-IF.
            DISPLAY 'CLICORR - IDADE MINIMA (DIAS): ' WRK-DIAS-PND.
            DISPLAY 'CLICORR - REENVIO (DIAS)     : ' WRK-REENVIO.

       1550-LER-CARTAO.
            READ CLIENTES-PARM
                AT END
                    MOVE 'S' TO WRK-EOF-PARM
                NOT AT END
                    IF PRM-DIAS NUMERIC
                        EVALUATE PRM-TIPO
                            WHEN 'DIAS-PND'
                                MOVE PRM-DIAS TO WRK-DIAS-PND
                            WHEN 'REENVIO'
                                MOVE PRM-DIAS TO WRK-REENVIO
                            WHEN OTHER
                                DISPLAY 'CLICORR - CARTAO IGNORADO: '
                                    PRM-TIPO
                        END-EVALUATE
                    ELSE
                        DISPLAY 'CLICORR - CARTAO SEM DIAS NUMERICOS: '
                            PRM-TIPO
                    END-IF
            END-READ.

      * ERRO FATAL NA ABERTURA: O REGISTRO 'F' LEVA O RC 16
       1900-ENCERRAR-COM-ERRO.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 9200-GRAVAR-CONTROLE.
            STOP RUN.

       1950-FECHAR-ENTRADAS.
            CLOSE CLIENTES-MASTER.
            IF WRK-SEM-PEND NOT = 'S'
                CLOSE CLIENTES-PEND
            END-IF.
            IF WRK-SEM-CONTATOS NOT = 'S'
                CLOSE CLIENTES-CONTATO
            END-IF.
            IF WRK-SEM-ENDERECOS NOT = 'S'
                CLOSE CLIENTES-ENDERECO
            END-IF.

       1100-IMPRIMIR-TITULO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'CLICORR - PENDENCIAS DE COBRANCA SEM MEIO DE '
                       DELIMITED BY SIZE
                   'AVISO AO CLIENTE - EMITIDO EM ' DELIMITED BY SIZE
                   WRK-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO COEX-LINHA.
            WRITE COEX-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'PENDENCIAS ABERTAS HA ' DELIMITED BY SIZE
                   WRK-DIAS-PND DELIMITED BY SIZE
                   ' DIAS OU MAIS; ACERTAR O CONTATO PRINCIPAL OU O '
                       DELIMITED BY SIZE
                   'ENDERECO DE COBRANCA DO CLIENTE' DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO COEX-LINHA.
            WRITE COEX-LINHA.
            MOVE SPACES TO COEX-LINHA.
            WRITE COEX-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE 'CPF/CNPJ' TO WRK-LINHA-DET(1:8).
            MOVE 'SEQ' TO WRK-LINHA-DET(16:3).
            MOVE 'COD' TO WRK-LINHA-DET(20:3).
            MOVE 'RECEBIDA' TO WRK-LINHA-DET(24:8).
            MOVE 'NOME' TO WRK-LINHA-DET(33:4).
            MOVE 'MOTIVO' TO WRK-LINHA-DET(74:6).
            MOVE WRK-LINHA-DET TO COEX-LINHA.
            WRITE COEX-LINHA.

       1200-GRAVAR-HEADER.
            MOVE SPACES TO COR-CAB.
            MOVE 'HDR' TO COR-CAB-ID.
            MOVE WRK-DATA-SISTEMA TO COR-CAB-DATA.
            MOVE SPACES TO COR-LINHA.
            MOVE COR-CAB TO COR-LINHA.
            WRITE COR-LINHA.

      *-----------------------------------------------------------------
      * PRIMEIRA PASSAGEM: LE A FILA INTEIRA, GRAVA UM AVISO POR
      * PENDENCIA ABERTA QUE VENCEU A IDADE MINIMA (OU O PRAZO DE
      * REENVIO) E GUARDA A CHAVE NA TABELA PARA A MARCACAO
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
                    ADD 1 TO WRK-CONT-LIDAS
                    IF PND-STATUS = 'A'
                        ADD 1 TO WRK-CONT-ABERTAS
                        PERFORM 2100-SELECIONAR-PENDENCIA
                    END-IF
            END-READ.

      * PENDENCIA NUNCA AVISADA: AVISA A PARTIR DE WRK-DIAS-PND DIAS
      * DE IDADE. JA AVISADA: SO COM REENVIO LIGADO E WRK-REENVIO
      * DIAS DEPOIS DO ULTIMO AVISO
       2100-SELECIONAR-PENDENCIA.
            MOVE 'N' TO WRK-AVISAR.
            MOVE 'N' TO WRK-REENVIAR.
            MOVE 'N' TO WRK-DATA-OK.
            IF PND-DT-AVISO NUMERIC
                IF PND-DT-AVISO > 0
                    MOVE PND-DT-AVISO TO WRK-DATA-TESTE
                    PERFORM 2850-VALIDAR-DATA
                END-IF
            END-IF.
            IF WRK-DATA-OK = 'S'
                IF WRK-REENVIO > 0
                    PERFORM 2800-CALCULAR-IDADE
                    IF WRK-IDADE NOT < WRK-REENVIO
                        MOVE 'S' TO WRK-AVISAR
                        MOVE 'S' TO WRK-REENVIAR
                    END-IF
                END-IF
            ELSE
                MOVE PND-DT-RECEBIDA TO WRK-DATA-TESTE
                PERFORM 2850-VALIDAR-DATA
                PERFORM 2800-CALCULAR-IDADE
                IF WRK-IDADE NOT < WRK-DIAS-PND
                    MOVE 'S' TO WRK-AVISAR
                END-IF
            END-IF.
            IF WRK-AVISAR = 'S'
                PERFORM 2200-MONTAR-AVISO
            END-IF.

      * CLIENTE FORA DA MASTER (ARQUIVADO OU REKEYED) OU SEM E-MAIL
      * E SEM ENDERECO VAI PARA AS EXCECOES, SEM MARCAR A PENDENCIA,
      * PARA SAIR NA NOITE SEGUINTE SE O CADASTRO FOR ACERTADO
       2200-MONTAR-AVISO.
            MOVE SPACES TO COR-REC.
            MOVE PND-CPF-CNPJ TO COR-CPF-CNPJ.
            MOVE PND-SEQUENCIA TO COR-SEQUENCIA.
            MOVE PND-COD-REJEICAO TO COR-COD-REJEICAO.
            MOVE PND-DESCRICAO TO COR-DESCRICAO.
            MOVE PND-DT-RECEBIDA TO COR-DT-RECEBIDA.
            MOVE 'N' TO WRK-ACHOU-CLI.
            MOVE 'N' TO WRK-TEM-EMAIL.
            MOVE 'N' TO WRK-TEM-ENDERECO.
            MOVE SPACES TO CLIENTE-REC.
            MOVE PND-CPF-CNPJ TO CLI-CPF-CNPJ.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLIENTE-REC
                NOT INVALID KEY
                    MOVE 'S' TO WRK-ACHOU-CLI
            END-READ.
            IF WRK-ACHOU-CLI NOT = 'S'
                MOVE 'CLIENTE NAO CADASTRADO NA MASTER'
                    TO WRK-MOTIVO-EXC
                PERFORM 2700-IMPRIMIR-EXCECAO
            ELSE
                MOVE CLI-NOME TO COR-NOME
                PERFORM 2300-BUSCAR-CONTATO-PRINC
                PERFORM 2400-BUSCAR-ENDERECO-COBR
                IF WRK-TEM-EMAIL = 'N' AND WRK-TEM-ENDERECO = 'N'
                    MOVE 'SEM E-MAIL E SEM ENDERECO UTILIZAVEL'
                        TO WRK-MOTIVO-EXC
                    PERFORM 2700-IMPRIMIR-EXCECAO
                ELSE
                    PERFORM 2500-GRAVAR-AVISO
                END-IF
            END-IF.

      * CONTATO MARCADO COMO PRINCIPAL, COMO NO CLIEXTR; O E-MAIL SO
      * SERVE COM UM '@' QUE NAO SEJA O PRIMEIRO CARACTER
       2300-BUSCAR-CONTATO-PRINC.
            IF WRK-SEM-CONTATOS NOT = 'S'
                MOVE 'N' TO WRK-CTT-FIM
                MOVE SPACES TO CONTATO-REC
                MOVE CLI-CPF-CNPJ TO CTT-CPF-CNPJ
                MOVE 0 TO CTT-SEQUENCIA
                START CLIENTES-CONTATO KEY IS NOT LESS THAN CTT-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-CTT-FIM
                END-START
                PERFORM 2350-LER-CONTATO UNTIL WRK-CTT-FIM = 'S'
            END-IF.
            IF COR-CTT-EMAIL NOT = SPACES
                MOVE 0 TO WRK-ARROBAS
                INSPECT COR-CTT-EMAIL TALLYING WRK-ARROBAS
                    FOR ALL '@'
                IF WRK-ARROBAS = 1 AND COR-CTT-EMAIL(1:1) NOT = '@'
                   AND COR-CTT-EMAIL(1:1) NOT = SPACE
                    MOVE 'S' TO WRK-TEM-EMAIL
                END-IF
            END-IF.

       2350-LER-CONTATO.
            READ CLIENTES-CONTATO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-CTT-FIM
                NOT AT END
                    IF CTT-CPF-CNPJ NOT = CLI-CPF-CNPJ
                        MOVE 'S' TO WRK-CTT-FIM
                    ELSE
                        IF CTT-PRINCIPAL = 'S'
                            MOVE CTT-NOME TO COR-CTT-NOME
                            MOVE CTT-EMAIL TO COR-CTT-EMAIL
                            MOVE 'S' TO WRK-CTT-FIM
                        END-IF
                    END-IF
            END-READ.

      * ENDERECO DE TIPO 'C' (COBRANCA) QUANDO EXISTE E ESTA
      * PREENCHIDO; SEM ELE, ENDERECO DO REGISTRO MESTRE, COMO NO
      * EXTRATO DO CLIEXTR. SO SERVE PARA CARTA COM ENDERECO E CIDADE
       2400-BUSCAR-ENDERECO-COBR.
            IF WRK-SEM-ENDERECOS NOT = 'S'
                MOVE SPACES TO ENDERECO-REC
                MOVE CLI-CPF-CNPJ TO EDR-CPF-CNPJ
                MOVE 'C' TO EDR-TIPO
                READ CLIENTES-ENDERECO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF EDR-ENDERECO NOT = SPACES AND
                           EDR-CIDADE NOT = SPACES
                            MOVE EDR-ENDERECO TO COR-ENDERECO
                            MOVE EDR-CIDADE TO COR-CIDADE
                            MOVE EDR-CEP TO COR-CEP
                            MOVE EDR-UF TO COR-UF
                            MOVE 'C' TO COR-ORIGEM-END
                            MOVE 'S' TO WRK-TEM-ENDERECO
                        END-IF
                END-READ
            END-IF.
            IF WRK-TEM-ENDERECO = 'N'
                IF CLI-ENDERECO NOT = SPACES AND
                   CLI-CIDADE NOT = SPACES
                    MOVE CLI-ENDERECO TO COR-ENDERECO
                    MOVE CLI-CIDADE TO COR-CIDADE
                    MOVE 'M' TO COR-ORIGEM-END
                    MOVE 'S' TO WRK-TEM-ENDERECO
                END-IF
            END-IF.

      * MODELO 'P' NO PRIMEIRO AVISO E 'R' NO REENVIO, SEGUIDO DO
      * CODIGO DE REJEICAO; A CONTAGEM DE AVISOS PARA EM 99
       2500-GRAVAR-AVISO.
            IF WRK-QTD-AVS NOT < 5000
                ADD 1 TO WRK-CONT-ADIADAS
                IF WRK-CONT-ADIADAS = 1
                    DISPLAY 'CLICORR - MAIS DE 5000 AVISOS NA NOITE, '
                        'O RESTANTE FICA PARA A PROXIMA RODADA'
                END-IF
            ELSE
                IF WRK-REENVIAR = 'S'
                    MOVE 'R' TO COR-MODELO(1:1)
                ELSE
                    MOVE 'P' TO COR-MODELO(1:1)
                END-IF
                MOVE PND-COD-REJEICAO TO COR-MODELO(2:3)
                EVALUATE TRUE
                    WHEN WRK-TEM-EMAIL = 'S' AND WRK-TEM-ENDERECO = 'S'
                        MOVE 'A' TO COR-MEIO
                    WHEN WRK-TEM-EMAIL = 'S'
                        MOVE 'E' TO COR-MEIO
                    WHEN OTHER
                        MOVE 'C' TO COR-MEIO
                END-EVALUATE
                MOVE 1 TO COR-NUM-AVISO
                IF WRK-REENVIAR = 'S' AND PND-QTD-AVISOS NUMERIC
                    IF PND-QTD-AVISOS < 99
                        COMPUTE COR-NUM-AVISO = PND-QTD-AVISOS + 1
                    ELSE
                        MOVE 99 TO COR-NUM-AVISO
                    END-IF
                END-IF
                MOVE COR-REC TO COR-LINHA
                WRITE COR-LINHA
                ADD 1 TO WRK-CONT-AVISOS
                ADD 1 TO WRK-QTD-AVS
                MOVE PND-CHAVE TO WRK-AVS-CHAVE(WRK-QTD-AVS)
                MOVE COR-MODELO TO WRK-AVS-MODELO(WRK-QTD-AVS)
                MOVE COR-MEIO TO WRK-AVS-MEIO(WRK-QTD-AVS)
            END-IF.

       2700-IMPRIMIR-EXCECAO.
            ADD 1 TO WRK-CONT-EXCECOES.
            MOVE SPACES TO WRK-LINHA-DET.
            MOVE PND-CPF-CNPJ TO WRK-LINHA-DET(1:14).
            MOVE PND-SEQUENCIA TO WRK-LINHA-DET(16:3).
            MOVE PND-COD-REJEICAO TO WRK-LINHA-DET(20:3).
            MOVE PND-DT-RECEBIDA TO WRK-LINHA-DET(24:8).
            MOVE CLI-NOME TO WRK-LINHA-DET(33:40).
            MOVE WRK-MOTIVO-EXC TO WRK-LINHA-DET(74:40).
            MOVE WRK-LINHA-DET TO COEX-LINHA.
            WRITE COEX-LINHA.

      * IDADE EM DIAS DA DATA EM WRK-DATA-TESTE (JA VALIDADA EM
      * WRK-DATA-OK); DATA INVALIDA CONTA COMO MUITO ANTIGA
       2800-CALCULAR-IDADE.
            IF WRK-DATA-OK = 'S'
                COMPUTE WRK-IDADE = WRK-INT-HOJE -
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE)
            ELSE
                MOVE 99999 TO WRK-IDADE
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

       3000-GRAVAR-TRAILER.
            MOVE SPACES TO COR-TRL.
            MOVE 'TRL' TO COR-TRL-ID.
            MOVE WRK-CONT-AVISOS TO COR-TRL-QTD.
            MOVE SPACES TO COR-LINHA.
            MOVE COR-TRL TO COR-LINHA.
            WRITE COR-LINHA.
            CLOSE CLIENTES-CORR.

      *-----------------------------------------------------------------
      * SEGUNDA PASSAGEM, SO DEPOIS DO TRAILER GRAVADO E DO ARQUIVO
      * FECHADO: GRAVA NA PENDENCIA A DATA, O MODELO E O MEIO DO
      * AVISO E SOMA UM NA QUANTIDADE. PENDENCIA QUE NAO PUDER SER
      * MARCADA SAI DE NOVO NA PROXIMA RODADA (RC 8)
      *-----------------------------------------------------------------
       4000-MARCAR-PENDENCIAS.
            PERFORM 4100-MARCAR-PENDENCIA
                VARYING WRK-A FROM 1 BY 1 UNTIL WRK-A > WRK-QTD-AVS.

       4100-MARCAR-PENDENCIA.
            MOVE SPACES TO PENDENCIA-REC.
            MOVE WRK-AVS-CHAVE(WRK-A) TO PND-CHAVE.
            READ CLIENTES-PEND
                INVALID KEY
                    DISPLAY 'CLICORR - PENDENCIA SUMIU ANTES DA '
                        'MARCACAO: ' WRK-AVS-CHAVE(WRK-A)
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    PERFORM 4200-GRAVAR-MARCACAO
            END-READ.

       4200-GRAVAR-MARCACAO.
            IF PND-QTD-AVISOS NOT NUMERIC
                MOVE 0 TO PND-QTD-AVISOS
            END-IF.
            IF PND-QTD-AVISOS < 99
                ADD 1 TO PND-QTD-AVISOS
            END-IF.
            MOVE WRK-DATA-SISTEMA TO PND-DT-AVISO.
            MOVE WRK-AVS-MODELO(WRK-A) TO PND-MODELO-AVISO.
            MOVE WRK-AVS-MEIO(WRK-A) TO PND-MEIO-AVISO.
            REWRITE PENDENCIA-REC
                INVALID KEY
                    DISPLAY 'CLICORR - ERRO AO MARCAR PENDENCIA: '
                        WRK-AVS-CHAVE(WRK-A)
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WRK-CONT-MARCADAS
            END-REWRITE.

       9000-FINALIZAR.
            MOVE SPACES TO COEX-LINHA.
            WRITE COEX-LINHA.
            MOVE WRK-CONT-EXCECOES TO WRK-ED-QTD.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'TOTAL DE PENDENCIAS SEM MEIO DE AVISO: '
                       DELIMITED BY SIZE
                   WRK-ED-QTD DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO COEX-LINHA.
            WRITE COEX-LINHA.
            PERFORM 1950-FECHAR-ENTRADAS.
            CLOSE CLIENTES-COEX.
            DISPLAY 'CLICORR - PENDENCIAS LIDAS    : ' WRK-CONT-LIDAS.
            DISPLAY 'CLICORR - PENDENCIAS ABERTAS  : '
                WRK-CONT-ABERTAS.
            DISPLAY 'CLICORR - AVISOS GERADOS      : '
                WRK-CONT-AVISOS.
            DISPLAY 'CLICORR - PENDENCIAS MARCADAS : '
                WRK-CONT-MARCADAS.
            DISPLAY 'CLICORR - EXCECOES            : '
                WRK-CONT-EXCECOES.
            DISPLAY 'CLICORR - AVISOS ADIADOS      : '
                WRK-CONT-ADIADAS.
            IF RETURN-CODE < 4
                IF WRK-CONT-EXCECOES > 0 OR WRK-CONT-ADIADAS > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
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
                DISPLAY 'CLICORR - ERRO AO ABRIR CLIENTES-CTRL: '
                    WRK-STATUS-CTL
            ELSE
                MOVE SPACES TO CTL-REC
                MOVE 'CLICORR' TO CTL-JOB
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
