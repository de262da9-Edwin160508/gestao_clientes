      *            PERDIDA - O QUE ENTROU DEPOIS DO FECHAMENTO
      *            COPIADO NAO VOLTA E PRECISA SER REDIGITADO OU
      *            RECARREGADO DO MOVIMENTO.
      *            NO MODO ROLLFWD (CARTAO CLIPARM) A RECARGA E
      *            SEGUIDA DA REAPLICACAO DO JORNAL DE IMAGENS
      *            POSTERIORES (CLIJRNL) DA MASTER, CONTATOS E
      *            ENDERECOS, DO FECHAMENTO RESTAURADO ATE A
      *            DATA/HORA ESCOLHIDA, COM UMA LINHA NO CLIRRPT POR
      *            ENTRADA REAPLICADA. OS OPERADORES NAO TEM JORNAL E
      *            FICAM COMO NA GERACAO.
      *            CLIENTE ANONIMIZADO PELO CLILGPD (REGISTRO CLIANON)
      *            VOLTA MASCARADO, NA RECARGA E NA REAPLICACAO.
      * AUTHOR  :  EDWIN PEREIRA OLIVEIRA LIMA
      ******************************************************************
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF-CNPJ
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CIDADE WITH DUPLICATES

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

               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RRPT.

           SELECT CLIENTES-PARM ASSIGN TO 'CLIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARM.

           SELECT CLIENTES-JORNAL ASSIGN TO 'CLIJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JNL.

           SELECT CLIENTES-ANON ASSIGN TO 'CLIANON'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-ANON.

           SELECT CLIENTES-CTRL ASSIGN TO 'CLICTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  CLIENTES-EDRBKP.
       01  EDB-LINHA               PIC X(85).

      * GERACAO ANTIGA, DE 48 POSICOES, VOLTA COM OS CAMPOS DA
      * POLITICA DE SENHAS EM BRANCO; O CLIENTES OS ACERTA E CIFRA
      * A SENHA NO PRIMEIRO LOGIN DE CADA OPERADOR
       FD  CLIENTES-OPRBKP.
       01  OPB-LINHA               PIC X(140).

       FD  CLIENTES-RRPT.
       01  RRPT-LINHA              PIC X(132).

       FD  CLIENTES-PARM.
           COPY CLIRSC.

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-ANON.
           COPY CLIANR.

       FD  CLIENTES-CTRL.
           COPY CLICTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-QTD-CONTATO   PIC 9(8) VALUE 0.
       77 WRK-QTD-ENDERECO  PIC 9(8) VALUE 0.
       77 WRK-QTD-OPER      PIC 9(8) VALUE 0.

      * MODO DA RESTAURACAO E JANELA DE REAPLICACAO DO JORNAL. OS
      * MOMENTOS SAO AAAAMMDDHHMMSS, COMPARADOS COMO TEXTO
       77 WRK-STATUS-PARM   PIC X(2).
       77 WRK-STATUS-JNL    PIC X(2).
       77 WRK-STATUS-CTL    PIC X(2).
       77 WRK-EOF-PARM      PIC X(1) VALUE 'N'.
       77 WRK-EOF-JNL       PIC X(1) VALUE 'N'.
       77 WRK-EOF-CTL       PIC X(1) VALUE 'N'.
       77 WRK-MODO          PIC X(8) VALUE 'RECARGA'.
       77 WRK-RESULTADO     PIC X(10).
       77 WRK-DETALHE       PIC X(3).
       01 WRK-DESDE.
           05 WRK-DESDE-DATA    PIC 9(8) VALUE 0.
           05 WRK-DESDE-HORA    PIC 9(6) VALUE 0.
       01 WRK-ATE.
           05 WRK-ATE-DATA      PIC 9(8) VALUE 99999999.
           05 WRK-ATE-HORA      PIC 9(6) VALUE 999999.
       01 WRK-MOMENTO.
           05 WRK-MOM-DATA      PIC 9(8).
           05 WRK-MOM-HORA      PIC 9(6).
       01 WRK-FCH-INICIO.
           05 WRK-FCH-DATA      PIC 9(8) VALUE 0.
           05 WRK-FCH-HORA      PIC 9(6) VALUE 0.

      * CONTAGENS DA REAPLICACAO DO JORNAL
       77 WRK-QTD-JNL-LIDOS PIC 9(8) VALUE 0.
       77 WRK-QTD-JNL-APLIC PIC 9(8) VALUE 0.
       77 WRK-QTD-JNL-FORA  PIC 9(8) VALUE 0.
       77 WRK-QTD-JNL-ERRO  PIC 9(8) VALUE 0.

      * REGISTRO DE ANONIMIZACAO (CLIANON): A CHAVE QUE ESTA NELE
      * VOLTA COM O TEXTO ABAIXO NO LUGAR DOS NOMES E COM OS DEMAIS
      * DADOS PESSOAIS EM BRANCO - AS MESMAS MASCARAS DO CLILGPD
       77 WRK-STATUS-ANON   PIC X(2).
       77 WRK-SEM-ANON      PIC X(1) VALUE 'N'.
       77 WRK-ANONIMIZADO   PIC X(1).
       77 WRK-CHAVE-ANON    PIC X(14).
       77 WRK-TEXTO-ANON    PIC X(20) VALUE 'ANONIMIZADO LGPD'.
       77 WRK-QTD-ANON      PIC 9(8) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-PRINCIPAL SECTION.
            PERFORM 1000-ABRIR-RELATORIO.
            PERFORM 1500-LER-PARAMETRO.
            IF WRK-MODO = 'ROLLFWD'
                PERFORM 1600-PREPARAR-ROLLFWD
            END-IF.
            PERFORM 1700-ABRIR-ANONIMIZADOS.
            PERFORM 2000-RESTAURAR-MASTER.
            PERFORM 3000-RESTAURAR-CONTATOS.
            PERFORM 3500-RESTAURAR-ENDERECOS.
            PERFORM 4000-RESTAURAR-OPERADORES.
            IF WRK-MODO = 'ROLLFWD'
                PERFORM 5000-REAPLICAR-JORNAL
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

            MOVE SPACES TO RRPT-LINHA.
            WRITE RRPT-LINHA.

      * CARTOES 'MODO', 'DESDE' E 'ATE'; SEM ARQUIVO OU SEM CARTAO
      * 'MODO' A RESTAURACAO E SO A RECARGA DA GERACAO
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
            IF WRK-MODO NOT = 'RECARGA' AND WRK-MODO NOT = 'ROLLFWD'
                DISPLAY 'CLIRESTO - MODO INVALIDO NO PARAMETRO: '
                    WRK-MODO
                PERFORM 1690-RECUSAR-ROLLFWD
            END-IF.
            DISPLAY 'CLIRESTO - MODO DA RESTAURACAO : ' WRK-MODO.

       1550-TRATAR-CARTAO.
            IF PRM-TIPO = 'MODO'
                MOVE PRM-VALOR TO WRK-MODO
            END-IF.
            IF PRM-TIPO = 'DESDE' AND PRM-DATA NUMERIC AND
               PRM-HORA NUMERIC
                MOVE PRM-DATA TO WRK-DESDE-DATA
                MOVE PRM-HORA TO WRK-DESDE-HORA
            END-IF.
            IF PRM-TIPO = 'ATE' AND PRM-DATA NUMERIC AND
               PRM-HORA NUMERIC
                MOVE PRM-DATA TO WRK-ATE-DATA
                MOVE PRM-HORA TO WRK-ATE-HORA
            END-IF.

      * TUDO O QUE O ROLLFWD PRECISA E CONFERIDO ANTES DA RECARGA,
      * QUE DESCARTA A BASE ATUAL: SEM PONTO DE PARTIDA OU SEM
      * JORNAL O JOB PARA SEM TOCAR EM NADA
       1600-PREPARAR-ROLLFWD.
            IF WRK-DESDE-DATA = 0
                PERFORM 1650-LER-CONTROLE
                MOVE WRK-FCH-INICIO TO WRK-DESDE
            END-IF.
            IF WRK-DESDE-DATA = 0
                DISPLAY 'CLIRESTO - SEM CARTAO DESDE E SEM CLIFECHA '
                    'BEM SUCEDIDO NO CLICTRL'
                PERFORM 1690-RECUSAR-ROLLFWD
            END-IF.
            OPEN INPUT CLIENTES-JORNAL.
            IF WRK-STATUS-JNL NOT = '00'
                DISPLAY 'CLIRESTO - ERRO AO ABRIR CLIENTES-JORNAL: '
                    WRK-STATUS-JNL
                PERFORM 1690-RECUSAR-ROLLFWD
            END-IF.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'MODO ROLLFWD - JORNAL REAPLICADO DE '
                       DELIMITED BY SIZE
                   WRK-DESDE-DATA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DESDE-HORA DELIMITED BY SIZE
                   ' (EXCLUSIVE) ATE ' DELIMITED BY SIZE
                   WRK-ATE-DATA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ATE-HORA DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO RRPT-LINHA.
            WRITE RRPT-LINHA.
            MOVE SPACES TO RRPT-LINHA.
            WRITE RRPT-LINHA.

      * O PONTO DE PARTIDA PADRAO E O INICIO DO ULTIMO CLIFECHA QUE
      * TERMINOU BEM (RC < 8): A GERACAO (0) FOI COPIADA DEPOIS DELE,
      * E REAPLICAR UMA IMAGEM QUE A COPIA JA TINHA NAO MUDA NADA
       1650-LER-CONTROLE.
            OPEN INPUT CLIENTES-CTRL.
            IF WRK-STATUS-CTL = '00'
                PERFORM UNTIL WRK-EOF-CTL = 'S'
                    READ CLIENTES-CTRL
                        AT END
                            MOVE 'S' TO WRK-EOF-CTL
                        NOT AT END
                            PERFORM 1660-AVALIAR-CONTROLE
                    END-READ
                END-PERFORM
                CLOSE CLIENTES-CTRL
            END-IF.

       1660-AVALIAR-CONTROLE.
            IF CTL-JOB = 'CLIFECHA' AND CTL-EVENTO = 'I'
                MOVE CTL-DATA TO WRK-MOM-DATA
                MOVE CTL-HORA(1:6) TO WRK-MOM-HORA
            END-IF.
            IF CTL-JOB = 'CLIFECHA' AND CTL-EVENTO = 'F' AND
               CTL-RC < 8
                MOVE WRK-MOMENTO TO WRK-FCH-INICIO
            END-IF.

      * SEM O REGISTRO ('35') NINGUEM FOI ANONIMIZADO AINDA; COM ELE
      * ILEGIVEL A RECARGA NAO PODE SER FEITA, SENAO DEVOLVERIA DADO
      * QUE O TITULAR MANDOU APAGAR
       1700-ABRIR-ANONIMIZADOS.
            OPEN INPUT CLIENTES-ANON.
            IF WRK-STATUS-ANON = '35'
                MOVE 'S' TO WRK-SEM-ANON
            ELSE
                IF WRK-STATUS-ANON NOT = '00'
                    DISPLAY 'CLIRESTO - ERRO AO ABRIR CLIENTES-ANON: '
                        WRK-STATUS-ANON
                    IF WRK-MODO = 'ROLLFWD'
                        CLOSE CLIENTES-JORNAL
                    END-IF
                    PERFORM 1690-RECUSAR-ROLLFWD
                END-IF
            END-IF.

       1690-RECUSAR-ROLLFWD.
            MOVE '*** RESTAURACAO NAO EXECUTADA - VERIFICAR SYSOUT'
                TO RRPT-LINHA.
            WRITE RRPT-LINHA.
            CLOSE CLIENTES-RRPT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       2000-RESTAURAR-MASTER.
            OPEN INPUT CLIENTES-MSTBKP.
            IF WRK-STATUS-MSTB NOT = '00'
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    MOVE MSB-LINHA TO CLIENTE-REC
                    MOVE CLI-CPF-CNPJ TO WRK-CHAVE-ANON
                    PERFORM 6000-VERIFICAR-ANONIMIZADO
                    IF WRK-ANONIMIZADO = 'S'
                        PERFORM 6100-MASCARAR-CLIENTE
                    END-IF
                    WRITE CLIENTE-REC
                        INVALID KEY
                            DISPLAY 'CLIRESTO - CHAVE FORA DE ORDEM '
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    MOVE CTB-LINHA TO CONTATO-REC
                    MOVE CTT-CPF-CNPJ TO WRK-CHAVE-ANON
                    PERFORM 6000-VERIFICAR-ANONIMIZADO
                    IF WRK-ANONIMIZADO = 'S'
                        PERFORM 6200-MASCARAR-CONTATO
                    END-IF
                    WRITE CONTATO-REC
                        INVALID KEY
                            DISPLAY 'CLIRESTO - CONTATO FORA DE '
                    MOVE 'S' TO WRK-EOF
                NOT AT END
                    MOVE EDB-LINHA TO ENDERECO-REC
                    MOVE EDR-CPF-CNPJ TO WRK-CHAVE-ANON
                    PERFORM 6000-VERIFICAR-ANONIMIZADO
                    IF WRK-ANONIMIZADO = 'S'
                        PERFORM 6300-MASCARAR-ENDERECO
                    END-IF
                    WRITE ENDERECO-REC
                        INVALID KEY
                            DISPLAY 'CLIRESTO - ENDERECO FORA DE '
                    END-WRITE
            END-READ.

      *-----------------------------------------------------------------
      * ROLLFWD: REAPLICA SOBRE A GERACAO RECARREGADA, NA ORDEM EM QUE
      * FORAM GRAVADAS, AS ENTRADAS DO JORNAL DENTRO DA JANELA. CADA
      * ENTRADA TRAZ O REGISTRO INTEIRO COMO FICOU, ENTAO A INCLUSAO
      * E A ALTERACAO VIRAM GRAVA-OU-REGRAVA E A EXCLUSAO APAGA A
      * CHAVE SE ELA EXISTIR - REAPLICAR DUAS VEZES DA O MESMO RESULTADO
      *-----------------------------------------------------------------
       5000-REAPLICAR-JORNAL.
            IF WRK-ERRO = 'S'
                MOVE '*** RECARGA COM ERROS - JORNAL NAO REAPLICADO'
                    TO RRPT-LINHA
                WRITE RRPT-LINHA
                CLOSE CLIENTES-JORNAL
            ELSE
                OPEN I-O CLIENTES-MASTER
                OPEN I-O CLIENTES-CONTATO
                OPEN I-O CLIENTES-ENDERECO
                IF WRK-STATUS-MASTER NOT = '00' OR
                   WRK-STATUS-CTT NOT = '00' OR
                   WRK-STATUS-EDR NOT = '00'
                    DISPLAY 'CLIRESTO - ERRO AO REABRIR A BASE PARA O '
                        'ROLLFWD: ' WRK-STATUS-MASTER ' '
                        WRK-STATUS-CTT ' ' WRK-STATUS-EDR
                    MOVE 'S' TO WRK-ERRO
                ELSE
                    MOVE SPACES TO RRPT-LINHA
                    WRITE RRPT-LINHA
                    MOVE 'ENTRADAS DO JORNAL REAPLICADAS' TO RRPT-LINHA
                    WRITE RRPT-LINHA
                    MOVE SPACES TO WRK-LINHA-DET
                    STRING 'DATA     HORA   PROGRAMA OPERADOR ARQ ACAO '
                               DELIMITED BY SIZE
                           'CHAVE          DET RESULTADO'
                               DELIMITED BY SIZE
                           INTO WRK-LINHA-DET
                    END-STRING
                    MOVE WRK-LINHA-DET TO RRPT-LINHA
                    WRITE RRPT-LINHA
                    PERFORM 5100-LER-JORNAL UNTIL WRK-EOF-JNL = 'S'
                END-IF
                CLOSE CLIENTES-MASTER
                CLOSE CLIENTES-CONTATO
                CLOSE CLIENTES-ENDERECO
                CLOSE CLIENTES-JORNAL
                PERFORM 8300-RELATAR-JORNAL
            END-IF.

       5100-LER-JORNAL.
            READ CLIENTES-JORNAL
                AT END
                    MOVE 'S' TO WRK-EOF-JNL
                NOT AT END
                    ADD 1 TO WRK-QTD-JNL-LIDOS
                    MOVE JNL-DATA TO WRK-MOM-DATA
                    MOVE JNL-HORA(1:6) TO WRK-MOM-HORA
                    IF WRK-MOMENTO > WRK-DESDE AND
                       WRK-MOMENTO NOT > WRK-ATE
                        PERFORM 5200-APLICAR-ENTRADA
                    ELSE
                        ADD 1 TO WRK-QTD-JNL-FORA
                    END-IF
            END-READ.

       5200-APLICAR-ENTRADA.
            MOVE SPACES TO WRK-RESULTADO.
            MOVE SPACES TO WRK-DETALHE.
            EVALUATE JNL-ARQUIVO
                WHEN 'M'
                    PERFORM 5300-APLICAR-MASTER
                WHEN 'C'
                    PERFORM 5400-APLICAR-CONTATO
                WHEN 'E'
                    PERFORM 5500-APLICAR-ENDERECO
                WHEN OTHER
                    MOVE 'IGNORADA' TO WRK-RESULTADO
            END-EVALUATE.
            IF WRK-RESULTADO = 'ERRO' OR WRK-RESULTADO = 'IGNORADA'
                ADD 1 TO WRK-QTD-JNL-ERRO
                MOVE 'S' TO WRK-ERRO
            ELSE
                ADD 1 TO WRK-QTD-JNL-APLIC
            END-IF.
            PERFORM 5900-RELATAR-ENTRADA.

       5300-APLICAR-MASTER.
            MOVE JNL-IMAGEM TO CLIENTE-REC.
            IF JNL-ACAO = 'E'
                DELETE CLIENTES-MASTER RECORD
                    INVALID KEY
                        MOVE 'JA AUSENTE' TO WRK-RESULTADO
                    NOT INVALID KEY
                        MOVE 'EXCLUIDO' TO WRK-RESULTADO
                END-DELETE
            ELSE
                MOVE CLI-CPF-CNPJ TO WRK-CHAVE-ANON
                PERFORM 6000-VERIFICAR-ANONIMIZADO
                IF WRK-ANONIMIZADO = 'S'
                    PERFORM 6100-MASCARAR-CLIENTE
                END-IF
                WRITE CLIENTE-REC
                    INVALID KEY
                        REWRITE CLIENTE-REC
                            INVALID KEY
                                MOVE 'ERRO' TO WRK-RESULTADO
                            NOT INVALID KEY
                                MOVE 'REGRAVADO' TO WRK-RESULTADO
                        END-REWRITE
                    NOT INVALID KEY
                        MOVE 'INCLUIDO' TO WRK-RESULTADO
                END-WRITE
            END-IF.

       5400-APLICAR-CONTATO.
            MOVE JNL-IMAGEM(1:123) TO CONTATO-REC.
            MOVE CTT-SEQUENCIA TO WRK-DETALHE.
            IF JNL-ACAO = 'E'
                DELETE CLIENTES-CONTATO RECORD
                    INVALID KEY
                        MOVE 'JA AUSENTE' TO WRK-RESULTADO
                    NOT INVALID KEY
                        MOVE 'EXCLUIDO' TO WRK-RESULTADO
                END-DELETE
            ELSE
                MOVE CTT-CPF-CNPJ TO WRK-CHAVE-ANON
                PERFORM 6000-VERIFICAR-ANONIMIZADO
                IF WRK-ANONIMIZADO = 'S'
                    PERFORM 6200-MASCARAR-CONTATO
                END-IF
                WRITE CONTATO-REC
                    INVALID KEY
                        REWRITE CONTATO-REC
                            INVALID KEY
                                MOVE 'ERRO' TO WRK-RESULTADO
                            NOT INVALID KEY
                                MOVE 'REGRAVADO' TO WRK-RESULTADO
                        END-REWRITE
                    NOT INVALID KEY
                        MOVE 'INCLUIDO' TO WRK-RESULTADO
                END-WRITE
            END-IF.

       5500-APLICAR-ENDERECO.
            MOVE JNL-IMAGEM(1:85) TO ENDERECO-REC.
            MOVE EDR-TIPO TO WRK-DETALHE.
            IF JNL-ACAO = 'E'
                DELETE CLIENTES-ENDERECO RECORD
                    INVALID KEY
                        MOVE 'JA AUSENTE' TO WRK-RESULTADO
                    NOT INVALID KEY
                        MOVE 'EXCLUIDO' TO WRK-RESULTADO
                END-DELETE
            ELSE
                MOVE EDR-CPF-CNPJ TO WRK-CHAVE-ANON
                PERFORM 6000-VERIFICAR-ANONIMIZADO
                IF WRK-ANONIMIZADO = 'S'
                    PERFORM 6300-MASCARAR-ENDERECO
                END-IF
                WRITE ENDERECO-REC
                    INVALID KEY
                        REWRITE ENDERECO-REC
                            INVALID KEY
                                MOVE 'ERRO' TO WRK-RESULTADO
                            NOT INVALID KEY
                                MOVE 'REGRAVADO' TO WRK-RESULTADO
                        END-REWRITE
                    NOT INVALID KEY
                        MOVE 'INCLUIDO' TO WRK-RESULTADO
                END-WRITE
            END-IF.

       5900-RELATAR-ENTRADA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING JNL-DATA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   JNL-HORA(1:6) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   JNL-PROGRAMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   JNL-OPERADOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   JNL-ARQUIVO DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   JNL-ACAO DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   JNL-CHAVE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DETALHE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-RESULTADO DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO RRPT-LINHA.
            WRITE RRPT-LINHA.

      *-----------------------------------------------------------------
      * ANONIMIZACAO (LGPD): O BACKUP E O JORNAL GUARDAM OS DADOS COMO
      * ERAM ANTES DO CLILGPD; TODA IMAGEM DE CHAVE QUE ESTA NO
      * REGISTRO CLIANON E MASCARADA ANTES DE SER GRAVADA NA BASE
      *-----------------------------------------------------------------
       6000-VERIFICAR-ANONIMIZADO.
            MOVE 'N' TO WRK-ANONIMIZADO.
            IF WRK-SEM-ANON NOT = 'S'
                MOVE WRK-CHAVE-ANON TO ANO-CPF-CNPJ
                READ CLIENTES-ANON
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WRK-ANONIMIZADO
                        ADD 1 TO WRK-QTD-ANON
                END-READ
            END-IF.

       6100-MASCARAR-CLIENTE.
            MOVE WRK-TEXTO-ANON TO CLI-NOME.
            MOVE SPACES TO CLI-ENDERECO.
            MOVE SPACES TO CLI-TELEFONE.

       6200-MASCARAR-CONTATO.
            MOVE WRK-TEXTO-ANON TO CTT-NOME.
            MOVE SPACES TO CTT-TELEFONE.
            MOVE SPACES TO CTT-EMAIL.

       6300-MASCARAR-ENDERECO.
            MOVE SPACES TO EDR-ENDERECO.
            MOVE SPACES TO EDR-CEP.

       8000-RELATAR-ARQUIVO.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'MASTER RESTAURADA....: ' DELIMITED BY SIZE
            MOVE WRK-LINHA-DET TO RRPT-LINHA.
            WRITE RRPT-LINHA.

       8300-RELATAR-JORNAL.
            MOVE SPACES TO RRPT-LINHA.
            WRITE RRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'JORNAL: LIDAS ' DELIMITED BY SIZE
                   WRK-QTD-JNL-LIDOS DELIMITED BY SIZE
                   '  REAPLICADAS ' DELIMITED BY SIZE
                   WRK-QTD-JNL-APLIC DELIMITED BY SIZE
                   '  FORA DA JANELA ' DELIMITED BY SIZE
                   WRK-QTD-JNL-FORA DELIMITED BY SIZE
                   '  COM ERRO ' DELIMITED BY SIZE
                   WRK-QTD-JNL-ERRO DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO RRPT-LINHA.
            WRITE RRPT-LINHA.

       8400-RELATAR-ANONIMIZADOS.
            MOVE SPACES TO RRPT-LINHA.
            WRITE RRPT-LINHA.
            MOVE SPACES TO WRK-LINHA-DET.
            STRING 'IMAGENS MASCARADAS (LGPD - CLIANON): '
                       DELIMITED BY SIZE
                   WRK-QTD-ANON DELIMITED BY SIZE
                   INTO WRK-LINHA-DET
            END-STRING.
            MOVE WRK-LINHA-DET TO RRPT-LINHA.
            WRITE RRPT-LINHA.

       9000-FINALIZAR.
            IF WRK-SEM-ANON NOT = 'S'
                CLOSE CLIENTES-ANON
            END-IF.
            PERFORM 8400-RELATAR-ANONIMIZADOS.
            IF WRK-ERRO = 'S'
                MOVE '*** RESTAURACAO COM ERROS - VERIFICAR SYSOUT '
                    TO RRPT-LINHA
            DISPLAY 'CLIRESTO - ENDERECOS RESTAUR : '
                WRK-QTD-ENDERECO.
            DISPLAY 'CLIRESTO - OPERADORES RESTAU : ' WRK-QTD-OPER.
            DISPLAY 'CLIRESTO - IMAGENS MASCARADAS: ' WRK-QTD-ANON.
            IF WRK-MODO = 'ROLLFWD'
                DISPLAY 'CLIRESTO - JORNAL REAPLICADO : '
                    WRK-QTD-JNL-APLIC
                DISPLAY 'CLIRESTO - JORNAL COM ERRO   : '
                    WRK-QTD-JNL-ERRO
            END-IF.
