               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CODIGO
               FILE STATUS IS WRK-STATUS-SEG.

           SELECT CLIENTES-JORNAL ASSIGN TO 'CLIJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JNL.

           SELECT CLIENTES-RECEB ASSIGN TO 'CLIRCB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-CPF-CNPJ
               FILE STATUS IS WRK-STATUS-RCB.

           SELECT CLIENTES-CEP ASSIGN TO 'CLICEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FAIXA-FIM
               ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-CEP.

           SELECT CLIENTES-POL ASSIGN TO 'CLIPOLS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-STATUS-POL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FD  CLIENTES-SEG.
           COPY CLISGR.

       FD  CLIENTES-JORNAL.
           COPY CLIJNL.

       FD  CLIENTES-RECEB.
           COPY CLIRCB.

       FD  CLIENTES-CEP.
           COPY CLICPR.

       FD  CLIENTES-POL.
           COPY CLIPSC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WRK-LOG-CAMPOS    PIC X(60).
       77 WRK-LOG-PONTEIRO  PIC 9(2).

      * JORNAL DE IMAGENS POSTERIORES DA MASTER, CONTATOS E
      * ENDERECOS, REAPLICADO PELO ROLLFWD DO CLIRESTO (CLIJRNL)
       77 WRK-STATUS-JNL    PIC X(2).
       77 WRK-JNL-ARQUIVO   PIC X(1).
       77 WRK-JNL-ACAO      PIC X(1).

      * INCLUSAO DE CLIENTE (REQ 000)
       77 WRK-CONFIRMA     PIC X(1).
       77 WRK-DATA-SISTEMA PIC 9(8).
       77 WRK-PND-CLIENTE      PIC X(14).
       77 WRK-PND-SEQ          PIC 9(3).
       77 WRK-PND-ACHOU-CLI    PIC X(1).
       77 WRK-PND-AVISO        PIC X(40).

      * FILA DE APROVACAO DE ALTERACOES E DESATIVACOES (REQ 022)
       77 WRK-STATUS-APR       PIC X(2).
       77 WRK-OPR-PERFIL-OK    PIC X(1).
       77 WRK-TROCA-OK         PIC X(1).

      * POSICAO DE RECEBIVEIS DA COBRANCA, CARREGADA PELO CLIRECB:
      * SO CONSULTA; SALDO EM ABERTO BLOQUEIA A DESATIVACAO
       77 WRK-STATUS-RCB       PIC X(2).
       77 WRK-RCB-INDISPONIVEL PIC X(1) VALUE 'N'.
       77 WRK-RCB-ERRO         PIC X(1) VALUE 'N'.
       77 WRK-RCB-FALHA        PIC X(1).
       77 WRK-RCB-ACHOU        PIC X(1).
       77 WRK-RCB-ABERTO       PIC X(1).
       77 WRK-RCB-ORIGEM       PIC X(11).
       77 WRK-RCB-SALDO-ED     PIC ZZZZZZZZZZ9.99.

      * TABELA DE FAIXAS DE CEP, CARREGADA PELO CLICEPC: SO CONSULTA.
      * O CEP DA INCLUSAO/ALTERACAO NAO E GRAVADO NA MASTER, SO
      * CONFERE E PREENCHE A CIDADE
       77 WRK-STATUS-CEP       PIC X(2).
       77 WRK-CEP-INDISPONIVEL PIC X(1) VALUE 'N'.
       77 WRK-CEP-INFORMADO    PIC X(8).
       77 WRK-CEP-OK           PIC X(1).
       77 WRK-CEP-ACHOU        PIC X(1).
       77 WRK-CEP-BUSCA        PIC X(8).
       77 WRK-CEP-MSG          PIC X(40).
       77 WRK-MINUSCULAS       PIC X(26)
                               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77 WRK-MAIUSCULAS       PIC X(26)
                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * POLITICA DE SENHAS DOS OPERADORES: VALIDADE E TENTATIVAS VEM
      * DO CARTAO CLIPOLS (SEM ARQUIVO, 90 DIAS E 5 TENTATIVAS). A
      * SENHA E GRAVADA CIFRADA PELO 0590-CIFRAR-SENHA, NUNCA EM CLARO
       77 WRK-STATUS-POL       PIC X(2).
       77 WRK-POL-FIM          PIC X(1).
       77 WRK-POL-VALIDADE     PIC 9(3) VALUE 90.
       77 WRK-POL-TENTATIVAS   PIC 9(3) VALUE 5.
       77 WRK-SENHA-OK         PIC X(1).
       77 WRK-SENHA-TROCAR     PIC X(1).
       77 WRK-SENHA-DIAS       PIC 9(7).
       77 WRK-SENHA-MOTIVO     PIC X(40).
       77 WRK-FALHAS-ED        PIC Z9.
       77 WRK-CIF-ID           PIC X(8).
       77 WRK-CIF-SENHA        PIC X(8).
       77 WRK-CIF-TEXTO        PIC X(16).
       77 WRK-CIF-RESULTADO    PIC X(16).
       77 WRK-CIF-H1           PIC 9(9).
       77 WRK-CIF-H2           PIC 9(9).
       77 WRK-CIF-T            PIC 9(15).
       77 WRK-CIF-C            PIC 9(3).
       77 WRK-CIF-I            PIC 9(2).
       77 WRK-CIF-R            PIC 9(1).

      *-----------------------------------------------------------------
       SCREEN SECTION.
      *-----------------------------------------------------------------
            05 LINE 05 COLUMN 32 PIC X(40) USING CLI-ENDERECO.
            05 LINE 06 COLUMN 15 VALUE 'CIDADE........: '.
            05 LINE 06 COLUMN 32 PIC X(20) USING CLI-CIDADE.
            05 LINE 06 COLUMN 55 VALUE 'CEP: '.
            05 LINE 06 COLUMN 60 PIC X(8) USING WRK-CEP-INFORMADO.
            05 LINE 07 COLUMN 15 VALUE 'CPF/CNPJ......: '.
            05 LINE 07 COLUMN 32 PIC X(14) USING CLI-CPF-CNPJ.
            05 LINE 08 COLUMN 15 VALUE 'TELEFONE......: '.
            05 LINE 11 COLUMN 15 VALUE 'SEGMENTO......: '.
            05 LINE 11 COLUMN 32 PIC X(2) FROM CLI-SEGMENTO.

       01 TELA-RECEBIVEL.
            05 LINE 07 COLUMN 50 VALUE 'POSICAO COB: '.
            05 LINE 07 COLUMN 63 PIC 9(8) FROM RCB-DT-POSICAO.
            05 LINE 08 COLUMN 50 VALUE 'SALDO......: '.
            05 LINE 08 COLUMN 63 PIC X(14) FROM WRK-RCB-SALDO-ED.
            05 LINE 09 COLUMN 50 VALUE 'VENC.ANTIGO: '.
            05 LINE 09 COLUMN 63 PIC 9(8) FROM RCB-DT-VENC-ANTIGO.
            05 LINE 10 COLUMN 50 VALUE 'DIAS ATRASO: '.
            05 LINE 10 COLUMN 63 PIC ZZZZ9 FROM RCB-DIAS-ATRASO.

      * TELAS DE ALTERACAO (REQ 002)
       01 TELA-ALTERAR-ATUAL.
            05 LINE 03 COLUMN 15 VALUE 'DADOS ATUAIS - TECLE ENTER'.
            05 LINE 05 COLUMN 32 PIC X(40) USING CLI-ENDERECO.
            05 LINE 06 COLUMN 15 VALUE 'CIDADE........: '.
            05 LINE 06 COLUMN 32 PIC X(20) USING CLI-CIDADE.
            05 LINE 06 COLUMN 55 VALUE 'CEP: '.
            05 LINE 06 COLUMN 60 PIC X(8) USING WRK-CEP-INFORMADO.
            05 LINE 07 COLUMN 15 VALUE 'TELEFONE......: '.
            05 LINE 07 COLUMN 32 PIC X(15) USING CLI-TELEFONE.
            05 LINE 08 COLUMN 15 VALUE 'SEGMENTO......: '.
            05 LINE 12 COLUMN 31 PIC 9(8) FROM PND-DT-RECEBIDA.
            05 LINE 13 COLUMN 15 VALUE 'SITUACAO......: '.
            05 LINE 13 COLUMN 31 PIC X(1) FROM PND-STATUS.
            05 LINE 14 COLUMN 15 VALUE 'ULTIMO AVISO..: '.
            05 LINE 14 COLUMN 31 PIC X(40) FROM WRK-PND-AVISO.

      * TELA DE REVISAO DA SOLICITACAO PENDENTE, NO MESMO DESENHO
      * ANTES/DEPOIS DA TELA-CONFIRMA-ALTERACAO (REQ 022)
                CLOSE CLIENTES-LOG
                OPEN EXTEND CLIENTES-LOG
            END-IF.
            OPEN EXTEND CLIENTES-JORNAL.
            IF WRK-STATUS-JNL = '05' OR WRK-STATUS-JNL = '35'
                OPEN OUTPUT CLIENTES-JORNAL
                CLOSE CLIENTES-JORNAL
                OPEN EXTEND CLIENTES-JORNAL
            END-IF.
            OPEN I-O CLIENTES-CONTATO.
            IF WRK-STATUS-CTT = '35'
                OPEN OUTPUT CLIENTES-CONTATO
                CLOSE CLIENTES-SEG
                OPEN I-O CLIENTES-SEG
            END-IF.
      * A POSICAO DE RECEBIVEIS SO E LIDA; ENQUANTO O CLIRECB NAO
      * TIVER RODADO NENHUMA VEZ NAO HA ARQUIVO ('35') E NENHUM
      * CLIENTE FICA BLOQUEADO. QUALQUER OUTRO ERRO NA ABERTURA
      * (ARQUIVO PRESO, DANIFICADO OU MAL ALOCADO) NAO PODE VALER
      * COMO "NINGUEM DEVE": LIGA WRK-RCB-ERRO E A DESATIVACAO FICA
      * RECUSADA ATE O ARQUIVO SER ACERTADO
            OPEN INPUT CLIENTES-RECEB.
            IF WRK-STATUS-RCB = '35'
                MOVE 'S' TO WRK-RCB-INDISPONIVEL
            ELSE
                IF WRK-STATUS-RCB NOT = '00'
                    MOVE 'S' TO WRK-RCB-ERRO
                END-IF
            END-IF.
      * SEM A TABELA DE CEP (O CLICEPC AINDA NAO RODOU) O CEP E A
      * CIDADE NAO SAO CONFERIDOS, COMO ANTES DA TABELA EXISTIR
            OPEN INPUT CLIENTES-CEP.
            IF WRK-STATUS-CEP NOT = '00'
                MOVE 'S' TO WRK-CEP-INDISPONIVEL
            END-IF.
            PERFORM 0610-LER-POLITICA-SENHA.
      * O ARQUIVO DE OPERADORES FICA ABERTO PARA ATUALIZACAO DURANTE
      * TODA A SESSAO, POR CAUSA DO MODULO DE ADMINISTRACAO; NA
      * PRIMEIRA EXECUCAO ELE E CRIADO JA COM O OPERADOR ADMIN,
      * SENAO NINGUEM CONSEGUIRIA LOGAR PARA CADASTRAR OS DEMAIS
      * (REQ 017). A SENHA 'ADMIN' JA VAI CIFRADA E COM TROCA
      * OBRIGATORIA NO PRIMEIRO ACESSO
            OPEN I-O CLIENTES-OPER.
            IF WRK-STATUS-OPER = '35'
                OPEN OUTPUT CLIENTES-OPER
                MOVE SPACES TO OPERADOR-REC
                MOVE 'ADMIN' TO OPER-ID
                MOVE 'ADMINISTRADOR INICIAL' TO OPER-NOME
                MOVE 'A' TO OPER-PERFIL
                MOVE 'A' TO OPER-STATUS
                PERFORM 0530-NORMALIZAR-OPERADOR
                MOVE 'ADMIN' TO WRK-CIF-ID
                MOVE 'ADMIN' TO WRK-CIF-SENHA
                PERFORM 0590-CIFRAR-SENHA
                MOVE WRK-CIF-RESULTADO TO OPER-SENHA-CIFRADA
                MOVE 'S' TO OPER-TROCAR-SENHA
                WRITE OPERADOR-REC
                CLOSE CLIENTES-OPER
                OPEN I-O CLIENTES-OPER
                MOVE 'S' TO WRK-OPER-INDISPONIVEL
            END-IF.

      * LE OS CARTOES DA POLITICA DE SENHAS (CLIPOLS); SEM O ARQUIVO
      * OU SEM O CARTAO FICAM OS VALORES PADRAO. VALIDADE 000 = A
      * SENHA NAO EXPIRA; TENTATIVAS 000 E IGNORADO. OS CARTOES DO
      * RELATORIO DE ACESSOS (INATIVID, DIAS-REL) NAO SAO USADOS AQUI
       0610-LER-POLITICA-SENHA.
            OPEN INPUT CLIENTES-POL.
            IF WRK-STATUS-POL = '00'
                MOVE 'N' TO WRK-POL-FIM
                PERFORM 0615-LER-CARTAO-POLITICA
                    UNTIL WRK-POL-FIM = 'S'
                CLOSE CLIENTES-POL
            END-IF.

       0615-LER-CARTAO-POLITICA.
            READ CLIENTES-POL
                AT END
                    MOVE 'S' TO WRK-POL-FIM
                NOT AT END
                    IF POL-VALOR IS NUMERIC
                        EVALUATE POL-TIPO
                            WHEN 'VALIDADE'
                                MOVE POL-VALOR TO WRK-POL-VALIDADE
                            WHEN 'TENTATIV'
                                IF POL-VALOR > 0
                                    MOVE POL-VALOR
                                        TO WRK-POL-TENTATIVAS
                                END-IF
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
            END-READ.

      * SOLICITA OPERADOR E SENHA E VALIDA CONTRA A CLIENTES-OPER
      * (REQ 009); PERMITE ATE 3 TENTATIVAS ANTES DE ENCERRAR. AS
      * FALHAS TAMBEM SAO CONTADAS NO REGISTRO DO OPERADOR, QUE E
      * BLOQUEADO NO LIMITE DA POLITICA DE SENHAS (0550)
       0500-LOGIN.
            MOVE 0 TO WRK-TENTATIVAS.
            MOVE 'N' TO WRK-LOGIN-OK.
                    READ CLIENTES-OPER
                        INVALID KEY
                            DISPLAY 'OPERADOR NAO ENCONTRADO' AT 2001
                            MOVE 'LOGIN-FA' TO WRK-LOG-OPERACAO
                            MOVE WRK-LOGIN-ID TO WRK-LOG-CHAVE
                            MOVE 'OPERADOR NAO CADASTRADO'
                                TO WRK-LOG-CAMPOS
                            PERFORM 9100-GRAVAR-LOG
                        NOT INVALID KEY
                            PERFORM 0510-VALIDAR-OPERADOR
                    END-READ

      * VALIDA SENHA E SITUACAO DO OPERADOR E GUARDA O PERFIL PARA A
      * LIBERACAO DAS OPCOES DE MENU; REGISTROS ANTIGOS SEM PERFIL/
      * SITUACAO SAO TRATADOS COMO SUPERVISOR ATIVO (REQ 017).
      * OPERADOR BLOQUEADO NEM TEM A SENHA CONFERIDA; TODA FALHA E
      * TODO LOGIN LIBERADO VAO PARA A CLIENTES-LOG
       0510-VALIDAR-OPERADOR.
            PERFORM 0530-NORMALIZAR-OPERADOR.
            IF OPER-BLOQUEADO = 'S'
                DISPLAY 'OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR'
                    AT 2001
                MOVE 'LOGIN-BL' TO WRK-LOG-OPERACAO
                MOVE OPER-ID TO WRK-LOG-CHAVE
                MOVE 'TENTATIVA COM OPERADOR BLOQUEADO'
                    TO WRK-LOG-CAMPOS
                PERFORM 9100-GRAVAR-LOG
            ELSE
                PERFORM 0540-CONFERIR-SENHA
                IF WRK-SENHA-OK NOT = 'S'
                    PERFORM 0550-REGISTRAR-FALHA
                ELSE
                    IF OPER-STATUS = 'I'
                        DISPLAY 'OPERADOR DESATIVADO' AT 2001
                        MOVE 'LOGIN-FA' TO WRK-LOG-OPERACAO
                        MOVE OPER-ID TO WRK-LOG-CHAVE
                        MOVE 'OPERADOR DESATIVADO' TO WRK-LOG-CAMPOS
                        PERFORM 9100-GRAVAR-LOG
                    ELSE
                        PERFORM 0560-LIBERAR-LOGIN
                    END-IF
                END-IF
            END-IF.

      * TROCA OBRIGATORIA DE SENHA ANTES DE LIBERAR A SESSAO: NO
      * PRIMEIRO ACESSO DO ADMIN SEMEADO (SENAO A CREDENCIAL DE
      * FABRICA FICARIA VALENDO PARA SEMPRE - REQ 017), NO OPERADOR
      * NOVO OU COM SENHA RESETADA E NA SENHA EXPIRADA. A NOVA NAO
      * PODE SER A ATUAL NEM UMA DAS 3 ANTERIORES
       0520-FORCAR-TROCA-SENHA.
            MOVE 'N' TO WRK-TROCA-OK.
            PERFORM UNTIL WRK-TROCA-OK = 'S'
                MOVE SPACES TO WRK-OPR-SENHA-NOVA
                DISPLAY TELA
                DISPLAY WRK-SENHA-MOTIVO AT 0615
                DISPLAY TELA-OPERADOR-SENHA
                ACCEPT TELA-OPERADOR-SENHA
                PERFORM 0580-CONFERIR-SENHA-NOVA
                IF WRK-TROCA-OK NOT = 'S'
                    ACCEPT WRK-TECLA AT 2201
                END-IF
            END-PERFORM.
            PERFORM 0565-EMPILHAR-SENHA.
            MOVE WRK-CIF-RESULTADO TO OPER-SENHA-CIFRADA.
            MOVE SPACES TO OPER-SENHA.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA TO OPER-DT-SENHA.
            MOVE 'N' TO OPER-TROCAR-SENHA.
            REWRITE OPERADOR-REC
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR NOVA SENHA' AT 2001
                NOT INVALID KEY
                    MOVE 'OPR-SENH' TO WRK-LOG-OPERACAO
                    MOVE OPER-ID TO WRK-LOG-CHAVE
                    MOVE WRK-SENHA-MOTIVO TO WRK-LOG-CAMPOS
                    PERFORM 9100-GRAVAR-LOG
            END-REWRITE.

      * ACERTA OS CAMPOS DA POLITICA DE SENHAS QUE VEM EM BRANCO NOS
      * REGISTROS GRAVADOS ANTES DELA (48 POSICOES)
       0530-NORMALIZAR-OPERADOR.
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
            IF OPER-TROCAR-SENHA NOT = 'S'
                MOVE 'N' TO OPER-TROCAR-SENHA
            END-IF.
            IF OPER-BLOQUEADO NOT = 'S'
                MOVE 'N' TO OPER-BLOQUEADO
            END-IF.

      * CONFERE A SENHA DIGITADA: CIFRADA CONTRA OPER-SENHA-CIFRADA;
      * NO REGISTRO ANTIGO, AINDA SEM ELA, CONTRA A SENHA EM CLARO
       0540-CONFERIR-SENHA.
            MOVE 'N' TO WRK-SENHA-OK.
            IF OPER-SENHA-CIFRADA = SPACES
                IF OPER-SENHA = WRK-LOGIN-SENHA
                    MOVE 'S' TO WRK-SENHA-OK
                END-IF
            ELSE
                MOVE OPER-ID TO WRK-CIF-ID
                MOVE WRK-LOGIN-SENHA TO WRK-CIF-SENHA
                PERFORM 0590-CIFRAR-SENHA
                IF WRK-CIF-RESULTADO = OPER-SENHA-CIFRADA
                    MOVE 'S' TO WRK-SENHA-OK
                END-IF
            END-IF.

      * CONTA A FALHA NO REGISTRO DO OPERADOR; AO CHEGAR NO LIMITE DA
      * POLITICA ELE FICA BLOQUEADO ATE O ADMINISTRADOR DESBLOQUEAR
      * (OPCAO B DO MODULO DE OPERADORES), MESMO EM OUTRA SESSAO
       0550-REGISTRAR-FALHA.
            IF OPER-FALHAS < 99
                ADD 1 TO OPER-FALHAS
            END-IF.
            IF OPER-FALHAS >= WRK-POL-TENTATIVAS
                MOVE 'S' TO OPER-BLOQUEADO
                ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE WRK-DATA-SISTEMA TO OPER-DT-BLOQUEIO
                DISPLAY 'SENHA INVALIDA - OPERADOR BLOQUEADO' AT 2001
            ELSE
                DISPLAY 'SENHA INVALIDA' AT 2001
            END-IF.
            REWRITE OPERADOR-REC
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 2101
            END-REWRITE.
            MOVE OPER-FALHAS TO WRK-FALHAS-ED.
            MOVE 'LOGIN-FA' TO WRK-LOG-OPERACAO.
            MOVE OPER-ID TO WRK-LOG-CHAVE.
            MOVE SPACES TO WRK-LOG-CAMPOS.
            STRING 'SENHA INVALIDA - FALHA ' DELIMITED BY SIZE
                   WRK-FALHAS-ED DELIMITED BY SIZE
                   INTO WRK-LOG-CAMPOS
            END-STRING.
            PERFORM 9100-GRAVAR-LOG.
            IF OPER-BLOQUEADO = 'S'
                MOVE 'OPR-BLOQ' TO WRK-LOG-OPERACAO
                MOVE OPER-ID TO WRK-LOG-CHAVE
                MOVE 'BLOQUEADO POR EXCESSO DE TENTATIVAS'
                    TO WRK-LOG-CAMPOS
                PERFORM 9100-GRAVAR-LOG
            END-IF.

      * SENHA CONFERIDA: O REGISTRO ANTIGO TEM A SENHA CIFRADA E O
      * CAMPO EM CLARO APAGADO; SE PRECISO FORCA A TROCA; ZERA AS
      * FALHAS E GUARDA A DATA DO LOGIN
       0560-LIBERAR-LOGIN.
            MOVE WRK-LOGIN-ID TO WRK-LOG-OPERADOR.
            IF OPER-PERFIL = SPACE
                MOVE 'S' TO WRK-OPER-PERFIL
            ELSE
                MOVE OPER-PERFIL TO WRK-OPER-PERFIL
            END-IF.
            IF OPER-SENHA-CIFRADA = SPACES
                MOVE OPER-ID TO WRK-CIF-ID
                MOVE WRK-LOGIN-SENHA TO WRK-CIF-SENHA
                PERFORM 0590-CIFRAR-SENHA
                MOVE WRK-CIF-RESULTADO TO OPER-SENHA-CIFRADA
                MOVE SPACES TO OPER-SENHA
                MOVE 0 TO OPER-DT-SENHA
            END-IF.
            PERFORM 0570-VERIFICAR-VALIDADE.
            MOVE 'S' TO WRK-TROCA-OK.
            IF WRK-SENHA-TROCAR = 'S'
                PERFORM 0520-FORCAR-TROCA-SENHA
            END-IF.
            IF WRK-TROCA-OK = 'S'
                MOVE 0 TO OPER-FALHAS
                ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE WRK-DATA-SISTEMA TO OPER-DT-ULT-LOGIN
                REWRITE OPERADOR-REC
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 2001
                    NOT INVALID KEY
                        MOVE 'S' TO WRK-LOGIN-OK
                        MOVE 'LOGIN-OK' TO WRK-LOG-OPERACAO
                        MOVE OPER-ID TO WRK-LOG-CHAVE
                        PERFORM 9670-MONTAR-LOG-PERFIL
                        PERFORM 9100-GRAVAR-LOG
                END-REWRITE
            END-IF.
            IF WRK-LOGIN-OK NOT = 'S'
                MOVE 'SISTEMA' TO WRK-LOG-OPERADOR
            END-IF.

      * GUARDA A SENHA ATUAL (CIFRADA) NO HISTORICO DAS 3 ULTIMAS
       0565-EMPILHAR-SENHA.
            MOVE OPER-SENHA-ANTERIOR(2) TO OPER-SENHA-ANTERIOR(3).
            MOVE OPER-SENHA-ANTERIOR(1) TO OPER-SENHA-ANTERIOR(2).
            MOVE OPER-SENHA-CIFRADA TO OPER-SENHA-ANTERIOR(1).

      * DECIDE SE A TROCA DE SENHA E OBRIGATORIA NESTE LOGIN E POR
      * QUE: ADMIN COM A SENHA DE FABRICA, TROCA PEDIDA PELO
      * ADMINISTRADOR OU SENHA COM MAIS DIAS QUE A VALIDADE DA
      * POLITICA (DATA ZERADA OU INVALIDA CONTA COMO EXPIRADA)
       0570-VERIFICAR-VALIDADE.
            MOVE 'N' TO WRK-SENHA-TROCAR.
            MOVE SPACES TO WRK-SENHA-MOTIVO.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            IF WRK-POL-VALIDADE > 0
                IF OPER-DT-SENHA = 0 OR
                   OPER-DT-SENHA > WRK-DATA-SISTEMA
                    MOVE 'S' TO WRK-SENHA-TROCAR
                ELSE
                    COMPUTE WRK-SENHA-DIAS =
                        FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) -
                        FUNCTION INTEGER-OF-DATE(OPER-DT-SENHA)
                    IF WRK-SENHA-DIAS >= WRK-POL-VALIDADE
                        MOVE 'S' TO WRK-SENHA-TROCAR
                    END-IF
                END-IF
                IF WRK-SENHA-TROCAR = 'S'
                    MOVE 'TROCA OBRIGATORIA - SENHA EXPIRADA'
                        TO WRK-SENHA-MOTIVO
                END-IF
            END-IF.
            IF OPER-TROCAR-SENHA = 'S'
                MOVE 'S' TO WRK-SENHA-TROCAR
                MOVE 'TROCA OBRIGATORIA - SENHA NOVA OU RESETADA'
                    TO WRK-SENHA-MOTIVO
            END-IF.
            IF OPER-ID = 'ADMIN' AND WRK-LOGIN-SENHA = 'ADMIN'
                MOVE 'S' TO WRK-SENHA-TROCAR
                MOVE 'TROCA OBRIGATORIA NO PRIMEIRO ACESSO'
                    TO WRK-SENHA-MOTIVO
            END-IF.

      * CONFERE A SENHA NOVA DIGITADA NA TROCA OBRIGATORIA E DEIXA
      * EM WRK-CIF-RESULTADO A SENHA JA CIFRADA PARA GRAVAR
       0580-CONFERIR-SENHA-NOVA.
            MOVE 'S' TO WRK-TROCA-OK.
            IF WRK-OPR-SENHA-NOVA = SPACES OR
               WRK-OPR-SENHA-NOVA = 'ADMIN'
                MOVE 'N' TO WRK-TROCA-OK
                DISPLAY 'SENHA NOVA INVALIDA' AT 2001
            ELSE
                MOVE OPER-ID TO WRK-CIF-ID
                MOVE WRK-OPR-SENHA-NOVA TO WRK-CIF-SENHA
                PERFORM 0590-CIFRAR-SENHA
                IF WRK-CIF-RESULTADO = OPER-SENHA-CIFRADA OR
                   WRK-CIF-RESULTADO = OPER-SENHA-ANTERIOR(1) OR
                   WRK-CIF-RESULTADO = OPER-SENHA-ANTERIOR(2) OR
                   WRK-CIF-RESULTADO = OPER-SENHA-ANTERIOR(3)
                    MOVE 'N' TO WRK-TROCA-OK
                    DISPLAY 'SENHA JA USADA RECENTEMENTE' AT 2001
                END-IF
            END-IF.

      * CIFRA WRK-CIF-SENHA COM O WRK-CIF-ID (O MESMO TEXTO EM
      * OPERADORES DIFERENTES DA RESULTADOS DIFERENTES): DUAS SOMAS
      * POLINOMIAIS EM MODULO PRIMO, 3 PASSADAS SOBRE SENHA + ID,
      * RESULTADO EM WRK-CIF-RESULTADO (16 DIGITOS). NAO HA VOLTA DO
      * RESULTADO PARA A SENHA; A CONFERENCIA E SEMPRE CIFRANDO DE
      * NOVO O QUE FOI DIGITADO
       0590-CIFRAR-SENHA.
            MOVE WRK-CIF-SENHA TO WRK-CIF-TEXTO(1:8).
            MOVE WRK-CIF-ID TO WRK-CIF-TEXTO(9:8).
            MOVE 314159265 TO WRK-CIF-H1.
            MOVE 271828182 TO WRK-CIF-H2.
            PERFORM 0591-CIFRAR-PASSADA
                VARYING WRK-CIF-R FROM 1 BY 1 UNTIL WRK-CIF-R > 3.
            MOVE WRK-CIF-H1(2:8) TO WRK-CIF-RESULTADO(1:8).
            MOVE WRK-CIF-H2(2:8) TO WRK-CIF-RESULTADO(9:8).

       0591-CIFRAR-PASSADA.
            PERFORM 0592-CIFRAR-POSICAO
                VARYING WRK-CIF-I FROM 1 BY 1 UNTIL WRK-CIF-I > 16.

       0592-CIFRAR-POSICAO.
            COMPUTE WRK-CIF-C =
                FUNCTION ORD(WRK-CIF-TEXTO(WRK-CIF-I:1)).
            COMPUTE WRK-CIF-T = WRK-CIF-H1 * 131 +
                WRK-CIF-C * (WRK-CIF-I + WRK-CIF-R).
            COMPUTE WRK-CIF-H1 = FUNCTION MOD(WRK-CIF-T 999999937).
            COMPUTE WRK-CIF-T = WRK-CIF-H2 * 257 + WRK-CIF-C +
                WRK-CIF-H1.
            COMPUTE WRK-CIF-H2 = FUNCTION MOD(WRK-CIF-T 999999929).

       1000-INICIAR.
            DISPLAY TELA.
            DISPLAY TELA-MENU.
             CLOSE CLIENTES-APROV.
             CLOSE CLIENTES-TRAVA.
             CLOSE CLIENTES-SEG.
             IF WRK-RCB-INDISPONIVEL NOT = 'S' AND
                WRK-RCB-ERRO NOT = 'S'
                 CLOSE CLIENTES-RECEB
             END-IF.
             IF WRK-CEP-INDISPONIVEL NOT = 'S'
                 CLOSE CLIENTES-CEP
             END-IF.
             IF WRK-OPER-INDISPONIVEL NOT = 'S'
                 CLOSE CLIENTES-OPER
             END-IF.
             CLOSE CLIENTES-LOG.
             CLOSE CLIENTES-JORNAL.

      * GRAVA UMA LINHA NA TRILHA DE AUDITORIA (REQ 006)
       9100-GRAVAR-LOG.
            MOVE WRK-LOG-CAMPOS TO LOG-CAMPOS.
            WRITE LOG-REC.

      * GRAVA NO JORNAL A IMAGEM DO REGISTRO DA MASTER, DO CONTATO OU
      * DO ENDERECO QUE ACABOU DE SER GRAVADO, REGRAVADO OU EXCLUIDO;
      * CHAMADO LOGO APOS A OPERACAO BEM SUCEDIDA, COM O REGISTRO
      * AINDA NA AREA DO ARQUIVO
       9150-GRAVAR-JORNAL.
            MOVE SPACES TO JNL-REC.
            ACCEPT JNL-DATA FROM DATE YYYYMMDD.
            ACCEPT JNL-HORA FROM TIME.
            MOVE 'CLIENTES' TO JNL-PROGRAMA.
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

      *-----------------------------------------------------------------
      * INCLUSAO DE CLIENTE (REQ 000)
      *-----------------------------------------------------------------
       5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO        ' TO WRK-MODULO.
             MOVE SPACES TO CLIENTE-REC.
             MOVE SPACES TO WRK-CEP-INFORMADO.
             MOVE 'N' TO WRK-OPCAO-VALIDA.
             PERFORM UNTIL WRK-OPCAO-VALIDA = 'S'
                 MOVE SPACES TO WRK-MSG-ERRO
                             MOVE 'SEGMENTO NAO CADASTRADO NA TABELA'
                                 TO WRK-MSG-ERRO
                         ELSE
                             PERFORM 5400-VALIDAR-CEP-CIDADE
                             IF WRK-CEP-OK NOT = 'S'
                                 MOVE WRK-CEP-MSG TO WRK-MSG-ERRO
                             ELSE
                                 MOVE 'S' TO WRK-OPCAO-VALIDA
                             END-IF
                         END-IF
                     END-IF
                 END-IF
                     INVALID KEY
                         DISPLAY 'ERRO AO GRAVAR CLIENTE' AT 2001
                     NOT INVALID KEY
                         MOVE 'M' TO WRK-JNL-ARQUIVO
                         MOVE 'I' TO WRK-JNL-ACAO
                         PERFORM 9150-GRAVAR-JORNAL
                         MOVE 'INCLUIR' TO WRK-LOG-OPERACAO
                         MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                         MOVE 'NOME,ENDERECO,CIDADE,TELEFONE,CPF-CNPJ'
                END-READ
            END-IF.

      * CONFERE A CIDADE DA MASTER CONTRA A TABELA DE CEP. COM CEP
      * INFORMADO, A FAIXA DO CEP DA A CIDADE: CIDADE EM BRANCO E
      * PREENCHIDA E CIDADE DIFERENTE E RECUSADA. SEM CEP, A CIDADE
      * DIGITADA TEM DE CONSTAR DA TABELA. A MASTER NAO TEM UF NEM
      * CEP; SO A CIDADE E CONFERIDA E GRAVADA
       5400-VALIDAR-CEP-CIDADE.
            MOVE 'S' TO WRK-CEP-OK.
            MOVE SPACES TO WRK-CEP-MSG.
            IF WRK-CEP-INDISPONIVEL NOT = 'S'
                INSPECT CLI-CIDADE CONVERTING WRK-MINUSCULAS
                    TO WRK-MAIUSCULAS
                IF WRK-CEP-INFORMADO NOT = SPACES
                    MOVE WRK-CEP-INFORMADO TO WRK-CEP-BUSCA
                    PERFORM 5450-LOCALIZAR-CEP
                    EVALUATE TRUE
                        WHEN WRK-CEP-ACHOU NOT = 'S'
                            MOVE 'N' TO WRK-CEP-OK
                        WHEN CLI-CIDADE = SPACES
                            MOVE CEP-CIDADE TO CLI-CIDADE
                        WHEN CLI-CIDADE NOT = CEP-CIDADE
                            MOVE 'N' TO WRK-CEP-OK
                            MOVE 'CIDADE NAO CONFERE COM O CEP'
                                TO WRK-CEP-MSG
                    END-EVALUATE
                ELSE
                    PERFORM 5460-LOCALIZAR-CIDADE
                END-IF
            END-IF.

      * PROCURA NA TABELA A FAIXA DO CEP EM WRK-CEP-BUSCA: A PRIMEIRA
      * FAIXA COM FIM MAIOR OU IGUAL AO CEP, SE O INICIO DELA NAO FOR
      * MAIOR QUE O CEP. ACHANDO, CEP-REC FICA COM A FAIXA
       5450-LOCALIZAR-CEP.
            MOVE 'N' TO WRK-CEP-ACHOU.
            IF WRK-CEP-BUSCA NOT NUMERIC
                MOVE 'CEP INVALIDO - INFORME OS 8 DIGITOS'
                    TO WRK-CEP-MSG
            ELSE
                MOVE WRK-CEP-BUSCA TO CEP-FAIXA-FIM
                START CLIENTES-CEP KEY IS NOT LESS THAN CEP-FAIXA-FIM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ CLIENTES-CEP NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF CEP-FAIXA-INICIO NOT > WRK-CEP-BUSCA
                                    MOVE 'S' TO WRK-CEP-ACHOU
                                END-IF
                        END-READ
                END-START
                IF WRK-CEP-ACHOU NOT = 'S'
                    MOVE 'CEP NAO CONSTA DA TABELA DE CEP'
                        TO WRK-CEP-MSG
                END-IF
            END-IF.

       5460-LOCALIZAR-CIDADE.
            IF CLI-CIDADE = SPACES
                MOVE 'N' TO WRK-CEP-OK
                MOVE 'INFORME A CIDADE OU O CEP' TO WRK-CEP-MSG
            ELSE
                MOVE CLI-CIDADE TO CEP-CIDADE
                READ CLIENTES-CEP KEY IS CEP-CIDADE
                    INVALID KEY
                        MOVE 'N' TO WRK-CEP-OK
                        MOVE 'CIDADE NAO CONSTA DA TABELA DE CEP'
                            TO WRK-CEP-MSG
                END-READ
            END-IF.

      *-----------------------------------------------------------------
      * CONSULTA DE CLIENTE POR CHAVE (REQ 001) OU POR NOME/CIDADE
      * PARCIAIS EM MODO LISTA PAGINADA (REQ 010)
                NOT INVALID KEY
                    DISPLAY TELA
                    DISPLAY TELA-DETALHE
                    PERFORM 6070-DETALHE-RECEBIVEIS
                    PERFORM 6060-DETALHE-CONTATOS
            END-READ.
            ACCEPT WRK-TECLA AT 1620.

      * EXIBE AO LADO DO DETALHE A POSICAO DO CLIENTE NA COBRANCA
      * (ULTIMA CARGA DO CLIRECB): SALDO EM ABERTO, VENCIMENTO MAIS
      * ANTIGO E DIAS DE ATRASO
       6070-DETALHE-RECEBIVEIS.
            PERFORM 8050-VERIFICAR-SALDO.
            IF WRK-RCB-INDISPONIVEL = 'S'
                DISPLAY 'POSICAO COBRANCA INDISPONIVEL' AT 0750
            ELSE
                IF WRK-RCB-FALHA = 'S'
                    DISPLAY 'POSICAO COBRANCA COM ERRO' AT 0750
                ELSE
                    IF WRK-RCB-ACHOU = 'S'
                        DISPLAY TELA-RECEBIVEL
                    ELSE
                        DISPLAY 'SEM SALDO NA COBRANCA' AT 0750
                    END-IF
                END-IF
            END-IF.

      * EXIBE ABAIXO DO DETALHE OS CONTATOS DO CLIENTE CONSULTADO,
      * ATE 5 LINHAS, COM MARCACAO DO CONTATO PRINCIPAL (REQ 011)
       6060-DETALHE-CONTATOS.
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CONTATO' AT 2001
                    NOT INVALID KEY
                        MOVE 'C' TO WRK-JNL-ARQUIVO
                        MOVE 'I' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        MOVE 'CTT-INCL' TO WRK-LOG-OPERACAO
                        MOVE CTT-CPF-CNPJ TO WRK-LOG-CHAVE
                        PERFORM 6590-MONTAR-LOG-CONTATO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CONTATO' AT 2001
                    NOT INVALID KEY
                        MOVE 'C' TO WRK-JNL-ARQUIVO
                        MOVE 'A' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        MOVE 'CTT-ALT' TO WRK-LOG-OPERACAO
                        MOVE CTT-CPF-CNPJ TO WRK-LOG-CHAVE
                        PERFORM 6590-MONTAR-LOG-CONTATO
                    INVALID KEY
                        DISPLAY 'ERRO AO EXCLUIR CONTATO' AT 2001
                    NOT INVALID KEY
                        MOVE 'C' TO WRK-JNL-ARQUIVO
                        MOVE 'E' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        MOVE 'CTT-EXCL' TO WRK-LOG-OPERACAO
                        MOVE CTT-CPF-CNPJ TO WRK-LOG-CHAVE
                        PERFORM 6590-MONTAR-LOG-CONTATO
                            IF CTT-PRINCIPAL = 'S'
                                MOVE 'N' TO CTT-PRINCIPAL
                                REWRITE CONTATO-REC
                                    NOT INVALID KEY
                                        MOVE 'C' TO WRK-JNL-ARQUIVO
                                        MOVE 'A' TO WRK-JNL-ACAO
                                        PERFORM 9150-GRAVAR-JORNAL
                                END-REWRITE
                            END-IF
                        END-IF
               EDR-TIPO NOT = 'E'
                DISPLAY 'TIPO INVALIDO - USE F, C OU E' AT 2001
            ELSE
                PERFORM 6660-VALIDAR-CEP-ENDERECO
                IF WRK-CEP-OK NOT = 'S'
                    DISPLAY WRK-CEP-MSG AT 2001
                ELSE
                    PERFORM 6635-GRAVAR-INCLUSAO-ENDERECO
                END-IF
            END-IF.
            ACCEPT WRK-TECLA AT 1620.

      * A TELA E REEXIBIDA ANTES DA CONFIRMACAO PARA O OPERADOR VER A
      * CIDADE/UF PREENCHIDAS PELA TABELA DE CEP
       6635-GRAVAR-INCLUSAO-ENDERECO.
            DISPLAY TELA-ENDERECO.
            MOVE 'N' TO WRK-CONFIRMA.
            DISPLAY TELA-CONFIRMA-ENDERECO.
            ACCEPT TELA-CONFIRMA-ENDERECO.
            IF WRK-CONFIRMA = 'S'
                WRITE ENDERECO-REC
                    INVALID KEY
                        DISPLAY 'JA EXISTE ENDERECO DESTE TIPO'
                            AT 2001
                    NOT INVALID KEY
                        MOVE 'E' TO WRK-JNL-ARQUIVO
                        MOVE 'I' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        MOVE 'EDR-INCL' TO WRK-LOG-OPERACAO
                        MOVE EDR-CPF-CNPJ TO WRK-LOG-CHAVE
                        PERFORM 6690-MONTAR-LOG-ENDERECO
                        PERFORM 9100-GRAVAR-LOG
                END-WRITE
            ELSE
                DISPLAY 'INCLUSAO CANCELADA' AT 2001
            END-IF.

       6640-ALTERAR-ENDERECO.
            PERFORM 6680-PEDIR-TIPO.
            MOVE SPACES TO ENDERECO-REC.
            DISPLAY TELA-ENDERECO.
            ACCEPT TELA-ENDERECO.
            MOVE WRK-EDR-TIPO TO EDR-TIPO.
            PERFORM 6660-VALIDAR-CEP-ENDERECO.
            IF WRK-CEP-OK NOT = 'S'
                DISPLAY WRK-CEP-MSG AT 2001
            ELSE
                PERFORM 6647-GRAVAR-ALTERACAO-ENDERECO
            END-IF.
            ACCEPT WRK-TECLA AT 1620.

       6647-GRAVAR-ALTERACAO-ENDERECO.
            DISPLAY TELA-ENDERECO.
            MOVE 'N' TO WRK-CONFIRMA.
            DISPLAY TELA-CONFIRMA-ENDERECO.
            ACCEPT TELA-CONFIRMA-ENDERECO.
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR ENDERECO' AT 2001
                    NOT INVALID KEY
                        MOVE 'E' TO WRK-JNL-ARQUIVO
                        MOVE 'A' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        MOVE 'EDR-ALT' TO WRK-LOG-OPERACAO
                        MOVE EDR-CPF-CNPJ TO WRK-LOG-CHAVE
                        PERFORM 6690-MONTAR-LOG-ENDERECO
            ELSE
                DISPLAY 'ALTERACAO CANCELADA' AT 2001
            END-IF.

       6650-EXCLUIR-ENDERECO.
            PERFORM 6680-PEDIR-TIPO.
                    INVALID KEY
                        DISPLAY 'ERRO AO EXCLUIR ENDERECO' AT 2001
                    NOT INVALID KEY
                        MOVE 'E' TO WRK-JNL-ARQUIVO
                        MOVE 'E' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        MOVE 'EDR-EXCL' TO WRK-LOG-OPERACAO
                        MOVE EDR-CPF-CNPJ TO WRK-LOG-CHAVE
                        PERFORM 6690-MONTAR-LOG-ENDERECO
            END-IF.
            ACCEPT WRK-TECLA AT 1620.

      * CONFERE O ENDERECO DA TELA CONTRA A TABELA DE CEP: O CEP E
      * OBRIGATORIO E TEM DE ESTAR NA TABELA; CIDADE/UF EM BRANCO SAO
      * PREENCHIDAS COM AS DA FAIXA E CIDADE/UF DIFERENTES DAS DA
      * FAIXA SAO RECUSADAS
       6660-VALIDAR-CEP-ENDERECO.
            MOVE 'S' TO WRK-CEP-OK.
            MOVE SPACES TO WRK-CEP-MSG.
            IF WRK-CEP-INDISPONIVEL NOT = 'S'
                INSPECT EDR-CIDADE CONVERTING WRK-MINUSCULAS
                    TO WRK-MAIUSCULAS
                INSPECT EDR-UF CONVERTING WRK-MINUSCULAS
                    TO WRK-MAIUSCULAS
                MOVE EDR-CEP TO WRK-CEP-BUSCA
                PERFORM 5450-LOCALIZAR-CEP
                EVALUATE TRUE
                    WHEN WRK-CEP-ACHOU NOT = 'S'
                        MOVE 'N' TO WRK-CEP-OK
                    WHEN EDR-CIDADE NOT = SPACES AND
                         EDR-CIDADE NOT = CEP-CIDADE
                        MOVE 'N' TO WRK-CEP-OK
                        MOVE 'CIDADE NAO CONFERE COM O CEP'
                            TO WRK-CEP-MSG
                    WHEN EDR-UF NOT = SPACES AND EDR-UF NOT = CEP-UF
                        MOVE 'N' TO WRK-CEP-OK
                        MOVE 'UF NAO CONFERE COM O CEP' TO WRK-CEP-MSG
                    WHEN OTHER
                        MOVE CEP-CIDADE TO EDR-CIDADE
                        MOVE CEP-UF TO EDR-UF
                END-EVALUATE
            END-IF.

       6680-PEDIR-TIPO.
            MOVE SPACE TO WRK-EDR-TIPO.
            DISPLAY 'TIPO DO ENDERECO (F/C/E): ' AT 2201.
                NOT INVALID KEY
                    MOVE 'S' TO WRK-PND-ACHOU-CLI
            END-READ.
            PERFORM 6736-MONTAR-AVISO.

      * ULTIMO AVISO ENVIADO AO CLIENTE PELO JOB CLICORR: DATA,
      * MODELO DA CARTA, MEIO (E-MAIL/CORREIO/AMBOS) E QUANTIDADE
      * DE AVISOS; PENDENCIA ANTIGA VEM COM OS CAMPOS EM BRANCO
       6736-MONTAR-AVISO.
            MOVE SPACES TO WRK-PND-AVISO.
            IF PND-DT-AVISO NOT NUMERIC OR PND-DT-AVISO = 0
                MOVE 'NENHUM' TO WRK-PND-AVISO
            ELSE
                STRING PND-DT-AVISO DELIMITED BY SIZE
                       ' MODELO ' DELIMITED BY SIZE
                       PND-MODELO-AVISO DELIMITED BY SIZE
                       ' MEIO ' DELIMITED BY SIZE
                       PND-MEIO-AVISO DELIMITED BY SIZE
                       ' TOTAL ' DELIMITED BY SIZE
                       PND-QTD-AVISOS DELIMITED BY SIZE
                       INTO WRK-PND-AVISO
                END-STRING
            END-IF.

      * BAIXA DA PENDENCIA: MARCA A PENDENCIA COMO RESOLVIDA COM
      * DATA E OPERADOR E REGRAVA O CLIENTE COM CLI-PEND-COBRANCA
                                DISPLAY 'ERRO AO REGRAVAR CLIENTE'
                                    AT 2001
                            NOT INVALID KEY
                                MOVE 'M' TO WRK-JNL-ARQUIVO
                                MOVE 'A' TO WRK-JNL-ACAO
                                PERFORM 9150-GRAVAR-JORNAL
                        END-REWRITE
                    END-IF
                    MOVE 'PND-RESO' TO WRK-LOG-OPERACAO
            DISPLAY TELA.
            DISPLAY TELA-ALTERAR-ATUAL.
            ACCEPT WRK-TECLA AT 1620.
            MOVE SPACES TO WRK-CEP-INFORMADO.
            DISPLAY TELA.
            DISPLAY TELA-ALTERAR-NOVO.
            ACCEPT TELA-ALTERAR-NOVO.
                    'CANCELADA' AT 2001
                ACCEPT WRK-TECLA AT 1620
            ELSE
                PERFORM 5400-VALIDAR-CEP-CIDADE
                IF WRK-CEP-OK NOT = 'S'
                    DISPLAY WRK-CEP-MSG AT 2001
                    ACCEPT WRK-TECLA AT 1620
                ELSE
                    PERFORM 7150-CONFIRMAR-ALTERACAO
                END-IF
            END-IF.

       7150-CONFIRMAR-ALTERACAO.
                                DISPLAY 'ERRO AO GRAVAR ALTERACAO'
                                    AT 2001
                            NOT INVALID KEY
                                MOVE 'M' TO WRK-JNL-ARQUIVO
                                MOVE 'A' TO WRK-JNL-ACAO
                                PERFORM 9150-GRAVAR-JORNAL
                                MOVE 'ALTERAR' TO WRK-LOG-OPERACAO
                                MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                                PERFORM 7110-MONTAR-CAMPOS-ALTERADOS
                NOT INVALID KEY
                    MOVE CLIENTE-REC TO WRK-REC-LIDO
                    PERFORM 7500-AVISAR-EM-USO
                    MOVE 'N' TO WRK-RCB-ABERTO
                    MOVE 'N' TO WRK-RCB-FALHA
                    IF CLI-STATUS NOT = 'INATIVO'
                        PERFORM 8050-VERIFICAR-SALDO
                    END-IF
                    IF WRK-RCB-FALHA = 'S'
                        DISPLAY TELA
                        DISPLAY TELA-DETALHE
                        PERFORM 8065-RECUSAR-POR-ERRO-RCB
                        ACCEPT WRK-TECLA AT 1620
                    ELSE
                        IF WRK-RCB-ABERTO = 'S'
                            DISPLAY TELA
                            DISPLAY TELA-DETALHE
                            DISPLAY TELA-RECEBIVEL
                            MOVE 'DESATIVACAO' TO WRK-RCB-ORIGEM
                            PERFORM 8060-RECUSAR-POR-SALDO
                            ACCEPT WRK-TECLA AT 1620
                        ELSE
                            PERFORM 8100-CONFIRMAR-EXCLUSAO
                        END-IF
                    END-IF
                    PERFORM 7600-LIBERAR-TRAVA
            END-READ.

      * LE A POSICAO DO CLIENTE CORRENTE NA CLIENTES-RECEB. SALDO
      * MAIOR QUE ZERO LIGA WRK-RCB-ABERTO; CLIENTE AUSENTE DA
      * POSICAO ('23') NAO DEVE NADA. ARQUIVO COM ERRO NA ABERTURA
      * OU LEITURA COM OUTRO STATUS LIGA WRK-RCB-FALHA: NAO SE SABE
      * SE O CLIENTE DEVE
       8050-VERIFICAR-SALDO.
            MOVE 'N' TO WRK-RCB-ACHOU.
            MOVE 'N' TO WRK-RCB-ABERTO.
            MOVE 'N' TO WRK-RCB-FALHA.
            IF WRK-RCB-ERRO = 'S'
                MOVE 'S' TO WRK-RCB-FALHA
            END-IF.
            IF WRK-RCB-INDISPONIVEL NOT = 'S' AND
               WRK-RCB-ERRO NOT = 'S'
                MOVE CLI-CPF-CNPJ TO RCB-CPF-CNPJ
                READ CLIENTES-RECEB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WRK-RCB-ACHOU
                        MOVE RCB-SALDO TO WRK-RCB-SALDO-ED
                        IF RCB-SALDO > 0
                            MOVE 'S' TO WRK-RCB-ABERTO
                        END-IF
                END-READ
                IF WRK-STATUS-RCB NOT = '00' AND
                   WRK-STATUS-RCB NOT = '23'
                    MOVE 'S' TO WRK-RCB-FALHA
                    MOVE 'N' TO WRK-RCB-ACHOU
                    MOVE 'N' TO WRK-RCB-ABERTO
                END-IF
            END-IF.

      * CLIENTE COM SALDO EM ABERTO NA COBRANCA NAO E DESATIVADO, EM
      * NENHUM PERFIL, NEM VAI PARA A FILA DE APROVACAO. A RECUSA E
      * LOGADA COMO 'EXC-SALD' E SAI NO RELATORIO DO CLIRECB
       8060-RECUSAR-POR-SALDO.
            DISPLAY 'CLIENTE COM SALDO EM ABERTO NA COBRANCA' AT 2001.
            DISPLAY 'DESATIVACAO RECUSADA - SALDO: ' AT 2201.
            DISPLAY WRK-RCB-SALDO-ED AT 2231.
            MOVE 'EXC-SALD' TO WRK-LOG-OPERACAO.
            MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE.
            MOVE SPACES TO WRK-LOG-CAMPOS.
            STRING WRK-RCB-ORIGEM DELIMITED BY SPACE
                   ' SALDO=' DELIMITED BY SIZE
                   WRK-RCB-SALDO-ED DELIMITED BY SIZE
                   ' ATRASO=' DELIMITED BY SIZE
                   RCB-DIAS-ATRASO DELIMITED BY SIZE
                   INTO WRK-LOG-CAMPOS
            END-STRING.
            PERFORM 9100-GRAVAR-LOG.

      * SEM POSICAO DE COBRANCA CONFIAVEL A DESATIVACAO E RECUSADA,
      * NO CAMINHO DIRETO E NA APROVACAO, ATE O CLIRCB SER ACERTADO
       8065-RECUSAR-POR-ERRO-RCB.
            DISPLAY 'POSICAO DE COBRANCA COM ERRO' AT 2001.
            DISPLAY 'DESATIVACAO NAO PERMITIDA - STATUS CLIRCB: '
                AT 2201.
            DISPLAY WRK-STATUS-RCB AT 2244.

       8100-CONFIRMAR-EXCLUSAO.
            IF CLI-STATUS = 'INATIVO'
                DISPLAY TELA
                                      'ERRO AO DESATIVAR CLIENTE'
                                        AT 2001
                                NOT INVALID KEY
                                    MOVE 'M' TO WRK-JNL-ARQUIVO
                                    MOVE 'A' TO WRK-JNL-ACAO
                                    PERFORM 9150-GRAVAR-JORNAL
                                    MOVE 'EXCLUIR'
                                        TO WRK-LOG-OPERACAO
                                    MOVE CLI-CPF-CNPJ

      *-----------------------------------------------------------------
      * ADMINISTRACAO DE OPERADORES (REQ 017): LISTA, INCLUI, ALTERA,
      * DESATIVA, RESETA SENHA E DESBLOQUEIA; SO O PERFIL
      * ADMINISTRADOR CHEGA AQUI (2020-VERIFICAR-ACESSO). TUDO VAI
      * PARA A CLIENTES-LOG - A SENHA EM SI NUNCA E LOGADA. SENHA
      * INFORMADA AQUI E GRAVADA CIFRADA E COM TROCA OBRIGATORIA NO
      * PROXIMO LOGIN
      *-----------------------------------------------------------------
       9600-OPERADORES.
            MOVE 'MODULO - OPERADORES      ' TO WRK-MODULO.
                PERFORM UNTIL WRK-OPR-SAIR = 'S'
                    PERFORM 9610-EXIBIR-OPERADORES
                    DISPLAY
           'I=INCLUIR A=ALTERAR D=DESATIVAR R=SENHA B=DESBLOQ X=VOLTAR:'
                        AT 2001
                    MOVE SPACE TO WRK-OPR-OPCAO
                    ACCEPT WRK-OPR-OPCAO AT 2061
                    EVALUATE WRK-OPR-OPCAO
                        WHEN 'X'
                            MOVE 'S' TO WRK-OPR-SAIR
                            PERFORM 9640-DESATIVAR-OPERADOR
                        WHEN 'R'
                            PERFORM 9650-RESETAR-SENHA
                        WHEN 'B'
                            PERFORM 9690-DESBLOQUEAR-OPERADOR
                        WHEN OTHER
                            DISPLAY 'OPCAO INVALIDA' AT 2201
                            ACCEPT WRK-TECLA AT 2260
                               OPER-STATUS  DELIMITED BY SIZE
                               INTO WRK-OPR-TEXTO
                        END-STRING
                        IF OPER-BLOQUEADO = 'S'
                            MOVE 'BLOQ' TO WRK-OPR-TEXTO(52:4)
                        END-IF
                        COMPUTE WRK-OPR-POS =
                            ((WRK-OPR-QTD + 4) * 100) + 5
                        DISPLAY WRK-OPR-TEXTO AT WRK-OPR-POS
                MOVE SPACES TO WRK-OPR-SENHA-NOVA
                DISPLAY TELA-OPERADOR-SENHA
                ACCEPT TELA-OPERADOR-SENHA
                MOVE 'A' TO OPER-STATUS
                PERFORM 0530-NORMALIZAR-OPERADOR
                PERFORM 9685-GRAVAR-SENHA-PROVISORIA
                WRITE OPERADOR-REC
                    INVALID KEY
                        DISPLAY 'OPERADOR JA EXISTE' AT 2001
                DISPLAY TELA
                DISPLAY TELA-OPERADOR-SENHA
                ACCEPT TELA-OPERADOR-SENHA
                PERFORM 0565-EMPILHAR-SENHA
                PERFORM 9685-GRAVAR-SENHA-PROVISORIA
                MOVE 'N' TO OPER-BLOQUEADO
                MOVE 0 TO OPER-FALHAS
                MOVE 0 TO OPER-DT-BLOQUEIO
                REWRITE OPERADOR-REC
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 2001
                    MOVE 'S' TO WRK-OPR-FIM
                    DISPLAY 'OPERADOR NAO ENCONTRADO' AT 2001
                    ACCEPT WRK-TECLA AT 1620
                NOT INVALID KEY
                    PERFORM 0530-NORMALIZAR-OPERADOR
            END-READ.

      * SENHA DADA PELO ADMINISTRADOR NA INCLUSAO OU NO RESET: VAI
      * CIFRADA, SEM O CAMPO EM CLARO, E SO SERVE PARA O PROXIMO
      * LOGIN, QUE OBRIGA A TROCA (0520)
       9685-GRAVAR-SENHA-PROVISORIA.
            MOVE OPER-ID TO WRK-CIF-ID.
            MOVE WRK-OPR-SENHA-NOVA TO WRK-CIF-SENHA.
            PERFORM 0590-CIFRAR-SENHA.
            MOVE WRK-CIF-RESULTADO TO OPER-SENHA-CIFRADA.
            MOVE SPACES TO OPER-SENHA.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA TO OPER-DT-SENHA.
            MOVE 'S' TO OPER-TROCAR-SENHA.

      * LIBERA O OPERADOR BLOQUEADO POR EXCESSO DE TENTATIVAS E ZERA
      * O CONTADOR DE FALHAS; A SENHA CONTINUA A MESMA
       9690-DESBLOQUEAR-OPERADOR.
            PERFORM 9680-LOCALIZAR-OPERADOR.
            IF WRK-OPR-FIM NOT = 'S'
                IF OPER-BLOQUEADO NOT = 'S'
                    DISPLAY 'OPERADOR NAO ESTA BLOQUEADO' AT 2001
                ELSE
                    MOVE 'N' TO OPER-BLOQUEADO
                    MOVE 0 TO OPER-FALHAS
                    MOVE 0 TO OPER-DT-BLOQUEIO
                    REWRITE OPERADOR-REC
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 2001
                        NOT INVALID KEY
                            MOVE 'OPR-DESB' TO WRK-LOG-OPERACAO
                            MOVE OPER-ID TO WRK-LOG-CHAVE
                            MOVE 'OPERADOR DESBLOQUEADO'
                                TO WRK-LOG-CAMPOS
                            PERFORM 9100-GRAVAR-LOG
                    END-REWRITE
                END-IF
                ACCEPT WRK-TECLA AT 1620
            END-IF.

      *-----------------------------------------------------------------
      * APROVACAO DE ALTERACOES E DESATIVACOES (REQ 022): SO OS
      * PERFIS SUPERVISOR E ADMINISTRADOR CHEGAM AQUI. CADA
      * MASTER. SE O CADASTRO MUDOU DEPOIS DA SOLICITACAO (OS
      * VALORES "ANTES" NAO BATEM MAIS), A APLICACAO E RECUSADA E A
      * SOLICITACAO FICA NA FILA PARA SER REJEITADA E REFEITA SOBRE
      * OS DADOS ATUAIS (REQ 022). DESATIVACAO DE CLIENTE QUE PASSOU
      * A TER SALDO EM ABERTO NA COBRANCA DEPOIS DA SOLICITACAO
      * TAMBEM E RECUSADA, COMO NO CAMINHO DIRETO (8060)
       9740-APLICAR-APROVACAO.
            MOVE SPACES TO CLIENTE-REC.
            MOVE APR-CPF-CNPJ TO CLI-CPF-CNPJ.
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO NA MASTER' AT 2001
                NOT INVALID KEY
                    MOVE 'N' TO WRK-RCB-ABERTO
                    MOVE 'N' TO WRK-RCB-FALHA
                    IF APR-TIPO = 'E' AND CLI-STATUS NOT = 'INATIVO'
                        PERFORM 8050-VERIFICAR-SALDO
                    END-IF
                    IF WRK-RCB-FALHA = 'S'
                        PERFORM 8065-RECUSAR-POR-ERRO-RCB
                    ELSE
                        IF WRK-RCB-ABERTO = 'S'
                            MOVE 'APROVACAO' TO WRK-RCB-ORIGEM
                            PERFORM 8060-RECUSAR-POR-SALDO
                        ELSE
                            PERFORM 9745-GRAVAR-APROVACAO
                        END-IF
                    END-IF
            END-READ.

      * A VERIFICACAO VALE PARA OS DOIS TIPOS: NA DESATIVACAO OS
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR APROVACAO' AT 2001
                    NOT INVALID KEY
                        MOVE 'M' TO WRK-JNL-ARQUIVO
                        MOVE 'A' TO WRK-JNL-ACAO
                        PERFORM 9150-GRAVAR-JORNAL
                        PERFORM 9750-APAGAR-SOLICITACAO
                        MOVE CLI-CPF-CNPJ TO WRK-LOG-CHAVE
                        PERFORM 9770-MONTAR-LOG-APROV
