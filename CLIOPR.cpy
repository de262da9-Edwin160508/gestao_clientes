      * CADASTRO MANTIDO PELO MODULO DE ADMINISTRACAO DE OPERADORES
      * DO CLIENTES (PERFIL ADMINISTRADOR); USADO NO LOGIN E NA
      * LIBERACAO DAS OPCOES DE MENU POR PERFIL (REQ 017)
      * OPER-SENHA: SENHA EM CLARO DOS REGISTROS ANTIGOS; NO PRIMEIRO
      *              LOGIN ELA E CIFRADA EM OPER-SENHA-CIFRADA E O
      *              CAMPO FICA EM BRANCO. REGISTRO NOVO NAO USA
      * OPER-PERFIL: 'C' = SOMENTE CONSULTA, 'R' = REGULAR,
      *              'S' = SUPERVISOR, 'A' = ADMINISTRADOR
      *              (EM BRANCO = REGISTRO ANTIGO, TRATADO COMO 'S')
      * OPER-STATUS: 'A' = ATIVO, 'I' = DESATIVADO
      *              (EM BRANCO = REGISTRO ANTIGO, TRATADO COMO 'A')
      * POLITICA DE SENHAS (VALIDADE E TENTATIVAS NO CARTAO CLIPOLS):
      * OPER-SENHA-CIFRADA: RESUMO DA SENHA COM O OPER-ID; A SENHA
      *              DIGITADA E CIFRADA E COMPARADA COM ELE
      * OPER-DT-SENHA: DATA DA ULTIMA TROCA (ZERO = EXPIRADA)
      * OPER-TROCAR-SENHA: 'S' = TROCA OBRIGATORIA NO PROXIMO LOGIN
      *              (OPERADOR NOVO OU SENHA RESETADA PELO ADMIN)
      * OPER-FALHAS: TENTATIVAS ERRADAS SEGUIDAS, ZERADA NO LOGIN
      * OPER-BLOQUEADO: 'S' = BLOQUEADO POR EXCESSO DE FALHAS ATE O
      *              DESBLOQUEIO PELO ADMINISTRADOR
      * OPER-SENHA-ANTERIOR: AS 3 ULTIMAS SENHAS (CIFRADAS), QUE NAO
      *              PODEM SER REUSADAS
      * NOS REGISTROS ANTIGOS (48 POSICOES) OS CAMPOS DA POLITICA
      * VEM EM BRANCO E SAO ACERTADOS NO PRIMEIRO LOGIN
      *-----------------------------------------------------------------
       01 OPERADOR-REC.
           05 OPER-ID            PIC X(8).
           05 OPER-NOME          PIC X(30).
           05 OPER-PERFIL        PIC X(1).
           05 OPER-STATUS        PIC X(1).
           05 OPER-SENHA-CIFRADA PIC X(16).
           05 OPER-DT-SENHA      PIC 9(8).
           05 OPER-TROCAR-SENHA  PIC X(1).
           05 OPER-FALHAS        PIC 9(2).
           05 OPER-BLOQUEADO     PIC X(1).
           05 OPER-DT-BLOQUEIO   PIC 9(8).
           05 OPER-DT-ULT-LOGIN  PIC 9(8).
           05 OPER-SENHA-ANTERIOR PIC X(16) OCCURS 3 TIMES.
