      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DA POLITICA DE SENHAS DOS OPERADORES
      * (CLIPOLS), LIDO PELO CLIENTES NA ABERTURA E PELO RELATORIO
      * SEMANAL DE ACESSOS (CLIACES). UM CARTAO POR LINHA:
      *   POL-TIPO 'VALIDADE': DIAS DE VALIDADE DA SENHA; VENCIDA, A
      *     TROCA E OBRIGATORIA NO LOGIN (000 = NAO EXPIRA)
      *   POL-TIPO 'TENTATIV': FALHAS SEGUIDAS DE SENHA QUE BLOQUEIAM
      *     O OPERADOR ATE O DESBLOQUEIO PELO ADMINISTRADOR
      *   POL-TIPO 'INATIVID': DIAS SEM LOGIN PARA O OPERADOR SAIR NO
      *     RELATORIO DE ACESSOS
      *   POL-TIPO 'DIAS-REL': JANELA EM DIAS DAS FALHAS DE LOGIN NO
      *     RELATORIO DE ACESSOS
      * SEM ARQUIVO OU SEM CARTAO VALEM 90, 5, 90 E 7
      *-----------------------------------------------------------------
       01 POL-REC.
           05 POL-TIPO           PIC X(8).
           05 FILLER             PIC X(1).
           05 POL-VALOR          PIC 9(3).
           05 FILLER             PIC X(68).
