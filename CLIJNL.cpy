      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO JORNAL DE IMAGENS POSTERIORES - CLIJRNL
      * TODO PROGRAMA QUE GRAVA, REGRAVA OU EXCLUI REGISTRO DA
      * CLIENTES-MASTER, CLIENTES-CONTATO OU CLIENTES-ENDERECO GRAVA
      * AQUI, LOGO APOS A OPERACAO BEM SUCEDIDA, O REGISTRO INTEIRO
      * COMO FICOU. DIFERENTE DA CLIENTES-LOG (TEXTO LIVRE PARA
      * AUDITORIA), O JORNAL E REAPLICAVEL: O CLIRESTO EM MODO
      * ROLLFWD RECARREGA A GERACAO DO FECHAMENTO E REPASSA O JORNAL
      * ATE A DATA/HORA ESCOLHIDA. O ARQUIVO SO CRESCE (OPEN EXTEND)
      *   JNL-ARQUIVO: 'M' = MASTER, 'C' = CONTATO, 'E' = ENDERECO
      *   JNL-ACAO   : 'I' = INCLUSAO (WRITE), 'A' = ALTERACAO
      *                (REWRITE), 'E' = EXCLUSAO (DELETE; A IMAGEM E
      *                A DO REGISTRO EXCLUIDO, SO A CHAVE E USADA)
      *   JNL-CHAVE  : CPF/CNPJ DO CLIENTE DONO DO REGISTRO
      *   JNL-IMAGEM : CLIENTE-REC (163), CONTATO-REC (123) OU
      *                ENDERECO-REC (85), ALINHADO A ESQUERDA
      *-----------------------------------------------------------------
       01 JNL-REC.
           05 JNL-DATA           PIC 9(8).
           05 JNL-HORA           PIC 9(8).
           05 JNL-PROGRAMA       PIC X(8).
           05 JNL-OPERADOR       PIC X(8).
           05 JNL-ARQUIVO        PIC X(1).
           05 JNL-ACAO           PIC X(1).
           05 JNL-CHAVE          PIC X(14).
           05 JNL-IMAGEM         PIC X(163).
