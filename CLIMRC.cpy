      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DE PARAMETRO DO UTILITARIO DE FUSAO DE
      * CLIENTES DUPLICADOS (LIDO PELO JOB BATCH CLIMERGE)
      *   PRM-CHAVE-SOBREV: CPF/CNPJ DO CLIENTE QUE PERMANECE E
      *                     RECEBE CONTATOS, ENDERECOS E PENDENCIAS
      *   PRM-CHAVE-ABSORV: CPF/CNPJ DO CLIENTE ABSORVIDO, QUE FICA
      *                     INATIVO NA MASTER
      * MESMO FORMATO DO CARTAO DO CLIREKEY (CLIRKC)
      *-----------------------------------------------------------------
       01 PRM-REC.
           05 PRM-CHAVE-SOBREV   PIC X(14).
           05 FILLER             PIC X(1).
           05 PRM-CHAVE-ABSORV   PIC X(14).
           05 FILLER             PIC X(51).
