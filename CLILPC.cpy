      *-----------------------------------------------------------------
      * LAYOUT DO CARTAO DE PARAMETRO DO JOB DE ATENDIMENTO AO
      * TITULAR (LGPD) - LIDO PELO JOB BATCH CLILGPD
      * PRM-FUNCAO 'DOSSIE'  : IMPRIME TUDO O QUE O SISTEMA GUARDA
      *   SOBRE O CPF/CNPJ DE PRM-CPF-CNPJ
      * PRM-FUNCAO 'ANONIMIZ': MASCARA OS DADOS PESSOAIS DO CPF/CNPJ
      *   NA MASTER, NOS CONTATOS, NOS ENDERECOS E NO HISTORICO
      * PRM-PROTOCOLO: NUMERO DO ATENDIMENTO DO PEDIDO DO TITULAR,
      *   LEVADO PARA A CLIENTES-LOG E PARA O REGISTRO DE
      *   ANONIMIZACAO
      *-----------------------------------------------------------------
       01 PRM-REC.
           05 PRM-FUNCAO         PIC X(8).
           05 FILLER             PIC X(1).
           05 PRM-CPF-CNPJ       PIC X(14).
           05 FILLER             PIC X(1).
           05 PRM-PROTOCOLO      PIC X(20).
           05 FILLER             PIC X(36).
