      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TABELA DE CEP - CLIENTES-CEP
      * TABELA DE REFERENCIA DE FAIXAS DE CEP, RECARREGADA POR
      * INTEIRO A CADA RODADA DO CLICEPC A PARTIR DO ARQUIVO DOS
      * CORREIOS. CHAVE: CEP-FAIXA-FIM (ULTIMO CEP DA FAIXA); UM CEP
      * PERTENCE A PRIMEIRA FAIXA COM FIM MAIOR OU IGUAL A ELE, DESDE
      * QUE O INICIO DA FAIXA NAO SEJA MAIOR QUE ELE.
      * CHAVE ALTERNATIVA CEP-CIDADE, COM O NOME DA LOCALIDADE EM
      * MAIUSCULAS E NO TAMANHO DA CIDADE DO CADASTRO (20), PARA
      * CONFERIR A CIDADE DIGITADA QUANDO NAO HA CEP.
      * CEP INFORMADO NO CADASTRO (ENDERECOS, INCLUSAO, ALTERACAO E
      * CARGA EM LOTE) TEM DE ESTAR NA TABELA; CIDADE/UF EM BRANCO SAO
      * PREENCHIDAS COM AS DA FAIXA E CIDADE/UF DIFERENTES DAS DA
      * FAIXA SAO RECUSADAS
      *-----------------------------------------------------------------
       01 CEP-REC.
           05 CEP-FAIXA-FIM      PIC X(8).
           05 CEP-FAIXA-INICIO   PIC X(8).
           05 CEP-CIDADE         PIC X(20).
           05 CEP-UF             PIC X(2).
