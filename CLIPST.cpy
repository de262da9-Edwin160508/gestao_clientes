      *-----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE FAIXAS DE CEP GERADO A PARTIR DA BASE DOS
      * CORREIOS (LIDO PELO JOB BATCH CLICEPC)
      * UMA LINHA POR FAIXA DE CEP DE UMA LOCALIDADE, EM ORDEM
      * CRESCENTE DE CEP E SEM SOBREPOSICAO ENTRE FAIXAS:
      *   PST-CEP-INICIO / PST-CEP-FIM : PRIMEIRO E ULTIMO CEP DA
      *                                  FAIXA, 8 DIGITOS
      *   PST-CIDADE                   : NOME DA LOCALIDADE
      *   PST-UF                       : SIGLA DA UNIDADE FEDERATIVA
      *-----------------------------------------------------------------
       01 PST-REC.
           05 PST-CEP-INICIO     PIC X(8).
           05 PST-CEP-FIM        PIC X(8).
           05 PST-CIDADE         PIC X(40).
           05 PST-UF             PIC X(2).
