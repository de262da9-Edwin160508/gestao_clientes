      *-----------------------------------------------------------------
      * LAYOUT DO RESUMO DO MOVIMENTO MENSAL DA BASE - CLIMVRS
      * ARQUIVO DE TAMANHO FIXO GERADO PELO CLIMOVM PARA A PLANILHA
      * DO FINANCEIRO, COM OS MESMOS NUMEROS DO RELATORIO CLIMVRP:
      * UM REGISTRO POR GRUPO E POR MES DO PERIODO
      * MVS-TIPO: 'T' BASE TOTAL, 'S' SEGMENTO, 'C' CIDADE
      * MVS-GRUPO: CODIGO DO SEGMENTO (CLI-SEGMENTO) OU NOME DA
      *   CIDADE (CLI-CIDADE), EM BRANCO NO 'T'; '**' AGRUPA O
      *   EXCEDENTE DA TABELA E '??' A MOVIMENTACAO DE CHAVE QUE NAO
      *   ESTA MAIS NO CADASTRO
      * MVS-DESCRICAO: DESCRICAO DO SEGMENTO NA CLIENTES-SEG
      * MVS-MES: AAAAMM
      * MVS-ABERTURA/MVS-FECHAMENTO: CLIENTES ATIVOS NO PRIMEIRO E
      *   NO ULTIMO DIA DO MES
      * MVS-REATIVACOES/MVS-ARQUIVADOS: CLIENTES DEVOLVIDOS DO E
      *   MOVIDOS PARA O HISTORICO PELO CLIARQV (INFORMATIVOS - O
      *   CLIENTE CONTINUA INATIVO, A BASE ATIVA NAO MUDA)
      * MVS-CRESC-LIQ: FECHAMENTO MENOS ABERTURA
      * MVS-CHURN: DESATIVACOES SOBRE A ABERTURA, EM PERCENTUAL
      *-----------------------------------------------------------------
       01 MVS-REC.
           05 MVS-TIPO           PIC X(1).
           05 MVS-GRUPO          PIC X(20).
           05 MVS-DESCRICAO      PIC X(30).
           05 MVS-MES            PIC 9(6).
           05 MVS-ABERTURA       PIC 9(7).
           05 MVS-NOVOS          PIC 9(7).
           05 MVS-REATIVACOES    PIC 9(7).
           05 MVS-DESATIVACOES   PIC 9(7).
           05 MVS-ARQUIVADOS     PIC 9(7).
           05 MVS-FECHAMENTO     PIC 9(7).
           05 MVS-CRESC-LIQ      PIC S9(7) SIGN LEADING SEPARATE.
           05 MVS-CHURN          PIC 9(4)V99.
