      *          RESUMO (TOTAL BRUTO, DESPESAS, IMPOSTOS E LIQUIDO DA
      *          FOLHA) PARA A CONTABILIDADE LANCAR O RESULTADO DESTA
      *          RODADA NO RAZAO SEM TER QUE SOMAR CADSAI NA MAO.
      *          O ALIMCTB DO EM4-EM02 TRANSFORMA ESTE RESUMO NAS
      *          LINHAS DO DIARIO CONTABIL (LOTE "FP"+AAMMDD).

       ENVIRONMENT             DIVISION.
       
