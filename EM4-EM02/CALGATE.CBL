      *          DATA SEM ENTRADA NO CALENDARIO SEGUE COMO DIA UTIL
      *          NORMAL, COM AVISO NO SYSOUT, PARA UM CALENDARIO
      *          DESATUALIZADO NAO PARAR A PRODUCAO.
      *          O CALEND-EXEC E GERADO UMA VEZ POR ANO PELO GERACAL A
      *          PARTIR DA TABELA DE FERIADOS FERIADOS.DAT.

       ENVIRONMENT             DIVISION.

