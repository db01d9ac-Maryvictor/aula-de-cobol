      *          MARCADO GE), QUE O RELATORIO DE TENDENCIA PGM07 LE
      *          PARA RESPONDER SE A EPIDEMIA ESTA MELHORANDO SEM
      *          GRAMPEAR LISTAGENS ANTIGAS.
      *          A ENTRADA PASSOU A SER O CADENT1V.DAT, GRAVADO PELA
      *          EDICAO PGM09 SO COM OS REGISTROS APROVADOS; O
      *          CADENT1.DAT BRUTO NAO CHEGA MAIS AO SUBSAUDE SEM
      *          PASSAR PELA CONFERENCIA DE DATA, CURADOS, POPULACAO
      *          E REPETICAO.
       ENVIRONMENT             DIVISION.
       
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  CADENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT1V.DAT".
      
       01  REG-ENT.
             02 ESTADO-ENT       PIC X(02).
