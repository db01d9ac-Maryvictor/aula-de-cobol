             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).
       FD  CADSAI
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CADSAI1.DAT".
