             02 HE-LIQ              PIC 9(05)V99.
             02 FALTAS-LIQ          PIC 9(05)V99.
             02 SALFAM-LIQ          PIC 9(05)V99.
             02 CONSIG-LIQ          PIC 9(05)V99.
             02 ADIANT-LIQ          PIC 9(05)V99.
             02 PLANO-LIQ           PIC 9(05)V99.
             02 ANUENIO-LIQ         PIC 9(05)V99.

       FD  FOLHA-HIST
           LABEL  RECORD      ARE   STANDARD
             02 TIPO-TRANS      PIC X(01).
             02 NOME-TRANS      PIC X(20).
             02 SALARIO-TRANS   PIC 9(5)V99.
             02 ADMISSAO-TRANS  PIC 9(08).

       FD  PARAM-VARMAX
           LABEL  RECORD      ARE   STANDARD
