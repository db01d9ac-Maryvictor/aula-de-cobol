             02 COD-LIVRO     PIC 9(05).
             02 NOME-LIVRO    PIC X(30).
             02 PRECO-LIVRO   PIC 9(02)V99.
             02 FILLER        PIC X(76).

       FD  EXEMPLAR
           LABEL         RECORD          ARE     STANDARD
