      *          DA ORDENACAO, OS DOIS SAO COMPARADOS POR COD-SAI E AS
      *          INCLUSOES, EXCLUSOES E MUDANCAS DE PRECO-SAI SAO
      *          IMPRESSAS NO RELATORIO REL-DELTA.
      *          CADENT, CADFILME E CADFILME-ANT GANHARAM NO FINAL A
      *          CLASSIFICACAO INDICATIVA E A DATA DE LANCAMENTO, NO
      *          MESMO LAYOUT DO CADFILME DO PGM03, E AS DUAS PASSAM
      *          PELA ORDENACAO SEM ALTERACAO.

       ENVIRONMENT             DIVISION.

             02 COD-ENT       PIC 9(04).
             02 NOME-ENT      PIC X(30).
             02 PRECO-ENT     PIC 9(2)V99.
             02 CLASSIF-ENT   PIC X(02).
             02 DATA-LANC-ENT PIC 9(08).

       SD  TRAB.
       01  REG-TRA.
           02 COD-TRAB        PIC X(04).
           02 NOME-TRAB       PIC X(30).
           02 PRECO-TRAB      PIC 9(2)V99.
           02 CLASSIF-TRAB    PIC X(02).
           02 DATA-LANC-TRAB  PIC 9(08).


       FD  CADFILME
            03 COD-SAI       PIC 9(04).
            03 NOME-SAI      PIC X(30).
            03 PRECO-SAI     PIC 9(02)V99.
            03 CLASSIF-SAI   PIC X(02).
            03 DATA-LANC-SAI PIC 9(08).

       FD  CADFILME-ANT
           LABEL         RECORD         ARE        STANDARD
            03 COD-ANT       PIC 9(04).
            03 NOME-ANT      PIC X(30).
            03 PRECO-ANT     PIC 9(02)V99.
            03 CLASSIF-ANT   PIC X(02).
            03 DATA-LANC-ANT PIC 9(08).

       FD  REL-DELTA
           LABEL RECORD IS OMITTED.
                     MOVE      COD-SAI    TO     COD-ANT
                     MOVE      NOME-SAI   TO     NOME-ANT
                     MOVE      PRECO-SAI  TO     PRECO-ANT
                     MOVE      CLASSIF-SAI   TO  CLASSIF-ANT
                     MOVE      DATA-LANC-SAI TO  DATA-LANC-ANT
                     WRITE     REG-ANT.

       GERA-DELTA.
