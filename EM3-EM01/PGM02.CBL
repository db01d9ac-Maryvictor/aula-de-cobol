      *          LOG DE HISTORICO DE PRECOS (CODIGO/PRECO ANTIGO/
      *          PRECO NOVO/DATA), PARA QUE HAJA RASTRO DE PRECO
      *          ENQUANTO O CATALOGO AINDA E MANTIDO POR RECARGA TOTAL.
      *          CADENT, CADLIVRO, CADLIVRO-ANT E OS ARQUIVOS DE
      *          COMPARACAO GANHARAM NO FINAL OS DADOS BIBLIOGRAFICOS
      *          (AUTOR, ISBN-13, EDITORA, ANO E TRES ASSUNTOS), NO
      *          MESMO LAYOUT DO CADLIVRO DO PGM04, PARA A RECARGA NAO
      *          PERDER O QUE FOI CADASTRADO; AS ORDENACOES LEVAM O
      *          REGISTRO INTEIRO.

       ENVIRONMENT             DIVISION.

           02 COD-ENT       PIC 9(05).
           02 NOME-ENT      PIC X(30).
           02 PRECO-ENT     PIC 9(2)V99.
           02 COMPL-ENT.
              03 AUTOR-ENT     PIC X(30).
              03 ISBN-ENT      PIC 9(13).
              03 EDITORA-ENT   PIC X(20).
              03 ANO-ENT       PIC 9(04).
              03 ASSUNTO-ENT   PIC 9(03)  OCCURS 3 TIMES.

       SD  TRAB.
       01  REG-TRA.
           02 COD-TRAB       PIC 9(05).
           02 NOME-TRAB      PIC X(30).
           02 PRECO-TRAB     PIC 9(2)V99.
           02 COMPL-TRAB.
              03 AUTOR-TRAB    PIC X(30).
              03 ISBN-TRAB     PIC 9(13).
              03 EDITORA-TRAB  PIC X(20).
              03 ANO-TRAB      PIC 9(04).
              03 ASSUNTO-TRAB  PIC 9(03)  OCCURS 3 TIMES.

       SD  TRAB-ORD.
       01  REG-TRA-ORD.
           02 COD-ORD        PIC 9(05).
           02 NOME-ORD       PIC X(30).
           02 PRECO-ORD      PIC 9(02)V99.
           02 COMPL-ORD.
              03 AUTOR-ORD     PIC X(30).
              03 ISBN-ORD      PIC 9(13).
              03 EDITORA-ORD   PIC X(20).
              03 ANO-ORD       PIC 9(04).
              03 ASSUNTO-ORD   PIC 9(03)  OCCURS 3 TIMES.

       FD  CADLIVRO
           LABEL         RECORD         ARE        STANDARD
            03 COD-SAI       PIC 9(05).
            03 NOME-SAI      PIC X(30).
            03 PRECO-SAI     PIC 9(02)V99.
            03 COMPL-SAI.
               04 AUTOR-SAI     PIC X(30).
               04 ISBN-SAI      PIC 9(13).
               04 EDITORA-SAI   PIC X(20).
               04 ANO-SAI       PIC 9(04).
               04 ASSUNTO-SAI   PIC 9(03)  OCCURS 3 TIMES.

       FD  CADLIVRO-ANT
           LABEL         RECORD         ARE        STANDARD
            03 COD-ANT       PIC 9(05).
            03 NOME-ANT      PIC X(30).
            03 PRECO-ANT     PIC 9(02)V99.
            03 COMPL-ANT.
               04 AUTOR-ANT     PIC X(30).
               04 ISBN-ANT      PIC 9(13).
               04 EDITORA-ANT   PIC X(20).
               04 ANO-ANT       PIC 9(04).
               04 ASSUNTO-ANT   PIC 9(03)  OCCURS 3 TIMES.

       FD  CADLIVRO-ANT-ORD
           LABEL         RECORD         ARE        STANDARD
            03 COD-ANT-ORD       PIC 9(05).
            03 NOME-ANT-ORD      PIC X(30).
            03 PRECO-ANT-ORD     PIC 9(02)V99.
            03 COMPL-ANT-ORD.
               04 AUTOR-ANT-ORD   PIC X(30).
               04 ISBN-ANT-ORD    PIC 9(13).
               04 EDITORA-ANT-ORD PIC X(20).
               04 ANO-ANT-ORD     PIC 9(04).
               04 ASSUNTO-ANT-ORD PIC 9(03)  OCCURS 3 TIMES.

       FD  CADLIVRO-NOVO-ORD
           LABEL    RECORD       ARE   STANDARD
            03 COD-NOVO-ORD      PIC 9(05).
            03 NOME-NOVO-ORD     PIC X(30).
            03 PRECO-NOVO-ORD    PIC 9(02)V99.
            03 COMPL-NOVO-ORD.
               04 AUTOR-NOVO-ORD   PIC X(30).
               04 ISBN-NOVO-ORD    PIC 9(13).
               04 EDITORA-NOVO-ORD PIC X(20).
               04 ANO-NOVO-ORD     PIC 9(04).
               04 ASSUNTO-NOVO-ORD PIC 9(03)  OCCURS 3 TIMES.

       FD  REL-DELTA
           LABEL RECORD IS OMITTED.
                     MOVE      COD-SAI    TO     COD-ANT
                     MOVE      NOME-SAI   TO     NOME-ANT
                     MOVE      PRECO-SAI  TO     PRECO-ANT
                     MOVE      COMPL-SAI  TO     COMPL-ANT
                     WRITE     REG-ANT.

       GERA-DELTA.
