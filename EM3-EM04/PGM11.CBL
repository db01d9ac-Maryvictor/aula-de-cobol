      *          NO QUADRO DE AVISOS. CHOQUE ENCONTRADO TERMINA COM
      *          RETURN-CODE 8, PARA A GRADE NAO SER PUBLICADA COM
      *          CONFLITO DESCOBERTO NO PRIMEIRO DIA DE AULA.
      *          COM O CODIGO DO PROFESSOR NA AULA (PGM10), O MESMO
      *          PROFESSOR EM DUAS AULAS DO MESMO DIA COM PERIODOS
      *          SOBREPOSTOS SAI COMO CHOQUE DE PROFESSOR; AULA SEM
      *          PROFESSOR (CODIGO ZERO) NAO ENTRA NESSA CRITICA. O
      *          CODIGO DO PROFESSOR SAI TAMBEM NA LINHA DA GRADE.

       ENVIRONMENT             DIVISION.

             02 PER-INI-HOR     PIC 9(02).
             02 PER-FIM-HOR     PIC 9(02).
             02 SALA-HOR        PIC X(05).
             02 PROF-HOR        PIC 9(04).

       FD  REL-GRADE
           LABEL RECORD IS OMITTED.
              03 PER-INI-TAB     PIC 9(02).
              03 PER-FIM-TAB     PIC 9(02).
              03 SALA-TAB        PIC X(05).
              03 PROF-TAB        PIC 9(04).
              03 GRADE-TAB       PIC X(01).

       01  CAB-CHOQUES.
           02 DISC-A-CHOQUE   PIC X(30).
           02 FILLER          PIC X(03) VALUE " X ".
           02 DISC-B-CHOQUE   PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 PROF-CHOQUE     PIC ZZZ9 BLANK WHEN ZERO.
           02 FILLER          PIC X(03) VALUE SPACES.

       01  CAB-GRADE-SALA.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 CURSO-LIN       PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DISCIPLINA-LIN  PIC X(30).
           02 FILLER          PIC X(06) VALUE " PROF ".
           02 PROF-LIN        PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.

       PROCEDURE                                   DIVISION.

           READ HORARIOS2
                AT END
                MOVE "SIM" TO FIM-HOR.
           IF   FIM-HOR     NOT EQUAL  "SIM"
                AND PROF-HOR NOT NUMERIC
                MOVE ZEROS          TO  PROF-HOR.
           IF   FIM-HOR     NOT EQUAL  "SIM"
                AND QT-AULAS LESS THAN 100
                ADD  1              TO  QT-AULAS
                MOVE PER-INI-HOR    TO  PER-INI-TAB (QT-AULAS)
                MOVE PER-FIM-HOR    TO  PER-FIM-TAB (QT-AULAS)
                MOVE SALA-HOR       TO  SALA-TAB (QT-AULAS)
                MOVE PROF-HOR       TO  PROF-TAB (QT-AULAS)
                MOVE "N"            TO  GRADE-TAB (QT-AULAS).

       VERIFICA-CHOQUES.

       CLASSIFICA-CHOQUE.

           MOVE       ZEROS    TO   PROF-CHOQUE.
           IF         SALA-TAB (CTR-A)  EQUAL  SALA-TAB (CTR-B)
                      MOVE  "CHOQUE DE SALA  "  TO  TIPO-CHOQUE
                      PERFORM   IMPRIME-CHOQUE.
                      DISCIPLINA-TAB (CTR-B)
                      MOVE  "CHOQUE DE CURSO "  TO  TIPO-CHOQUE
                      PERFORM   IMPRIME-CHOQUE.
           IF         PROF-TAB (CTR-A)  NOT EQUAL  ZEROS
                AND   PROF-TAB (CTR-A)  EQUAL  PROF-TAB (CTR-B)
                      MOVE  "CHOQUE DE PROF. "  TO  TIPO-CHOQUE
                      MOVE  PROF-TAB (CTR-A)    TO  PROF-CHOQUE
                      PERFORM   IMPRIME-CHOQUE.

       IMPRIME-CHOQUE.

           MOVE       SALA-TAB (CTR-GRADE)        TO  SALA-LIN.
           MOVE       CURSO-TAB (CTR-GRADE)       TO  CURSO-LIN.
           MOVE       DISCIPLINA-TAB (CTR-GRADE)  TO  DISCIPLINA-LIN.
           MOVE       PROF-TAB (CTR-GRADE)        TO  PROF-LIN.
           WRITE      REG-REL FROM LINHA-AULA
                      AFTER ADVANCING 1 LINE.

