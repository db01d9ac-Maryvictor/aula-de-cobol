       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM15.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  RELATORIO DE CARGA HORARIA SEMANAL POR PROFESSOR.
      *          CARREGA O CADASTRO CADPROF2.DAT (PGM14) E A GRADE
      *          HORARIOS2.DAT (PGM10) EM TABELAS E, PARA CADA
      *          PROFESSOR DO CADASTRO, SOMA AS AULAS SEMANAIS DAS
      *          AULAS QUE TRAZEM O SEU CODIGO (PERIODO FINAL MENOS
      *          INICIAL MAIS UM) E IMPRIME CODIGO, NOME, TITULACAO,
      *          CARGA MAXIMA E CARGA ATRIBUIDA, MARCANDO "EXCEDE"
      *          QUANDO A ATRIBUIDA PASSA DA MAXIMA, SEGUIDOS DAS
      *          AULAS DADAS POR ELE. PROFESSOR SEM AULA SAI COM
      *          CARGA ZERO. NO FIM SAEM AS AULAS SEM PROFESSOR
      *          ATRIBUIDO OU COM CODIGO FORA DO CADASTRO. HAVENDO
      *          PROFESSOR ACIMA DA CARGA MAXIMA O PROGRAMA TERMINA
      *          COM RC=4.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL CADPROF2 ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL HORARIOS2 ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CARGA        ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADPROF2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPROF2.DAT".

       01  REG-PROF.
             02 CODIGO-PROF     PIC 9(04).
             02 NOME-PROF       PIC X(30).
             02 TITULO-PROF     PIC X(12).
             02 HORAS-MAX-PROF  PIC 9(02).

       FD  HORARIOS2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "HORARIOS2.DAT".

       01  REG-HOR.
             02 CURSO-HOR       PIC X(30).
             02 DISCIPLINA-HOR  PIC X(30).
             02 DIA-HOR         PIC 9(01).
             02 PER-INI-HOR     PIC 9(02).
             02 PER-FIM-HOR     PIC 9(02).
             02 SALA-HOR        PIC X(05).
             02 PROF-HOR        PIC 9(04).

       FD  REL-CARGA
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(110).

       WORKING-STORAGE SECTION.

       77  FIM-PROF         PIC X(03)    VALUE "NAO".
       77  FIM-HOR          PIC X(03)    VALUE "NAO".
       77  QT-PROF          PIC 9(03)    VALUE ZEROS.
       77  QT-AULAS         PIC 9(03)    VALUE ZEROS.
       77  CTR-P            PIC 9(03)    VALUE ZEROS.
       77  CTR-A            PIC 9(03)    VALUE ZEROS.
       77  TOTAL-AULAS-PROF PIC 9(03)    VALUE ZEROS.
       77  CT-EXCEDE        PIC 9(03)    VALUE ZEROS.
       77  CT-SEM-PROF      PIC 9(03)    VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE 60.
       77  CT-PAG           PIC 9(03)    VALUE ZEROS.

       01  TAB-PROF.
           02 ITEM-PROF-TAB   OCCURS 200 TIMES.
              03 CODIGO-PROF-TAB  PIC 9(04).
              03 NOME-PROF-TAB    PIC X(30).
              03 TITULO-PROF-TAB  PIC X(12).
              03 HORAS-MAX-TAB    PIC 9(02).

       01  TAB-AULAS.
           02 ITEM-AULA-TAB   OCCURS 300 TIMES.
              03 CURSO-TAB       PIC X(30).
              03 DISCIPLINA-TAB  PIC X(30).
              03 DIA-TAB         PIC 9(01).
              03 PER-INI-TAB     PIC 9(02).
              03 PER-FIM-TAB     PIC 9(02).
              03 SALA-TAB        PIC X(05).
              03 PROF-TAB        PIC 9(04).
              03 AULAS-TAB       PIC 9(02).
              03 LISTADA-TAB     PIC X(01).

       01  CAB-01.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 FILLER          PIC X(50) VALUE
              "CARGA HORARIA SEMANAL POR PROFESSOR".
           02 FILLER          PIC X(37) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-PROF.
           02 FILLER          PIC X(05) VALUE "PROF ".
           02 CODIGO-LIN      PIC 9(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-LIN        PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 TITULO-LIN      PIC X(12).
           02 FILLER          PIC X(09) VALUE "  MAXIMA ".
           02 HORAS-MAX-LIN   PIC Z9.
           02 FILLER          PIC X(12) VALUE "  ATRIBUIDA ".
           02 TOTAL-LIN       PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 EXCEDE-LIN      PIC X(06).
           02 FILLER          PIC X(22) VALUE SPACES.

       01  CAB-SEM-PROF.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(54) VALUE
              "AULAS SEM PROFESSOR OU COM CODIGO FORA DO CADASTRO".
           02 FILLER          PIC X(51) VALUE SPACES.

       01  LINHA-AULA.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PROF-AULA-LIN   PIC ZZZZ BLANK WHEN ZERO.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(04) VALUE "DIA ".
           02 DIA-LIN         PIC 9(01).
           02 FILLER          PIC X(06) VALUE "  PER ".
           02 PER-INI-LIN     PIC 9(02).
           02 FILLER          PIC X(01) VALUE "-".
           02 PER-FIM-LIN     PIC 9(02).
           02 FILLER          PIC X(07) VALUE "  SALA ".
           02 SALA-LIN        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CURSO-LIN       PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DISCIPLINA-LIN  PIC X(30).
           02 FILLER          PIC X(08) VALUE "  AULAS ".
           02 AULAS-LIN       PIC ZZ9.

       01  LINHA-TOTAL.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ROTULO-TOT      PIC X(40).
           02 QT-TOT          PIC ZZ9.
           02 FILLER          PIC X(62) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-PGM15.

           PERFORM    INICIO.
           PERFORM    PRINCIPAL.
           PERFORM    IMPRIME-SEM-PROFESSOR.
           PERFORM    FIM.
           STOP RUN.

       INICIO.

           OPEN INPUT       CADPROF2
                            HORARIOS2
                OUTPUT      REL-CARGA.
           PERFORM    LEITURA-PROF
                      UNTIL     FIM-PROF   EQUAL    "SIM".
           PERFORM    LEITURA-HOR
                      UNTIL     FIM-HOR    EQUAL    "SIM".

       LEITURA-PROF.

           READ CADPROF2
                AT END
                MOVE "SIM" TO FIM-PROF.
           IF   FIM-PROF    NOT EQUAL  "SIM"
                IF   QT-PROF  EQUAL  200
                     DISPLAY "CADPROF2 EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8              TO  RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-PROF
                     MOVE CODIGO-PROF    TO  CODIGO-PROF-TAB (QT-PROF)
                     MOVE NOME-PROF      TO  NOME-PROF-TAB (QT-PROF)
                     MOVE TITULO-PROF    TO  TITULO-PROF-TAB (QT-PROF)
                     MOVE HORAS-MAX-PROF TO  HORAS-MAX-TAB (QT-PROF).

       LEITURA-HOR.

           READ HORARIOS2
                AT END
                MOVE "SIM" TO FIM-HOR.
           IF   FIM-HOR     NOT EQUAL  "SIM"
                AND PROF-HOR NOT NUMERIC
                MOVE ZEROS          TO  PROF-HOR.
           IF   FIM-HOR     NOT EQUAL  "SIM"
                IF   QT-AULAS  EQUAL  300
                     DISPLAY "HORARIOS2 EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8              TO  RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-AULAS
                     MOVE CURSO-HOR      TO  CURSO-TAB (QT-AULAS)
                     MOVE DISCIPLINA-HOR TO  DISCIPLINA-TAB (QT-AULAS)
                     MOVE DIA-HOR        TO  DIA-TAB (QT-AULAS)
                     MOVE PER-INI-HOR    TO  PER-INI-TAB (QT-AULAS)
                     MOVE PER-FIM-HOR    TO  PER-FIM-TAB (QT-AULAS)
                     MOVE SALA-HOR       TO  SALA-TAB (QT-AULAS)
                     MOVE PROF-HOR       TO  PROF-TAB (QT-AULAS)
                     COMPUTE AULAS-TAB (QT-AULAS) =
                             PER-FIM-HOR - PER-INI-HOR + 1
                     MOVE "N"            TO  LISTADA-TAB (QT-AULAS).

       PRINCIPAL.

           MOVE       1        TO   CTR-P.
           PERFORM    IMPRIME-PROFESSOR       QT-PROF  TIMES.

       IMPRIME-PROFESSOR.

           MOVE       ZEROS    TO   TOTAL-AULAS-PROF.
           MOVE       1        TO   CTR-A.
           PERFORM    SOMA-AULA-PROF          QT-AULAS  TIMES.
           IF         CT-LIN  GREATER THAN  50
                      PERFORM  CABECALHO.
           MOVE       CODIGO-PROF-TAB (CTR-P)  TO  CODIGO-LIN.
           MOVE       NOME-PROF-TAB (CTR-P)    TO  NOME-LIN.
           MOVE       TITULO-PROF-TAB (CTR-P)  TO  TITULO-LIN.
           MOVE       HORAS-MAX-TAB (CTR-P)    TO  HORAS-MAX-LIN.
           MOVE       TOTAL-AULAS-PROF         TO  TOTAL-LIN.
           IF         TOTAL-AULAS-PROF  GREATER THAN
                      HORAS-MAX-TAB (CTR-P)
                      MOVE  "EXCEDE"  TO   EXCEDE-LIN
                      ADD   1         TO   CT-EXCEDE
           ELSE
                      MOVE  SPACES    TO   EXCEDE-LIN.
           WRITE      REG-REL FROM LINHA-PROF
                      AFTER ADVANCING 2 LINES.
           ADD        2        TO   CT-LIN.
           MOVE       1        TO   CTR-A.
           PERFORM    LISTA-AULA-PROF         QT-AULAS  TIMES.
           ADD        1        TO   CTR-P.

       SOMA-AULA-PROF.

           IF         PROF-TAB (CTR-A)  EQUAL  CODIGO-PROF-TAB (CTR-P)
                      ADD   AULAS-TAB (CTR-A)  TO  TOTAL-AULAS-PROF.
           ADD        1        TO   CTR-A.

       LISTA-AULA-PROF.

           IF         PROF-TAB (CTR-A)  EQUAL  CODIGO-PROF-TAB (CTR-P)
                      MOVE  "S"   TO   LISTADA-TAB (CTR-A)
                      MOVE  ZEROS TO   PROF-AULA-LIN
                      PERFORM     IMPRIME-LINHA-AULA.
           ADD        1        TO   CTR-A.

       IMPRIME-SEM-PROFESSOR.

           IF         CT-LIN  GREATER THAN  50
                      PERFORM  CABECALHO.
           WRITE      REG-REL FROM CAB-SEM-PROF
                      AFTER ADVANCING 3 LINES.
           ADD        3        TO   CT-LIN.
           MOVE       1        TO   CTR-A.
           PERFORM    LISTA-AULA-SEM-PROF     QT-AULAS  TIMES.

       LISTA-AULA-SEM-PROF.

           IF         LISTADA-TAB (CTR-A)  EQUAL  "N"
                      MOVE  PROF-TAB (CTR-A)  TO   PROF-AULA-LIN
                      ADD   1     TO   CT-SEM-PROF
                      PERFORM     IMPRIME-LINHA-AULA.
           ADD        1        TO   CTR-A.

       IMPRIME-LINHA-AULA.

           IF         CT-LIN  GREATER THAN  55
                      PERFORM  CABECALHO.
           MOVE       DIA-TAB (CTR-A)         TO  DIA-LIN.
           MOVE       PER-INI-TAB (CTR-A)     TO  PER-INI-LIN.
           MOVE       PER-FIM-TAB (CTR-A)     TO  PER-FIM-LIN.
           MOVE       SALA-TAB (CTR-A)        TO  SALA-LIN.
           MOVE       CURSO-TAB (CTR-A)       TO  CURSO-LIN.
           MOVE       DISCIPLINA-TAB (CTR-A)  TO  DISCIPLINA-LIN.
           MOVE       AULAS-TAB (CTR-A)       TO  AULAS-LIN.
           WRITE      REG-REL FROM LINHA-AULA
                      AFTER ADVANCING 1 LINE.
           ADD        1        TO   CT-LIN.

       CABECALHO.

           ADD        1        TO   CT-PAG.
           MOVE       CT-PAG   TO   PAG-CAB.
           WRITE      REG-REL FROM CAB-01
                      AFTER ADVANCING PAGE.
           MOVE       1        TO   CT-LIN.

       FIM.

           MOVE       "PROFESSORES NO CADASTRO               : "
                               TO   ROTULO-TOT.
           MOVE       QT-PROF  TO   QT-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL
                      AFTER ADVANCING 3 LINES.
           MOVE       "PROFESSORES ACIMA DA CARGA MAXIMA     : "
                               TO   ROTULO-TOT.
           MOVE       CT-EXCEDE  TO   QT-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL
                      AFTER ADVANCING 1 LINE.
           MOVE       "AULAS SEM PROFESSOR CADASTRADO        : "
                               TO   ROTULO-TOT.
           MOVE       CT-SEM-PROF  TO   QT-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL
                      AFTER ADVANCING 1 LINE.
           DISPLAY    "PROFESSORES         : " QT-PROF.
           DISPLAY    "AULAS NA GRADE      : " QT-AULAS.
           DISPLAY    "ACIMA DA CARGA      : " CT-EXCEDE.
           DISPLAY    "AULAS SEM PROFESSOR : " CT-SEM-PROF.
           IF         CT-EXCEDE  GREATER THAN  ZEROS
                      MOVE  4   TO   RETURN-CODE.
           CLOSE      CADPROF2
                      HORARIOS2
                      REL-CARGA.
