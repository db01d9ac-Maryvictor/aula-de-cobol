      *          SECRETARIA MONTA CADA UM A MAO DE TRES LISTAGENS.
      *          ALUNO SEM REGISTRO DE NOTAS EM CADALU3 SAI COM AS
      *          NOTAS ZERADAS E A OBSERVACAO NA PROPRIA PAGINA.
      *          AO LADO DO CURSO SAI O COEFICIENTE DE RENDIMENTO
      *          ACUMULADO, LIDO DO CR-ALUNO.DAT GRAVADO PELO EX11R
      *          (EM BRANCO SE O ALUNO AINDA NAO TEM CR).

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   OPTIONAL CADALU3 ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CR-ALUNO ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-HIST      ASSIGN      TO      DISK.

       DATA                           DIVISION.
             02 NOTA4-NT         PIC 9(02)V99.
             02 SEXO-NT          PIC X(01).

       FD  CR-ALUNO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CR-ALUNO.DAT".

       01  REG-CR.
             02 NUMERO-CRA       PIC 9(05).
             02 CURSO-CRA        PIC X(30).
             02 CR-CRA           PIC 9(02)V99.
             02 CH-CRA           PIC 9(05).
             02 REPROV-CRA       PIC 9(03).
             02 DATA-CRA         PIC 9(08).

       FD  REL-HIST
           LABEL RECORD IS OMITTED.

       77  ACHOU-NOTAS      PIC X(03)   VALUE "NAO".
       77  IND-NOTAS        PIC 9(04)   VALUE ZEROS.
       77  CT-PAGINAS       PIC 9(05)   VALUE ZEROS.
       77  FIM-CR           PIC X(03)   VALUE "NAO".
       77  QT-CR            PIC 9(04)   VALUE ZEROS.
       77  CTR-CR           PIC 9(04)   VALUE ZEROS.
       77  CR-ALUNO-AUX     PIC 9(02)V99 VALUE ZEROS.

       01  TAB-COEFICIENTES.
           02 ITEM-CR-TAB     OCCURS 1000 TIMES.
              03 NUMERO-CR-TAB    PIC 9(05).
              03 CR-CR-TAB        PIC 9(02)V99.

       01  TAB-NOTAS.
           02 ITEM-NOTAS-TAB   OCCURS 500 TIMES.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "CURSO: ".
           02 CURSO-LIN      PIC X(30).
           02 FILLER         PIC X(06) VALUE "  CR: ".
           02 CR-LIN         PIC Z9,99  BLANK WHEN ZERO.
           02 FILLER         PIC X(27) VALUE SPACES.

       01  LINHA-DISCIPLINA.
           02 FILLER         PIC X(05) VALUE SPACES.
               OUTPUT        REL-HIST.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    CARGA-NOTAS.
           PERFORM    CARGA-CR.
           PERFORM    LEITURA.

       CARGA-NOTAS.
                MOVE NOTA3-NT     TO  NOTA3-NT-TAB (QT-NOTAS)
                MOVE NOTA4-NT     TO  NOTA4-NT-TAB (QT-NOTAS).

       CARGA-CR.

           OPEN INPUT        CR-ALUNO.
           PERFORM    LEITURA-CR
                      UNTIL     FIM-CR      EQUAL   "SIM".
           CLOSE      CR-ALUNO.

       LEITURA-CR.

           READ CR-ALUNO
                AT END
                MOVE "SIM" TO FIM-CR.
           IF   FIM-CR      NOT EQUAL  "SIM"
                AND QT-CR   LESS THAN 1000
                ADD  1            TO  QT-CR
                MOVE NUMERO-CRA   TO  NUMERO-CR-TAB (QT-CR)
                MOVE CR-CRA       TO  CR-CR-TAB (QT-CR).

       BUSCA-CR.

           MOVE      ZEROS     TO   CR-ALUNO-AUX.
           MOVE      1         TO   CTR-CR.
           PERFORM   PESQUISA-CR        QT-CR  TIMES.

       PESQUISA-CR.

           IF        NUMERO-PF    EQUAL  NUMERO-CR-TAB (CTR-CR)
                     MOVE  CR-CR-TAB (CTR-CR)  TO  CR-ALUNO-AUX.
           ADD       1         TO   CTR-CR.

       LEITURA.

           READ PERFIL-ALUNO
           WRITE     REG-REL FROM LINHA-ALUNO
                     AFTER ADVANCING 3 LINES.
           MOVE      CURSO-PF       TO   CURSO-LIN.
           PERFORM   BUSCA-CR.
           MOVE      CR-ALUNO-AUX   TO   CR-LIN.
           WRITE     REG-REL FROM LINHA-CURSO
                     AFTER ADVANCING 2 LINES.
           MOVE      DISCIPLINA-PF  TO   DISCIPLINA-LIN.
