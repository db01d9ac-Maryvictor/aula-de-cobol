      *          GUARDA O TERMO CORRENTE. MATRICULA ZEROS IMPRIME O
      *          HISTORICO DE TODOS OS ALUNOS PRESENTES NO ARQUIVO,
      *          NA ORDEM EM QUE FORAM FOTOGRAFADOS.
      *          CADA LINHA SAI TAMBEM COM O COEFICIENTE DE RENDIMENTO
      *          ACUMULADO DO ALUNO, LIDO DO CR-ALUNO.DAT GRAVADO PELO
      *          EX11R (EM BRANCO SE O ALUNO AINDA NAO TEM CR).
      *          POR SER CONSULTA A DADO PESSOAL, O OPERADOR SE
      *          IDENTIFICA NO INICIO CONTRA O AUTORIZA.DAT (OPERADOR
      *          X PROGRAMA) E CADA CHAVE CONSULTADA E ACRESCENTADA AO
      *          LOG DE ACESSOS LOGACES.DAT (LAYOUT LOGACES) COM
      *          ARQUIVO, DATA E HORA; OPERADOR NAO AUTORIZADO E
      *          RECUSADO COM RC=8 E A TENTATIVA FICA NO LOG.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   HIST-ALUNO ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CR-ALUNO ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOGACES ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-HISTT ASSIGN  TO   DISK.

       DATA                           DIVISION.
             02 FALTAS-HIST      PIC 9(02).
             02 SITUACAO-HIST    PIC X(09).

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

       FD  REL-HISTT
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(80).

       FD  AUTORIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT       PIC X(06).
             02 PROG-AUT       PIC X(08).
             02 TIPOS-AUT      PIC X(04).

       FD  LOGACES
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGACES.DAT".

           COPY LOGACES.

       WORKING-STORAGE SECTION.

       77  FIM-AUT          PIC X(03)     VALUE "NAO".
       77  ACHOU-AUT        PIC X(03)     VALUE "NAO".
       77  OPERADOR         PIC X(06)     VALUE SPACES.
       77  PROGRAMA-AUT     PIC X(08)     VALUE "EX11T".

       01  HORA-ACESSO.
           02 HORA-ACESSO-HMS PIC 9(06).

       77  FIM-ARQ          PIC X(03)     VALUE   "NAO".
       77  CHAVE-INFORMADA  PIC 9(05)     VALUE   ZEROS.
       77  CT-LINHAS        PIC 9(05)     VALUE   ZEROS.
       77  PRIMEIRA-LIN     PIC X(03)     VALUE   "SIM".
       77  FIM-CR           PIC X(03)     VALUE   "NAO".
       77  QT-CR            PIC 9(04)     VALUE   ZEROS.
       77  CTR-CR           PIC 9(04)     VALUE   ZEROS.
       77  CR-ALUNO-AUX     PIC 9(02)V99  VALUE   ZEROS.

       01  TAB-COEFICIENTES.
           02 ITEM-CR-TAB     OCCURS 1000 TIMES.
              03 NUMERO-CR-TAB    PIC 9(05).
              03 CR-CR-TAB        PIC 9(02)V99.

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "NOTA2  ".
           02 FILLER         PIC X(07) VALUE "MEDIA  ".
           02 FILLER         PIC X(08) VALUE "FALTAS  ".
           02 FILLER         PIC X(12) VALUE "SITUACAO".
           02 FILLER         PIC X(15) VALUE " CR".

       01  DETALHE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FALTAS-DET     PIC Z9.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 SITUACAO-DET   PIC X(09).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CR-DET         PIC Z9,99  BLANK WHEN ZERO.
           02 FILLER         PIC X(11) VALUE SPACES.

       PROCEDURE                     DIVISION.


       INICIO.

           PERFORM  VERIFICA-OPERADOR.
           DISPLAY "MATRICULA DO ALUNO (ZEROS = TODOS): ".
           ACCEPT   CHAVE-INFORMADA.
           MOVE     "HIST-ALUNO"       TO    ARQUIVO-ACS.
           IF       CHAVE-INFORMADA    EQUAL  ZEROS
                    MOVE  "TODOS"           TO   CHAVE-ACS
           ELSE
                    MOVE  CHAVE-INFORMADA   TO   CHAVE-ACS.
           MOVE     "L"                TO    SITUACAO-ACS.
           PERFORM  GRAVA-ACESSO.
           PERFORM  CARGA-CR.
           OPEN INPUT        HIST-ALUNO
               OUTPUT        REL-HISTT.
           PERFORM  LEITURA.

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

           IF        NUMERO-HIST  EQUAL  NUMERO-CR-TAB (CTR-CR)
                     MOVE  CR-CR-TAB (CTR-CR)  TO  CR-ALUNO-AUX.
           ADD       1         TO   CTR-CR.

       LEITURA.

           READ HIST-ALUNO
           MOVE      MEDIA-HIST       TO   MEDIA-DET.
           MOVE      FALTAS-HIST      TO   FALTAS-DET.
           MOVE      SITUACAO-HIST    TO   SITUACAO-DET.
           PERFORM   BUSCA-CR.
           MOVE      CR-ALUNO-AUX     TO   CR-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1                TO   CT-LINHAS.

           ELSE
                     DISPLAY "LINHAS DE HISTORICO: " CT-LINHAS.
           CLOSE       HIST-ALUNO
                       REL-HISTT
                       LOGACES.

       VERIFICA-OPERADOR.

           DISPLAY "INFORME O CODIGO DO OPERADOR: ".
           ACCEPT    OPERADOR.
           OPEN INPUT        AUTORIZA.
           PERFORM   LEITURA-AUTORIZA
                     UNTIL     FIM-AUT   EQUAL   "SIM".
           CLOSE     AUTORIZA.
           OPEN EXTEND       LOGACES.
           IF        ACHOU-AUT EQUAL "NAO"
                     MOVE    SPACES       TO   ARQUIVO-ACS
                                               CHAVE-ACS
                     MOVE    "N"          TO   SITUACAO-ACS
                     PERFORM GRAVA-ACESSO
                     CLOSE   LOGACES
                     DISPLAY "OPERADOR " OPERADOR
                             " SEM AUTORIZACAO PARA " PROGRAMA-AUT
                     MOVE    8            TO   RETURN-CODE
                     STOP RUN.

       LEITURA-AUTORIZA.

           READ AUTORIZA
                    AT END
                    MOVE    "SIM"    TO   FIM-AUT.
           IF    FIM-AUT       NOT EQUAL "SIM"
                 AND OPER-AUT  EQUAL     OPERADOR
                 AND PROG-AUT  EQUAL     PROGRAMA-AUT
                 MOVE    "SIM"        TO   ACHOU-AUT.

       GRAVA-ACESSO.

           ACCEPT    DATA-ACS       FROM   DATE YYYYMMDD.
           ACCEPT    HORA-ACESSO    FROM   TIME.
           MOVE      HORA-ACESSO-HMS  TO   HORA-ACS.
           MOVE      OPERADOR       TO     OPER-ACS.
           MOVE      PROGRAMA-AUT   TO     PROG-ACS.
           WRITE     REG-ACESSO.
