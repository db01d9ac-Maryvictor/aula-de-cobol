      *          REFERENCIA O REGISTRO ORIGINAL -- EXATAMENTE A
      *          TRILHA QUE A AUDITORIA PEDE. O OPERADOR SE
      *          IDENTIFICA NO CONSOLE E SAI EM CADA LINHA DO LIVRO.
      *          A PRIMEIRA VIA SO E NUMERADA PARA ALUNO QUE CONSTA
      *          DO ARQUIVO DE FORMANDOS FORMANDOS.DAT (EX11F, A
      *          AUDITORIA DO HISTORICO CONTRA O CURRIC.DAT) NO MESMO
      *          CURSO; O APROVADO QUE NAO CONSTA TEM O CERTIFICADO
      *          RETIDO E E CONTADO A PARTE. SEGUNDA VIA NAO MUDA.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   OPTIONAL LIVRO-REG ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL FORMANDOS ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CERT      ASSIGN      TO      DISK.

       DATA                           DIVISION.
            03 TIPO-LIV      PIC X(11).
            03 REG-ORIG-LIV  PIC 9(06).

       FD  FORMANDOS
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "FORMANDOS.DAT".

       01   REG-FORMANDO.
            03 NUMERO-FRM    PIC 9(05).
            03 CURSO-FRM     PIC X(30).
            03 DATA-FRM      PIC 9(08).

       FD  REL-CERT
           LABEL RECORD IS OMITTED.

       77  JA-NO-LIVRO      PIC X(03)   VALUE "NAO".
       77  CT-EMITIDOS      PIC 9(05)   VALUE ZEROS.
       77  CT-SEGVIAS       PIC 9(05)   VALUE ZEROS.
       77  FIM-FRM          PIC X(03)   VALUE "NAO".
       77  QT-FRM           PIC 9(03)   VALUE ZEROS.
       77  CTR-FRM          PIC 9(03)   VALUE ZEROS.
       77  E-FORMANDO       PIC X(03)   VALUE "NAO".
       77  CT-RETIDOS       PIC 9(05)   VALUE ZEROS.

       01  TAB-SEGVIA.
           02 NUMERO-SV-TAB   PIC 9(05)  OCCURS 100 TIMES.
              03 REGISTRO-LIV-TAB PIC 9(06).
              03 NUMERO-LIV-TAB   PIC 9(05).

       01  TAB-FORMANDOS.
           02 ITEM-FRM-TAB    OCCURS 500 TIMES.
              03 NUMERO-FRM-TAB   PIC 9(05).
              03 CURSO-FRM-TAB    PIC X(30).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           ACCEPT   OPERADOR.
           PERFORM    CARGA-SEGVIA.
           PERFORM    CARGA-LIVRO.
           PERFORM    CARGA-FORMANDOS.
           PERFORM    LE-ULTIMO-REGISTRO.
           OPEN INPUT        PERFIL-ALUNO
               OUTPUT        REL-CERT
                MOVE REGISTRO-LIV  TO  REGISTRO-LIV-TAB (QT-LIVRO)
                MOVE NUMERO-LIV    TO  NUMERO-LIV-TAB (QT-LIVRO).

       CARGA-FORMANDOS.

           OPEN INPUT       FORMANDOS.
           PERFORM    LEITURA-FORMANDOS
                      UNTIL     FIM-FRM    EQUAL    "SIM".
           CLOSE      FORMANDOS.

       LEITURA-FORMANDOS.

           READ FORMANDOS
                AT END
                MOVE "SIM" TO FIM-FRM.
           IF   FIM-FRM     NOT EQUAL  "SIM"
                IF   QT-FRM  EQUAL  500
                     DISPLAY "FORMANDOS EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-FRM
                     MOVE NUMERO-FRM    TO  NUMERO-FRM-TAB (QT-FRM)
                     MOVE CURSO-FRM     TO  CURSO-FRM-TAB (QT-FRM).

       LE-ULTIMO-REGISTRO.

           OPEN INPUT       ULTCERT.
                                  " SEM REGISTRO ORIGINAL NO LIVRO."
           ELSE
           IF        JA-NO-LIVRO   EQUAL  "NAO"
                     PERFORM   VERIFICA-FORMANDO
                     IF   E-FORMANDO   EQUAL  "SIM"
                          PERFORM   EMITE-PRIMEIRA-VIA
                     ELSE
                          DISPLAY "ALUNO " NUMERO-PF
                                  " SEM CONCLUSAO NA AUDITORIA"
                                  " - CERTIFICADO RETIDO."
                          ADD  1         TO   CT-RETIDOS.

       VERIFICA-FORMANDO.

           MOVE      "NAO"     TO   E-FORMANDO.
           MOVE      1         TO   CTR-FRM.
           PERFORM   PESQUISA-FORMANDO   QT-FRM  TIMES.

       PESQUISA-FORMANDO.

           IF        NUMERO-PF  EQUAL  NUMERO-FRM-TAB (CTR-FRM)
                AND  CURSO-PF   EQUAL  CURSO-FRM-TAB (CTR-FRM)
                     MOVE  "SIM"    TO   E-FORMANDO.
           ADD       1         TO   CTR-FRM.

       VERIFICA-SEGVIA.

           PERFORM   GRAVA-ULTIMO-REGISTRO.
           DISPLAY   "CERTIFICADOS EMITIDOS : " CT-EMITIDOS.
           DISPLAY   "SEGUNDAS VIAS         : " CT-SEGVIAS.
           DISPLAY   "RETIDOS SEM AUDITORIA : " CT-RETIDOS.
           CLOSE       PERFIL-ALUNO
                       REL-CERT
                       LIVRO-REG.
