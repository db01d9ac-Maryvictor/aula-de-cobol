      *          FORA DE 1-6 OU PERIODO INICIAL MAIOR QUE O FINAL E
      *          REJEITADA NO LOG. A CRITICA DE CHOQUES DE SALA E DE
      *          CURSO E FEITA PELO PGM11 SOBRE O MESTRE RESULTANTE.
      *          CADA AULA TRAZ AGORA O CODIGO DO PROFESSOR NO FIM DO
      *          REGISTRO; INCLUSAO/ALTERACAO COM CODIGO QUE NAO
      *          ESTA NO CADPROF2.DAT (PGM14) E REJEITADA. CODIGO
      *          ZERADO (OU AUSENTE NOS REGISTROS ANTIGOS) E AULA
      *          AINDA SEM PROFESSOR ATRIBUIDO.

       ENVIRONMENT             DIVISION.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADPROF2 ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
             02 PER-INI-HOR     PIC 9(02).
             02 PER-FIM-HOR     PIC 9(02).
             02 SALA-HOR        PIC X(05).
             02 PROF-HOR        PIC 9(04).

       FD  TRANHOR
           LABEL         RECORD          ARE     STANDARD
             02 PER-INI-TRANS   PIC 9(02).
             02 PER-FIM-TRANS   PIC 9(02).
             02 SALA-TRANS      PIC X(05).
             02 PROF-TRANS      PIC 9(04).

       FD  HORARIOS2
           LABEL         RECORD          ARE     STANDARD
             02 PER-INI-NOVO    PIC 9(02).
             02 PER-FIM-NOVO    PIC 9(02).
             02 SALA-NOVO       PIC X(05).
             02 PROF-NOVO       PIC 9(04).

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
             02 PROG-AUT       PIC X(08).
             02 TIPOS-AUT      PIC X(04).

       FD  CADPROF2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPROF2.DAT".

       01  REG-PROF.
             02 CODIGO-PROF     PIC 9(04).
             02 NOME-PROF       PIC X(30).
             02 TITULO-PROF     PIC X(12).
             02 HORAS-MAX-PROF  PIC 9(02).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)    VALUE "NAO".
       77  TIPO-PERMITIDO   PIC X(03)    VALUE "NAO".
       77  CHAVE-ATUAL      PIC X(61)    VALUE SPACES.
       77  HORARIO-VALIDO   PIC X(03)    VALUE "SIM".
       77  FIM-PROF         PIC X(03)    VALUE "NAO".
       77  QT-PROF          PIC 9(03)    VALUE ZEROS.
       77  CTR-PROF         PIC 9(03)    VALUE ZEROS.
       77  ACHOU-PROF       PIC X(03)    VALUE "NAO".

       01  TAB-PROF.
           02 CODIGO-PROF-TAB PIC 9(04)  OCCURS 200 TIMES.

       01  AREA-ATUAL.
           02 CHAVE-AT.
           02 PER-INI-AT     PIC 9(02).
           02 PER-FIM-AT     PIC 9(02).
           02 SALA-AT        PIC X(05).
           02 PROF-AT        PIC 9(04).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           PERFORM    CARGA-PROFESSORES.
           OPEN INPUT        HORARIOS
                              TRANHOR
               OUTPUT        HORARIOS2
                 MOVE    "SIM"        TO   ACHOU-AUT
                 MOVE    TIPOS-AUT    TO   TIPOS-PERMITIDOS.

       CARGA-PROFESSORES.

           OPEN INPUT        CADPROF2.
           PERFORM   LEITURA-PROF
                     UNTIL     FIM-PROF  EQUAL   "SIM".
           CLOSE     CADPROF2.

       LEITURA-PROF.

           READ CADPROF2
                    AT END
                    MOVE    "SIM"    TO   FIM-PROF.
           IF    FIM-PROF      NOT EQUAL "SIM"
                 IF    QT-PROF  EQUAL  200
                       DISPLAY "CADPROF2 EXCEDE A TABELA DE 200"
                               " - EXECUCAO ABORTADA."
                       MOVE    8            TO   RETURN-CODE
                       STOP RUN
                 ELSE
                       ADD     1            TO   QT-PROF
                       MOVE    CODIGO-PROF  TO
                               CODIGO-PROF-TAB (QT-PROF).

       VERIFICA-TIPO-AUTORIZADO.

           MOVE      "NAO"          TO   TIPO-PERMITIDO.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-MESTRE
           ELSE
                 MOVE    CHAVE-HOR    TO   CHAVE-MESTRE
                 IF      PROF-HOR     NOT NUMERIC
                         MOVE  ZEROS  TO   PROF-HOR.

       LEITURA-TRANS.

                     MOVE    PER-INI-HOR    TO    PER-INI-AT
                     MOVE    PER-FIM-HOR    TO    PER-FIM-AT
                     MOVE    SALA-HOR       TO    SALA-AT
                     MOVE    PROF-HOR       TO    PROF-AT
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     MOVE    CHAVE-MESTRE   TO    CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE
                     MOVE  "NAO"    TO   HORARIO-VALIDO.
           IF        PER-INI-TRANS  GREATER THAN  PER-FIM-TRANS
                     MOVE  "NAO"    TO   HORARIO-VALIDO.
           IF        PROF-TRANS  NOT NUMERIC
                     MOVE  ZEROS    TO   PROF-TRANS.
           IF        PROF-TRANS  NOT EQUAL  ZEROS
                     PERFORM  PESQUISA-PROFESSOR
                     IF    ACHOU-PROF  EQUAL  "NAO"
                           MOVE  "NAO"    TO   HORARIO-VALIDO.

       PESQUISA-PROFESSOR.

           MOVE      "NAO"          TO   ACHOU-PROF.
           MOVE      1              TO   CTR-PROF.
           PERFORM   COMPARA-PROFESSOR   QT-PROF  TIMES.

       COMPARA-PROFESSOR.

           IF        CODIGO-PROF-TAB (CTR-PROF)  EQUAL  PROF-TRANS
                     MOVE  "SIM"    TO   ACHOU-PROF.
           ADD       1              TO   CTR-PROF.

       TRATA-INCLUSAO.

                     MOVE    PER-INI-TRANS  TO    PER-INI-AT
                     MOVE    PER-FIM-TRANS  TO    PER-FIM-AT
                     MOVE    SALA-TRANS     TO    SALA-AT
                     MOVE    PROF-TRANS     TO    PROF-AT
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     MOVE    PER-INI-TRANS  TO    PER-INI-AT
                     MOVE    PER-FIM-TRANS  TO    PER-FIM-AT
                     MOVE    SALA-TRANS     TO    SALA-AT
                     MOVE    PROF-TRANS     TO    PROF-AT
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.
           MOVE      PER-INI-AT     TO    PER-INI-NOVO.
           MOVE      PER-FIM-AT     TO    PER-FIM-NOVO.
           MOVE      SALA-AT        TO    SALA-NOVO.
           MOVE      PROF-AT        TO    PROF-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.
