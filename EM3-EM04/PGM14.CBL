       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM14.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO CADASTRO DE PROFESSORES (CADPROF.DAT:
      *          CODIGO, NOME, TITULACAO E CARGA HORARIA SEMANAL
      *          MAXIMA EM AULAS). APLICA TRANSACOES I/A/E DE
      *          TRANPROF.DAT, ORDENADO PELO CODIGO COMO O MESTRE,
      *          GERANDO CADPROF2.DAT E O LOG LOGPROF.DAT, NO MESMO
      *          DESENHO DE CASAMENTO COM AREA DE TRABALHO E
      *          AUTORIZACAO DE OPERADOR DO PGM10. INCLUSAO/ALTERACAO
      *          SEM NOME, COM TITULACAO FORA DA LISTA (GRADUADO,
      *          ESPECIALISTA, MESTRE, DOUTOR) OU COM CARGA MAXIMA
      *          FORA DE 1-40 AULAS E REJEITADA NO LOG. O CADPROF2 E
      *          LIDO PELO PGM10 (CODIGO DO PROFESSOR NA GRADE), PELO
      *          PGM11 (CHOQUE DE PROFESSOR) E PELO PGM15 (CARGA
      *          HORARIA POR PROFESSOR).

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL CADPROF ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRANPROF         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADPROF2         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   LOG-MANUT        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADPROF
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPROF.DAT".

       01  REG-PROF.
             02 CODIGO-PROF     PIC 9(04).
             02 NOME-PROF       PIC X(30).
             02 TITULO-PROF     PIC X(12).
             02 HORAS-MAX-PROF  PIC 9(02).

       FD  TRANPROF
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANPROF.DAT".

       01  REG-TRANS.
             02 CODIGO-TRANS    PIC 9(04).
             02 TIPO-TRANS      PIC X(01).
             02 NOME-TRANS      PIC X(30).
             02 TITULO-TRANS    PIC X(12).
             02 HORAS-MAX-TRANS PIC 9(02).

       FD  CADPROF2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPROF2.DAT".

       01  REG-NOVO.
             02 CODIGO-NOVO     PIC 9(04).
             02 NOME-NOVO       PIC X(30).
             02 TITULO-NOVO     PIC X(12).
             02 HORAS-MAX-NOVO  PIC 9(02).

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGPROF.DAT".

       01  REG-LOG.
             02 CODIGO-LOG     PIC 9(04).
             02 TIPO-LOG       PIC X(01).
             02 STATUS-LOG     PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG       PIC X(06).

       FD  AUTORIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT       PIC X(06).
             02 PROG-AUT       PIC X(08).
             02 TIPOS-AUT      PIC X(04).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)    VALUE "NAO".
       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  CHAVE-MESTRE     PIC 9(04)    VALUE ZEROS.
       77  CHAVE-TRANS      PIC 9(04)    VALUE ZEROS.
       77  MESTRE-ATIVO     PIC X(03)    VALUE "NAO".
       77  CHAVE-TRANS-ANT  PIC 9(04)    VALUE ZEROS.
       77  FIM-AUT          PIC X(03)    VALUE "NAO".
       77  ACHOU-AUT        PIC X(03)    VALUE "NAO".
       77  OPERADOR         PIC X(06)    VALUE SPACES.
       77  PROGRAMA-AUT     PIC X(08)    VALUE "PGM14".
       77  TIPOS-PERMITIDOS PIC X(04)    VALUE SPACES.
       77  CTR-AUT          PIC 9(01)    VALUE ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)    VALUE "NAO".
       77  CHAVE-ATUAL      PIC 9(04)    VALUE ZEROS.
       77  PROFESSOR-VALIDO PIC X(03)    VALUE "SIM".

       01  AREA-ATUAL.
           02 CODIGO-AT      PIC 9(04).
           02 NOME-AT        PIC X(30).
           02 TITULO-AT      PIC X(12).
           02 HORAS-MAX-AT   PIC 9(02).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                     DIVISION.

       PGM-PGM14.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           OPEN INPUT        CADPROF
                              TRANPROF
               OUTPUT        CADPROF2
                              LOG-MANUT.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM       LEITURA-MESTRE.
           PERFORM       LEITURA-TRANS.

       VERIFICA-OPERADOR.

           DISPLAY "INFORME O CODIGO DO OPERADOR: ".
           ACCEPT    OPERADOR.
           OPEN INPUT        AUTORIZA.
           PERFORM   LEITURA-AUTORIZA
                     UNTIL     FIM-AUT   EQUAL   "SIM".
           CLOSE     AUTORIZA.
           IF        ACHOU-AUT EQUAL "NAO"
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
                 MOVE    "SIM"        TO   ACHOU-AUT
                 MOVE    TIPOS-AUT    TO   TIPOS-PERMITIDOS.

       VERIFICA-TIPO-AUTORIZADO.

           MOVE      "NAO"          TO   TIPO-PERMITIDO.
           MOVE      1              TO   CTR-AUT.
           PERFORM   TESTA-TIPO-AUT      4  TIMES.

       TESTA-TIPO-AUT.

           IF    TIPOS-PERMITIDOS (CTR-AUT:1)  EQUAL  TIPO-TRANS
                 MOVE    "SIM"        TO   TIPO-PERMITIDO.
           ADD       1              TO   CTR-AUT.

       LEITURA-MESTRE.

           READ CADPROF
                    AT END
                    MOVE    "SIM"    TO   FIM-MESTRE.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    9999         TO   CHAVE-MESTRE
           ELSE
                 MOVE    CODIGO-PROF  TO   CHAVE-MESTRE.

       LEITURA-TRANS.

           READ TRANPROF
                    AT END
                    MOVE    "SIM"    TO   FIM-TRANS.
           IF    FIM-TRANS     EQUAL    "SIM"
                 MOVE    9999         TO   CHAVE-TRANS
           ELSE
                 MOVE    CODIGO-TRANS TO   CHAVE-TRANS
                 PERFORM VERIFICA-SEQUENCIA
                 MOVE    CHAVE-TRANS  TO   CHAVE-TRANS-ANT.

       VERIFICA-SEQUENCIA.

           IF    CHAVE-TRANS   LESS THAN   CHAVE-TRANS-ANT
                 DISPLAY "TRANPROF FORA DE SEQUENCIA - EXECUCAO"
                         " ABORTADA."
                 MOVE    8            TO   RETURN-CODE
                 PERFORM FIM
                 STOP RUN.

       PRINCIPAL.

           IF        CHAVE-MESTRE   NOT GREATER THAN  CHAVE-TRANS
                     MOVE    CODIGO-PROF    TO    CODIGO-AT
                     MOVE    NOME-PROF      TO    NOME-AT
                     MOVE    TITULO-PROF    TO    TITULO-AT
                     MOVE    HORAS-MAX-PROF TO    HORAS-MAX-AT
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     MOVE    CHAVE-MESTRE   TO    CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE
           ELSE
                     MOVE    CHAVE-TRANS    TO    CHAVE-ATUAL
                     MOVE    "NAO"          TO    MESTRE-ATIVO.
           PERFORM   APLICA-TRANSACOES
                     UNTIL   CHAVE-TRANS  NOT EQUAL  CHAVE-ATUAL.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM GRAVA-ATUAL.

       APLICA-TRANSACOES.

           PERFORM   VERIFICA-TIPO-AUTORIZADO.
           PERFORM   VALIDA-PROFESSOR.
           IF        TIPO-PERMITIDO EQUAL    "NAO"
                     PERFORM GRAVA-LOG-NAO-AUT
           ELSE
           IF        (TIPO-TRANS  EQUAL  "I"  OR  "A")
                AND  PROFESSOR-VALIDO  EQUAL  "NAO"
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
           IF        TIPO-TRANS     EQUAL    "I"
                     PERFORM        TRATA-INCLUSAO
           ELSE
           IF        TIPO-TRANS     EQUAL    "A"
                     PERFORM        TRATA-ALTERACAO
           ELSE
           IF        TIPO-TRANS     EQUAL    "E"
                     PERFORM        TRATA-EXCLUSAO
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.
           PERFORM   LEITURA-TRANS.

       VALIDA-PROFESSOR.

           MOVE      "SIM"          TO   PROFESSOR-VALIDO.
           IF        NOME-TRANS     EQUAL  SPACES
                     MOVE  "NAO"    TO   PROFESSOR-VALIDO.
           IF        TITULO-TRANS   NOT EQUAL  "GRADUADO"     AND
                     TITULO-TRANS   NOT EQUAL  "ESPECIALISTA" AND
                     TITULO-TRANS   NOT EQUAL  "MESTRE"       AND
                     TITULO-TRANS   NOT EQUAL  "DOUTOR"
                     MOVE  "NAO"    TO   PROFESSOR-VALIDO.
           IF        HORAS-MAX-TRANS  NOT NUMERIC
                     MOVE  "NAO"    TO   PROFESSOR-VALIDO
           ELSE
           IF        HORAS-MAX-TRANS  LESS THAN 1  OR
                     HORAS-MAX-TRANS  GREATER THAN 40
                     MOVE  "NAO"    TO   PROFESSOR-VALIDO.

       TRATA-INCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "NAO"
                     MOVE    CODIGO-TRANS    TO    CODIGO-AT
                     MOVE    NOME-TRANS      TO    NOME-AT
                     MOVE    TITULO-TRANS    TO    TITULO-AT
                     MOVE    HORAS-MAX-TRANS TO    HORAS-MAX-AT
                     MOVE    "SIM"           TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    NOME-TRANS      TO    NOME-AT
                     MOVE    TITULO-TRANS    TO    TITULO-AT
                     MOVE    HORAS-MAX-TRANS TO    HORAS-MAX-AT
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-EXCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    "NAO"          TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       GRAVA-ATUAL.

           MOVE      CODIGO-AT      TO    CODIGO-NOVO.
           MOVE      NOME-AT        TO    NOME-NOVO.
           MOVE      TITULO-AT      TO    TITULO-NOVO.
           MOVE      HORAS-MAX-AT   TO    HORAS-MAX-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.

           MOVE      CODIGO-TRANS     TO    CODIGO-LOG.
           MOVE      TIPO-TRANS       TO    TIPO-LOG.
           MOVE      "APLICADA"       TO    STATUS-LOG.
           MOVE      HOJE             TO    DATA-LOG.
           MOVE      OPERADOR         TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-REJEITADA.

           MOVE      CODIGO-TRANS     TO    CODIGO-LOG.
           MOVE      TIPO-TRANS       TO    TIPO-LOG.
           MOVE      "REJEITADA"      TO    STATUS-LOG.
           MOVE      HOJE             TO    DATA-LOG.
           MOVE      OPERADOR         TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-NAO-AUT.

           MOVE      CODIGO-TRANS     TO    CODIGO-LOG.
           MOVE      TIPO-TRANS       TO    TIPO-LOG.
           MOVE      "NAO-AUTOR"      TO    STATUS-LOG.
           MOVE      HOJE             TO    DATA-LOG.
           MOVE      OPERADOR         TO    OPER-LOG.
           WRITE     REG-LOG.

       FIM.

           CLOSE       CADPROF
                       TRANPROF
                       CADPROF2
                       LOG-MANUT.
