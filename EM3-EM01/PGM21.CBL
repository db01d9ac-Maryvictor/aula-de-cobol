       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM21.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  RELATORIO MENSAL DA CLASSIFICACAO INDICATIVA DA
      *          LOCACAO DE FILMES. LE AS RECUSAS ACUMULADAS PELO
      *          PGM16 EM LOC-RECUSA.DAT (LOCACAO DE FILME ACIMA DA
      *          IDADE DO USUARIO OU RESTRITO PARA USUARIO SEM DATA
      *          DE NASCIMENTO) E IMPRIME EM REL-CLASSIF CADA
      *          TENTATIVA RECUSADA, COM O TITULO VINDO DO CATALOGO
      *          CADFILME2.DAT, SEGUIDA DA LISTA DOS FILMES DO
      *          CATALOGO QUE AINDA ESTAO SEM CLASSIFICACAO, PARA QUE
      *          SEJAM ACERTADOS PELO PGM03. HAVENDO FILME SEM
      *          CLASSIFICACAO O PROGRAMA TERMINA COM RETURN-CODE 4.
      *          A OPERACAO RECOLHE/ZERA O LOC-RECUSA.DAT DEPOIS DESTE
      *          PASSO, NO FECHAMENTO DO MES.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL LOC-RECUSA ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADFILME2 ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CLASSIF      ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  LOC-RECUSA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOC-RECUSA.DAT".

       01  REG-RECUSA.
             02 DATA-REC      PIC 9(08).
             02 USU-REC       PIC 9(04).
             02 FILME-REC     PIC 9(04).
             02 CLASSIF-REC   PIC X(02).
             02 IDADE-REC     PIC 9(03).
             02 MOTIVO-REC    PIC X(25).

       FD  CADFILME2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADFILME2.DAT".

       01  REG-FILME.
             02 COD-FILME     PIC 9(04).
             02 NOME-FILME    PIC X(30).
             02 PRECO-FILME   PIC 9(02)V99.
             02 CLASSIF-FILME PIC X(02).
             02 DATA-LANC-FILME PIC 9(08).

       FD  REL-CLASSIF
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-REC          PIC X(03)    VALUE "NAO".
       77  FIM-FILME        PIC X(03)    VALUE "NAO".
       77  QT-FILME         PIC 9(03)    VALUE ZEROS.
       77  CTR-FILME        PIC 9(03)    VALUE ZEROS.
       77  NOME-ACHADO      PIC X(30)    VALUE SPACES.
       77  CT-RECUSAS       PIC 9(05)    VALUE ZEROS.
       77  CT-SEM-CLASSIF   PIC 9(05)    VALUE ZEROS.

       01  TAB-FILMES.
           02 ITEM-FILME-TAB  OCCURS 200 TIMES.
              03 COD-FILME-TAB     PIC 9(04).
              03 NOME-FILME-TAB    PIC X(30).
              03 CLASSIF-FILME-TAB PIC X(02).

       01  DATA-CALC.
           02 DATA-AAAA      PIC 9(04).
           02 DATA-MM        PIC 9(02).
           02 DATA-DD        PIC 9(02).

       01  DATA-CALC-NUM     REDEFINES DATA-CALC  PIC 9(08).

       01  CAB-01.
           02 FILLER          PIC X(15) VALUE SPACES.
           02 FILLER          PIC X(48) VALUE
                 "LOCACOES RECUSADAS PELA CLASSIFICACAO INDICATIVA".
           02 FILLER          PIC X(17) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(11) VALUE "DATA".
           02 FILLER          PIC X(05) VALUE "USU.".
           02 FILLER          PIC X(05) VALUE "FILME".
           02 FILLER          PIC X(21) VALUE " TITULO".
           02 FILLER          PIC X(03) VALUE "CL".
           02 FILLER          PIC X(04) VALUE "IDA".
           02 FILLER          PIC X(26) VALUE "MOTIVO".

       01  LINHA-RECUSA.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 DD-LIN          PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-LIN          PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-LIN        PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 USU-LIN         PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILME-LIN       PIC 9(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-LIN        PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CLASSIF-LIN     PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 IDADE-LIN       PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN      PIC X(25).

       01  LINHA-TOT-RECUSA.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(26) VALUE
                       "TOTAL DE RECUSAS        : ".
           02 QT-RECUSA-LIN   PIC ZZZZ9.
           02 FILLER          PIC X(44) VALUE SPACES.

       01  CAB-SEM-CLASSIF.
           02 FILLER          PIC X(20) VALUE SPACES.
           02 FILLER          PIC X(40) VALUE
                       "FILMES AINDA SEM CLASSIFICACAO".
           02 FILLER          PIC X(20) VALUE SPACES.

       01  LINHA-SEM-CLASSIF.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILME-SC-LIN    PIC 9(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-SC-LIN     PIC X(30).
           02 FILLER          PIC X(39) VALUE SPACES.

       01  LINHA-TOT-SEM.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(26) VALUE
                       "FILMES SEM CLASSIFICACAO: ".
           02 QT-SEM-LIN      PIC ZZZZ9.
           02 FILLER          PIC X(44) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM21.

           PERFORM    INICIO.
           PERFORM    TRATA-RECUSAS
                      UNTIL   FIM-REC    EQUAL   "SIM".
           PERFORM    LISTA-SEM-CLASSIF.
           PERFORM    FIM.
           STOP RUN.

       INICIO.

           OPEN INPUT       LOC-RECUSA
                OUTPUT      REL-CLASSIF.
           PERFORM    CARGA-FILMES.
           WRITE      REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.

       CARGA-FILMES.

           OPEN INPUT       CADFILME2.
           PERFORM    LEITURA-FILME
                      UNTIL     FIM-FILME  EQUAL    "SIM".
           CLOSE      CADFILME2.

       LEITURA-FILME.

           READ CADFILME2
                AT END
                MOVE "SIM" TO FIM-FILME.
           IF   FIM-FILME   NOT EQUAL  "SIM"
                IF   QT-FILME  NOT LESS THAN 200
                     DISPLAY "CADFILME2 EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-FILME
                     MOVE COD-FILME     TO  COD-FILME-TAB (QT-FILME)
                     MOVE NOME-FILME    TO  NOME-FILME-TAB (QT-FILME)
                     MOVE CLASSIF-FILME TO
                          CLASSIF-FILME-TAB (QT-FILME).

       TRATA-RECUSAS.

           READ LOC-RECUSA
                AT END
                MOVE "SIM" TO FIM-REC.
           IF   FIM-REC     NOT EQUAL  "SIM"
                PERFORM  IMPRIME-RECUSA.

       IMPRIME-RECUSA.

           MOVE      DATA-REC       TO   DATA-CALC-NUM.
           MOVE      DATA-DD        TO   DD-LIN.
           MOVE      DATA-MM        TO   MM-LIN.
           MOVE      DATA-AAAA      TO   AAAA-LIN.
           MOVE      USU-REC        TO   USU-LIN.
           MOVE      FILME-REC      TO   FILME-LIN.
           PERFORM   BUSCA-NOME-FILME.
           MOVE      NOME-ACHADO    TO   NOME-LIN.
           MOVE      CLASSIF-REC    TO   CLASSIF-LIN.
           MOVE      IDADE-REC      TO   IDADE-LIN.
           MOVE      MOTIVO-REC     TO   MOTIVO-LIN.
           WRITE     REG-REL FROM LINHA-RECUSA AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-RECUSAS.

       BUSCA-NOME-FILME.

           MOVE      SPACES    TO   NOME-ACHADO.
           MOVE      1         TO   CTR-FILME.
           PERFORM   PESQUISA-NOME-FILME QT-FILME  TIMES.

       PESQUISA-NOME-FILME.

           IF        FILME-REC  EQUAL  COD-FILME-TAB (CTR-FILME)
                     MOVE  NOME-FILME-TAB (CTR-FILME)  TO
                           NOME-ACHADO.
           ADD       1         TO   CTR-FILME.

       LISTA-SEM-CLASSIF.

           MOVE      CT-RECUSAS     TO   QT-RECUSA-LIN.
           WRITE     REG-REL FROM LINHA-TOT-RECUSA
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM CAB-SEM-CLASSIF
                     AFTER ADVANCING 3 LINES.
           MOVE      1         TO   CTR-FILME.
           PERFORM   TESTA-SEM-CLASSIF   QT-FILME  TIMES.
           MOVE      CT-SEM-CLASSIF TO   QT-SEM-LIN.
           WRITE     REG-REL FROM LINHA-TOT-SEM
                     AFTER ADVANCING 2 LINES.

       TESTA-SEM-CLASSIF.

           IF        CLASSIF-FILME-TAB (CTR-FILME)  EQUAL  SPACES
                     MOVE  COD-FILME-TAB (CTR-FILME)   TO  FILME-SC-LIN
                     MOVE  NOME-FILME-TAB (CTR-FILME)  TO  NOME-SC-LIN
                     WRITE REG-REL FROM LINHA-SEM-CLASSIF
                           AFTER ADVANCING 1 LINE
                     ADD   1   TO   CT-SEM-CLASSIF.
           ADD       1         TO   CTR-FILME.

       FIM.

           DISPLAY   "RECUSAS POR CLASSIFICACAO: " CT-RECUSAS.
           DISPLAY   "FILMES SEM CLASSIFICACAO : " CT-SEM-CLASSIF.
           IF        CT-SEM-CLASSIF  GREATER  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     LOC-RECUSA
                     REL-CLASSIF.
