      *          LOCADOS, COM O NOME VINDO DO CATALOGO CADFILME2.DAT,
      *          EM ORDEM DECRESCENTE DE LOCACOES -- E O RANKING QUE
      *          A SECAO DE VIDEO USA PARA DECIDIR O QUE COMPRAR.
      *          RECEITA POR CATEGORIA: LE TAMBEM O LOCRECEITA.DAT DO
      *          PGM16 (PRECO, DESCONTO E VALOR COBRADO DE CADA
      *          LOCACAO DO PERIODO) E IMPRIME, ANTES DO RANKING, A
      *          QUANTIDADE, O BRUTO, O DESCONTO DAS PROMOCOES E O
      *          LIQUIDO DE CADA CATEGORIA DE PRECO (DESCRICAO DE
      *          CATEG-LOC.DAT) COM O TOTAL GERAL. LOCRECEITA.DAT E
      *          RECOLHIDO/ZERADO PELA OPERACAO JUNTO COM O
      *          LOCFECHADO.DAT DEPOIS DO MOVIMENTO.

       ENVIRONMENT             DIVISION.

           SELECT   OPTIONAL CADFILME2 ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOCRECEITA ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CATEG-LOC ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-LOCDIA       ASSIGN      TO      DISK.

       DATA                           DIVISION.
             02 USU-ABE       PIC 9(04).
             02 DATA-LOC-ABE  PIC 9(08).
             02 DATA-VENC-ABE PIC 9(08).
             02 CATEG-ABE     PIC X(01).

       FD  CADFILME2
           LABEL         RECORD          ARE     STANDARD
             02 COD-FILME     PIC 9(04).
             02 NOME-FILME    PIC X(30).
             02 PRECO-FILME   PIC 9(02)V99.
             02 CLASSIF-FILME PIC X(02).
             02 DATA-LANC-FILME PIC 9(08).

       FD  LOCRECEITA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOCRECEITA.DAT".

       01  REG-RECEITA.
             02 DATA-RCT      PIC 9(08).
             02 FILME-RCT     PIC 9(04).
             02 USU-RCT       PIC 9(04).
             02 CATEG-RCT     PIC X(01).
             02 PRECO-RCT     PIC 9(03)V99.
             02 DESC-RCT      PIC 9(03)V99.
             02 VALOR-RCT     PIC 9(03)V99.

       FD  CATEG-LOC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CATEG-LOC.DAT".

       01  REG-CATEG.
             02 COD-CAT       PIC X(01).
             02 DESCR-CAT     PIC X(15).
             02 PRECO-CAT     PIC 9(02)V99.
             02 PRAZO-CAT     PIC 9(02).
             02 TAXA-CAT      PIC 9(02)V99.

       FD  REL-LOCDIA
           LABEL RECORD IS OMITTED.
       77  MAIOR-QT         PIC 9(05)    VALUE ZEROS.
       77  IND-MAIOR        PIC 9(03)    VALUE ZEROS.
       77  POSICAO-RANK     PIC 9(03)    VALUE ZEROS.
       77  FIM-RCT          PIC X(03)    VALUE "NAO".
       77  FIM-CATEG        PIC X(03)    VALUE "NAO".
       77  QT-CATEG         PIC 9(02)    VALUE ZEROS.
       77  CTR-CATEG        PIC 9(02)    VALUE ZEROS.
       77  IND-CATEG        PIC 9(02)    VALUE ZEROS.
       77  QT-RCT-GERAL     PIC 9(05)    VALUE ZEROS.
       77  BRUTO-GERAL      PIC 9(07)V99 VALUE ZEROS.
       77  DESC-GERAL       PIC 9(07)V99 VALUE ZEROS.
       77  LIQ-GERAL        PIC 9(07)V99 VALUE ZEROS.

       01  TAB-RANKING.
           02 ITEM-RANK-TAB   OCCURS 200 TIMES.
              03 COD-FILME-TAB   PIC 9(04).
              03 NOME-FILME-TAB  PIC X(30).

       01  TAB-CATEGORIAS.
           02 ITEM-CATEG-TAB  OCCURS 10 TIMES.
              03 COD-CAT-TAB     PIC X(01).
              03 DESCR-CAT-TAB   PIC X(15).
              03 QT-CAT-TAB      PIC 9(05).
              03 BRUTO-CAT-TAB   PIC 9(07)V99.
              03 DESC-CAT-TAB    PIC 9(07)V99.
              03 LIQ-CAT-TAB     PIC 9(07)V99.

       01  CAB-01.
           02 FILLER          PIC X(20) VALUE SPACES.
           02 FILLER          PIC X(36) VALUE
           02 QT-PER-LIN      PIC ZZZZ9.
           02 FILLER          PIC X(48) VALUE SPACES.

       01  CAB-RECEITA.
           02 FILLER          PIC X(20) VALUE SPACES.
           02 FILLER          PIC X(30) VALUE
                       "RECEITA POR CATEGORIA".
           02 FILLER          PIC X(30) VALUE SPACES.

       01  CAB-RECEITA-2.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(20) VALUE "CATEGORIA".
           02 FILLER          PIC X(08) VALUE "   QTDE".
           02 FILLER          PIC X(11) VALUE "      BRUTO".
           02 FILLER          PIC X(11) VALUE "   DESCONTO".
           02 FILLER          PIC X(11) VALUE "    LIQUIDO".
           02 FILLER          PIC X(14) VALUE SPACES.

       01  LINHA-RECEITA.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 CATEG-LIN       PIC X(01).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DESCR-CAT-LIN   PIC X(15).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 QT-CAT-LIN      PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 BRUTO-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DESC-LIN        PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LIQ-LIN         PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE SPACES.

       01  CAB-RANKING.
           02 FILLER          PIC X(20) VALUE SPACES.
           02 FILLER          PIC X(30) VALUE

           OPEN INPUT       LOCFECHADO
                            LOCABERTO
                            LOCRECEITA
                OUTPUT      REL-LOCDIA.
           PERFORM    CARGA-FILMES.
           PERFORM    CARGA-CATEGORIAS.
           PERFORM    TRATA-RECEITA
                      UNTIL   FIM-RCT    EQUAL   "SIM".

       CARGA-CATEGORIAS.

           OPEN INPUT       CATEG-LOC.
           PERFORM    LEITURA-CATEG
                      UNTIL     FIM-CATEG  EQUAL    "SIM".
           CLOSE      CATEG-LOC.

       LEITURA-CATEG.

           READ CATEG-LOC
                AT END
                MOVE "SIM" TO FIM-CATEG.
           IF   FIM-CATEG   NOT EQUAL  "SIM"
                IF   QT-CATEG  NOT LESS THAN 10
                     DISPLAY "CATEG-LOC EXCEDE A TABELA DE 10"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-CATEG
                     MOVE COD-CAT       TO  COD-CAT-TAB (QT-CATEG)
                     MOVE DESCR-CAT     TO  DESCR-CAT-TAB (QT-CATEG)
                     MOVE ZEROS         TO  QT-CAT-TAB (QT-CATEG)
                                            BRUTO-CAT-TAB (QT-CATEG)
                                            DESC-CAT-TAB (QT-CATEG)
                                            LIQ-CAT-TAB (QT-CATEG).

      *    RECEITA DAS LOCACOES DO PERIODO (LOCRECEITA.DAT, GRAVADO
      *    PELO PGM16), SOMADA POR CATEGORIA DE PRECO. CATEGORIA QUE
      *    NAO ESTA EM CATEG-LOC.DAT ENTRA NA TABELA SEM DESCRICAO.

       TRATA-RECEITA.

           READ LOCRECEITA
                AT END
                MOVE "SIM" TO FIM-RCT.
           IF   FIM-RCT     NOT EQUAL  "SIM"
                PERFORM  ACUMULA-RECEITA.

       ACUMULA-RECEITA.

           PERFORM   BUSCA-CATEGORIA.
           IF        IND-CATEG  EQUAL  ZEROS
                AND  QT-CATEG   LESS THAN  10
                     ADD   1          TO  QT-CATEG
                     MOVE  QT-CATEG   TO  IND-CATEG
                     MOVE  CATEG-RCT  TO  COD-CAT-TAB (IND-CATEG)
                     MOVE  SPACES     TO  DESCR-CAT-TAB (IND-CATEG)
                     MOVE  ZEROS      TO  QT-CAT-TAB (IND-CATEG)
                                          BRUTO-CAT-TAB (IND-CATEG)
                                          DESC-CAT-TAB (IND-CATEG)
                                          LIQ-CAT-TAB (IND-CATEG).
           IF        IND-CATEG  NOT EQUAL  ZEROS
                     ADD   1          TO  QT-CAT-TAB (IND-CATEG)
                     ADD   PRECO-RCT  TO  BRUTO-CAT-TAB (IND-CATEG)
                     ADD   DESC-RCT   TO  DESC-CAT-TAB (IND-CATEG)
                     ADD   VALOR-RCT  TO  LIQ-CAT-TAB (IND-CATEG).

       BUSCA-CATEGORIA.

           MOVE      ZEROS     TO   IND-CATEG.
           MOVE      1         TO   CTR-CATEG.
           PERFORM   PESQUISA-CATEGORIA  QT-CATEG  TIMES.

       PESQUISA-CATEGORIA.

           IF        CATEG-RCT  EQUAL  COD-CAT-TAB (CTR-CATEG)
                     MOVE  CTR-CATEG  TO  IND-CATEG.
           ADD       1         TO   CTR-CATEG.

       CARGA-FILMES.

           MOVE      CT-PERDIDAS    TO   QT-PER-LIN.
           WRITE     REG-REL FROM LINHA-MOV-3
                     AFTER ADVANCING 1 LINE.
           PERFORM   IMPRIME-RECEITA.
           WRITE     REG-REL FROM CAB-RANKING
                     AFTER ADVANCING 2 LINES.
           PERFORM   IMPRIME-RANKING     QT-TITULOS  TIMES.
           CLOSE     LOCFECHADO
                     LOCABERTO
                     LOCRECEITA
                     REL-LOCDIA.

       IMPRIME-RECEITA.

           WRITE     REG-REL FROM CAB-RECEITA
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM CAB-RECEITA-2
                     AFTER ADVANCING 1 LINE.
           MOVE      1         TO   CTR-CATEG.
           PERFORM   IMPRIME-UMA-CATEG   QT-CATEG  TIMES.
           MOVE      SPACES         TO   CATEG-LIN.
           MOVE      "TOTAL"        TO   DESCR-CAT-LIN.
           MOVE      QT-RCT-GERAL   TO   QT-CAT-LIN.
           MOVE      BRUTO-GERAL    TO   BRUTO-LIN.
           MOVE      DESC-GERAL     TO   DESC-LIN.
           MOVE      LIQ-GERAL      TO   LIQ-LIN.
           WRITE     REG-REL FROM LINHA-RECEITA
                     AFTER ADVANCING 2 LINES.

       IMPRIME-UMA-CATEG.

           MOVE      COD-CAT-TAB (CTR-CATEG)    TO   CATEG-LIN.
           MOVE      DESCR-CAT-TAB (CTR-CATEG)  TO   DESCR-CAT-LIN.
           MOVE      QT-CAT-TAB (CTR-CATEG)     TO   QT-CAT-LIN.
           MOVE      BRUTO-CAT-TAB (CTR-CATEG)  TO   BRUTO-LIN.
           MOVE      DESC-CAT-TAB (CTR-CATEG)   TO   DESC-LIN.
           MOVE      LIQ-CAT-TAB (CTR-CATEG)    TO   LIQ-LIN.
           WRITE     REG-REL FROM LINHA-RECEITA
                     AFTER ADVANCING 1 LINE.
           ADD       QT-CAT-TAB (CTR-CATEG)     TO   QT-RCT-GERAL.
           ADD       BRUTO-CAT-TAB (CTR-CATEG)  TO   BRUTO-GERAL.
           ADD       DESC-CAT-TAB (CTR-CATEG)   TO   DESC-GERAL.
           ADD       LIQ-CAT-TAB (CTR-CATEG)    TO   LIQ-GERAL.
           ADD       1         TO   CTR-CATEG.

       IMPRIME-RANKING.

           MOVE      ZEROS     TO   MAIOR-QT
