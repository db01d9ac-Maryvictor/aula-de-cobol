      *          USA PARA SELECIONAR O QUE COMPRAR; AS LINHAS
      *          SELECIONADAS VIRAM PEDIDO NUMERADO NO PGM14 E A
      *          ENTRADA DA MERCADORIA E CASADA PELO PGM15.
      *          LE TAMBEM O ARQUIVO OPCIONAL PERDAS.DAT DO DIA
      *          (PGM05): CADA EXEMPLAR PERDIDO OU AVARIADO CONTA UMA
      *          REPOSICAO PARA O TITULO E CADA EXEMPLAR LOCALIZADO
      *          CANCELA UMA (NUNCA ABAIXO DE ZERO). DEMANDA.DAT
      *          GANHOU A COLUNA DE REPOSICOES NO FINAL DO REGISTRO,
      *          TAMBEM SOMADA NA DEMANDA TOTAL.

       ENVIRONMENT             DIVISION.

           SELECT   OPTIONAL RESERVAS ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   DEMANDA          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

             02 USU-RES       PIC 9(04).
             02 DATA-RES      PIC 9(08).

       FD  PERDAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERDAS.DAT".

       01  REG-PERDA.
             02 LIVRO-PER     PIC 9(05).
             02 EXEMPLAR-PER  PIC 9(02).
             02 TIPO-PER      PIC X(01).

       FD  DEMANDA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEMANDA.DAT".
             02 NEGADOS-DEM   PIC 9(03).
             02 RESERVAS-DEM  PIC 9(03).
             02 TOTAL-DEM     PIC 9(04).
             02 REPOSICAO-DEM PIC 9(03).

       WORKING-STORAGE SECTION.

       77  FIM-EXC          PIC X(03)    VALUE "NAO".
       77  FIM-RES          PIC X(03)    VALUE "NAO".
       77  FIM-PER          PIC X(03)    VALUE "NAO".
       77  QT-TITULOS       PIC 9(03)    VALUE ZEROS.
       77  CTR-TIT          PIC 9(03)    VALUE ZEROS.
       77  IND-TIT          PIC 9(03)    VALUE ZEROS.
              03 LIVRO-DEM-TAB   PIC 9(05).
              03 NEGADOS-TAB     PIC 9(03).
              03 RESERVAS-TAB    PIC 9(03).
              03 REPOSICAO-TAB   PIC 9(03).

       PROCEDURE                                   DIVISION.

                      UNTIL   FIM-EXC    EQUAL   "SIM".
           PERFORM    TRATA-RESERVAS
                      UNTIL   FIM-RES    EQUAL   "SIM".
           PERFORM    TRATA-PERDAS
                      UNTIL   FIM-PER    EQUAL   "SIM".
           PERFORM    FIM.
           STOP RUN.


           OPEN INPUT       EMP-EXC
                            RESERVAS
                            PERDAS
                OUTPUT      DEMANDA.

       TRATA-EXCECOES.
                PERFORM  LOCALIZA-TITULO
                ADD  1   TO   RESERVAS-TAB (IND-TIT).

      *    PERDA (P) OU AVARIA (A) DE EXEMPLAR PEDE REPOSICAO; O
      *    EXEMPLAR LOCALIZADO (L) CANCELA UMA REPOSICAO JA CONTADA.

       TRATA-PERDAS.

           READ PERDAS
                AT END
                MOVE "SIM" TO FIM-PER.
           IF   FIM-PER     NOT EQUAL  "SIM"
                MOVE LIVRO-PER   TO  CHAVE-BUSCA
                IF   TIPO-PER  EQUAL  "P"  OR  "A"
                     PERFORM  LOCALIZA-TITULO
                     ADD  1   TO   REPOSICAO-TAB (IND-TIT)
                ELSE
                IF   TIPO-PER  EQUAL  "L"
                     MOVE   "NAO"   TO   ACHOU-TIT
                     MOVE   1       TO   CTR-TIT
                     PERFORM  PESQUISA-TITULO   QT-TITULOS  TIMES
                     IF   ACHOU-TIT  EQUAL  "SIM"
                      AND REPOSICAO-TAB (IND-TIT)  GREATER  ZEROS
                          SUBTRACT 1 FROM REPOSICAO-TAB (IND-TIT).

       LOCALIZA-TITULO.

           MOVE      "NAO"     TO   ACHOU-TIT.
                                LIVRO-DEM-TAB (IND-TIT)
                          MOVE  ZEROS       TO
                                NEGADOS-TAB (IND-TIT)
                                RESERVAS-TAB (IND-TIT)
                                REPOSICAO-TAB (IND-TIT).

       PESQUISA-TITULO.

           DISPLAY   "TITULOS COM DEMANDA: " CT-GRAVADOS.
           CLOSE     EMP-EXC
                     RESERVAS
                     PERDAS
                     DEMANDA.

       GRAVA-DEMANDA.
           MOVE      LIVRO-DEM-TAB (CTR-TIT)  TO  LIVRO-DEM.
           MOVE      NEGADOS-TAB (CTR-TIT)    TO  NEGADOS-DEM.
           MOVE      RESERVAS-TAB (CTR-TIT)   TO  RESERVAS-DEM.
           MOVE      REPOSICAO-TAB (CTR-TIT)  TO  REPOSICAO-DEM.
           COMPUTE   TOTAL-DEM  =  NEGADOS-TAB (CTR-TIT)
                                 + RESERVAS-TAB (CTR-TIT)
                                 + REPOSICAO-TAB (CTR-TIT).
           WRITE     REG-DEMANDA.
           ADD       1         TO   CT-GRAVADOS.
           ADD       1         TO   CTR-TIT.
