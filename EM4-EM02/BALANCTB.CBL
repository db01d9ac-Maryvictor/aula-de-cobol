       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BALANCTB.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  BALANCETE DE VERIFICACAO E RAZAO ANALITICO DO RAZAO
      *          GERAL PARA UMA COMPETENCIA (PARAM-COMPET.DAT, OU O MES
      *          CORRENTE QUANDO AUSENTE). O BALANCETE LISTA, NA ORDEM
      *          DO PLANO DE CONTAS PLANOCTA2.DAT, CADA CONTA COM SALDO
      *          OU MOVIMENTO: SALDO ANTERIOR (SOMA DAS COMPETENCIAS
      *          ANTERIORES NO SALDOS.DAT), DEBITOS E CREDITOS DO MES E
      *          SALDO ATUAL, COM A INDICACAO D OU C; NO FIM, OS TOTAIS
      *          E A CONFERENCIA DE QUE DEBITOS E CREDITOS FECHAM. O
      *          RAZAO ANALITICO CLASSIFICA AS LINHAS DO RAZAO.DAT DA
      *          COMPETENCIA POR CONTA, DATA E LOTE E IMPRIME, POR
      *          CONTA, O SALDO ANTERIOR, CADA LANCAMENTO COM O SALDO
      *          ACUMULADO E OS TOTAIS DA CONTA. AS CONTAS DE RESULTADO
      *          NAO SAO ZERADAS NA VIRADA DO ANO. RC=8 QUANDO O
      *          BALANCETE NAO FECHA.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PLANOCTA2 ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL SALDOS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RAZAO   ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRAB             ASSIGN      TO      DISK.

           SELECT   REL-BALANCETE    ASSIGN      TO      DISK.

           SELECT   REL-RAZAO        ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PARAM-COMPET
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM      PIC 9(06).

       FD  PLANOCTA2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PLANOCTA2.DAT".

       01  REG-PLA.
             02 CONTA-PLA       PIC X(10).
             02 DESCR-PLA       PIC X(30).
             02 GRUPO-PLA       PIC X(01).
             02 NATUREZA-PLA    PIC X(01).
             02 SITUACAO-PLA    PIC X(01).

       FD  SALDOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "SALDOS.DAT".

       01  REG-SAL.
             02 CONTA-SAL       PIC X(10).
             02 COMPET-SAL      PIC 9(06).
             02 DEBITOS-SAL     PIC 9(11)V99.
             02 CREDITOS-SAL    PIC 9(11)V99.

       FD  RAZAO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RAZAO.DAT".

       01  REG-RAZ.
             02 LOTE-RAZ        PIC X(12).
             02 DATA-RAZ        PIC 9(08).
             02 CONTA-RAZ       PIC X(10).
             02 NATUREZA-RAZ    PIC X(01).
             02 VALOR-RAZ       PIC 9(09)V99.
             02 HIST-RAZ        PIC X(20).
             02 DATA-LANC-RAZ   PIC 9(08).

       SD  TRAB.
       01  REG-TRAB.
             02 CONTA-TRAB      PIC X(10).
             02 DATA-TRAB       PIC 9(08).
             02 LOTE-TRAB       PIC X(12).
             02 NATUREZA-TRAB   PIC X(01).
             02 VALOR-TRAB      PIC 9(09)V99.
             02 HIST-TRAB       PIC X(20).

       FD  REL-BALANCETE
           LABEL RECORD IS OMITTED.

       01  REG-BAL                PIC X(132).

       FD  REL-RAZAO
           LABEL RECORD IS OMITTED.

       01  REG-RAZ-REL            PIC X(132).

       WORKING-STORAGE SECTION.

       77  FIM-PLA          PIC X(03)    VALUE "NAO".
       77  FIM-SAL          PIC X(03)    VALUE "NAO".
       77  FIM-RAZ          PIC X(03)    VALUE "NAO".
       77  FIM-TRAB         PIC X(03)    VALUE "NAO".
       77  COMPETENCIA      PIC 9(06)    VALUE ZEROS.
       77  QT-PLANO         PIC 9(04)    VALUE ZEROS.
       77  CTR-PLANO        PIC 9(04)    VALUE ZEROS.
       77  IND-PLANO        PIC 9(04)    VALUE ZEROS.
       77  CONTA-BUSCA      PIC X(10)    VALUE SPACES.
       77  CONTA-ATUAL      PIC X(10)    VALUE SPACES.
       77  CT-FORA-PLANO    PIC 9(05)    VALUE ZEROS.
       77  SALDO-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77  SALDO-CORRIDO    PIC S9(11)V99 VALUE ZEROS.
       77  CONTA-DEBITOS    PIC 9(11)V99 VALUE ZEROS.
       77  CONTA-CREDITOS   PIC 9(11)V99 VALUE ZEROS.
       77  TOT-ANT-DEV      PIC 9(11)V99 VALUE ZEROS.
       77  TOT-ANT-CRED     PIC 9(11)V99 VALUE ZEROS.
       77  TOT-DEBITOS      PIC 9(11)V99 VALUE ZEROS.
       77  TOT-CREDITOS     PIC 9(11)V99 VALUE ZEROS.
       77  TOT-ATU-DEV      PIC 9(11)V99 VALUE ZEROS.
       77  TOT-ATU-CRED     PIC 9(11)V99 VALUE ZEROS.
       77  CT-CONTAS        PIC 9(05)    VALUE ZEROS.
       77  CT-LIN-BAL       PIC 9(02)    VALUE 60.
       77  CT-PAG-BAL       PIC 9(03)    VALUE ZEROS.
       77  CT-LIN-RAZ       PIC 9(02)    VALUE 60.
       77  CT-PAG-RAZ       PIC 9(03)    VALUE ZEROS.

       01  TAB-PLANO.
           02 ITEM-PLANO-TAB OCCURS 1000 TIMES.
              03 CONTA-PLANO-TAB   PIC X(10).
              03 DESCR-PLANO-TAB   PIC X(30).
              03 ANT-DEB-TAB       PIC 9(11)V99.
              03 ANT-CRED-TAB      PIC 9(11)V99.
              03 MES-DEB-TAB       PIC 9(11)V99.
              03 MES-CRED-TAB      PIC 9(11)V99.

       01  HOJE.
           02 HOJE-AAAAMM    PIC 9(06).
           02 HOJE-DD        PIC 9(02).

       01  CAB-BAL-01.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
                          "BALANCETE DE VERIFICACAO - RAZAO GERAL".
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(13) VALUE "COMPETENCIA: ".
           02 COMPET-CAB-BAL  PIC 9999/99.
           02 FILLER          PIC X(51) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB-BAL     PIC ZZ9.
           02 FILLER          PIC X(09) VALUE SPACES.

       01  CAB-BAL-02.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(11) VALUE "CONTA".
           02 FILLER          PIC X(31) VALUE "DESCRICAO".
           02 FILLER          PIC X(20) VALUE
                                "      SALDO ANTERIOR".
           02 FILLER          PIC X(18) VALUE
                                "           DEBITOS".
           02 FILLER          PIC X(18) VALUE
                                "          CREDITOS".
           02 FILLER          PIC X(20) VALUE
                                "         SALDO ATUAL".
           02 FILLER          PIC X(09) VALUE SPACES.

       01  DET-BAL.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 CONTA-DET-BAL   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DESCR-DET-BAL   PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ANT-DET-BAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ANT-DC-DET-BAL  PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DEB-DET-BAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CRED-DET-BAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ATU-DET-BAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ATU-DC-DET-BAL  PIC X(01).
           02 FILLER          PIC X(10) VALUE SPACES.

       01  TOT-BAL.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ROTULO-TOT-BAL  PIC X(62).
           02 DEB-TOT-BAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CRED-TOT-BAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(30) VALUE SPACES.

       01  MSG-BAL.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 TEXTO-MSG-BAL   PIC X(60).
           02 FILLER          PIC X(67) VALUE SPACES.

       01  CAB-RAZ-01.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
                                "RAZAO ANALITICO - RAZAO GERAL".
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(13) VALUE "COMPETENCIA: ".
           02 COMPET-CAB-RAZ  PIC 9999/99.
           02 FILLER          PIC X(51) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB-RAZ     PIC ZZ9.
           02 FILLER          PIC X(09) VALUE SPACES.

       01  CAB-RAZ-02.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(09) VALUE "DATA".
           02 FILLER          PIC X(13) VALUE "LOTE".
           02 FILLER          PIC X(21) VALUE "HISTORICO".
           02 FILLER          PIC X(18) VALUE
                                "           DEBITO".
           02 FILLER          PIC X(18) VALUE
                                "          CREDITO".
           02 FILLER          PIC X(20) VALUE
                                "               SALDO".
           02 FILLER          PIC X(28) VALUE SPACES.

       01  CONTA-RAZ-LIN.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "CONTA: ".
           02 CONTA-RAZ-CAB   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DESCR-RAZ-CAB   PIC X(30).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(16) VALUE "SALDO ANTERIOR: ".
           02 ANT-RAZ-CAB     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ANT-DC-RAZ-CAB  PIC X(01).
           02 FILLER          PIC X(41) VALUE SPACES.

       01  DET-RAZ.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 DATA-DET-RAZ    PIC 9(08) BLANK WHEN ZERO.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LOTE-DET-RAZ    PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 HIST-DET-RAZ    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DEB-DET-RAZ     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CRED-DET-RAZ    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 SALDO-DET-RAZ   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 SALDO-DC-DET-RAZ PIC X(01).
           02 FILLER          PIC X(29) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-BALANCTB         SECTION.

           PERFORM    INICIO.
           PERFORM    EMITE-BALANCETE.

           SORT       TRAB
                      ASCENDING KEY CONTA-TRAB  DATA-TRAB  LOTE-TRAB
                      INPUT  PROCEDURE ROT-ENTRADA
                      OUTPUT PROCEDURE ROT-SAIDA.

           PERFORM    FIM.
           STOP RUN.

       INICIO               SECTION.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           MOVE       HOJE-AAAAMM  TO     COMPETENCIA.
           OPEN       INPUT     PARAM-COMPET.
           READ       PARAM-COMPET
                      AT END
                      MOVE     ZEROS    TO    COMPET-PARAM.
           IF         COMPET-PARAM   NOT EQUAL   ZEROS
                      MOVE     COMPET-PARAM   TO   COMPETENCIA.
           CLOSE      PARAM-COMPET.
           MOVE       COMPETENCIA  TO     COMPET-CAB-BAL
                                          COMPET-CAB-RAZ.
           OPEN INPUT       PLANOCTA2.
           PERFORM    LEITURA-PLANO
                      UNTIL     FIM-PLA    EQUAL    "SIM".
           CLOSE      PLANOCTA2.
           OPEN INPUT       SALDOS.
           PERFORM    LEITURA-SALDOS
                      UNTIL     FIM-SAL    EQUAL    "SIM".
           CLOSE      SALDOS.
           OPEN OUTPUT      REL-BALANCETE
                            REL-RAZAO.

       LEITURA-PLANO        SECTION.

           READ PLANOCTA2
                AT END
                MOVE "SIM" TO FIM-PLA.
           IF   FIM-PLA     NOT EQUAL  "SIM"
                IF   QT-PLANO  NOT LESS THAN  1000
                     DISPLAY "PLANOCTA2 EXCEDE A TABELA DE 1000"
                             " CONTAS - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-PLANO
                     MOVE CONTA-PLA      TO  CONTA-PLANO-TAB (QT-PLANO)
                     MOVE DESCR-PLA      TO  DESCR-PLANO-TAB (QT-PLANO)
                     MOVE ZEROS          TO  ANT-DEB-TAB (QT-PLANO)
                                             ANT-CRED-TAB (QT-PLANO)
                                             MES-DEB-TAB (QT-PLANO)
                                             MES-CRED-TAB (QT-PLANO).

       LEITURA-SALDOS       SECTION.

           READ SALDOS
                AT END
                MOVE "SIM" TO FIM-SAL.
           IF   FIM-SAL     NOT EQUAL  "SIM"
                AND COMPET-SAL  NOT GREATER THAN  COMPETENCIA
                MOVE CONTA-SAL      TO  CONTA-BUSCA
                PERFORM  BUSCA-CONTA
                IF   IND-PLANO  EQUAL  ZEROS
                     ADD  1  TO  CT-FORA-PLANO
                ELSE
                     IF   COMPET-SAL  LESS THAN  COMPETENCIA
                          ADD  DEBITOS-SAL   TO  ANT-DEB-TAB (IND-PLANO)
                          ADD  CREDITOS-SAL  TO
                               ANT-CRED-TAB (IND-PLANO)
                     ELSE
                          ADD  DEBITOS-SAL   TO  MES-DEB-TAB (IND-PLANO)
                          ADD  CREDITOS-SAL  TO
                               MES-CRED-TAB (IND-PLANO).

       BUSCA-CONTA          SECTION.

           MOVE      ZEROS     TO   IND-PLANO.
           MOVE      1         TO   CTR-PLANO.
           PERFORM   PESQUISA-CONTA      QT-PLANO  TIMES.

       PESQUISA-CONTA       SECTION.

           IF        CONTA-BUSCA  EQUAL  CONTA-PLANO-TAB (CTR-PLANO)
                     MOVE  CTR-PLANO  TO  IND-PLANO.
           ADD       1         TO   CTR-PLANO.

       EMITE-BALANCETE      SECTION.

           MOVE      1         TO   CTR-PLANO.
           PERFORM   IMPRIME-CONTA-BAL   QT-PLANO  TIMES.
           IF        CT-PAG-BAL  EQUAL  ZEROS
                     PERFORM  CABECALHO-BAL.
           MOVE      "MOVIMENTO DO MES"           TO  ROTULO-TOT-BAL.
           MOVE      TOT-DEBITOS       TO  DEB-TOT-BAL.
           MOVE      TOT-CREDITOS      TO  CRED-TOT-BAL.
           WRITE     REG-BAL FROM TOT-BAL
                     AFTER ADVANCING 2 LINES.
           MOVE      "SALDOS ANTERIORES DEVEDORES / CREDORES" TO
                     ROTULO-TOT-BAL.
           MOVE      TOT-ANT-DEV       TO  DEB-TOT-BAL.
           MOVE      TOT-ANT-CRED      TO  CRED-TOT-BAL.
           WRITE     REG-BAL FROM TOT-BAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "SALDOS ATUAIS DEVEDORES / CREDORES" TO
                     ROTULO-TOT-BAL.
           MOVE      TOT-ATU-DEV       TO  DEB-TOT-BAL.
           MOVE      TOT-ATU-CRED      TO  CRED-TOT-BAL.
           WRITE     REG-BAL FROM TOT-BAL
                     AFTER ADVANCING 1 LINE.
           IF        TOT-DEBITOS  EQUAL  TOT-CREDITOS
                AND  TOT-ATU-DEV  EQUAL  TOT-ATU-CRED
                     MOVE  "BALANCETE FECHADO - DEBITOS = CREDITOS"
                           TO  TEXTO-MSG-BAL
           ELSE
                     MOVE  "BALANCETE NAO FECHA - VERIFICAR SALDOS"
                           TO  TEXTO-MSG-BAL
                     DISPLAY "BALANCETE " COMPETENCIA " NAO FECHA."
                     MOVE  8   TO   RETURN-CODE.
           WRITE     REG-BAL FROM MSG-BAL
                     AFTER ADVANCING 2 LINES.
           IF        CT-FORA-PLANO  GREATER THAN  ZEROS
                     MOVE  "SALDOS DE CONTAS FORA DO PLANO IGNORADOS"
                           TO  TEXTO-MSG-BAL
                     WRITE REG-BAL FROM MSG-BAL
                           AFTER ADVANCING 1 LINE
                     MOVE  4   TO   RETURN-CODE.

       IMPRIME-CONTA-BAL    SECTION.

           IF   ANT-DEB-TAB (CTR-PLANO)   NOT EQUAL  ZEROS
             OR ANT-CRED-TAB (CTR-PLANO)  NOT EQUAL  ZEROS
             OR MES-DEB-TAB (CTR-PLANO)   NOT EQUAL  ZEROS
             OR MES-CRED-TAB (CTR-PLANO)  NOT EQUAL  ZEROS
                PERFORM  DETALHE-BAL.
           ADD       1         TO   CTR-PLANO.

       DETALHE-BAL          SECTION.

           IF        CT-LIN-BAL  GREATER THAN  55
                     PERFORM  CABECALHO-BAL.
           MOVE      CONTA-PLANO-TAB (CTR-PLANO)  TO  CONTA-DET-BAL.
           MOVE      DESCR-PLANO-TAB (CTR-PLANO)  TO  DESCR-DET-BAL.
           COMPUTE   SALDO-VALOR  =  ANT-DEB-TAB (CTR-PLANO)
                                  -  ANT-CRED-TAB (CTR-PLANO).
           MOVE      SALDO-VALOR  TO  ANT-DET-BAL.
           IF        SALDO-VALOR  LESS THAN  ZEROS
                     MOVE  "C"    TO   ANT-DC-DET-BAL
                     SUBTRACT SALDO-VALOR FROM TOT-ANT-CRED
           ELSE
                     MOVE  "D"    TO   ANT-DC-DET-BAL
                     ADD   SALDO-VALOR  TO  TOT-ANT-DEV.
           MOVE      MES-DEB-TAB (CTR-PLANO)   TO  DEB-DET-BAL.
           MOVE      MES-CRED-TAB (CTR-PLANO)  TO  CRED-DET-BAL.
           ADD       MES-DEB-TAB (CTR-PLANO)   TO  TOT-DEBITOS.
           ADD       MES-CRED-TAB (CTR-PLANO)  TO  TOT-CREDITOS.
           COMPUTE   SALDO-VALOR  =  SALDO-VALOR
                                  +  MES-DEB-TAB (CTR-PLANO)
                                  -  MES-CRED-TAB (CTR-PLANO).
           MOVE      SALDO-VALOR  TO  ATU-DET-BAL.
           IF        SALDO-VALOR  LESS THAN  ZEROS
                     MOVE  "C"    TO   ATU-DC-DET-BAL
                     SUBTRACT SALDO-VALOR FROM TOT-ATU-CRED
           ELSE
                     MOVE  "D"    TO   ATU-DC-DET-BAL
                     ADD   SALDO-VALOR  TO  TOT-ATU-DEV.
           WRITE     REG-BAL FROM DET-BAL
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN-BAL.
           ADD       1         TO   CT-CONTAS.

       CABECALHO-BAL        SECTION.

           ADD       1         TO   CT-PAG-BAL.
           MOVE      CT-PAG-BAL TO  PAG-CAB-BAL.
           WRITE     REG-BAL FROM CAB-BAL-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-BAL FROM CAB-BAL-02
                     AFTER ADVANCING 2 LINES.
           MOVE      ZEROS     TO   CT-LIN-BAL.

       ROT-ENTRADA          SECTION.

           OPEN INPUT       RAZAO.
           PERFORM    LEITURA-RAZAO
                      UNTIL     FIM-RAZ    EQUAL    "SIM".
           CLOSE      RAZAO.

       LEITURA-RAZAO        SECTION.

           READ RAZAO
                AT END
                MOVE "SIM" TO FIM-RAZ.
           IF   FIM-RAZ     NOT EQUAL  "SIM"
                AND DATA-RAZ (1:6)  EQUAL  COMPETENCIA
                MOVE CONTA-RAZ      TO  CONTA-TRAB
                MOVE DATA-RAZ       TO  DATA-TRAB
                MOVE LOTE-RAZ       TO  LOTE-TRAB
                MOVE NATUREZA-RAZ   TO  NATUREZA-TRAB
                MOVE VALOR-RAZ      TO  VALOR-TRAB
                MOVE HIST-RAZ       TO  HIST-TRAB
                RELEASE REG-TRAB.

       ROT-SAIDA            SECTION.

           PERFORM    LE-TRAB.
           PERFORM    TRATA-CONTA-RAZ
                      UNTIL     FIM-TRAB   EQUAL    "SIM".
           IF         CT-PAG-RAZ  EQUAL  ZEROS
                      PERFORM  CABECALHO-RAZ.

       LE-TRAB              SECTION.

           RETURN TRAB
                  AT END
                  MOVE "SIM" TO FIM-TRAB.

       TRATA-CONTA-RAZ      SECTION.

           MOVE      CONTA-TRAB  TO  CONTA-ATUAL
                                     CONTA-BUSCA.
           PERFORM   BUSCA-CONTA.
           MOVE      ZEROS     TO   CONTA-DEBITOS
                                    CONTA-CREDITOS
                                    SALDO-CORRIDO.
           IF        IND-PLANO  NOT EQUAL  ZEROS
                     COMPUTE  SALDO-CORRIDO  =  ANT-DEB-TAB (IND-PLANO)
                                             -  ANT-CRED-TAB (IND-PLANO)
                     MOVE  DESCR-PLANO-TAB (IND-PLANO) TO DESCR-RAZ-CAB
           ELSE
                     MOVE  "CONTA FORA DO PLANO"      TO DESCR-RAZ-CAB.
           IF        CT-LIN-RAZ  GREATER THAN  50
                     PERFORM  CABECALHO-RAZ.
           MOVE      CONTA-ATUAL    TO   CONTA-RAZ-CAB.
           MOVE      SALDO-CORRIDO  TO   ANT-RAZ-CAB.
           IF        SALDO-CORRIDO  LESS THAN  ZEROS
                     MOVE  "C"      TO   ANT-DC-RAZ-CAB
           ELSE
                     MOVE  "D"      TO   ANT-DC-RAZ-CAB.
           WRITE     REG-RAZ-REL FROM CONTA-RAZ-LIN
                     AFTER ADVANCING 2 LINES.
           ADD       2         TO   CT-LIN-RAZ.
           PERFORM   DETALHE-RAZ
                     UNTIL     FIM-TRAB   EQUAL    "SIM"
                     OR        CONTA-TRAB NOT EQUAL CONTA-ATUAL.
           MOVE      ZEROS          TO   DATA-DET-RAZ.
           MOVE      SPACES         TO   LOTE-DET-RAZ.
           MOVE      "TOTAL DA CONTA" TO HIST-DET-RAZ.
           MOVE      CONTA-DEBITOS  TO   DEB-DET-RAZ.
           MOVE      CONTA-CREDITOS TO   CRED-DET-RAZ.
           PERFORM   SALDO-LINHA-RAZ.
           WRITE     REG-RAZ-REL FROM DET-RAZ
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN-RAZ.

       DETALHE-RAZ          SECTION.

           IF        CT-LIN-RAZ  GREATER THAN  55
                     PERFORM  CABECALHO-RAZ.
           MOVE      DATA-TRAB      TO   DATA-DET-RAZ.
           MOVE      LOTE-TRAB      TO   LOTE-DET-RAZ.
           MOVE      HIST-TRAB      TO   HIST-DET-RAZ.
           MOVE      ZEROS          TO   DEB-DET-RAZ
                                         CRED-DET-RAZ.
           IF        NATUREZA-TRAB  EQUAL  "D"
                     MOVE  VALOR-TRAB   TO   DEB-DET-RAZ
                     ADD   VALOR-TRAB   TO   CONTA-DEBITOS
                                             SALDO-CORRIDO
           ELSE
                     MOVE  VALOR-TRAB   TO   CRED-DET-RAZ
                     ADD   VALOR-TRAB   TO   CONTA-CREDITOS
                     SUBTRACT VALOR-TRAB FROM SALDO-CORRIDO.
           PERFORM   SALDO-LINHA-RAZ.
           WRITE     REG-RAZ-REL FROM DET-RAZ
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN-RAZ.
           PERFORM   LE-TRAB.

       SALDO-LINHA-RAZ      SECTION.

           MOVE      SALDO-CORRIDO  TO   SALDO-DET-RAZ.
           IF        SALDO-CORRIDO  LESS THAN  ZEROS
                     MOVE  "C"      TO   SALDO-DC-DET-RAZ
           ELSE
                     MOVE  "D"      TO   SALDO-DC-DET-RAZ.

       CABECALHO-RAZ        SECTION.

           ADD       1         TO   CT-PAG-RAZ.
           MOVE      CT-PAG-RAZ TO  PAG-CAB-RAZ.
           WRITE     REG-RAZ-REL FROM CAB-RAZ-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-RAZ-REL FROM CAB-RAZ-02
                     AFTER ADVANCING 2 LINES.
           MOVE      ZEROS     TO   CT-LIN-RAZ.

       FIM                  SECTION.

           DISPLAY   "CONTAS NO BALANCETE: " CT-CONTAS.
           CLOSE     REL-BALANCETE
                     REL-RAZAO.
