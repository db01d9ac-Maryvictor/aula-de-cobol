       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ALIMCTB.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  ALIMENTADOR DO DIARIO CONTABIL PARA OS SISTEMAS QUE
      *          SO GRAVAM RESUMO DE VALORES, RODADO ANTES DO
      *          LANCACTB. TRANSFORMA EM LINHAS NO LAYOUT PADRAO DO
      *          DIARIO (LOTE, DATA, CONTA, NATUREZA, VALOR E
      *          HISTORICO) O RESUMO DA FOLHA LANCTO-CTB.DAT (PGM04 DO
      *          EM3-EM02) E O RESUMO DAS MULTAS DA BIBLIOTECA
      *          MULTA-CTB.DAT (PGM06 E PGM12 DO EM3-EM01, COPY
      *          MULTACTB). CADA VALOR VIRA UMA PARTIDA DEBITO E UMA
      *          CREDITO PELAS CONTAS DO EVENTO NA TABELA EVENTO X
      *          CONTA EVENTO-CTB.DAT (A MESMA DO PGM20 DO EM2-EM02,
      *          MANTIDA PELA CONTABILIDADE), ONDE DEVEM ESTAR
      *          CADASTRADOS OS EVENTOS:
      *            FLIQ - LIQUIDO DA FOLHA (DESPESA DE SALARIOS X
      *                   SALARIOS A PAGAR);
      *            FDES - DESCONTOS DA FOLHA (DESPESA DE SALARIOS X
      *                   DESCONTOS A REPASSAR);
      *            FIMP - IMPOSTOS RETIDOS NA FOLHA (DESPESA DE
      *                   SALARIOS X IMPOSTOS A RECOLHER) -- OS TRES
      *                   DEBITOS SOMAM O BRUTO DA FOLHA;
      *            MULT - MULTAS E REPOSICOES LANCADAS (MULTAS A
      *                   RECEBER X RECEITA DE MULTAS);
      *            MEST - ESTORNO DE REPOSICAO ABATIDO DO SALDO
      *                   (RECEITA DE MULTAS X MULTAS A RECEBER);
      *            MDEV - ESTORNO ACIMA DO SALDO (RECEITA DE MULTAS X
      *                   VALORES A DEVOLVER);
      *            MPAG - PAGAMENTOS DE MULTA (CAIXA X MULTAS A
      *                   RECEBER).
      *          O LOTE DA FOLHA E "FP"+AAMMDD DO RESUMO+"0000"; O DAS
      *          MULTAS E A ORIGEM DO RESUMO ("MU" OU "MP")+AAMMDD+HHMM
      *          DA RODADA QUE O GRAVOU, AGRUPANDO OS REGISTROS DA
      *          MESMA RODADA. LOTE JA LANCADO NO CONTROLE LOTECTB.DAT
      *          DO LANCACTB NAO E GERADO DE NOVO, DE MODO QUE OS
      *          RESUMOS NAO PRECISAM SER ZERADOS E O PROGRAMA PODE SER
      *          REPETIDO. LOTE COM EVENTO SEM CONTA NA TABELA (OU COM
      *          TIPO DE MOVIMENTO INVALIDO) E RETIDO INTEIRO, SAI NO
      *          CONSOLE E O PROGRAMA TERMINA COM RC=8; DEPOIS DE
      *          CADASTRADA A CONTA ELE SAI NA RODADA SEGUINTE. AS
      *          LINHAS SAEM EM LANCALIM.DAT, QUE A OPERACAO CONCATENA
      *          NO DIARIO.DAT JUNTO COM OS DEMAIS ALIMENTADORES.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL LANCTO-CTB ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL MULTA-CTB ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL EVENTO-CTB ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOTECTB ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   LANCALIM         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  LANCTO-CTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LANCTO-CTB.DAT".

       01  REG-LANCTO-CTB.
             02 DATA-LANCTO           PIC 9(08).
             02 QT-FUNC-LANCTO        PIC 9(05).
             02 TOTAL-BRUTO-LANCTO    PIC 9(09)V99.
             02 TOTAL-DESPESAS-LANCTO PIC 9(09)V99.
             02 TOTAL-IMPOSTOS-LANCTO PIC 9(09)V99.
             02 TOTAL-LIQUIDO-LANCTO  PIC S9(09)V99.

       FD  MULTA-CTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "MULTA-CTB.DAT".

       COPY MULTACTB.

       FD  EVENTO-CTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "EVENTO-CTB.DAT".

       01  REG-EVENTO-CTB.
             02 EVENTO-TEV      PIC X(04).
             02 CONTA-DEB-TEV   PIC X(10).
             02 CONTA-CRE-TEV   PIC X(10).

       FD  LOTECTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOTECTB.DAT".

       01  REG-LCT.
             02 LOTE-LCT        PIC X(12).
             02 DATA-LCT        PIC 9(08).
             02 LINHAS-LCT      PIC 9(05).
             02 VALOR-LCT       PIC 9(11)V99.

       FD  LANCALIM
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LANCALIM.DAT".

       01  REG-LANCALIM.
             02 LOTE-LALI       PIC X(12).
             02 DATA-LALI       PIC 9(08).
             02 CONTA-LALI      PIC X(10).
             02 NATUREZA-LALI   PIC X(01).
             02 VALOR-LALI      PIC 9(09)V99.
             02 HIST-LALI.
                03 EVENTO-LALI     PIC X(04).
                03 FILLER          PIC X(01).
                03 TEXTO-LALI      PIC X(15).

       WORKING-STORAGE SECTION.

       77  FIM-FOLHA        PIC X(03)    VALUE "NAO".
       77  FIM-MULTA        PIC X(03)    VALUE "NAO".
       77  FIM-TEV          PIC X(03)    VALUE "NAO".
       77  FIM-LCT          PIC X(03)    VALUE "NAO".
       77  QT-TEV           PIC 9(03)    VALUE ZEROS.
       77  CTR-TEV          PIC 9(03)    VALUE ZEROS.
       77  IND-TEV          PIC 9(03)    VALUE ZEROS.
       77  QT-LCT           PIC 9(05)    VALUE ZEROS.
       77  CTR-LCT          PIC 9(05)    VALUE ZEROS.
       77  QT-LT            PIC 9(03)    VALUE ZEROS.
       77  CTR-LT           PIC 9(03)    VALUE ZEROS.
       77  LOTE-ABERTO      PIC X(03)    VALUE "NAO".
       77  LOTE-JA-LANCADO  PIC X(03)    VALUE "NAO".
       77  LOTE-RETIDO      PIC X(03)    VALUE "NAO".
       77  DATA-ATU         PIC 9(08)    VALUE ZEROS.
       77  TEXTO-ATU        PIC X(15)    VALUE SPACES.
       77  EVENTO-W         PIC X(04)    VALUE SPACES.
       77  VALOR-W          PIC 9(09)V99 VALUE ZEROS.
       77  CT-LOTES         PIC 9(05)    VALUE ZEROS.
       77  CT-JA-LANCADOS   PIC 9(05)    VALUE ZEROS.
       77  CT-RETIDOS       PIC 9(05)    VALUE ZEROS.
       77  CT-LINHAS        PIC 9(05)    VALUE ZEROS.

       01  LOTE-ATUAL.
           02 ORIGEM-ATU     PIC X(02).
           02 DATA-LOTE-ATU  PIC 9(06).
           02 HORA-LOTE-ATU  PIC 9(04).

       01  LOTE-W.
           02 ORIGEM-LW      PIC X(02).
           02 DATA-LOTE-LW   PIC 9(06).
           02 HORA-LOTE-LW   PIC 9(04).

       01  TAB-EVENTOS.
           02 ITEM-TEV-TAB    OCCURS 20 TIMES.
              03 EVENTO-TAB      PIC X(04).
              03 CONTA-DEB-TAB   PIC X(10).
              03 CONTA-CRE-TAB   PIC X(10).

       01  TAB-LOTES-LANCADOS.
           02 LOTE-LCT-TAB    PIC X(12)  OCCURS 5000 TIMES.

       01  TAB-LINHAS-LOTE.
           02 ITEM-LT-TAB     OCCURS 10 TIMES.
              03 CONTA-LT-TAB    PIC X(10).
              03 NATUREZA-LT-TAB PIC X(01).
              03 VALOR-LT-TAB    PIC 9(09)V99.
              03 EVENTO-LT-TAB   PIC X(04).

       PROCEDURE                                   DIVISION.

       PGM-ALIMCTB.

           PERFORM    INICIO.

           PERFORM    TRATA-FOLHA
                    UNTIL   FIM-FOLHA    EQUAL     "SIM".

           PERFORM    TRATA-MULTA
                    UNTIL   FIM-MULTA    EQUAL     "SIM".

           PERFORM    FECHA-LOTE.

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       LANCTO-CTB
                            MULTA-CTB
                OUTPUT      LANCALIM.
           PERFORM    CARGA-EVENTOS.
           PERFORM    CARGA-CONTROLE.
           MOVE       SPACES    TO   LOTE-ATUAL.

       CARGA-EVENTOS.

           OPEN INPUT       EVENTO-CTB.
           PERFORM    LEITURA-EVENTO
                      UNTIL     FIM-TEV    EQUAL    "SIM".
           CLOSE      EVENTO-CTB.

       LEITURA-EVENTO.

           READ EVENTO-CTB
                AT END
                MOVE "SIM" TO FIM-TEV.
           IF   FIM-TEV     NOT EQUAL  "SIM"
                IF   QT-TEV  NOT LESS THAN  20
                     DISPLAY "EVENTO-CTB EXCEDE A TABELA DE 20"
                             " EVENTOS - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-TEV
                     MOVE EVENTO-TEV     TO  EVENTO-TAB (QT-TEV)
                     MOVE CONTA-DEB-TEV  TO  CONTA-DEB-TAB (QT-TEV)
                     MOVE CONTA-CRE-TEV  TO  CONTA-CRE-TAB (QT-TEV).

       CARGA-CONTROLE.

           OPEN INPUT       LOTECTB.
           PERFORM    LEITURA-CONTROLE
                      UNTIL     FIM-LCT    EQUAL    "SIM".
           CLOSE      LOTECTB.

       LEITURA-CONTROLE.

           READ LOTECTB
                AT END
                MOVE "SIM" TO FIM-LCT.
           IF   FIM-LCT     NOT EQUAL  "SIM"
                IF   QT-LCT  NOT LESS THAN  5000
                     DISPLAY "LOTECTB EXCEDE A TABELA DE 5000"
                             " LOTES - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-LCT
                     MOVE LOTE-LCT       TO  LOTE-LCT-TAB (QT-LCT).

      *    RESUMO DA FOLHA: UM LOTE POR REGISTRO, COM AS TRES
      *    PARCELAS DO BRUTO.

       TRATA-FOLHA.

           READ LANCTO-CTB
                AT END
                MOVE "SIM" TO FIM-FOLHA.
           IF   FIM-FOLHA   NOT EQUAL  "SIM"
                PERFORM  MONTA-LOTE-FOLHA.

       MONTA-LOTE-FOLHA.

           PERFORM   FECHA-LOTE.
           MOVE      "FP"            TO   ORIGEM-ATU.
           MOVE      DATA-LANCTO (3:6)    TO   DATA-LOTE-ATU.
           MOVE      ZEROS           TO   HORA-LOTE-ATU.
           MOVE      DATA-LANCTO     TO   DATA-ATU.
           MOVE      "FOLHA PGM04"   TO   TEXTO-ATU.
           PERFORM   ABRE-LOTE.
           MOVE      "FLIQ"          TO   EVENTO-W.
           MOVE      TOTAL-LIQUIDO-LANCTO   TO   VALOR-W.
           PERFORM   GERA-PARTIDAS.
           MOVE      "FDES"          TO   EVENTO-W.
           MOVE      TOTAL-DESPESAS-LANCTO  TO   VALOR-W.
           PERFORM   GERA-PARTIDAS.
           MOVE      "FIMP"          TO   EVENTO-W.
           MOVE      TOTAL-IMPOSTOS-LANCTO  TO   VALOR-W.
           PERFORM   GERA-PARTIDAS.

      *    RESUMO DAS MULTAS: OS REGISTROS DA MESMA RODADA (MESMA
      *    ORIGEM, DATA E HORA) FORMAM UM SO LOTE.

       TRATA-MULTA.

           READ MULTA-CTB
                AT END
                MOVE "SIM" TO FIM-MULTA.
           IF   FIM-MULTA   NOT EQUAL  "SIM"
                PERFORM  MONTA-LOTE-MULTA.

       MONTA-LOTE-MULTA.

           MOVE      ORIGEM-MCTB     TO   ORIGEM-LW.
           MOVE      DATA-MCTB (3:6) TO   DATA-LOTE-LW.
           MOVE      HORA-MCTB       TO   HORA-LOTE-LW.
           IF        LOTE-ABERTO  NOT EQUAL  "SIM"
                OR   LOTE-W       NOT EQUAL  LOTE-ATUAL
                     PERFORM  FECHA-LOTE
                     MOVE  LOTE-W      TO   LOTE-ATUAL
                     MOVE  DATA-MCTB   TO   DATA-ATU
                     MOVE  "MULTAS BIBLIO"  TO  TEXTO-ATU
                     PERFORM  ABRE-LOTE.
           IF        LOTE-JA-LANCADO  EQUAL  "NAO"
                     PERFORM  CLASSIFICA-MULTA.

       CLASSIFICA-MULTA.

           MOVE      SPACES          TO   EVENTO-W.
           IF        TIPO-MCTB    EQUAL  "M"
                     MOVE  "MULT"    TO   EVENTO-W.
           IF        TIPO-MCTB    EQUAL  "E"
                     MOVE  "MEST"    TO   EVENTO-W.
           IF        TIPO-MCTB    EQUAL  "D"
                     MOVE  "MDEV"    TO   EVENTO-W.
           IF        TIPO-MCTB    EQUAL  "P"
                     MOVE  "MPAG"    TO   EVENTO-W.
           IF        EVENTO-W     EQUAL  SPACES
                     DISPLAY "MULTA-CTB COM TIPO INVALIDO " TIPO-MCTB
                             " - LOTE " LOTE-ATUAL " RETIDO."
                     MOVE  "SIM"     TO   LOTE-RETIDO
           ELSE
                     MOVE  VALOR-MCTB     TO   VALOR-W
                     PERFORM  GERA-PARTIDAS.

       ABRE-LOTE.

           MOVE      "SIM"     TO   LOTE-ABERTO.
           MOVE      "NAO"     TO   LOTE-JA-LANCADO.
           MOVE      "NAO"     TO   LOTE-RETIDO.
           MOVE      ZEROS     TO   QT-LT.
           MOVE      1         TO   CTR-LCT.
           PERFORM   PESQUISA-LOTE       QT-LCT  TIMES.

       PESQUISA-LOTE.

           IF        LOTE-ATUAL  EQUAL  LOTE-LCT-TAB (CTR-LCT)
                     MOVE  "SIM"  TO   LOTE-JA-LANCADO.
           ADD       1         TO   CTR-LCT.

      *    UMA PARTIDA DEBITO E UMA CREDITO POR VALOR, GUARDADAS ATE
      *    O FECHAMENTO DO LOTE.

       GERA-PARTIDAS.

           IF        VALOR-W          GREATER  ZEROS
                AND  LOTE-JA-LANCADO  EQUAL    "NAO"
                     PERFORM  BUSCA-EVENTO
                     PERFORM  GUARDA-PARTIDAS.

       BUSCA-EVENTO.

           MOVE      ZEROS     TO   IND-TEV.
           MOVE      1         TO   CTR-TEV.
           PERFORM   PESQUISA-EVENTO     QT-TEV  TIMES.

       PESQUISA-EVENTO.

           IF        EVENTO-W  EQUAL  EVENTO-TAB (CTR-TEV)
                     MOVE  CTR-TEV  TO  IND-TEV.
           ADD       1         TO   CTR-TEV.

       GUARDA-PARTIDAS.

           IF        IND-TEV   EQUAL  ZEROS
                     DISPLAY "EVENTO " EVENTO-W " SEM CONTA NO"
                             " EVENTO-CTB - LOTE " LOTE-ATUAL
                             " RETIDO."
                     MOVE  "SIM"     TO   LOTE-RETIDO
           ELSE
           IF        CONTA-DEB-TAB (IND-TEV)  EQUAL  SPACES
                OR   CONTA-CRE-TAB (IND-TEV)  EQUAL  SPACES
                     DISPLAY "EVENTO " EVENTO-W " SEM CONTA DEBITO"
                             " OU CREDITO - LOTE " LOTE-ATUAL
                             " RETIDO."
                     MOVE  "SIM"     TO   LOTE-RETIDO
           ELSE
           IF        QT-LT     GREATER THAN  8
                     DISPLAY "LOTE " LOTE-ATUAL " EXCEDE A TABELA"
                             " DE 10 LINHAS - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           ELSE
                     ADD   1         TO   QT-LT
                     MOVE  CONTA-DEB-TAB (IND-TEV)
                                     TO   CONTA-LT-TAB (QT-LT)
                     MOVE  "D"       TO   NATUREZA-LT-TAB (QT-LT)
                     MOVE  VALOR-W   TO   VALOR-LT-TAB (QT-LT)
                     MOVE  EVENTO-W  TO   EVENTO-LT-TAB (QT-LT)
                     ADD   1         TO   QT-LT
                     MOVE  CONTA-CRE-TAB (IND-TEV)
                                     TO   CONTA-LT-TAB (QT-LT)
                     MOVE  "C"       TO   NATUREZA-LT-TAB (QT-LT)
                     MOVE  VALOR-W   TO   VALOR-LT-TAB (QT-LT)
                     MOVE  EVENTO-W  TO   EVENTO-LT-TAB (QT-LT).

       FECHA-LOTE.

           IF        LOTE-ABERTO      EQUAL  "SIM"
                IF   LOTE-JA-LANCADO  EQUAL  "SIM"
                     ADD   1   TO   CT-JA-LANCADOS
                ELSE
                IF   LOTE-RETIDO      EQUAL  "SIM"
                     ADD   1   TO   CT-RETIDOS
                     MOVE  8   TO   RETURN-CODE
                ELSE
                IF   QT-LT            GREATER  ZEROS
                     MOVE  1   TO   CTR-LT
                     PERFORM  GRAVA-LINHA   QT-LT  TIMES
                     ADD   1   TO   CT-LOTES.
           MOVE      "NAO"     TO   LOTE-ABERTO.

       GRAVA-LINHA.

           MOVE      SPACES                    TO   REG-LANCALIM.
           MOVE      LOTE-ATUAL                TO   LOTE-LALI.
           MOVE      DATA-ATU                  TO   DATA-LALI.
           MOVE      CONTA-LT-TAB (CTR-LT)     TO   CONTA-LALI.
           MOVE      NATUREZA-LT-TAB (CTR-LT)  TO   NATUREZA-LALI.
           MOVE      VALOR-LT-TAB (CTR-LT)     TO   VALOR-LALI.
           MOVE      EVENTO-LT-TAB (CTR-LT)    TO   EVENTO-LALI.
           MOVE      TEXTO-ATU                 TO   TEXTO-LALI.
           WRITE     REG-LANCALIM.
           ADD       1         TO   CT-LINHAS.
           ADD       1         TO   CTR-LT.

       FIM.

           DISPLAY   "LOTES GERADOS EM LANCALIM  : " CT-LOTES.
           DISPLAY   "LINHAS GERADAS             : " CT-LINHAS.
           DISPLAY   "LOTES JA LANCADOS (IGNOR.) : " CT-JA-LANCADOS.
           DISPLAY   "LOTES RETIDOS SEM CONTA    : " CT-RETIDOS.
           CLOSE     LANCTO-CTB
                     MULTA-CTB
                     LANCALIM.
