       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM20.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  LANCAMENTOS CONTABEIS DO CONTAS A RECEBER. TRANSFORMA
      *          CADA MOVIMENTO DE DINHEIRO DA CADEIA DE COBRANCA EM
      *          LANCAMENTO DATADO COM CONTA DEBITO E CONTA CREDITO,
      *          TIRADAS DA TABELA EVENTO X CONTA EVENTO-CTB.DAT
      *          (MANTIDA PELA CONTABILIDADE), NO LUGAR DA CONCILIACAO
      *          FEITA PELO CONTADOR EM CIMA DOS RELATORIOS IMPRESSOS.
      *          OS EVENTOS SAO:
      *            FATU - FATURAMENTO DAS PARCELAS DE CADPAG.DAT
      *                   (PGM05), DATADO NO VENCIMENTO;
      *            RECB - PAGAMENTOS APLICADOS DO RETORNO, RAZAO
      *                   RETAPL.DAT (PGM06), DATADOS PELA IDENTIDADE
      *                   DO ARQUIVO DE RETORNO;
      *            ENCG - MULTA E JUROS DE ATUALIZA.DAT (PGM07),
      *                   DATADOS NA RODADA. COMO O ATUALIZA E
      *                   RECALCULADO A CADA RODADA COM OS ENCARGOS
      *                   ACUMULADOS, SO A DIFERENCA SOBRE O QUE JA FOI
      *                   CONTABILIZADO PARA A PARCELA E LANCADA, E SO
      *                   PARA PARCELA AINDA ABERTA OU PARCIAL EM
      *                   ABERTOS.DAT (SEM O ARQUIVO, TODAS);
      *            PERD - BAIXAS PARA PERDAS, RAZAO PERDAS.DAT (PGM13);
      *            CRAP - CREDITOS APLICADOS EM PARCELA, RAZAO
      *                   CREDAPL.DAT (PGM14);
      *            REEM - DEVOLUCOES DE CREDITO, REEMBOLSO.DAT (PGM14).
      *          O QUE JA FOI CONTABILIZADO FICA NO CONTROLE
      *          CTBREC.DAT: A QUANTIDADE DE REGISTROS LIDA DE CADA
      *          RAZAO (OS RAZOES SO CRESCEM, EM EXTEND), AS PARCELAS
      *          JA FATURADAS (CLIENTE, PARCELA E VENCIMENTO) E OS
      *          ENCARGOS JA LANCADOS POR PARCELA. OS LANCAMENTOS DA
      *          RODADA SAEM EM LANCREC.DAT, UMA LINHA POR CONTA E
      *          NATUREZA (D/C) NO LAYOUT PADRAO DO DIARIO CONTABIL
      *          (LOTE "RC"+AAMMDD+HHMM DA RODADA, DATA, CONTA,
      *          NATUREZA, VALOR E HISTORICO COM EVENTO, CLIENTE E
      *          PARCELA), QUE O LANCACTB LANCA NO RAZAO, E O RESUMO
      *          POR EVENTO NO RELATORIO REL-LANCREC. O LOTE PRECISA
      *          FECHAR: TOTAL DE DEBITOS IGUAL AO DE CREDITOS E
      *          NENHUM EVENTO SEM CONTA NA TABELA. LOTE QUE NAO
      *          FECHA E REJEITADO COM RC=8 E O CONTROLE NAO E
      *          REGRAVADO, PARA A RODADA SEGUINTE (DEPOIS DE ACERTADA
      *          A TABELA) LANCAR TUDO DE NOVO; LOTE ACEITO GRAVA O
      *          NOVO CONTROLE EM CTBRECN.DAT, QUE A OPERACAO PROMOVE
      *          PARA O NOME OFICIAL (MESMO DESENHO DO RETCTRL DO
      *          PGM06).
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.
      *          O FATURAMENTO ACOMPANHA O ROLL-FORWARD DO PGM21: A
      *          PARCELA JA FATURADA QUE MUDA DE VALOR (REAJUSTE DO
      *          PGM17, CANCELAMENTO OU PRORRATA DO PGM28) LANCA A
      *          DIFERENCA, COMO ESTORNO QUANDO O VALOR CAI, E CADA
      *          ACORDO NOVO DE ACORDOS.DAT (PGM10, CONTADO NO CTBREC
      *          COMO OS RAZOES) ESTORNA O SALDO E OS ENCARGOS DAS
      *          PARCELAS SUBSTITUIDAS ANTES DE AS NOVAS SEREM
      *          FATURADAS. O ESTORNO INVERTE AS NATUREZAS DAS CONTAS
      *          DO EVENTO E APARECE EM LINHA PROPRIA NO RESUMO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL EVENTO-CTB ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CTBREC  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CTBRECN          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADPAG  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ACORDOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RETAPL  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ATUALIZA ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ABERTOS ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CREDAPL ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL REEMBOLSO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   LANCREC          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-LANCREC      ASSIGN      TO      DISK.

       DATA      DIVISION.

       FILE SECTION.
       FD  EVENTO-CTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "EVENTO-CTB.DAT".

       01  REG-EVENTO-CTB.
             02 EVENTO-TEV      PIC X(04).
             02 CONTA-DEB-TEV   PIC X(10).
             02 CONTA-CRE-TEV   PIC X(10).

       FD  CTBREC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CTBREC.DAT".

       01  REG-CTL.
             02 TIPO-CTL        PIC X(01).
             02 FONTE-CTL       PIC X(08).
             02 CODIGO-CTL      PIC 9(05).
             02 PARCELA-CTL     PIC 9(02).
             02 VENC-CTL        PIC 9(08).
             02 QTDE-CTL        PIC 9(07).
             02 VALOR-CTL       PIC 9(07)V9(02).

       FD  CTBRECN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CTBRECN.DAT".

       01  REG-CTLN.
             02 TIPO-CTLN       PIC X(01).
             02 FONTE-CTLN      PIC X(08).
             02 CODIGO-CTLN     PIC 9(05).
             02 PARCELA-CTLN    PIC 9(02).
             02 VENC-CTLN       PIC 9(08).
             02 QTDE-CTLN       PIC 9(07).
             02 VALOR-CTLN      PIC 9(07)V9(02).

       FD  CADPAG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPAG.DAT".

       01   REG-PAG.
             02 CODIGO-PAG      PIC 9(05).
             02 NOME-PAG        PIC X(30).
             02 PARCELAS-PAG    OCCURS 10 TIMES.
                03 VALOR-PARC-PAG   PIC 9(05)V9(02).
                03 VENC-PARC-PAG    PIC 9(08).

       FD  ACORDOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ACORDOS.DAT".

       01  REG-ACORDO.
             02 CODIGO-ACO      PIC 9(05).
             02 DATA-ACO        PIC 9(08).
             02 SALDO-ANT-ACO   PIC 9(07)V9(02).
             02 ENCARGOS-ACO    PIC 9(07)V9(02).
             02 SALDO-NOVO-ACO  PIC 9(07)V9(02).
             02 QT-PARC-ACO     PIC 9(02).
             02 PRIM-VENC-ACO   PIC 9(08).

       FD  RETAPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETAPL.DAT".

       01  REG-RETAPL.
             02 IDENT-APL.
                03 DATA-IDENT-APL  PIC 9(08).
                03 SEQ-IDENT-APL   PIC X(03).
             02 CODIGO-APL      PIC 9(05).
             02 PARCELA-APL     PIC 9(02).
             02 VALOR-APL       PIC 9(05)V9(02).

       FD  ATUALIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ATUALIZA.DAT".

       01  REG-ATU.
             02 CODIGO-ATU      PIC 9(05).
             02 PARCELA-ATU     PIC 9(02).
             02 VENC-ATU        PIC 9(08).
             02 VALOR-ORIG-ATU  PIC 9(05)V9(02).
             02 DIAS-ATU        PIC 9(05).
             02 MULTA-ATU       PIC 9(05)V9(02).
             02 JUROS-ATU       PIC 9(05)V9(02).
             02 TOTAL-ATU       PIC 9(06)V9(02).

       FD  ABERTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
             02 SITUACAO-ABE    PIC X(07).

       FD  PERDAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERDAS.DAT".

       01  REG-PERDA.
             02 CODIGO-PER      PIC 9(05).
             02 PARCELA-PER     PIC 9(02).
             02 VENC-PER        PIC 9(08).
             02 VALOR-PER       PIC 9(05)V9(02).
             02 ENCARGOS-PER    PIC 9(05)V9(02).
             02 TOTAL-PER       PIC 9(06)V9(02).
             02 DATA-PER        PIC 9(08).
             02 AUTOR-PER       PIC X(06).

       FD  CREDAPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CREDAPL.DAT".

       01  REG-CREDAPL.
             02 CODIGO-CAP      PIC 9(05).
             02 PARCELA-CAP     PIC 9(02).
             02 VALOR-CAP       PIC 9(05)V9(02).
             02 DATA-CAP        PIC 9(08).

       FD  REEMBOLSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REEMBOLSO.DAT".

       01  REG-REEMBOLSO.
             02 CODIGO-REE      PIC 9(05).
             02 VALOR-REE       PIC 9(05)V9(02).
             02 DATA-REE        PIC 9(08).

       FD  LANCREC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LANCREC.DAT".

       01  REG-LANCREC.
             02 LOTE-LREC.
                03 ORIGEM-LREC     PIC X(02).
                03 DATA-LOTE-LREC  PIC 9(06).
                03 HORA-LOTE-LREC  PIC 9(04).
             02 DATA-LREC       PIC 9(08).
             02 CONTA-LREC      PIC X(10).
             02 NATUREZA-LREC   PIC X(01).
             02 VALOR-LREC      PIC 9(09)V9(02).
             02 HIST-LREC.
                03 EVENTO-LREC     PIC X(04).
                03 CODIGO-LREC     PIC 9(05).
                03 PARCELA-LREC    PIC 9(02).
                03 FILLER          PIC X(09).

       FD  REL-LANCREC
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-TEV          PIC X(03)    VALUE "NAO".
       77  FIM-CTL          PIC X(03)    VALUE "NAO".
       77  FIM-PAG          PIC X(03)    VALUE "NAO".
       77  FIM-ACO          PIC X(03)    VALUE "NAO".
       77  FIM-APL          PIC X(03)    VALUE "NAO".
       77  FIM-ATU          PIC X(03)    VALUE "NAO".
       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-PER          PIC X(03)    VALUE "NAO".
       77  FIM-CAP          PIC X(03)    VALUE "NAO".
       77  FIM-REE          PIC X(03)    VALUE "NAO".
       77  QT-TEV           PIC 9(02)    VALUE ZEROS.
       77  CTR-TEV          PIC 9(02)    VALUE ZEROS.
       77  IND-TEV          PIC 9(02)    VALUE ZEROS.
       77  QT-FAT           PIC 9(04)    VALUE ZEROS.
       77  CTR-FAT          PIC 9(04)    VALUE ZEROS.
       77  IND-FAT          PIC 9(04)    VALUE ZEROS.
       77  QT-ENC           PIC 9(04)    VALUE ZEROS.
       77  CTR-ENC          PIC 9(04)    VALUE ZEROS.
       77  IND-ENC          PIC 9(04)    VALUE ZEROS.
       77  QT-ABE           PIC 9(04)    VALUE ZEROS.
       77  CTR-ABE          PIC 9(04)    VALUE ZEROS.
       77  ACHOU-ABE        PIC X(03)    VALUE "NAO".
       77  TEM-ABERTOS      PIC X(03)    VALUE "NAO".
       77  CTR-PARC         PIC 9(02)    VALUE ZEROS.
       77  POSTADOS-ACO     PIC 9(07)    VALUE ZEROS.
       77  POSTADOS-APL     PIC 9(07)    VALUE ZEROS.
       77  POSTADOS-PER     PIC 9(07)    VALUE ZEROS.
       77  POSTADOS-CAP     PIC 9(07)    VALUE ZEROS.
       77  POSTADOS-REE     PIC 9(07)    VALUE ZEROS.
       77  LIDOS-ACO        PIC 9(07)    VALUE ZEROS.
       77  LIDOS-APL        PIC 9(07)    VALUE ZEROS.
       77  LIDOS-PER        PIC 9(07)    VALUE ZEROS.
       77  LIDOS-CAP        PIC 9(07)    VALUE ZEROS.
       77  LIDOS-REE        PIC 9(07)    VALUE ZEROS.
       77  WENCARGOS        PIC 9(07)V99 VALUE ZEROS.
       77  WDIFERENCA       PIC 9(07)V99 VALUE ZEROS.
       77  WENC-ACORDO      PIC 9(07)V99 VALUE ZEROS.
       77  ESTORNO-W        PIC X(03)    VALUE "NAO".
       77  NAT-DEB-W        PIC X(01)    VALUE "D".
       77  NAT-CRE-W        PIC X(01)    VALUE "C".
       77  EVENTO-W         PIC X(04)    VALUE SPACES.
       77  DATA-W           PIC 9(08)    VALUE ZEROS.
       77  CODIGO-W         PIC 9(05)    VALUE ZEROS.
       77  PARCELA-W        PIC 9(02)    VALUE ZEROS.
       77  VALOR-W          PIC 9(07)V99 VALUE ZEROS.
       77  CT-LINHAS        PIC 9(07)    VALUE ZEROS.
       77  CT-SEM-CONTA     PIC 9(05)    VALUE ZEROS.
       77  TOTAL-DEBITOS    PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-CREDITOS   PIC 9(11)V99 VALUE ZEROS.
       77  PRIMEIRA-EXC     PIC X(03)    VALUE "SIM".
       77  LOTE-ACEITO      PIC X(03)    VALUE "SIM".

       01  TAB-EVENTOS.
           02 ITEM-EVENTO-TAB OCCURS 20 TIMES.
              03 EVENTO-TAB        PIC X(04).
              03 CONTA-DEB-TAB     PIC X(10).
              03 CONTA-CRE-TAB     PIC X(10).

       01  TAB-RESUMO.
           02 ITEM-RESUMO-TAB OCCURS 7 TIMES.
              03 EVENTO-RES-TAB    PIC X(04).
              03 DESCR-RES-TAB     PIC X(24).
              03 QTDE-RES-TAB      PIC 9(07).
              03 VALOR-RES-TAB     PIC 9(11)V99.

       01  TAB-FATURADAS.
           02 ITEM-FAT-TAB OCCURS 5000 TIMES.
              03 CODIGO-FAT-TAB    PIC 9(05).
              03 PARCELA-FAT-TAB   PIC 9(02).
              03 VENC-FAT-TAB      PIC 9(08).
              03 VALOR-FAT-TAB     PIC 9(07)V9(02).
              03 ATIVA-FAT-TAB     PIC X(01).

       01  TAB-ENCARGOS.
           02 ITEM-ENC-TAB OCCURS 5000 TIMES.
              03 CODIGO-ENC-TAB    PIC 9(05).
              03 PARCELA-ENC-TAB   PIC 9(02).
              03 VENC-ENC-TAB      PIC 9(08).
              03 VALOR-ENC-TAB     PIC 9(07)V9(02).

       01  TAB-ABERTOS.
           02 ITEM-ABE-TAB OCCURS 5000 TIMES.
              03 CODIGO-ABE-TAB    PIC 9(05).
              03 PARCELA-ABE-TAB   PIC 9(02).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  AGORA.
           02 AGORA-HHMM     PIC 9(04).
           02 FILLER         PIC 9(04).

       01  CAB-01.
           02 FILLER          PIC X(15) VALUE SPACES.
           02 FILLER          PIC X(43) VALUE
                       "LANCAMENTOS CONTABEIS DO CONTAS A RECEBER".
           02 FILLER          PIC X(06) VALUE "DATA: ".
           02 DATA-CAB        PIC 9(08).
           02 FILLER          PIC X(08) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "EVENTO ".
           02 FILLER          PIC X(25) VALUE "DESCRICAO".
           02 FILLER          PIC X(09) VALUE "    QTDE ".
           02 FILLER          PIC X(17) VALUE "            VALOR".
           02 FILLER          PIC X(17) VALUE SPACES.

       01  LINHA-RESUMO.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 EVENTO-RES      PIC X(04).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 DESCR-RES       PIC X(24).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 QTDE-RES        PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VALOR-RES       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-TOTAL-DEB.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(32) VALUE
                                "TOTAL DE DEBITOS DO LOTE".
           02 FILLER          PIC X(10) VALUE SPACES.
           02 TOT-DEB-LIN     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-TOTAL-CRE.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(32) VALUE
                                "TOTAL DE CREDITOS DO LOTE".
           02 FILLER          PIC X(10) VALUE SPACES.
           02 TOT-CRE-LIN     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-SITUACAO.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 SITUACAO-LIN    PIC X(60).
           02 FILLER          PIC X(15) VALUE SPACES.

       01  CAB-EXC.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(41) VALUE
                       "MOVIMENTOS SEM CONTA NA TABELA DE EVENTOS".
           02 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-EXC.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 EVENTO-EXC      PIC X(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-EXC        PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CODIGO-EXC      PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PARCELA-EXC     PIC 9(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 VALOR-EXC       PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LADO-EXC        PIC X(20).
           02 FILLER          PIC X(14) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM20.

           PERFORM    INICIO.
           PERFORM    LANCA-ACORDOS.
           PERFORM    LANCA-FATURAMENTO.
           PERFORM    LANCA-RECEBIMENTOS.
           PERFORM    LANCA-ENCARGOS.
           PERFORM    LANCA-PERDAS.
           PERFORM    LANCA-CREDITOS.
           PERFORM    LANCA-REEMBOLSOS.
           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN OUTPUT      LANCREC
                            REL-LANCREC.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           ACCEPT     AGORA     FROM      TIME.
           PERFORM    MONTA-RESUMO.
           PERFORM    CARGA-EVENTOS.
           PERFORM    CARGA-CONTROLE.
           PERFORM    CARGA-ABERTOS.

       MONTA-RESUMO.

           MOVE  "FATU"  TO  EVENTO-RES-TAB (1).
           MOVE  "FATURAMENTO DE PARCELAS" TO  DESCR-RES-TAB (1).
           MOVE  "RECB"  TO  EVENTO-RES-TAB (2).
           MOVE  "RECEBIMENTOS DO RETORNO" TO  DESCR-RES-TAB (2).
           MOVE  "ENCG"  TO  EVENTO-RES-TAB (3).
           MOVE  "MULTA E JUROS"           TO  DESCR-RES-TAB (3).
           MOVE  "PERD"  TO  EVENTO-RES-TAB (4).
           MOVE  "BAIXAS PARA PERDAS"      TO  DESCR-RES-TAB (4).
           MOVE  "CRAP"  TO  EVENTO-RES-TAB (5).
           MOVE  "CREDITOS APLICADOS"      TO  DESCR-RES-TAB (5).
           MOVE  "REEM"  TO  EVENTO-RES-TAB (6).
           MOVE  "REEMBOLSOS DE CREDITO"   TO  DESCR-RES-TAB (6).
           MOVE  "ESTR"  TO  EVENTO-RES-TAB (7).
           MOVE  "ESTORNOS (FATU E ENCG)"  TO  DESCR-RES-TAB (7).
           MOVE  1       TO  CTR-TEV.
           PERFORM   ZERA-RESUMO   7 TIMES.

       ZERA-RESUMO.

           MOVE      ZEROS     TO   QTDE-RES-TAB (CTR-TEV)
                                    VALOR-RES-TAB (CTR-TEV).
           ADD       1         TO   CTR-TEV.

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

           OPEN INPUT       CTBREC.
           PERFORM    LEITURA-CONTROLE
                      UNTIL     FIM-CTL    EQUAL    "SIM".
           CLOSE      CTBREC.

       LEITURA-CONTROLE.

           READ CTBREC
                AT END
                MOVE "SIM" TO FIM-CTL.
           IF   FIM-CTL     NOT EQUAL  "SIM"
                PERFORM  GUARDA-CONTROLE.

       GUARDA-CONTROLE.

           IF   TIPO-CTL  EQUAL  "Q"  AND  FONTE-CTL  EQUAL  "ACORDOS"
                MOVE QTDE-CTL  TO  POSTADOS-ACO.
           IF   TIPO-CTL  EQUAL  "Q"  AND  FONTE-CTL  EQUAL  "RETAPL"
                MOVE QTDE-CTL  TO  POSTADOS-APL.
           IF   TIPO-CTL  EQUAL  "Q"  AND  FONTE-CTL  EQUAL  "PERDAS"
                MOVE QTDE-CTL  TO  POSTADOS-PER.
           IF   TIPO-CTL  EQUAL  "Q"  AND  FONTE-CTL  EQUAL  "CREDAPL"
                MOVE QTDE-CTL  TO  POSTADOS-CAP.
           IF   TIPO-CTL  EQUAL  "Q"  AND  FONTE-CTL  EQUAL  "REEMBOLS"
                MOVE QTDE-CTL  TO  POSTADOS-REE.
           IF   TIPO-CTL  EQUAL  "F"
                PERFORM  GUARDA-FATURADA.
           IF   TIPO-CTL  EQUAL  "E"
                PERFORM  GUARDA-ENCARGO.

       GUARDA-FATURADA.

           IF   QT-FAT  NOT LESS THAN  5000
                DISPLAY "CTBREC EXCEDE A TABELA DE 5000"
                        " PARCELAS FATURADAS - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO  QT-FAT.
           MOVE CODIGO-CTL     TO  CODIGO-FAT-TAB (QT-FAT).
           MOVE PARCELA-CTL    TO  PARCELA-FAT-TAB (QT-FAT).
           MOVE VENC-CTL       TO  VENC-FAT-TAB (QT-FAT).
           MOVE VALOR-CTL      TO  VALOR-FAT-TAB (QT-FAT).
           MOVE "S"            TO  ATIVA-FAT-TAB (QT-FAT).

       GUARDA-ENCARGO.

           IF   QT-ENC  NOT LESS THAN  5000
                DISPLAY "CTBREC EXCEDE A TABELA DE 5000"
                        " PARCELAS COM ENCARGOS - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO  QT-ENC.
           MOVE CODIGO-CTL     TO  CODIGO-ENC-TAB (QT-ENC).
           MOVE PARCELA-CTL    TO  PARCELA-ENC-TAB (QT-ENC).
           MOVE VENC-CTL       TO  VENC-ENC-TAB (QT-ENC).
           MOVE VALOR-CTL      TO  VALOR-ENC-TAB (QT-ENC).

       CARGA-ABERTOS.

           OPEN INPUT       ABERTOS.
           PERFORM    LEITURA-ABERTO
                      UNTIL     FIM-ABE    EQUAL    "SIM".
           CLOSE      ABERTOS.

       LEITURA-ABERTO.

           READ ABERTOS
                AT END
                MOVE "SIM" TO FIM-ABE.
           IF   FIM-ABE     NOT EQUAL  "SIM"
                MOVE "SIM"  TO  TEM-ABERTOS.
           IF   FIM-ABE     NOT EQUAL  "SIM"
                AND  (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                PERFORM  GUARDA-ABERTO.

       GUARDA-ABERTO.

           IF   QT-ABE  NOT LESS THAN  5000
                DISPLAY "ABERTOS EXCEDE A TABELA DE 5000"
                        " PARCELAS - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO  QT-ABE.
           MOVE CODIGO-ABE     TO  CODIGO-ABE-TAB (QT-ABE).
           MOVE PARCELA-ABE    TO  PARCELA-ABE-TAB (QT-ABE).

      *    ACORDO NOVO DO PGM10: AS PARCELAS SUBSTITUIDAS SAEM DO
      *    CONTROLE E SAO ESTORNADAS PELO SALDO QUE FOI CONSOLIDADO
      *    (O JA RECEBIDO OU BAIXADO PARA PERDAS FICA COMO ESTA),
      *    JUNTO COM OS ENCARGOS JA LANCADOS PARA O CLIENTE, ATE O
      *    TOTAL DE ENCARGOS INCORPORADOS AO ACORDO. AS PARCELAS DO
      *    NOVO PLANO SAO FATURADAS EM SEGUIDA COMO PARCELAS NOVAS.
      *    O CADPAGN.DAT DO PGM10 JA DEVE TER SIDO PROMOVIDO.

       LANCA-ACORDOS.

           OPEN INPUT       ACORDOS.
           PERFORM    LEITURA-ACO
                      UNTIL     FIM-ACO    EQUAL    "SIM".
           CLOSE      ACORDOS.

       LEITURA-ACO.

           READ ACORDOS
                AT END
                MOVE "SIM" TO FIM-ACO.
           IF   FIM-ACO     NOT EQUAL  "SIM"
                ADD  1   TO  LIDOS-ACO
                IF   LIDOS-ACO  GREATER THAN  POSTADOS-ACO
                     PERFORM  TRATA-ACORDO.

       TRATA-ACORDO.

           MOVE      "FATU"         TO   EVENTO-W.
           MOVE      DATA-ACO       TO   DATA-W.
           MOVE      CODIGO-ACO     TO   CODIGO-W.
           MOVE      ZEROS          TO   PARCELA-W.
           MOVE      SALDO-ANT-ACO  TO   VALOR-W.
           MOVE      "SIM"          TO   ESTORNO-W.
           PERFORM   GERA-LANCAMENTO.
           MOVE      ZEROS          TO   WENC-ACORDO.
           MOVE      1              TO   CTR-ENC.
           PERFORM   BAIXA-ENCARGO-ACORDO   QT-ENC  TIMES.
           IF        WENC-ACORDO    GREATER THAN  ENCARGOS-ACO
                     MOVE  ENCARGOS-ACO  TO   WENC-ACORDO.
           MOVE      "ENCG"         TO   EVENTO-W.
           MOVE      WENC-ACORDO    TO   VALOR-W.
           MOVE      "SIM"          TO   ESTORNO-W.
           PERFORM   GERA-LANCAMENTO.
           MOVE      1              TO   CTR-FAT.
           PERFORM   BAIXA-FATURADA-ACORDO  QT-FAT  TIMES.

       BAIXA-ENCARGO-ACORDO.

           IF        CODIGO-ACO  EQUAL  CODIGO-ENC-TAB (CTR-ENC)
                     ADD   VALOR-ENC-TAB (CTR-ENC)  TO  WENC-ACORDO
                     MOVE  ZEROS    TO   VALOR-ENC-TAB (CTR-ENC).
           ADD       1         TO   CTR-ENC.

       BAIXA-FATURADA-ACORDO.

           IF        CODIGO-ACO  EQUAL  CODIGO-FAT-TAB (CTR-FAT)
                     MOVE  "N"      TO   ATIVA-FAT-TAB (CTR-FAT).
           ADD       1         TO   CTR-FAT.

       LANCA-FATURAMENTO.

           OPEN INPUT       CADPAG.
           PERFORM    LEITURA-PAG.
           PERFORM    TRATA-CLIENTE-PAG
                      UNTIL     FIM-PAG    EQUAL    "SIM".
           CLOSE      CADPAG.

       LEITURA-PAG.

           READ CADPAG
                AT END
                MOVE "SIM" TO FIM-PAG.

       TRATA-CLIENTE-PAG.

           MOVE      1         TO   CTR-PARC.
           PERFORM   TRATA-PARCELA-PAG   10 TIMES.
           PERFORM   LEITURA-PAG.

      *    PARCELA JA FATURADA CUJO VALOR MUDOU (REAJUSTE DO PGM17,
      *    CANCELAMENTO OU PRORRATA DO PGM28) LANCA A DIFERENCA NA
      *    DATA DA RODADA: AUMENTO COMO FATURAMENTO, REDUCAO COMO
      *    ESTORNO DO FATURAMENTO.

       TRATA-PARCELA-PAG.

           PERFORM   BUSCA-FATURADA.
           IF        IND-FAT  EQUAL  ZEROS
                AND  VALOR-PARC-PAG (CTR-PARC)  GREATER THAN  ZEROS
                     PERFORM  FATURA-PARCELA.
           IF        IND-FAT  NOT EQUAL  ZEROS
                AND  VALOR-PARC-PAG (CTR-PARC)  NOT EQUAL
                     VALOR-FAT-TAB (IND-FAT)
                     PERFORM  AJUSTA-FATURADA.
           ADD       1         TO   CTR-PARC.

       BUSCA-FATURADA.

           MOVE      ZEROS     TO   IND-FAT.
           MOVE      1         TO   CTR-FAT.
           PERFORM   PESQUISA-FATURADA   QT-FAT  TIMES.

       PESQUISA-FATURADA.

           IF        CODIGO-PAG  EQUAL  CODIGO-FAT-TAB (CTR-FAT)
                AND  CTR-PARC    EQUAL  PARCELA-FAT-TAB (CTR-FAT)
                AND  VENC-PARC-PAG (CTR-PARC)
                                 EQUAL  VENC-FAT-TAB (CTR-FAT)
                AND  ATIVA-FAT-TAB (CTR-FAT)  EQUAL  "S"
                     MOVE  CTR-FAT  TO  IND-FAT.
           ADD       1         TO   CTR-FAT.

       FATURA-PARCELA.

           IF   QT-FAT  NOT LESS THAN  5000
                DISPLAY "CADPAG EXCEDE A TABELA DE 5000"
                        " PARCELAS FATURADAS - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1                           TO  QT-FAT.
           MOVE CODIGO-PAG                  TO  CODIGO-FAT-TAB (QT-FAT).
           MOVE CTR-PARC                   TO  PARCELA-FAT-TAB (QT-FAT).
           MOVE VENC-PARC-PAG (CTR-PARC)    TO  VENC-FAT-TAB (QT-FAT).
           MOVE VALOR-PARC-PAG (CTR-PARC)   TO  VALOR-FAT-TAB (QT-FAT).
           MOVE "S"                         TO  ATIVA-FAT-TAB (QT-FAT).
           MOVE "FATU"                      TO  EVENTO-W.
           MOVE VENC-PARC-PAG (CTR-PARC)    TO  DATA-W.
           MOVE CODIGO-PAG                  TO  CODIGO-W.
           MOVE CTR-PARC                    TO  PARCELA-W.
           MOVE VALOR-PARC-PAG (CTR-PARC)   TO  VALOR-W.
           PERFORM   GERA-LANCAMENTO.

       AJUSTA-FATURADA.

           MOVE      "FATU"         TO   EVENTO-W.
           MOVE      HOJE           TO   DATA-W.
           MOVE      CODIGO-PAG     TO   CODIGO-W.
           MOVE      CTR-PARC       TO   PARCELA-W.
           IF        VALOR-PARC-PAG (CTR-PARC)  GREATER THAN
                     VALOR-FAT-TAB (IND-FAT)
                     COMPUTE  VALOR-W  =  VALOR-PARC-PAG (CTR-PARC)
                                       -  VALOR-FAT-TAB (IND-FAT)
           ELSE
                     COMPUTE  VALOR-W  =  VALOR-FAT-TAB (IND-FAT)
                                       -  VALOR-PARC-PAG (CTR-PARC)
                     MOVE  "SIM"    TO   ESTORNO-W.
           MOVE      VALOR-PARC-PAG (CTR-PARC)  TO
                     VALOR-FAT-TAB (IND-FAT).
           PERFORM   GERA-LANCAMENTO.

       LANCA-RECEBIMENTOS.

           OPEN INPUT       RETAPL.
           PERFORM    LEITURA-APL
                      UNTIL     FIM-APL    EQUAL    "SIM".
           CLOSE      RETAPL.

       LEITURA-APL.

           READ RETAPL
                AT END
                MOVE "SIM" TO FIM-APL.
           IF   FIM-APL     NOT EQUAL  "SIM"
                ADD  1   TO  LIDOS-APL
                IF   LIDOS-APL  GREATER THAN  POSTADOS-APL
                     MOVE "RECB"          TO  EVENTO-W
                     MOVE DATA-IDENT-APL  TO  DATA-W
                     MOVE CODIGO-APL      TO  CODIGO-W
                     MOVE PARCELA-APL     TO  PARCELA-W
                     MOVE VALOR-APL       TO  VALOR-W
                     PERFORM  GERA-LANCAMENTO.

       LANCA-PERDAS.

           OPEN INPUT       PERDAS.
           PERFORM    LEITURA-PER
                      UNTIL     FIM-PER    EQUAL    "SIM".
           CLOSE      PERDAS.

       LEITURA-PER.

           READ PERDAS
                AT END
                MOVE "SIM" TO FIM-PER.
           IF   FIM-PER     NOT EQUAL  "SIM"
                ADD  1   TO  LIDOS-PER
                IF   LIDOS-PER  GREATER THAN  POSTADOS-PER
                     MOVE "PERD"          TO  EVENTO-W
                     MOVE DATA-PER        TO  DATA-W
                     MOVE CODIGO-PER      TO  CODIGO-W
                     MOVE PARCELA-PER     TO  PARCELA-W
                     MOVE TOTAL-PER       TO  VALOR-W
                     PERFORM  GERA-LANCAMENTO.

       LANCA-CREDITOS.

           OPEN INPUT       CREDAPL.
           PERFORM    LEITURA-CAP
                      UNTIL     FIM-CAP    EQUAL    "SIM".
           CLOSE      CREDAPL.

       LEITURA-CAP.

           READ CREDAPL
                AT END
                MOVE "SIM" TO FIM-CAP.
           IF   FIM-CAP     NOT EQUAL  "SIM"
                ADD  1   TO  LIDOS-CAP
                IF   LIDOS-CAP  GREATER THAN  POSTADOS-CAP
                     MOVE "CRAP"          TO  EVENTO-W
                     MOVE DATA-CAP        TO  DATA-W
                     MOVE CODIGO-CAP      TO  CODIGO-W
                     MOVE PARCELA-CAP     TO  PARCELA-W
                     MOVE VALOR-CAP       TO  VALOR-W
                     PERFORM  GERA-LANCAMENTO.

       LANCA-REEMBOLSOS.

           OPEN INPUT       REEMBOLSO.
           PERFORM    LEITURA-REE
                      UNTIL     FIM-REE    EQUAL    "SIM".
           CLOSE      REEMBOLSO.

       LEITURA-REE.

           READ REEMBOLSO
                AT END
                MOVE "SIM" TO FIM-REE.
           IF   FIM-REE     NOT EQUAL  "SIM"
                ADD  1   TO  LIDOS-REE
                IF   LIDOS-REE  GREATER THAN  POSTADOS-REE
                     MOVE "REEM"          TO  EVENTO-W
                     MOVE DATA-REE        TO  DATA-W
                     MOVE CODIGO-REE      TO  CODIGO-W
                     MOVE ZEROS           TO  PARCELA-W
                     MOVE VALOR-REE       TO  VALOR-W
                     PERFORM  GERA-LANCAMENTO.

       LANCA-ENCARGOS.

           OPEN INPUT       ATUALIZA.
           PERFORM    LEITURA-ATU
                      UNTIL     FIM-ATU    EQUAL    "SIM".
           CLOSE      ATUALIZA.

       LEITURA-ATU.

           READ ATUALIZA
                AT END
                MOVE "SIM" TO FIM-ATU.
           IF   FIM-ATU     NOT EQUAL  "SIM"
                PERFORM  VERIFICA-ABERTO
                IF   ACHOU-ABE  EQUAL  "SIM"
                     PERFORM  TRATA-ENCARGO.

       VERIFICA-ABERTO.

           MOVE      "SIM"     TO   ACHOU-ABE.
           IF        TEM-ABERTOS   EQUAL  "SIM"
                     MOVE  "NAO"    TO   ACHOU-ABE
                     MOVE  1        TO   CTR-ABE
                     PERFORM  PESQUISA-ABERTO   QT-ABE  TIMES.

       PESQUISA-ABERTO.

           IF        CODIGO-ATU   EQUAL  CODIGO-ABE-TAB (CTR-ABE)
                AND  PARCELA-ATU  EQUAL  PARCELA-ABE-TAB (CTR-ABE)
                     MOVE  "SIM"    TO   ACHOU-ABE.
           ADD       1         TO   CTR-ABE.

       TRATA-ENCARGO.

           COMPUTE   WENCARGOS  =  MULTA-ATU + JUROS-ATU.
           MOVE      ZEROS     TO   IND-ENC.
           MOVE      1         TO   CTR-ENC.
           PERFORM   PESQUISA-ENCARGO    QT-ENC  TIMES.
           IF        IND-ENC   EQUAL  ZEROS
                     PERFORM  INCLUI-ENCARGO.
           IF        WENCARGOS  GREATER THAN  VALOR-ENC-TAB (IND-ENC)
                     COMPUTE  WDIFERENCA  =
                              WENCARGOS - VALOR-ENC-TAB (IND-ENC)
                     MOVE  WENCARGOS   TO  VALOR-ENC-TAB (IND-ENC)
                     MOVE  "ENCG"      TO  EVENTO-W
                     MOVE  HOJE        TO  DATA-W
                     MOVE  CODIGO-ATU  TO  CODIGO-W
                     MOVE  PARCELA-ATU TO  PARCELA-W
                     MOVE  WDIFERENCA  TO  VALOR-W
                     PERFORM  GERA-LANCAMENTO.

       PESQUISA-ENCARGO.

           IF        CODIGO-ATU   EQUAL  CODIGO-ENC-TAB (CTR-ENC)
                AND  PARCELA-ATU  EQUAL  PARCELA-ENC-TAB (CTR-ENC)
                AND  VENC-ATU     EQUAL  VENC-ENC-TAB (CTR-ENC)
                     MOVE  CTR-ENC  TO  IND-ENC.
           ADD       1         TO   CTR-ENC.

       INCLUI-ENCARGO.

           IF   QT-ENC  NOT LESS THAN  5000
                DISPLAY "ATUALIZA EXCEDE A TABELA DE 5000"
                        " PARCELAS COM ENCARGOS - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO  QT-ENC.
           MOVE QT-ENC         TO  IND-ENC.
           MOVE CODIGO-ATU     TO  CODIGO-ENC-TAB (QT-ENC).
           MOVE PARCELA-ATU    TO  PARCELA-ENC-TAB (QT-ENC).
           MOVE VENC-ATU       TO  VENC-ENC-TAB (QT-ENC).
           MOVE ZEROS          TO  VALOR-ENC-TAB (QT-ENC).

      *    NO ESTORNO AS NATUREZAS DAS DUAS CONTAS DO EVENTO SE
      *    INVERTEM.

       GERA-LANCAMENTO.

           IF        VALOR-W   GREATER THAN  ZEROS
                     PERFORM  MONTA-PARTIDAS.
           MOVE      "NAO"     TO   ESTORNO-W.

       MONTA-PARTIDAS.

           MOVE      ZEROS     TO   IND-TEV.
           MOVE      1         TO   CTR-TEV.
           PERFORM   PESQUISA-EVENTO     QT-TEV  TIMES.
           MOVE      "D"       TO   NAT-DEB-W.
           MOVE      "C"       TO   NAT-CRE-W.
           IF        ESTORNO-W EQUAL  "SIM"
                     MOVE  "C"      TO  NAT-DEB-W
                     MOVE  "D"      TO  NAT-CRE-W
                     ADD   1        TO  QTDE-RES-TAB (7)
                     ADD   VALOR-W  TO  VALOR-RES-TAB (7)
           ELSE
                     MOVE  1        TO  CTR-TEV
                     PERFORM  ACUMULA-RESUMO   6 TIMES.
           MOVE      SPACES    TO   REG-LANCREC.
           MOVE      "RC"      TO   ORIGEM-LREC.
           MOVE      HOJE (3:6) TO  DATA-LOTE-LREC.
           MOVE      AGORA-HHMM TO  HORA-LOTE-LREC.
           MOVE      DATA-W    TO   DATA-LREC.
           MOVE      EVENTO-W  TO   EVENTO-LREC.
           MOVE      CODIGO-W  TO   CODIGO-LREC.
           MOVE      PARCELA-W TO   PARCELA-LREC.
           MOVE      VALOR-W   TO   VALOR-LREC.
           IF        IND-TEV   EQUAL  ZEROS
                     MOVE  "SEM CONTA DEB E CRE"  TO  LADO-EXC
                     PERFORM  IMPRIME-EXCECAO
           ELSE
                     PERFORM  GRAVA-DEBITO
                     PERFORM  GRAVA-CREDITO.

       GRAVA-DEBITO.

           IF        CONTA-DEB-TAB (IND-TEV)  EQUAL  SPACES
                     MOVE  "SEM CONTA DEBITO"     TO  LADO-EXC
                     PERFORM  IMPRIME-EXCECAO
           ELSE
                     MOVE  CONTA-DEB-TAB (IND-TEV)  TO  CONTA-LREC
                     MOVE  NAT-DEB-W TO   NATUREZA-LREC
                     PERFORM  GRAVA-PARTIDA.

       GRAVA-CREDITO.

           IF        CONTA-CRE-TAB (IND-TEV)  EQUAL  SPACES
                     MOVE  "SEM CONTA CREDITO"    TO  LADO-EXC
                     PERFORM  IMPRIME-EXCECAO
           ELSE
                     MOVE  CONTA-CRE-TAB (IND-TEV)  TO  CONTA-LREC
                     MOVE  NAT-CRE-W TO   NATUREZA-LREC
                     PERFORM  GRAVA-PARTIDA.

       GRAVA-PARTIDA.

           WRITE     REG-LANCREC.
           ADD       1         TO   CT-LINHAS.
           IF        NATUREZA-LREC  EQUAL  "D"
                     ADD   VALOR-W   TO   TOTAL-DEBITOS
           ELSE
                     ADD   VALOR-W   TO   TOTAL-CREDITOS.

       PESQUISA-EVENTO.

           IF        EVENTO-W  EQUAL  EVENTO-TAB (CTR-TEV)
                     MOVE  CTR-TEV  TO  IND-TEV.
           ADD       1         TO   CTR-TEV.

       ACUMULA-RESUMO.

           IF        EVENTO-W  EQUAL  EVENTO-RES-TAB (CTR-TEV)
                     ADD  1        TO  QTDE-RES-TAB (CTR-TEV)
                     ADD  VALOR-W  TO  VALOR-RES-TAB (CTR-TEV).
           ADD       1         TO   CTR-TEV.

       IMPRIME-EXCECAO.

           ADD       1         TO   CT-SEM-CONTA.
           IF        PRIMEIRA-EXC  EQUAL   "SIM"
                     MOVE   HOJE    TO   DATA-CAB
                     WRITE  REG-REL FROM CAB-01
                            AFTER ADVANCING PAGE
                     WRITE  REG-REL FROM CAB-EXC
                            AFTER ADVANCING 2 LINES
                     MOVE   "NAO"   TO   PRIMEIRA-EXC.
           MOVE      EVENTO-W  TO   EVENTO-EXC.
           MOVE      DATA-W    TO   DATA-EXC.
           MOVE      CODIGO-W  TO   CODIGO-EXC.
           MOVE      PARCELA-W TO   PARCELA-EXC.
           MOVE      VALOR-W   TO   VALOR-EXC.
           WRITE     REG-REL FROM LINHA-EXC
                     AFTER ADVANCING 1 LINE.

       FIM.

           IF        TOTAL-DEBITOS  NOT EQUAL  TOTAL-CREDITOS
                OR   CT-SEM-CONTA   GREATER THAN  ZEROS
                     MOVE  "NAO"    TO   LOTE-ACEITO.
           PERFORM   IMPRIME-RESUMO.
           IF        LOTE-ACEITO    EQUAL  "SIM"
                     PERFORM  GRAVA-CONTROLE
           ELSE
                     DISPLAY "LOTE CONTABIL REJEITADO - DEBITOS "
                             TOTAL-DEBITOS " CREDITOS "
                             TOTAL-CREDITOS
                     MOVE 8 TO RETURN-CODE.
           DISPLAY   "PARTIDAS GRAVADAS EM LANCREC: " CT-LINHAS.
           DISPLAY   "MOVIMENTOS SEM CONTA        : " CT-SEM-CONTA.
           CLOSE     LANCREC
                     REL-LANCREC.

       IMPRIME-RESUMO.

           MOVE      HOJE      TO   DATA-CAB.
           WRITE     REG-REL FROM CAB-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-02
                     AFTER ADVANCING 2 LINES.
           MOVE      1         TO   CTR-TEV.
           PERFORM   IMPRIME-LINHA-RESUMO   7 TIMES.
           MOVE      TOTAL-DEBITOS   TO   TOT-DEB-LIN.
           WRITE     REG-REL FROM LINHA-TOTAL-DEB
                     AFTER ADVANCING 2 LINES.
           MOVE      TOTAL-CREDITOS  TO   TOT-CRE-LIN.
           WRITE     REG-REL FROM LINHA-TOTAL-CRE
                     AFTER ADVANCING 1 LINE.
           IF        LOTE-ACEITO    EQUAL  "SIM"
                     MOVE  "LOTE ACEITO - DEBITOS IGUAIS AOS CREDITOS"
                           TO   SITUACAO-LIN
           ELSE
                     MOVE  "LOTE REJEITADO - NAO FECHA OU FALTA CONTA"
                           TO   SITUACAO-LIN.
           WRITE     REG-REL FROM LINHA-SITUACAO
                     AFTER ADVANCING 2 LINES.

       IMPRIME-LINHA-RESUMO.

           MOVE      EVENTO-RES-TAB (CTR-TEV)  TO  EVENTO-RES.
           MOVE      DESCR-RES-TAB (CTR-TEV)   TO  DESCR-RES.
           MOVE      QTDE-RES-TAB (CTR-TEV)    TO  QTDE-RES.
           MOVE      VALOR-RES-TAB (CTR-TEV)   TO  VALOR-RES.
           WRITE     REG-REL FROM LINHA-RESUMO
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-TEV.

       GRAVA-CONTROLE.

           OPEN OUTPUT      CTBRECN.
           MOVE      SPACES    TO   REG-CTLN.
           MOVE      ZEROS     TO   CODIGO-CTLN  PARCELA-CTLN
                                    VENC-CTLN    VALOR-CTLN.
           MOVE      "Q"       TO   TIPO-CTLN.
           MOVE      "ACORDOS" TO   FONTE-CTLN.
           MOVE      LIDOS-ACO TO   QTDE-CTLN.
           WRITE     REG-CTLN.
           MOVE      "RETAPL"  TO   FONTE-CTLN.
           MOVE      LIDOS-APL TO   QTDE-CTLN.
           WRITE     REG-CTLN.
           MOVE      "PERDAS"  TO   FONTE-CTLN.
           MOVE      LIDOS-PER TO   QTDE-CTLN.
           WRITE     REG-CTLN.
           MOVE      "CREDAPL" TO   FONTE-CTLN.
           MOVE      LIDOS-CAP TO   QTDE-CTLN.
           WRITE     REG-CTLN.
           MOVE      "REEMBOLS" TO  FONTE-CTLN.
           MOVE      LIDOS-REE TO   QTDE-CTLN.
           WRITE     REG-CTLN.
           MOVE      SPACES    TO   FONTE-CTLN.
           MOVE      ZEROS     TO   QTDE-CTLN.
           MOVE      "F"       TO   TIPO-CTLN.
           MOVE      1         TO   CTR-FAT.
           PERFORM   GRAVA-CTL-FATURADA    QT-FAT  TIMES.
           MOVE      "E"       TO   TIPO-CTLN.
           MOVE      1         TO   CTR-ENC.
           PERFORM   GRAVA-CTL-ENCARGO     QT-ENC  TIMES.
           CLOSE     CTBRECN.

       GRAVA-CTL-FATURADA.

           MOVE      CODIGO-FAT-TAB (CTR-FAT)   TO  CODIGO-CTLN.
           MOVE      PARCELA-FAT-TAB (CTR-FAT)  TO  PARCELA-CTLN.
           MOVE      VENC-FAT-TAB (CTR-FAT)     TO  VENC-CTLN.
           MOVE      VALOR-FAT-TAB (CTR-FAT)    TO  VALOR-CTLN.
           IF        ATIVA-FAT-TAB (CTR-FAT)    EQUAL  "S"
                     WRITE  REG-CTLN.
           ADD       1         TO   CTR-FAT.

       GRAVA-CTL-ENCARGO.

           MOVE      CODIGO-ENC-TAB (CTR-ENC)   TO  CODIGO-CTLN.
           MOVE      PARCELA-ENC-TAB (CTR-ENC)  TO  PARCELA-CTLN.
           MOVE      VENC-ENC-TAB (CTR-ENC)     TO  VENC-CTLN.
           MOVE      VALOR-ENC-TAB (CTR-ENC)    TO  VALOR-CTLN.
           WRITE     REG-CTLN.
           ADD       1         TO   CTR-ENC.
