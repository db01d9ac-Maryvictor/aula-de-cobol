       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12X.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  EXTRATO DOS EVENTOS DE FOLHA PARA O ENVIO AO GOVERNO
      *          (NOS MOLDES DO ESOCIAL), NO LAYOUT FIXO COMBINADO COM
      *          A CONTABILIDADE. GERA, NESTA ORDEM:
      *            S-2200 ADMISSAO  - INCLUSOES (I) APLICADAS NO
      *                   LOGFUN.DAT DO EX08M, COM NOME, SALARIO E
      *                   DATA DE ADMISSAO BUSCADOS NO CADFUN (SEM
      *                   DATA NO CADASTRO VALE A DATA DO LOG);
      *            S-2299 DESLIGAMENTO - TERMOS DE RESCISAO.DAT
      *                   (EX08T), COM O TOTAL DE VERBAS, INSS, IRRF
      *                   E LIQUIDO;
      *            S-1200 REMUNERACAO - FOLHA DO MES EM FOPAG-LIQ.DAT
      *                   (EX12), COM REMUNERACAO, INSS, IRRF E
      *                   LIQUIDO, NA COMPETENCIA DE PARAM-COMPET.DAT
      *                   (OU O MES DA RODADA).
      *          CADA EVENTO RECEBE UM NUMERO SEQUENCIAL UNICO E O
      *          ARQUIVO EVENTOS.DAT SAI COM HEADER (DATA E NUMERO DO
      *          LOTE), DETALHES E TRAILER (QUANTIDADE E TOTAL); O
      *          ULTIMO LOTE E O ULTIMO EVENTO FICAM EM SEQEVT.DAT.
      *          O ARQUIVO DE CONTROLE EVENTOS-CTL.DAT GUARDA O QUE JA
      *          FOI ENVIADO (TIPO, MATRICULA E DATA DE REFERENCIA):
      *          EVENTO JA CONSTANTE DO CONTROLE NAO E GERADO DE NOVO,
      *          E O RELATORIO REL-EVENTOS LISTA OS EVENTOS DO LOTE E
      *          CONTA OS IGNORADOS. O RETORNO DO GOVERNO E CONFERIDO
      *          PELO EX12R.
      *          COMO O LOGFUN.DAT E ACUMULADO, O S-2200 E CONFERIDO NO
      *          CONTROLE SO PELO TIPO E MATRICULA; INCLUSAO SEM
      *          REGISTRO NO CADFUN NAO GERA EVENTO E SAI COMO EXCECAO
      *          NO REL-EVENTOS.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL LOGFUN  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

           SELECT   OPTIONAL RESCISAO ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL FOPAG-LIQ ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL SEQEVT  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL EVENTOS-CTL ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   EVENTOS  ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-EVENTOS ASSIGN TO   DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  LOGFUN
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "LOGFUN.DAT".

       01  REG-LOG.
             02 CODIGO-LOG      PIC 9(05).
             02 TIPO-LOG        PIC X(01).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG        PIC 9(08).
             02 OPER-LOG        PIC X(06).

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  RESCISAO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "RESCISAO.DAT".

       01  REG-RESCISAO.
             02 CODIGO-RES      PIC 9(05).
             02 NOME-RES        PIC X(20).
             02 SALDO-SAL-RES   PIC 9(05)V99.
             02 PROP-13-RES     PIC 9(07)V99.
             02 PROP-FER-RES    PIC 9(07)V99.
             02 INSS-RES        PIC 9(05)V99.
             02 IRRF-RES        PIC 9(05)V99.
             02 LIQUIDO-RES     PIC 9(07)V99.
             02 DATA-RES        PIC 9(08).

       FD  FOPAG-LIQ
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FOPAG-LIQ.DAT".

       01  REG-LIQ.
             02 MATRICULA-LIQ       PIC 9(05).
             02 NOME-LIQ            PIC X(30).
             02 REAJUSTADO-LIQ      PIC 9(05)V99.
             02 INSS-LIQ            PIC 9(05)V99.
             02 IRRF-LIQ            PIC 9(05)V99.
             02 LIQUIDO-LIQ         PIC 9(05)V99.
             02 HE-LIQ              PIC 9(05)V99.
             02 FALTAS-LIQ          PIC 9(05)V99.
             02 SALFAM-LIQ          PIC 9(05)V99.
             02 CONSIG-LIQ          PIC 9(05)V99.
             02 ADIANT-LIQ          PIC 9(05)V99.
             02 PLANO-LIQ           PIC 9(05)V99.
             02 ANUENIO-LIQ         PIC 9(05)V99.

       FD  PARAM-COMPET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM        PIC 9(06).

       FD  SEQEVT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "SEQEVT.DAT".

       01  REG-SEQEVT.
             02 ULT-LOTE-SEQ    PIC 9(05).
             02 ULT-EVENTO-SEQ  PIC 9(07).

       FD  EVENTOS-CTL
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "EVENTOS-CTL.DAT".

       01  REG-CTL.
             02 SEQ-CTL         PIC 9(07).
             02 CHAVE-CTL.
                03 TIPO-CTL        PIC X(06).
                03 MATRICULA-CTL   PIC 9(05).
                03 DATA-REF-CTL    PIC 9(08).
             02 LOTE-CTL        PIC 9(05).
             02 DATA-ENVIO-CTL  PIC 9(08).

       FD  EVENTOS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "EVENTOS.DAT".

       01  REG-EVT-HEADER.
             02 TIPO-EVT-H      PIC X(01).
             02 DATA-EVT-H      PIC 9(08).
             02 LOTE-EVT-H      PIC 9(05).
             02 FILLER          PIC X(86).

       01  REG-EVT-DET.
             02 TIPO-EVT-D      PIC X(01).
             02 SEQ-EVT-D       PIC 9(07).
             02 EVENTO-D        PIC X(06).
             02 MATRICULA-EVT-D PIC 9(05).
             02 NOME-EVT-D      PIC X(30).
             02 DATA-REF-D      PIC 9(08).
             02 BASE-EVT-D      PIC 9(07)V9(02).
             02 INSS-EVT-D      PIC 9(07)V9(02).
             02 IRRF-EVT-D      PIC 9(07)V9(02).
             02 LIQ-EVT-D       PIC 9(07)V9(02).
             02 FILLER          PIC X(07).

       01  REG-EVT-TRAILER.
             02 TIPO-EVT-T      PIC X(01).
             02 QUANT-EVT-T     PIC 9(07).
             02 TOTAL-EVT-T     PIC 9(11)V9(02).
             02 FILLER          PIC X(79).

       FD  REL-EVENTOS
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-LOG          PIC X(03)     VALUE   "NAO".
       77  FIM-RES          PIC X(03)     VALUE   "NAO".
       77  FIM-LIQ          PIC X(03)     VALUE   "NAO".
       77  FIM-SEQ          PIC X(03)     VALUE   "NAO".
       77  FIM-CTL          PIC X(03)     VALUE   "NAO".
       77  COMPETENCIA      PIC 9(06)     VALUE   ZEROS.
       77  LOTE-EVT         PIC 9(05)     VALUE   ZEROS.
       77  SEQ-EVT          PIC 9(07)     VALUE   ZEROS.
       77  QT-CTL           PIC 9(04)     VALUE   ZEROS.
       77  CTR-CTL          PIC 9(04)     VALUE   ZEROS.
       77  JA-ENVIADO       PIC X(03)     VALUE   "NAO".
       77  WNOME-EVT        PIC X(30)     VALUE   SPACES.
       77  WBASE-EVT        PIC 9(07)V99  VALUE   ZEROS.
       77  WINSS-EVT        PIC 9(07)V99  VALUE   ZEROS.
       77  WIRRF-EVT        PIC 9(07)V99  VALUE   ZEROS.
       77  WLIQ-EVT         PIC 9(07)V99  VALUE   ZEROS.
       77  CT-EVENTOS       PIC 9(07)     VALUE   ZEROS.
       77  CT-ADMISSOES     PIC 9(05)     VALUE   ZEROS.
       77  CT-DESLIGAMENTOS PIC 9(05)     VALUE   ZEROS.
       77  CT-REMUNERACOES  PIC 9(05)     VALUE   ZEROS.
       77  CT-JA-ENVIADOS   PIC 9(05)     VALUE   ZEROS.
       77  CT-SEM-CADASTRO  PIC 9(05)     VALUE   ZEROS.
       77  ACHOU-FUN        PIC X(03)     VALUE   "NAO".
       77  TOTAL-EVT        PIC 9(11)V99  VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  CHAVE-EVT.
           02 TIPO-MATR-EVT.
              03 WTIPO-EVT   PIC X(06).
              03 WMATR-EVT   PIC 9(05).
           02 WDATA-EVT      PIC 9(08).

       01  TAB-CONTROLE.
           02 CHAVE-CTL-TAB               OCCURS 5000 TIMES.
              03 TIPO-MATR-TAB  PIC X(11)  VALUE SPACES.
              03 DATA-REF-TAB   PIC X(08)  VALUE SPACES.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(34) VALUE
                     "EVENTOS DE FOLHA PARA ENVIO - LOTE".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LOTE-CAB       PIC 9(05).
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(04) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(08) VALUE "SEQ.".
           02 FILLER         PIC X(07) VALUE "EVENTO".
           02 FILLER         PIC X(06) VALUE "MAT.".
           02 FILLER         PIC X(31) VALUE "NOME".
           02 FILLER         PIC X(11) VALUE "REFERENCIA".
           02 FILLER         PIC X(13) VALUE "        VALOR".
           02 FILLER         PIC X(14) VALUE SPACES.

       01  DETALHE.
           02 SEQ-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 EVENTO-DET     PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-DET       PIC 9(08).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 VALOR-DET      PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(15) VALUE SPACES.

       01  EXCECAO-01.
           02 FILLER         PIC X(08) VALUE SPACES.
           02 EVENTO-EXC     PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MATRICULA-EXC  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
               "INCLUSAO SEM CADASTRO NO CADFUN - NAO ENVIADA".
           02 FILLER         PIC X(23) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TRL     PIC X(30).
           02 QTDE-TRL       PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(46) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX12X.

           PERFORM    INICIO.

           PERFORM    PROCESSA-ADMISSOES.

           PERFORM    PROCESSA-DESLIGAMENTOS.

           PERFORM    PROCESSA-REMUNERACOES.

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           COMPUTE    COMPETENCIA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM    LE-PARAM-COMPET.
           PERFORM    LE-SEQUENCIA.
           PERFORM    CARGA-CONTROLE.
           OPEN INPUT        CADFUN
               OUTPUT        EVENTOS
                             REL-EVENTOS
               EXTEND        EVENTOS-CTL.
           PERFORM    GRAVA-HEADER.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPETENCIA.
           CLOSE      PARAM-COMPET.

       LE-SEQUENCIA.

           OPEN      INPUT     SEQEVT.
           READ      SEQEVT
                     AT END
                     MOVE      "SIM"     TO     FIM-SEQ.
           IF        FIM-SEQ   NOT EQUAL "SIM"
                     MOVE      ULT-LOTE-SEQ    TO     LOTE-EVT
                     MOVE      ULT-EVENTO-SEQ  TO     SEQ-EVT.
           CLOSE     SEQEVT.
           ADD       1         TO        LOTE-EVT.

       CARGA-CONTROLE.

           OPEN INPUT       EVENTOS-CTL.
           PERFORM    LEITURA-CONTROLE
                      UNTIL     FIM-CTL    EQUAL    "SIM".
           CLOSE      EVENTOS-CTL.

       LEITURA-CONTROLE.

           READ EVENTOS-CTL
                AT END
                MOVE "SIM" TO FIM-CTL.
           IF   FIM-CTL     NOT EQUAL  "SIM"
                PERFORM ANOTA-CONTROLE.

       ANOTA-CONTROLE.

           IF   QT-CTL  NOT LESS THAN 5000
                DISPLAY "EVENTOS-CTL EXCEDE A TABELA DE 5000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1                 TO  QT-CTL.
           MOVE CHAVE-CTL         TO  CHAVE-CTL-TAB (QT-CTL).

       GRAVA-HEADER.

           MOVE      SPACES         TO     REG-EVT-HEADER.
           MOVE      "H"            TO     TIPO-EVT-H.
           MOVE      HOJE           TO     DATA-EVT-H.
           MOVE      LOTE-EVT       TO     LOTE-EVT-H.
           WRITE     REG-EVT-HEADER.

      *    S-2200: INCLUSOES APLICADAS NO LOGFUN (ACUMULADO DE TODAS
      *    AS RODADAS DO EX08M). A ADMISSAO SAI UMA UNICA VEZ POR
      *    MATRICULA; INCLUSAO SEM REGISTRO NO CADFUN NAO GERA EVENTO
      *    E E LISTADA COMO EXCECAO.

       PROCESSA-ADMISSOES.

           OPEN INPUT       LOGFUN.
           PERFORM    LEITURA-LOG.
           PERFORM    TRATA-LOG
                      UNTIL     FIM-LOG    EQUAL    "SIM".
           CLOSE      LOGFUN.

       LEITURA-LOG.

           READ LOGFUN
                AT END
                MOVE "SIM" TO FIM-LOG.

       TRATA-LOG.

           IF        TIPO-LOG       EQUAL  "I"
                AND  STATUS-LOG     EQUAL  "APLICADA"
                     PERFORM  MONTA-ADMISSAO.
           PERFORM   LEITURA-LOG.

       MONTA-ADMISSAO.

           MOVE      "S-2200"       TO   WTIPO-EVT.
           MOVE      CODIGO-LOG     TO   WMATR-EVT.
           MOVE      ZEROS          TO   WDATA-EVT.
           MOVE      SPACES         TO   WNOME-EVT.
           MOVE      ZEROS          TO   WBASE-EVT
                                         WINSS-EVT
                                         WIRRF-EVT
                                         WLIQ-EVT.
           PERFORM   VERIFICA-ENVIADO.
           IF        JA-ENVIADO     EQUAL  "SIM"
                     ADD   1        TO   CT-JA-ENVIADOS
           ELSE
                     PERFORM  BUSCA-ADMITIDO.

       BUSCA-ADMITIDO.

           MOVE      "SIM"          TO   ACHOU-FUN.
           MOVE      CODIGO-LOG     TO   CODIGO-ENT.
           READ      CADFUN
                     INVALID KEY
                     MOVE  "NAO"    TO   ACHOU-FUN.
           IF        ACHOU-FUN      EQUAL  "SIM"
                     PERFORM  GRAVA-ADMISSAO
           ELSE
                     PERFORM  LISTA-SEM-CADASTRO.

       GRAVA-ADMISSAO.

           MOVE      NOME-ENT          TO   WNOME-EVT.
           MOVE      SALARIO-BRUTO-ENT TO   WBASE-EVT.
           MOVE      ADMISSAO-ENT      TO   WDATA-EVT.
           IF        ADMISSAO-ENT   EQUAL  ZEROS
                     MOVE  DATA-LOG      TO   WDATA-EVT.
           PERFORM   GRAVA-EVENTO.

       LISTA-SEM-CADASTRO.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      WTIPO-EVT      TO   EVENTO-EXC.
           MOVE      WMATR-EVT      TO   MATRICULA-EXC.
           WRITE     REG-REL FROM EXCECAO-01 AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.
           ADD       1              TO   CT-SEM-CADASTRO.

      *    S-2299: TERMOS DE RESCISAO CALCULADOS PELO EX08T.

       PROCESSA-DESLIGAMENTOS.

           OPEN INPUT       RESCISAO.
           PERFORM    LEITURA-RESCISAO.
           PERFORM    TRATA-RESCISAO
                      UNTIL     FIM-RES    EQUAL    "SIM".
           CLOSE      RESCISAO.

       LEITURA-RESCISAO.

           READ RESCISAO
                AT END
                MOVE "SIM" TO FIM-RES.

       TRATA-RESCISAO.

           MOVE      "S-2299"       TO   WTIPO-EVT.
           MOVE      CODIGO-RES     TO   WMATR-EVT.
           MOVE      DATA-RES       TO   WDATA-EVT.
           MOVE      NOME-RES       TO   WNOME-EVT.
           COMPUTE   WBASE-EVT  =  SALDO-SAL-RES + PROP-13-RES
                                 + PROP-FER-RES.
           MOVE      INSS-RES       TO   WINSS-EVT.
           MOVE      IRRF-RES       TO   WIRRF-EVT.
           MOVE      LIQUIDO-RES    TO   WLIQ-EVT.
           PERFORM   GERA-EVENTO.
           PERFORM   LEITURA-RESCISAO.

      *    S-1200: FOLHA DO MES, DATADA NO PRIMEIRO DIA DA COMPETENCIA.

       PROCESSA-REMUNERACOES.

           OPEN INPUT       FOPAG-LIQ.
           PERFORM    LEITURA-FOLHA.
           PERFORM    TRATA-FOLHA
                      UNTIL     FIM-LIQ    EQUAL    "SIM".
           CLOSE      FOPAG-LIQ.

       LEITURA-FOLHA.

           READ FOPAG-LIQ
                AT END
                MOVE "SIM" TO FIM-LIQ.

       TRATA-FOLHA.

           MOVE      "S-1200"       TO   WTIPO-EVT.
           MOVE      MATRICULA-LIQ  TO   WMATR-EVT.
           COMPUTE   WDATA-EVT  =  COMPETENCIA * 100 + 1.
           MOVE      NOME-LIQ       TO   WNOME-EVT.
           MOVE      REAJUSTADO-LIQ TO   WBASE-EVT.
           MOVE      INSS-LIQ       TO   WINSS-EVT.
           MOVE      IRRF-LIQ       TO   WIRRF-EVT.
           MOVE      LIQUIDO-LIQ    TO   WLIQ-EVT.
           PERFORM   GERA-EVENTO.
           PERFORM   LEITURA-FOLHA.

      *    EVENTO JA ENVIADO EM LOTE ANTERIOR (MESMO TIPO, MATRICULA E
      *    REFERENCIA NO CONTROLE) E IGNORADO. A ADMISSAO (S-2200) E
      *    CONFERIDA SO PELO TIPO E MATRICULA, SEM A REFERENCIA.

       GERA-EVENTO.

           PERFORM   VERIFICA-ENVIADO.
           IF        JA-ENVIADO     EQUAL  "SIM"
                     ADD   1        TO   CT-JA-ENVIADOS
           ELSE
                     PERFORM  GRAVA-EVENTO.

       VERIFICA-ENVIADO.

           MOVE      "NAO"          TO   JA-ENVIADO.
           MOVE      1              TO   CTR-CTL.
           PERFORM   PESQUISA-CONTROLE   QT-CTL  TIMES.

       PESQUISA-CONTROLE.

           IF        WTIPO-EVT      EQUAL  "S-2200"
                AND  TIPO-MATR-EVT  EQUAL  TIPO-MATR-TAB (CTR-CTL)
                     MOVE  "SIM"    TO   JA-ENVIADO.
           IF        WTIPO-EVT      NOT EQUAL  "S-2200"
                AND  CHAVE-EVT      EQUAL  CHAVE-CTL-TAB (CTR-CTL)
                     MOVE  "SIM"    TO   JA-ENVIADO.
           ADD       1              TO   CTR-CTL.

       GRAVA-EVENTO.

           ADD       1              TO   SEQ-EVT.
           MOVE      SPACES         TO   REG-EVT-DET.
           MOVE      "D"            TO   TIPO-EVT-D.
           MOVE      SEQ-EVT        TO   SEQ-EVT-D.
           MOVE      WTIPO-EVT      TO   EVENTO-D.
           MOVE      WMATR-EVT      TO   MATRICULA-EVT-D.
           MOVE      WNOME-EVT      TO   NOME-EVT-D.
           MOVE      WDATA-EVT      TO   DATA-REF-D.
           MOVE      WBASE-EVT      TO   BASE-EVT-D.
           MOVE      WINSS-EVT      TO   INSS-EVT-D.
           MOVE      WIRRF-EVT      TO   IRRF-EVT-D.
           MOVE      WLIQ-EVT       TO   LIQ-EVT-D.
           WRITE     REG-EVT-DET.
           MOVE      SEQ-EVT        TO   SEQ-CTL.
           MOVE      CHAVE-EVT      TO   CHAVE-CTL.
           MOVE      LOTE-EVT       TO   LOTE-CTL.
           MOVE      HOJE           TO   DATA-ENVIO-CTL.
           WRITE     REG-CTL.
           IF        QT-CTL         LESS THAN  5000
                     ADD   1        TO   QT-CTL
                     MOVE  CHAVE-EVT  TO  CHAVE-CTL-TAB (QT-CTL).
           ADD       1              TO   CT-EVENTOS.
           ADD       WBASE-EVT      TO   TOTAL-EVT.
           IF        WTIPO-EVT      EQUAL  "S-2200"
                     ADD   1        TO   CT-ADMISSOES.
           IF        WTIPO-EVT      EQUAL  "S-2299"
                     ADD   1        TO   CT-DESLIGAMENTOS.
           IF        WTIPO-EVT      EQUAL  "S-1200"
                     ADD   1        TO   CT-REMUNERACOES.
           PERFORM   IMPRESSAO.

       IMPRESSAO.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      SEQ-EVT        TO   SEQ-DET.
           MOVE      WTIPO-EVT      TO   EVENTO-DET.
           MOVE      WMATR-EVT      TO   MATRICULA-DET.
           MOVE      WNOME-EVT      TO   NOME-DET.
           MOVE      WDATA-EVT      TO   DATA-DET.
           MOVE      WBASE-EVT      TO   VALOR-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           MOVE LOTE-EVT          TO    LOTE-CAB.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       GRAVA-TRAILER.

           MOVE      SPACES         TO     REG-EVT-TRAILER.
           MOVE      "T"            TO     TIPO-EVT-T.
           MOVE      CT-EVENTOS     TO     QUANT-EVT-T.
           MOVE      TOTAL-EVT      TO     TOTAL-EVT-T.
           WRITE     REG-EVT-TRAILER.

       GRAVA-SEQUENCIA.

           OPEN      OUTPUT    SEQEVT.
           MOVE      LOTE-EVT       TO     ULT-LOTE-SEQ.
           MOVE      SEQ-EVT        TO     ULT-EVENTO-SEQ.
           WRITE     REG-SEQEVT.
           CLOSE     SEQEVT.

       TERMINO.

           PERFORM   GRAVA-TRAILER.
           PERFORM   GRAVA-SEQUENCIA.
           IF        CT-LIN GREATER THAN 23
                     PERFORM CABECALHO.
           MOVE      "EVENTOS S-2200 ADMISSAO.....: " TO ROTULO-TRL.
           MOVE      CT-ADMISSOES   TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      "EVENTOS S-2299 DESLIGAMENTO.: " TO ROTULO-TRL.
           MOVE      CT-DESLIGAMENTOS TO QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "EVENTOS S-1200 REMUNERACAO..: " TO ROTULO-TRL.
           MOVE      CT-REMUNERACOES TO  QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "TOTAL DE EVENTOS DO LOTE....: " TO ROTULO-TRL.
           MOVE      CT-EVENTOS     TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "JA ENVIADOS (IGNORADOS).....: " TO ROTULO-TRL.
           MOVE      CT-JA-ENVIADOS TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "ADMISSOES SEM CADASTRO......: " TO ROTULO-TRL.
           MOVE      CT-SEM-CADASTRO TO  QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           DISPLAY   "LOTE DE EVENTOS " LOTE-EVT " COM " CT-EVENTOS
                     " EVENTOS.".
           DISPLAY   "EVENTOS JA ENVIADOS IGNORADOS: " CT-JA-ENVIADOS.
           DISPLAY   "ADMISSOES SEM CADASTRO: " CT-SEM-CADASTRO.
           CLOSE       CADFUN
                       EVENTOS
                       EVENTOS-CTL
                       REL-EVENTOS.
