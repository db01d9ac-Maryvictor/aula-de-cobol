      *          RAZAO DEPOIS DOS EMPRESTIMOS FECHADOS, ENTRANDO NO
      *          MESMO LIMITE DE BLOQUEIO; A OPERACAO TAMBEM O
      *          RECOLHE/ZERA APOS O LANCAMENTO.
      *          LANCMULT.DAT GANHOU O TIPO DO LANCAMENTO NO FINAL DO
      *          REGISTRO: BRANCO E DEBITO (MULTA DE LOCACAO E
      *          REPOSICAO DE LIVRO PERDIDO OU AVARIADO PELO PGM05) E
      *          "C" E CREDITO (ESTORNO DA REPOSICAO QUANDO O
      *          EXEMPLAR E LOCALIZADO), ABATIDO DO SALDO SEM
      *          DEIXA-LO NEGATIVO. CREDITO ACIMA DO SALDO SAI NO
      *          RELATORIO COMO "ESTORNO - DEVOLVER", O TOTAL A
      *          DEVOLVER NO CONSOLE E O PROGRAMA TERMINA COM RC 4.
      *          O RESUMO CONTABIL DA RODADA (MULTAS LANCADAS, ESTORNO
      *          ABATIDO E ESTORNO A DEVOLVER) E ACRESCENTADO EM
      *          MULTA-CTB.DAT (COPY MULTACTB) PARA O ALIMCTB DO
      *          EM4-EM02 GERAR AS LINHAS DO DIARIO CONTABIL.

       ENVIRONMENT             DIVISION.

           SELECT   OPTIONAL LANCMULT ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL MULTA-CTB ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-MULTAS       ASSIGN      TO      DISK.

       DATA                           DIVISION.
                03 DEV-FEC-MM     PIC 9(02).
                03 DEV-FEC-DD     PIC 9(02).
             02 EXEMPLAR-FEC  PIC 9(02).
             02 RENOV-FEC     PIC 9(02).

       FD  MULTAS
           LABEL         RECORD          ARE     STANDARD
       01  REG-LANCMULT.
             02 USU-LANC      PIC 9(04).
             02 VALOR-LANC    PIC 9(05)V99.
             02 TIPO-LANC     PIC X(01).

       FD  MULTA-CTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "MULTA-CTB.DAT".

       COPY MULTACTB.

       FD  REL-MULTAS
           LABEL         RECORD         IS          OMITTED.
       77  FIM-LANC         PIC X(03)    VALUE "NAO".
       77  CT-LANCAMENTOS   PIC 9(05)    VALUE ZEROS.
       77  PRIMEIRA-LIN     PIC X(03)    VALUE "SIM".
       77  CT-CREDITOS      PIC 9(05)    VALUE ZEROS.
       77  WSEM-SALDO       PIC 9(05)V99 VALUE ZEROS.
       77  TOT-SEM-SALDO    PIC 9(07)V99 VALUE ZEROS.
       77  TOT-SEM-SALDO-ED PIC Z.ZZZ.ZZ9,99.
       77  TOT-MULTAS-CTB   PIC 9(09)V99 VALUE ZEROS.
       77  TOT-ESTORNO-CTB  PIC 9(09)V99 VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  AGORA.
           02 AGORA-HHMM     PIC 9(04).
           02 FILLER         PIC 9(04).

       01  TAB-SALDOS.
           02 ITEM-SALDO-TAB  OCCURS 100 TIMES.
           02 MULTA-DET      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SALDO-DET      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-DET        PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(13) VALUE SPACES.

       PROCEDURE                                   DIVISION.

                            LANCMULT
                OUTPUT      MULTASN
                            BLOQUEADOS
                            REL-MULTAS
                EXTEND      MULTA-CTB.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           ACCEPT     AGORA     FROM      TIME.
           PERFORM    CARGA-SALDOS.
           PERFORM    LE-PARAMETRO.
           PERFORM    LEITURA-FECHADO.
                                USU-SALDO-TAB (IND-SALDO)
                          MOVE  ZEROS      TO  SALDO-TAB (IND-SALDO).
           ADD       WMULTA  TO  SALDO-TAB (IND-SALDO).
           ADD       WMULTA  TO  TOT-MULTAS-CTB.
           ADD       1       TO  CT-MULTADOS.
           PERFORM   IMPRIME-MULTA.

                MOVE  ZEROS       TO  LIVRO-FEC
                MOVE  ZEROS       TO  DIAS-ATRASO
                MOVE  VALOR-LANC  TO  WMULTA
                IF    TIPO-LANC   EQUAL  "C"
                      PERFORM  LANCA-CREDITO
                      ADD   1   TO   CT-CREDITOS
                ELSE
                      PERFORM  LANCA-VALOR-PRONTO
                      ADD   1   TO   CT-LANCAMENTOS.

      *    CREDITO (ESTORNO DE REPOSICAO DO PGM05): ABATE DO SALDO
      *    DO USUARIO SEM DEIXA-LO NEGATIVO. O QUE EXCEDER O SALDO
      *    (JA PAGO PELO PGM12) FICA APONTADO PARA DEVOLUCAO NO
      *    BALCAO.

       LANCA-CREDITO.

           PERFORM   BUSCA-SALDO.
           MOVE      ZEROS     TO   WSEM-SALDO.
           IF        ACHOU-SALDO   EQUAL   "NAO"
                     MOVE  WMULTA     TO   WSEM-SALDO
           ELSE
           IF        WMULTA  GREATER  SALDO-TAB (IND-SALDO)
                     COMPUTE WSEM-SALDO = WMULTA -
                             SALDO-TAB (IND-SALDO)
                     MOVE  ZEROS      TO   SALDO-TAB (IND-SALDO)
           ELSE
                     SUBTRACT WMULTA  FROM SALDO-TAB (IND-SALDO).
           ADD       WSEM-SALDO  TO  TOT-SEM-SALDO.
           ADD       WMULTA      TO  TOT-ESTORNO-CTB.
           SUBTRACT  WSEM-SALDO  FROM  TOT-ESTORNO-CTB.
           PERFORM   IMPRIME-CREDITO.

       LANCA-VALOR-PRONTO.

                                USU-SALDO-TAB (IND-SALDO)
                          MOVE  ZEROS      TO  SALDO-TAB (IND-SALDO).
           ADD       WMULTA  TO  SALDO-TAB (IND-SALDO).
           ADD       WMULTA  TO  TOT-MULTAS-CTB.
           ADD       1       TO  CT-MULTADOS.
           PERFORM   IMPRIME-MULTA.

           MOVE      SALDO-TAB (IND-SALDO)  TO  SALDO-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-CREDITO.

           IF        PRIMEIRA-LIN  EQUAL  "SIM"
                     WRITE  REG-REL FROM CAB-01
                            AFTER ADVANCING PAGE
                     WRITE  REG-REL FROM CAB-02
                            AFTER ADVANCING 2 LINES
                     MOVE   "NAO"   TO   PRIMEIRA-LIN.
           MOVE      USU-FEC        TO   USU-DET.
           MOVE      ZEROS          TO   LIVRO-DET.
           MOVE      ZEROS          TO   DIAS-DET.
           MOVE      WMULTA         TO   MULTA-DET.
           IF        ACHOU-SALDO    EQUAL  "SIM"
                     MOVE  SALDO-TAB (IND-SALDO)  TO  SALDO-DET
           ELSE
                     MOVE  ZEROS    TO   SALDO-DET.
           IF        WSEM-SALDO     EQUAL  ZEROS
                     MOVE  "ESTORNO"              TO  OBS-DET
           ELSE
                     MOVE  "ESTORNO - DEVOLVER"   TO  OBS-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE      SPACES         TO   OBS-DET.

       FIM.

           MOVE      1         TO   CTR-SALDOS.
           DISPLAY   "MULTAS LANCADAS    : " CT-MULTADOS.
           DISPLAY   "USUARIOS BLOQUEADOS: " CT-BLOQUEADOS.
           DISPLAY   "LANCAMENTOS DE LOCACAO: " CT-LANCAMENTOS.
           DISPLAY   "ESTORNOS CREDITADOS   : " CT-CREDITOS.
           IF        TOT-SEM-SALDO  GREATER  ZEROS
                     MOVE  TOT-SEM-SALDO  TO  TOT-SEM-SALDO-ED
                     DISPLAY "ESTORNO SEM SALDO A DEVOLVER: "
                             TOT-SEM-SALDO-ED
                     MOVE  4   TO   RETURN-CODE.
           PERFORM   GRAVA-MULTA-CTB.
           CLOSE     EMPFECHADO
                     LANCMULT
                     MULTASN
                     BLOQUEADOS
                     MULTA-CTB
                     REL-MULTAS.

      *    RESUMO CONTABIL DA RODADA: UM REGISTRO POR TIPO DE
      *    MOVIMENTO COM VALOR, LIDO PELO ALIMCTB (EM4-EM02).

       GRAVA-MULTA-CTB.

           MOVE      HOJE           TO   DATA-MCTB.
           MOVE      AGORA-HHMM     TO   HORA-MCTB.
           MOVE      "MU"           TO   ORIGEM-MCTB.
           IF        TOT-MULTAS-CTB    GREATER  ZEROS
                     MOVE  "M"             TO  TIPO-MCTB
                     MOVE  TOT-MULTAS-CTB  TO  VALOR-MCTB
                     WRITE REG-MULTA-CTB.
           IF        TOT-ESTORNO-CTB   GREATER  ZEROS
                     MOVE  "E"             TO  TIPO-MCTB
                     MOVE  TOT-ESTORNO-CTB TO  VALOR-MCTB
                     WRITE REG-MULTA-CTB.
           IF        TOT-SEM-SALDO     GREATER  ZEROS
                     MOVE  "D"             TO  TIPO-MCTB
                     MOVE  TOT-SEM-SALDO   TO  VALOR-MCTB
                     WRITE REG-MULTA-CTB.

       GRAVA-SALDO.

           MOVE      USU-SALDO-TAB (CTR-SALDOS)  TO  USU-MULTAN.
