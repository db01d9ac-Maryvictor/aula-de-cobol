      *          ORIGINAL, DIAS DE ATRASO, MULTA, JUROS E NOVO TOTAL,
      *          ALEM DA LINHA CORRESPONDENTE NO RELATORIO
      *          REL-ENCARGOS POR CLIENTE.
      *          CADA PARCELA VENCIDA E CONSULTADA PELA CHAVE
      *          CLIENTE+PARCELA NO ABERTOS.DAT INDEXADO: PARCELA JA
      *          PAGA OU BAIXADA PARA PERDAS (AUSENTE DO ABERTOS) NAO
      *          GERA MAIS ENCARGO NEM REGISTRO EM ATUALIZA.DAT.

       ENVIRONMENT             DIVISION.

           SELECT   CADPAG           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL PARAM-MULTA ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

                   04 VENC-PARC-MM     PIC 9(02).
                   04 VENC-PARC-DD     PIC 9(02).

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

       FD  PARAM-MULTA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-MULTA.DAT".

       77  FIM-ARQ          PIC X(03)            VALUE "NAO".
       77  CTR              PIC 9(02)            VALUE ZEROS.
       77  ACHOU-ABE        PIC X(03)            VALUE "NAO".
       77  CT-QUITADAS      PIC 9(05)            VALUE ZEROS.
       77  DIAS-ATRASO      PIC S9(06)           VALUE ZEROS.
       77  MULTA-PERC       PIC 9(02)V99         VALUE 2.
       77  JUROS-DIA        PIC 9(01)V9(04)      VALUE 0,0330.
       INICIO.

           OPEN INPUT       CADPAG
                            ABERTOS
                OUTPUT      ATUALIZA
                            REL-ENCARGOS.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
                 + (HOJE-MM   - VENC-PARC-MM   (CTR)) * 30
                 + (HOJE-DD   - VENC-PARC-DD   (CTR)).
           IF        DIAS-ATRASO    GREATER THAN   0
                     PERFORM        VERIFICA-ABERTO
                     IF   ACHOU-ABE  EQUAL  "SIM"
                      AND SITUACAO-ABE  NOT EQUAL  "PAGO   "
                          PERFORM   CALCULA-ENCARGOS
                     ELSE
                          ADD  1    TO   CT-QUITADAS.
           ADD       1              TO   CTR.

      *    PARCELA JA PAGA OU BAIXADA PARA PERDAS (FORA DO ABERTOS)
      *    NAO TEM MAIS ENCARGO A CALCULAR.

       VERIFICA-ABERTO.

           MOVE      CODIGO-ENT     TO   CODIGO-ABE.
           MOVE      CTR            TO   PARCELA-ABE.
           MOVE      "SIM"          TO   ACHOU-ABE.
           READ      ABERTOS
                     INVALID KEY
                     MOVE "NAO"     TO   ACHOU-ABE.

       CALCULA-ENCARGOS.

           COMPUTE   WMULTA  ROUNDED  =
           WRITE     REG-ENCARGOS FROM LINHA-TOTAL
                     AFTER ADVANCING 2 LINES.
           DISPLAY   "PARCELAS VENCIDAS ATUALIZADAS: " CT-VENCIDAS.
           DISPLAY   "VENCIDAS PAGAS OU BAIXADAS   : " CT-QUITADAS.
           CLOSE CADPAG
                 ABERTOS
                 ATUALIZA
                 REL-ENCARGOS.
