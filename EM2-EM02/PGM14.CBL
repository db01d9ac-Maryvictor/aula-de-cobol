      *          APOS O LANCAMENTO A OPERACAO RECOLHE/ZERA O ARQUIVO
      *          CREDITOS.DAT, COMO JA FAZ COM O EMPFECHADO DO EM3,
      *          PARA A PROXIMA RODADA NAO APLICAR EM DOBRO.
      *          COM O ABERTOS.DAT INDEXADO PELA CHAVE CLIENTE+PARCELA
      *          E ATUALIZADO NO LUGAR, SO OS CLIENTES COM CREDITO SAO
      *          TOCADOS: AS DEZ PARCELAS DE CADA UM SAO LIDAS PELA
      *          CHAVE, NA ORDEM, E A PARCELA ABERTO/PARCIAL COM SALDO
      *          QUE RECEBE CREDITO E REGRAVADA NO PROPRIO ABERTOS. O
      *          ABERTOSN.DAT DEIXOU DE EXISTIR. O CREDAPL.DAT
      *          CONTINUA SENDO GRAVADO COMO RAZAO PERMANENTE, MAS O
      *          PGM06 NAO PRECISA MAIS SOMA-LO, POIS NAO REGERA O
      *          ABERTOS.

       ENVIRONMENT             DIVISION.

           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL REEMBOLSO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
             02 SITUACAO-ABE    PIC X(07).

       FD  REEMBOLSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REEMBOLSO.DAT".
       WORKING-STORAGE SECTION.

       77  FIM-CRE          PIC X(03)    VALUE "NAO".
       77  CTR-PARC         PIC 9(02)    VALUE ZEROS.
       77  ACHOU-ABE        PIC X(03)    VALUE "NAO".
       77  QT-SALDOS        PIC 9(03)    VALUE ZEROS.
       77  CTR-SALDOS       PIC 9(03)    VALUE ZEROS.
       77  IND-SALDO        PIC 9(03)    VALUE ZEROS.
           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    QT-SALDOS    TIMES.

           PERFORM    FIM.


       INICIO.

           OPEN I-O         ABERTOS
                OUTPUT      REL-CREDITOS
                EXTEND      REEMBOLSO
                            CREDAPL.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    CARGA-CREDITOS.
           MOVE       1         TO   CTR-SALDOS.

       CARGA-CREDITOS.

                     MOVE  "SIM"       TO  ACHOU-SALDO.
           ADD       1         TO   CTR-SALDOS.

      *    PARA CADA CLIENTE COM CREDITO, AS DEZ PARCELAS SAO LIDAS
      *    PELA CHAVE, NA ORDEM, E A QUE RECEBE CREDITO E REGRAVADA.

       PRINCIPAL.

           MOVE      CTR-SALDOS     TO   IND-SALDO.
           MOVE      1              TO   CTR-PARC.
           PERFORM   TRATA-PARCELA       10 TIMES.
           ADD       1              TO   CTR-SALDOS.

       TRATA-PARCELA.

           IF        SALDO-CRE-TAB (IND-SALDO)  GREATER THAN  ZEROS
                     MOVE  CODIGO-SALDO-TAB (IND-SALDO)  TO  CODIGO-ABE
                     MOVE  CTR-PARC       TO   PARCELA-ABE
                     PERFORM  LEITURA-ABE
                     IF   ACHOU-ABE  EQUAL  "SIM"
                      AND (SITUACAO-ABE  EQUAL  "ABERTO "  OR "PARCIAL")
                      AND VALOR-ABE  GREATER THAN  PAGO-ABE
                          PERFORM   APLICA-CREDITO.
           ADD       1              TO   CTR-PARC.

       LEITURA-ABE.

           MOVE      "SIM"          TO   ACHOU-ABE.
           READ      ABERTOS
                     INVALID KEY
                     MOVE "NAO"     TO   ACHOU-ABE.

       APLICA-CREDITO.

                     MOVE  "PAGO   "  TO  SITUACAO-ABE
           ELSE
                     MOVE  "PARCIAL"  TO  SITUACAO-ABE.
           REWRITE   REG-ABERTO.
           MOVE      CODIGO-ABE       TO  CODIGO-CAP.
           MOVE      PARCELA-ABE      TO  PARCELA-CAP.
           MOVE      WAPLICADO        TO  VALOR-CAP.
           MOVE      "APLICADO NA PARCELA"  TO  DESTINO-DET.
           PERFORM   IMPRIME-LINHA.

       IMPRIME-LINHA.

           IF        PRIMEIRA-LIN  EQUAL   "SIM"
           DISPLAY   "APLICACOES FEITAS   : " CT-APLICADOS.
           DISPLAY   "REEMBOLSOS GERADOS  : " CT-REEMBOLSOS.
           CLOSE     ABERTOS
                     REEMBOLSO
                     CREDAPL
                     REL-CREDITOS.
