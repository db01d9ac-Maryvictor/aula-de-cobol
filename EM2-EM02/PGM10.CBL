      *          CLIENTE SEM CADASTRO, SEM PARCELA EM ABERTO OU COM
      *          QUANTIDADE FORA DE 1-10 SAI NO MESMO RELATORIO COM O
      *          MOTIVO, NO LUGAR DO CONTROLE EM PAPEL DA TESOURARIA.
      *          COM O ABERTOS.DAT INDEXADO PELA CHAVE CLIENTE+PARCELA
      *          E ATUALIZADO NO LUGAR, A SITUACAO E O PAGO DAS DEZ
      *          PARCELAS DO CLIENTE RENEGOCIADO SAO LIDOS PELA CHAVE,
      *          E O ACORDO FECHADO REGRAVA AS DEZ PARCELAS NO PROPRIO
      *          ABERTOS COM O NOVO VENCIMENTO E VALOR, PAGO ZERADO E
      *          SITUACAO ABERTO (A PARCELA QUE TINHA SIDO BAIXADA
      *          PARA PERDAS VOLTA COMO PARCELA NOVA DO ACORDO). O
      *          CADPAGN.DAT CONTINUA SENDO GERADO COMO ANTES.

       ENVIRONMENT             DIVISION.

           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL PARAM-MULTA ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE.
                03 VENC-ABE-AAAA   PIC 9(04).
                03 VENC-ABE-MM     PIC 9(02).

       77  FIM-MESTRE       PIC X(03)    VALUE "NAO".
       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  ACHOU-ABE        PIC X(03)    VALUE "NAO".
       77  CHAVE-MESTRE     PIC 9(05)    VALUE ZEROS.
       77  CHAVE-TRANS      PIC 9(05)    VALUE ZEROS.
       77  CTR              PIC 9(02)    VALUE ZEROS.
       77  MULTA-PERC       PIC 9(02)V99 VALUE 2.
       77  JUROS-DIA        PIC 9(01)V9(04) VALUE 0,0330.
       77  VENC-MM          PIC 9(02)    VALUE ZEROS.
       77  VENC-DD          PIC 9(02)    VALUE ZEROS.
       77  CT-ACORDOS       PIC 9(05)    VALUE ZEROS.
       77  CT-ABE-INCLUIDAS PIC 9(05)    VALUE ZEROS.
       77  CT-REJEITADAS    PIC 9(05)    VALUE ZEROS.
       77  PRIMEIRA-LIN     PIC X(03)    VALUE "SIM".


           OPEN INPUT       CADPAG
                            TRANRENEG
                I-O         ABERTOS
                OUTPUT      CADPAGN
                            REL-RENEG
                EXTEND      ACORDOS.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    LEITURA-MESTRE.
           PERFORM    LEITURA-TRANS.

           ELSE
                MOVE    CODIGO-TRANS TO   CHAVE-TRANS.

       PRINCIPAL.

           IF        CHAVE-TRANS    LESS THAN       CHAVE-MESTRE
                          PERFORM   COPIA-MESTRE
                     ELSE
                          PERFORM   MONTA-NOVO-PLANO
                          PERFORM   ATUALIZA-ABERTOS
                          PERFORM   GRAVA-ACORDO
                          PERFORM   IMPRIME-ACORDO.

       CARGA-SITUACAO-CLIENTE.

           MOVE      1              TO   CTR.
           PERFORM   GUARDA-SITUACAO     10 TIMES.

       GUARDA-SITUACAO.

           MOVE      SPACES         TO   SITUACAO-TAB (CTR).
           MOVE      ZEROS          TO   PAGO-TAB (CTR).
           MOVE      CODIGO-ENT     TO   CODIGO-ABE.
           MOVE      CTR            TO   PARCELA-ABE.
           PERFORM   LEITURA-ABE.
           IF        ACHOU-ABE      EQUAL  "SIM"
                     MOVE  SITUACAO-ABE  TO  SITUACAO-TAB (CTR)
                     MOVE  PAGO-ABE      TO  PAGO-TAB (CTR).
           ADD       1              TO   CTR.

       LEITURA-ABE.

           MOVE      "SIM"          TO   ACHOU-ABE.
           READ      ABERTOS
                     INVALID KEY
                     MOVE "NAO"     TO   ACHOU-ABE.

       CONSOLIDA-SALDO.

                          ADD   1   TO   VENC-AAAA.
           ADD       1              TO   CTR.

      *    AS DEZ PARCELAS DO CLIENTE NO ABERTOS PASSAM A SER AS DO
      *    NOVO PLANO, SEM VALOR PAGO: O QUE FALTAVA PAGAR JA ESTA NO
      *    SALDO RENEGOCIADO. PARCELA AUSENTE (BAIXADA PARA PERDAS) E
      *    INCLUIDA, POIS A NOVA PARCELA DE MESMO NUMERO E OUTRO TITULO.

       ATUALIZA-ABERTOS.

           MOVE      1              TO   CTR.
           PERFORM   ATUALIZA-PARCELA-ABE  10 TIMES.

       ATUALIZA-PARCELA-ABE.

           MOVE      CODIGO-ENT     TO   CODIGO-ABE.
           MOVE      CTR            TO   PARCELA-ABE.
           PERFORM   LEITURA-ABE.
           MOVE      VENC-PARC-NOVO (CTR)   TO   VENC-ABE.
           MOVE      VALOR-PARC-NOVO (CTR)  TO   VALOR-ABE.
           MOVE      ZEROS          TO   PAGO-ABE.
           MOVE      "ABERTO "      TO   SITUACAO-ABE.
           IF        ACHOU-ABE      EQUAL  "SIM"
                     REWRITE  REG-ABERTO
           ELSE
                     WRITE    REG-ABERTO
                     ADD      1     TO   CT-ABE-INCLUIDAS.
           ADD       1              TO   CTR.

       GRAVA-ACORDO.

           MOVE      CODIGO-ENT     TO   CODIGO-ACO.

           DISPLAY   "ACORDOS FECHADOS      : " CT-ACORDOS.
           DISPLAY   "TRANSACOES REJEITADAS : " CT-REJEITADAS.
           DISPLAY   "PARCELAS INCLUIDAS    : " CT-ABE-INCLUIDAS.
           CLOSE     CADPAG
                     TRANRENEG
                     ABERTOS
