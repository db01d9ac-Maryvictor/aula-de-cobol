      *          FECHA COM O RESUMO DE IMPACTO ANTES/DEPOIS, COMO O
      *          EX08 IMPRIME PARA OS SALARIOS. ACABA A REGERACAO DO
      *          CADPAG INTEIRO EM JANEIRO.
      *          COM O ABERTOS.DAT INDEXADO PELA CHAVE CLIENTE+PARCELA
      *          E ATUALIZADO NO LUGAR, A SITUACAO DE CADA PARCELA E
      *          LIDA PELA CHAVE E A PARCELA REAJUSTADA TEM O NOVO
      *          VALOR REGRAVADO TAMBEM NO PROPRIO ABERTOS, SEM
      *          ESPERAR A PROXIMA BAIXA DE PAGAMENTOS.

       ENVIRONMENT             DIVISION.

           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL PARAM-REAJ ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)    VALUE "NAO".
       77  ACHOU-ABE        PIC X(03)    VALUE "NAO".
       77  FIM-PARAMGER     PIC X(03)    VALUE "NAO".
       77  CTR              PIC 9(02)    VALUE ZEROS.
       77  INDICE-REAJ      PIC 9(03)V99 VALUE ZEROS.
       77  DATA-EFEITO      PIC 9(08)    VALUE ZEROS.
       77  TOTAL-DEPOIS     PIC 9(09)V99 VALUE ZEROS.
       77  DIFERENCA        PIC S9(09)V99 VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
       INICIO.

           OPEN INPUT       CADPAG
                I-O         ABERTOS
                OUTPUT      CADPAGN
                            REAJ-AUD
                            REL-REAJ.
                              "EXECUCAO CANCELADA."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
           PERFORM    LEITURA.

       LE-PARAMETRO.
                AT END
                MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.

           MOVE      CODIGO-ENT     TO   CODIGO-NOVO.
           MOVE      NOME-ENT       TO   NOME-NOVO.
           MOVE      1              TO   CTR.
           WRITE     REG-NOVO.
           PERFORM   LEITURA.

       TRATA-PARCELA.

           MOVE      CODIGO-ENT     TO   CODIGO-ABE.
           MOVE      CTR            TO   PARCELA-ABE.
           PERFORM   LEITURA-ABE.
           IF        ACHOU-ABE      EQUAL  "SIM"
                AND  SITUACAO-ABE   EQUAL  "ABERTO "
                AND  VENC-PARC (CTR)  NOT LESS THAN  DATA-EFEITO
                     PERFORM   REAJUSTA-PARCELA
           ELSE
           MOVE      VALOR-NOVO     TO   VALOR-NOVO-AUD.
           MOVE      INDICE-REAJ    TO   INDICE-AUD.
           WRITE     REG-REAJ-AUD.
           MOVE      VALOR-NOVO     TO   VALOR-ABE.
           REWRITE   REG-ABERTO.

       LEITURA-ABE.

           MOVE      "SIM"          TO   ACHOU-ABE.
           READ      ABERTOS
                     INVALID KEY
                     MOVE "NAO"     TO   ACHOU-ABE.

       FIM.

