      *          TRANSACAO SEM AUTORIZACAO, DE PARCELA JA PAGA OU DE
      *          TITULO INEXISTENTE SAI NO MESMO RELATORIO COMO
      *          EXCECAO, SEM BAIXAR NADA.
      *          COM O ABERTOS.DAT INDEXADO PELA CHAVE CLIENTE+PARCELA
      *          E ATUALIZADO NO LUGAR, CADA TRANSACAO LE A SUA
      *          PARCELA PELA CHAVE E A BAIXA EXCLUI O REGISTRO DO
      *          PROPRIO ABERTOS; O ABERTOSN.DAT DEIXOU DE EXISTIR E
      *          NAO HA MAIS PROMOCAO DE ARQUIVO DEPOIS DESTE PASSO.
      *          PARCELA SEM REGISTRO NO ABERTOS SAI COMO TITULO NAO
      *          ENCONTRADO NA ORDEM DAS TRANSACOES.

       ENVIRONMENT             DIVISION.

           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL AUTORIZA ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL PARAM-MULTA ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE.
                03 VENC-ABE-AAAA   PIC 9(04).
                03 VENC-ABE-MM     PIC 9(02).
             02 MULTA-PERC-PARAM   PIC 9(02)V99.
             02 JUROS-DIA-PARAM    PIC 9(01)V9(04).

       FD  PERDAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERDAS.DAT".
       WORKING-STORAGE SECTION.

       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  FIM-AUT          PIC X(03)    VALUE "NAO".
       77  QT-TRANS         PIC 9(03)    VALUE ZEROS.
       77  CTR-TRANS        PIC 9(03)    VALUE ZEROS.
       77  IND-TRANS        PIC 9(03)    VALUE ZEROS.
       77  ACHOU-ABE        PIC X(03)    VALUE "NAO".
       77  QT-AUT           PIC 9(03)    VALUE ZEROS.
       77  CTR-AUT          PIC 9(03)    VALUE ZEROS.
       77  AUTOR-VALIDO     PIC X(03)    VALUE "NAO".
              03 CODIGO-BX-TAB   PIC 9(05).
              03 PARCELA-BX-TAB  PIC 9(02).
              03 AUTOR-BX-TAB    PIC X(06).

       01  TAB-AUTORIZADOS.
           02 OPER-AUT-TAB    PIC X(06)  OCCURS 20 TIMES.
           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    QT-TRANS     TIMES.

           PERFORM    FIM.


       INICIO.

           OPEN I-O         ABERTOS
                OUTPUT      REL-BAIXA
                EXTEND      PERDAS.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-AUTORIZADOS.
           PERFORM    CARGA-BAIXAS.
           MOVE       1         TO   CTR-TRANS.

       LE-PARAMETRO.

                ADD  1             TO  QT-TRANS
                MOVE CODIGO-TRANS  TO  CODIGO-BX-TAB (QT-TRANS)
                MOVE PARCELA-TRANS TO  PARCELA-BX-TAB (QT-TRANS)
                MOVE AUTOR-TRANS   TO  AUTOR-BX-TAB (QT-TRANS).

      *    CADA TRANSACAO DE BAIXA LE A PARCELA PELA CHAVE NO
      *    ABERTOS; A PARCELA BAIXADA E EXCLUIDA DO ARQUIVO.

       PRINCIPAL.

           MOVE      CTR-TRANS      TO   IND-TRANS.
           MOVE      CODIGO-BX-TAB (IND-TRANS)   TO   CODIGO-ABE.
           MOVE      PARCELA-BX-TAB (IND-TRANS)  TO   PARCELA-ABE.
           MOVE      "SIM"          TO   ACHOU-ABE.
           READ      ABERTOS
                     INVALID KEY
                     MOVE "NAO"     TO   ACHOU-ABE.
           IF        ACHOU-ABE      EQUAL  "SIM"
                     PERFORM      TRATA-BAIXA
           ELSE
                     MOVE  "TITULO NAO ENCONTRADO"  TO  SITUACAO-DET
                     PERFORM      IMPRIME-EXCECAO.
           ADD       1              TO   CTR-TRANS.

       TRATA-BAIXA.

           PERFORM   VALIDA-AUTORIZADOR.
           IF        SITUACAO-ABE  EQUAL  "PAGO   "
                     MOVE  "PARCELA JA PAGA"       TO  SITUACAO-DET
                     PERFORM      IMPRIME-EXCECAO
           ELSE
           IF        AUTOR-VALIDO  EQUAL  "NAO"
                     MOVE  "AUTORIZADOR INVALIDO"  TO  SITUACAO-DET
                     PERFORM      IMPRIME-EXCECAO
           ELSE
                     PERFORM      EFETIVA-BAIXA.

           MOVE      HOJE           TO   DATA-PER.
           MOVE      AUTOR-BX-TAB (IND-TRANS)  TO  AUTOR-PER.
           WRITE     REG-PERDA.
           DELETE    ABERTOS   RECORD.
           ADD       WTOTAL         TO   TOTAL-BAIXADO.
           ADD       1              TO   CT-BAIXADAS.
           MOVE      "BAIXADA PARA PERDAS"  TO  SITUACAO-DET
                              WRESTANTE * JUROS-DIA * DIAS-ATRASO / 100
                     COMPUTE  WENCARGOS  =  WMULTA + WJUROS.

       IMPRIME-BAIXA.

           IF        PRIMEIRA-LIN  EQUAL   "SIM"
           IF        PRIMEIRA-LIN  EQUAL   "SIM"
                     PERFORM       CABECALHO-BAIXA
                     MOVE          "NAO"   TO   PRIMEIRA-LIN.
           MOVE      CODIGO-BX-TAB (IND-TRANS)   TO   CODIGO-DET.
           MOVE      PARCELA-BX-TAB (IND-TRANS)  TO   PARCELA-DET.
           MOVE      ZEROS          TO   ORIG-DET
                                         ENC-DET
                                         TOTAL-DET.

       FIM.

           MOVE      TOTAL-BAIXADO  TO   TOTAL-BX-LIN.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 2 LINES.
           DISPLAY   "PARCELAS BAIXADAS     : " CT-BAIXADAS.
           DISPLAY   "TRANSACOES EM EXCECAO : " CT-EXCECOES.
           CLOSE     ABERTOS
                     PERDAS
                     REL-BAIXA.
