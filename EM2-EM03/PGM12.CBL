       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM12.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  BAIXA DOS PAGAMENTOS DOS PLANOS DE PAGAMENTO DAS
      *          RESERVAS DA TURISMAR. LE OS PAGAMENTOS DO DIA
      *          TRANPAG.DAT (CPF DO CLIENTE, PACOTE, DATA E VALOR
      *          RECEBIDO) E OS APLICA SOBRE AS PARCELAS EM ABERTO DA
      *          RESERVA EM PARCELAS.DAT (GERADO PELO PGM09), DA MAIS
      *          ANTIGA PARA A MAIS NOVA: A PARCELA QUITADA PASSA A P
      *          COM A DATA DO PAGAMENTO E O QUE SOBRA SEGUE PARA A
      *          PROXIMA; PAGAMENTO PARCIAL FICA ACUMULADO NA PARCELA.
      *          PARCELAS.DAT E CARREGADO E O NOVO PARCELASN.DAT
      *          GRAVADO. PAGAMENTO SEM PARCELA EM ABERTO, ACIMA DO
      *          SALDO DA RESERVA OU COM VALOR/DATA INVALIDOS NAO E
      *          APLICADO E SAI EM PAG-EXC.DAT COM O MOTIVO.
      *          OS RESGATES DE PONTOS DE FIDELIDADE DO PGM16 CHEGAM
      *          EM TRANPAG.DAT COMO PAGAMENTOS COMUNS DA RESERVA, NO
      *          VALOR DO DESCONTO CONCEDIDO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   TRANPAG          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARCELAS ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   PARCELASN        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   PAG-EXC          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  TRANPAG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANPAG.DAT".

       01  REG-TRANS.
             02 CPF-TRANS       PIC 9(11).
             02 PACOTE-TRANS    PIC 9(04).
             02 DATA-TRANS      PIC 9(08).
             02 VALOR-TRANS     PIC 9(05)V99.

       FD  PARCELAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARCELAS.DAT".

       01  REG-PARC.
             02 PACOTE-PAR    PIC 9(04).
             02 CPF-PAR       PIC 9(11).
             02 NUM-PAR       PIC 9(02).
             02 VENC-PAR      PIC 9(08).
             02 VALOR-PAR     PIC 9(05)V99.
             02 PAGO-PAR      PIC 9(05)V99.
             02 DATA-PAG-PAR  PIC 9(08).
             02 SIT-PAR       PIC X(01).

       FD  PARCELASN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARCELASN.DAT".

       01  REG-PARC-NOVO.
             02 PACOTE-PARN   PIC 9(04).
             02 CPF-PARN      PIC 9(11).
             02 NUM-PARN      PIC 9(02).
             02 VENC-PARN     PIC 9(08).
             02 VALOR-PARN    PIC 9(05)V99.
             02 PAGO-PARN     PIC 9(05)V99.
             02 DATA-PAG-PARN PIC 9(08).
             02 SIT-PARN      PIC X(01).

       FD  PAG-EXC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PAG-EXC.DAT".

       01  REG-PAG-EXC.
             02 CPF-PEXC      PIC 9(11).
             02 PACOTE-PEXC   PIC 9(04).
             02 VALOR-PEXC    PIC 9(05)V99.
             02 MOTIVO-PEXC   PIC X(25).

       WORKING-STORAGE SECTION.

       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  FIM-PARC         PIC X(03)    VALUE "NAO".
       77  QT-PARC          PIC 9(04)    VALUE ZEROS.
       77  CTR-PARC         PIC 9(04)    VALUE ZEROS.
       77  QT-ABERTAS       PIC 9(03)    VALUE ZEROS.
       77  SALDO-RESERVA    PIC 9(07)V99 VALUE ZEROS.
       77  SALDO-PARCELA    PIC 9(05)V99 VALUE ZEROS.
       77  VALOR-RESTANTE   PIC 9(05)V99 VALUE ZEROS.
       77  CT-PAGAMENTOS    PIC 9(05)    VALUE ZEROS.
       77  CT-QUITADAS      PIC 9(05)    VALUE ZEROS.
       77  CT-EXCECOES      PIC 9(05)    VALUE ZEROS.
       77  TOT-RECEBIDO     PIC 9(07)V99 VALUE ZEROS.
       77  TOT-RECEBIDO-ED  PIC Z.ZZZ.ZZ9,99.

       01  TAB-PARCELAS.
           02 ITEM-PARC-TAB   OCCURS 2000 TIMES.
              03 PACOTE-PAR-TAB  PIC 9(04).
              03 CPF-PAR-TAB     PIC 9(11).
              03 NUM-PAR-TAB     PIC 9(02).
              03 VENC-PAR-TAB    PIC 9(08).
              03 VALOR-PAR-TAB   PIC 9(05)V99.
              03 PAGO-PAR-TAB    PIC 9(05)V99.
              03 DATA-PAG-TAB    PIC 9(08).
              03 SIT-PAR-TAB     PIC X(01).

       01  DATA-CALC.
           02 CALC-AAAA      PIC 9(04).
           02 CALC-MM        PIC 9(02).
           02 CALC-DD        PIC 9(02).

       01  DATA-CALC-NUM     REDEFINES DATA-CALC  PIC 9(08).

       PROCEDURE                                   DIVISION.

       PGM-PGM12.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-TRANS    EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       TRANPAG
                OUTPUT      PARCELASN
                            PAG-EXC.
           PERFORM    CARGA-PARCELAS.
           PERFORM    LEITURA-TRANS.

       CARGA-PARCELAS.

           OPEN INPUT       PARCELAS.
           PERFORM    LEITURA-PARCELA
                      UNTIL     FIM-PARC   EQUAL    "SIM".
           CLOSE      PARCELAS.

       LEITURA-PARCELA.

           READ PARCELAS
                AT END
                MOVE "SIM" TO FIM-PARC.
           IF   FIM-PARC    NOT EQUAL  "SIM"
                IF   QT-PARC  NOT LESS THAN 2000
                     DISPLAY "PARCELAS EXCEDE A TABELA DE 2000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1            TO  QT-PARC
                     MOVE PACOTE-PAR   TO  PACOTE-PAR-TAB (QT-PARC)
                     MOVE CPF-PAR      TO  CPF-PAR-TAB (QT-PARC)
                     MOVE NUM-PAR      TO  NUM-PAR-TAB (QT-PARC)
                     MOVE VENC-PAR     TO  VENC-PAR-TAB (QT-PARC)
                     MOVE VALOR-PAR    TO  VALOR-PAR-TAB (QT-PARC)
                     MOVE PAGO-PAR     TO  PAGO-PAR-TAB (QT-PARC)
                     MOVE DATA-PAG-PAR TO  DATA-PAG-TAB (QT-PARC)
                     MOVE SIT-PAR      TO  SIT-PAR-TAB (QT-PARC).

       LEITURA-TRANS.

           READ TRANPAG
                AT END
                MOVE "SIM" TO FIM-TRANS.

       PRINCIPAL.

           MOVE      DATA-TRANS     TO   DATA-CALC-NUM.
           IF        VALOR-TRANS  NOT NUMERIC
                OR   VALOR-TRANS  EQUAL  ZEROS
                     MOVE "VALOR INVALIDO"  TO  MOTIVO-PEXC
                     PERFORM     GRAVA-EXCECAO
           ELSE
           IF        DATA-TRANS  NOT NUMERIC
                OR   CALC-MM  LESS THAN 01  OR  CALC-MM  GREATER 12
                OR   CALC-DD  LESS THAN 01  OR  CALC-DD  GREATER 31
                     MOVE "DATA INVALIDA"   TO  MOTIVO-PEXC
                     PERFORM     GRAVA-EXCECAO
           ELSE
                     PERFORM     TRATA-PAGAMENTO.
           PERFORM   LEITURA-TRANS.

       TRATA-PAGAMENTO.

           PERFORM   SOMA-SALDO-RESERVA.
           IF        QT-ABERTAS  EQUAL  ZEROS
                     MOVE "SEM PARCELA EM ABERTO"   TO  MOTIVO-PEXC
                     PERFORM     GRAVA-EXCECAO
           ELSE
           IF        VALOR-TRANS  GREATER THAN  SALDO-RESERVA
                     MOVE "PAGAMENTO EXCEDE SALDO"  TO  MOTIVO-PEXC
                     PERFORM     GRAVA-EXCECAO
           ELSE
                     MOVE  VALOR-TRANS  TO  VALOR-RESTANTE
                     MOVE  1            TO  CTR-PARC
                     PERFORM  APLICA-PAGAMENTO   QT-PARC  TIMES
                     ADD   VALOR-TRANS  TO  TOT-RECEBIDO
                     ADD   1            TO  CT-PAGAMENTOS.

       SOMA-SALDO-RESERVA.

           MOVE      ZEROS     TO   QT-ABERTAS
                                    SALDO-RESERVA.
           MOVE      1         TO   CTR-PARC.
           PERFORM   SOMA-UMA-PARCELA    QT-PARC  TIMES.

       SOMA-UMA-PARCELA.

           IF        PACOTE-TRANS  EQUAL  PACOTE-PAR-TAB (CTR-PARC)
                AND  CPF-TRANS     EQUAL  CPF-PAR-TAB (CTR-PARC)
                AND  SIT-PAR-TAB (CTR-PARC)  EQUAL  "A"
                     ADD   1        TO   QT-ABERTAS
                     COMPUTE  SALDO-RESERVA = SALDO-RESERVA
                            + VALOR-PAR-TAB (CTR-PARC)
                            - PAGO-PAR-TAB (CTR-PARC).
           ADD       1         TO   CTR-PARC.

      *    AS PARCELAS DE UM PLANO ESTAO NA TABELA NA ORDEM EM QUE O
      *    PGM09 AS GEROU (ENTRADA, 1, 2, ...), ENTAO PERCORRER A
      *    TABELA E PAGAR DA MAIS ANTIGA PARA A MAIS NOVA.

       APLICA-PAGAMENTO.

           IF        VALOR-RESTANTE  GREATER THAN  ZEROS
                AND  PACOTE-TRANS  EQUAL  PACOTE-PAR-TAB (CTR-PARC)
                AND  CPF-TRANS     EQUAL  CPF-PAR-TAB (CTR-PARC)
                AND  SIT-PAR-TAB (CTR-PARC)  EQUAL  "A"
                     COMPUTE  SALDO-PARCELA = VALOR-PAR-TAB (CTR-PARC)
                                            - PAGO-PAR-TAB (CTR-PARC)
                     MOVE  DATA-TRANS  TO  DATA-PAG-TAB (CTR-PARC)
                     IF    VALOR-RESTANTE  LESS THAN  SALDO-PARCELA
                           ADD  VALOR-RESTANTE  TO
                                PAGO-PAR-TAB (CTR-PARC)
                           MOVE ZEROS  TO  VALOR-RESTANTE
                     ELSE
                           ADD  SALDO-PARCELA   TO
                                PAGO-PAR-TAB (CTR-PARC)
                           SUBTRACT  SALDO-PARCELA  FROM  VALOR-RESTANTE
                           MOVE "P"    TO  SIT-PAR-TAB (CTR-PARC)
                           ADD  1      TO  CT-QUITADAS.
           ADD       1         TO   CTR-PARC.

       GRAVA-EXCECAO.

           MOVE      CPF-TRANS      TO   CPF-PEXC.
           MOVE      PACOTE-TRANS   TO   PACOTE-PEXC.
           MOVE      VALOR-TRANS    TO   VALOR-PEXC.
           WRITE     REG-PAG-EXC.
           ADD       1              TO   CT-EXCECOES.

       FIM.

           MOVE      1         TO   CTR-PARC.
           PERFORM   GRAVA-UMA-PARCELA   QT-PARC  TIMES.
           MOVE      TOT-RECEBIDO   TO   TOT-RECEBIDO-ED.
           DISPLAY   "PAGAMENTOS APLICADOS : " CT-PAGAMENTOS.
           DISPLAY   "PARCELAS QUITADAS    : " CT-QUITADAS.
           DISPLAY   "TRANSACOES EM EXCECAO: " CT-EXCECOES.
           DISPLAY   "TOTAL RECEBIDO       : " TOT-RECEBIDO-ED.
           CLOSE     TRANPAG
                     PARCELASN
                     PAG-EXC.

       GRAVA-UMA-PARCELA.

           MOVE      PACOTE-PAR-TAB (CTR-PARC)  TO  PACOTE-PARN.
           MOVE      CPF-PAR-TAB (CTR-PARC)     TO  CPF-PARN.
           MOVE      NUM-PAR-TAB (CTR-PARC)     TO  NUM-PARN.
           MOVE      VENC-PAR-TAB (CTR-PARC)    TO  VENC-PARN.
           MOVE      VALOR-PAR-TAB (CTR-PARC)   TO  VALOR-PARN.
           MOVE      PAGO-PAR-TAB (CTR-PARC)    TO  PAGO-PARN.
           MOVE      DATA-PAG-TAB (CTR-PARC)    TO  DATA-PAG-PARN.
           MOVE      SIT-PAR-TAB (CTR-PARC)     TO  SIT-PARN.
           WRITE     REG-PARC-NOVO.
           ADD       1         TO   CTR-PARC.
