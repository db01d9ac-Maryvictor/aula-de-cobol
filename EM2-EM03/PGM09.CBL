      *          RESERVA) SAI EM RESV-EXC.DAT COM O MOTIVO. A
      *          OCUPACAO POR SAIDA E O MANIFESTO DE PASSAGEIROS SAO
      *          IMPRESSOS PELO PGM10.
      *          PLANO DE PAGAMENTO: TODA RESERVA CONFIRMADA (DIRETO
      *          OU PROMOVIDA DA ESPERA) GERA EM PARCELAS.DAT A
      *          ENTRADA E AS PARCELAS SOBRE O PRECO-PAC DO PACOTE,
      *          CONFORME PARAM-PARCELA.DAT (PERCENTUAL DA ENTRADA,
      *          NUMERO DE PARCELAS E DIAS ANTES DA SAIDA EM QUE A
      *          ULTIMA TEM DE VENCER; PADRAO 20%, 3 E 15 DIAS).
      *          PARCELAS.DAT E CARREGADO E REGRAVADO EM
      *          PARCELASN.DAT, COMO O RESVAB. O PAGAMENTO DAS
      *          PARCELAS E BAIXADO PELO PGM12 E O CONTAS A RECEBER
      *          POR SAIDA E A LISTA DE DEVEDORES SAEM NO PGM13.
      *          CANCELAMENTO DE RESERVA CONFIRMADA CANCELA O PLANO,
      *          APLICA A MULTA DA TABELA TAXA-CANCEL.DAT (DIAS DE
      *          ANTECEDENCIA X PERCENTUAL DO PRECO) E GRAVA EM
      *          REEMBOLSO.DAT O QUE FOI PAGO ALEM DA MULTA; MULTA
      *          MAIOR QUE O PAGO FICA COMO PARCELA 99 EM ABERTO.

       ENVIRONMENT             DIVISION.

           SELECT   RESV-EXC         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARCELAS ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   PARCELASN        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-PARCELA ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL TAXA-CANCEL ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL REEMBOLSO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
             02 PACOTE-REXC   PIC 9(04).
             02 MOTIVO-REXC   PIC X(25).

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

       FD  PARAM-PARCELA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-PARCELA.DAT".

       01  REG-PARAM-PARC.
             02 PERC-ENTRADA-PARAM  PIC 9(03).
             02 QT-PARCELAS-PARAM   PIC 9(02).
             02 DIAS-LIMITE-PARAM   PIC 9(03).
             02 DIAS-AVISO-PARAM    PIC 9(03).

       FD  TAXA-CANCEL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TAXA-CANCEL.DAT".

       01  REG-TXC.
             02 DIAS-TXC      PIC 9(03).
             02 PERC-TXC      PIC 9(03).

       FD  REEMBOLSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REEMBOLSO.DAT".

       01  REG-REEMBOLSO.
             02 PACOTE-REE    PIC 9(04).
             02 CPF-REE       PIC 9(11).
             02 DATA-REE      PIC 9(08).
             02 PAGO-REE      PIC 9(05)V99.
             02 MULTA-REE     PIC 9(05)V99.
             02 VALOR-REE     PIC 9(05)V99.

       WORKING-STORAGE SECTION.

       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  CT-ESPERA        PIC 9(05)    VALUE ZEROS.
       77  CT-CANCELADAS    PIC 9(05)    VALUE ZEROS.
       77  CT-EXCECOES      PIC 9(05)    VALUE ZEROS.
       77  FIM-PARC         PIC X(03)    VALUE "NAO".
       77  FIM-TXC          PIC X(03)    VALUE "NAO".
       77  QT-PARC          PIC 9(04)    VALUE ZEROS.
       77  CTR-PARC         PIC 9(04)    VALUE ZEROS.
       77  QT-TXC           PIC 9(02)    VALUE ZEROS.
       77  CTR-TXC          PIC 9(02)    VALUE ZEROS.
       77  PERC-ENTRADA     PIC 9(03)    VALUE 20.
       77  QT-PARCELAS      PIC 9(02)    VALUE 3.
       77  DIAS-LIMITE      PIC 9(03)    VALUE 15.
       77  PACOTE-PLANO     PIC 9(04)    VALUE ZEROS.
       77  CPF-PLANO        PIC 9(11)    VALUE ZEROS.
       77  NUM-PLANO        PIC 9(02)    VALUE ZEROS.
       77  PRECO-PLANO      PIC 9(05)V99 VALUE ZEROS.
       77  VALOR-ENTRADA    PIC 9(05)V99 VALUE ZEROS.
       77  VALOR-PARCELA    PIC 9(05)V99 VALUE ZEROS.
       77  RESTO-PLANO      PIC 9(05)V99 VALUE ZEROS.
       77  VALOR-INCLUI     PIC 9(05)V99 VALUE ZEROS.
       77  ACUM-PLANO       PIC 9(05)V99 VALUE ZEROS.
       77  SERIAL-CALC      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-HOJE      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-LIMITE    PIC 9(07)    VALUE ZEROS.
       77  SERIAL-VENC      PIC 9(07)    VALUE ZEROS.
       77  RESTO-DIAS       PIC 9(03)    VALUE ZEROS.
       77  DIAS-ANTES       PIC S9(07)   VALUE ZEROS.
       77  MAIOR-DIAS-TXC   PIC 9(03)    VALUE ZEROS.
       77  ACHOU-TXC        PIC X(03)    VALUE "NAO".
       77  PERC-MULTA       PIC 9(03)    VALUE ZEROS.
       77  TOT-PAGO         PIC 9(05)V99 VALUE ZEROS.
       77  MULTA-CALC       PIC 9(05)V99 VALUE ZEROS.
       77  QT-PLANO-ACHADO  PIC 9(03)    VALUE ZEROS.
       77  CT-PLANOS        PIC 9(05)    VALUE ZEROS.
       77  CT-REEMBOLSOS    PIC 9(05)    VALUE ZEROS.

       01  TAB-CLIENTES.
           02 CPF-CLI-TAB     PIC 9(11)  OCCURS 200 TIMES.
           02 ITEM-PAC-TAB    OCCURS 50 TIMES.
              03 COD-PAC-TAB     PIC 9(04).
              03 VAGAS-PAC-TAB   PIC 9(03).
              03 SAIDA-PAC-TAB   PIC 9(08).
              03 PRECO-PAC-TAB   PIC 9(05)V99.

       01  TAB-RESERVAS.
           02 ITEM-RSV-TAB    OCCURS 300 TIMES.
              03 SIT-RSV-TAB     PIC X(01).
              03 ORDEM-RSV-TAB   PIC 9(03).

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

       01  TAB-TAXAS-CANCEL.
           02 ITEM-TXC-TAB    OCCURS 10 TIMES.
              03 DIAS-TXC-TAB    PIC 9(03).
              03 PERC-TXC-TAB    PIC 9(03).

       01  DATA-CALC.
           02 CALC-AAAA      PIC 9(04).
           02 CALC-MM        PIC 9(02).
           02 CALC-DD        PIC 9(02).

       01  DATA-CALC-NUM     REDEFINES DATA-CALC  PIC 9(08).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE       PIC 9(08).

       PROCEDURE                                   DIVISION.

       PGM-PGM09.

           OPEN INPUT       TRANRESV
                OUTPUT      RESVABN
                            RESV-EXC
                            PARCELASN
                EXTEND      REEMBOLSO.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           MOVE       HOJE-NUM  TO   DATA-CALC-NUM.
           PERFORM    DATA-PARA-SERIAL.
           MOVE       SERIAL-CALC    TO   SERIAL-HOJE.
           PERFORM    CARGA-CLIENTES.
           PERFORM    CARGA-PACOTES.
           PERFORM    CARGA-RESERVAS.
           PERFORM    CARGA-PARCELAS.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-TAXAS-CANCEL.
           PERFORM    LEITURA-TRANS.

       CARGA-CLIENTES.
                AND QT-PAC  LESS THAN 50
                ADD  1           TO  QT-PAC
                MOVE COD-PAC     TO  COD-PAC-TAB (QT-PAC)
                MOVE VAGAS-PAC   TO  VAGAS-PAC-TAB (QT-PAC)
                MOVE SAIDA-PAC   TO  SAIDA-PAC-TAB (QT-PAC)
                MOVE PRECO-PAC   TO  PRECO-PAC-TAB (QT-PAC).

       CARGA-RESERVAS.

                     MOVE SIT-RSV     TO  SIT-RSV-TAB (QT-RSV)
                     MOVE ORDEM-RSV   TO  ORDEM-RSV-TAB (QT-RSV).

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

       LE-PARAMETRO.

           OPEN INPUT       PARAM-PARCELA.
           READ PARAM-PARCELA
                AT END
                NEXT SENTENCE.
           IF   PERC-ENTRADA-PARAM  NUMERIC
            AND PERC-ENTRADA-PARAM  NOT GREATER THAN  100
                MOVE PERC-ENTRADA-PARAM  TO  PERC-ENTRADA.
           IF   QT-PARCELAS-PARAM   NUMERIC
                MOVE QT-PARCELAS-PARAM   TO  QT-PARCELAS.
           IF   DIAS-LIMITE-PARAM   NUMERIC
                MOVE DIAS-LIMITE-PARAM   TO  DIAS-LIMITE.
           CLOSE PARAM-PARCELA.

       CARGA-TAXAS-CANCEL.

           OPEN INPUT       TAXA-CANCEL.
           PERFORM    LEITURA-TAXA-CANCEL
                      UNTIL     FIM-TXC    EQUAL    "SIM".
           CLOSE      TAXA-CANCEL.

       LEITURA-TAXA-CANCEL.

           READ TAXA-CANCEL
                AT END
                MOVE "SIM" TO FIM-TXC.
           IF   FIM-TXC     NOT EQUAL  "SIM"
                IF   QT-TXC  NOT LESS THAN 10
                     DISPLAY "TAXA-CANCEL EXCEDE A TABELA DE 10"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1            TO  QT-TXC
                     MOVE DIAS-TXC     TO  DIAS-TXC-TAB (QT-TXC)
                     MOVE PERC-TXC     TO  PERC-TXC-TAB (QT-TXC).

       LEITURA-TRANS.

           READ TRANRESV
                          MOVE "C"       TO  SIT-RSV-TAB (QT-RSV)
                          MOVE ZEROS     TO  ORDEM-RSV-TAB (QT-RSV)
                          ADD  1         TO  CT-CONFIRMADAS
                          MOVE PACOTE-TRANS  TO  PACOTE-PLANO
                          MOVE CPF-TRANS     TO  CPF-PLANO
                          PERFORM  GERA-PLANO
                     ELSE
                          PERFORM  PROXIMA-ORDEM-ESPERA
                          MOVE "E"       TO  SIT-RSV-TAB (QT-RSV)
                     ADD  1   TO   CT-CANCELADAS
                     IF   SIT-RSV-TAB (IND-RSV)  EQUAL  "C"
                          MOVE "X"  TO  SIT-RSV-TAB (IND-RSV)
                          PERFORM   BUSCA-PACOTE
                          PERFORM   CANCELA-PLANO
                          PERFORM   PROMOVE-ESPERA
                     ELSE
                          MOVE "X"  TO  SIT-RSV-TAB (IND-RSV).
           PERFORM   PESQUISA-ESPERA     QT-RSV  TIMES.
           IF        ACHOU-RSV  EQUAL  "SIM"
                     MOVE  "C"      TO   SIT-RSV-TAB (IND-RSV)
                     MOVE  ZEROS    TO   ORDEM-RSV-TAB (IND-RSV)
                     MOVE  PACOTE-RSV-TAB (IND-RSV)  TO  PACOTE-PLANO
                     MOVE  CPF-RSV-TAB (IND-RSV)     TO  CPF-PLANO
                     IF    ACHOU-PAC  EQUAL  "SIM"
                           PERFORM   GERA-PLANO.

       PESQUISA-ESPERA.

                     MOVE  "SIM"    TO  ACHOU-RSV.
           ADD       1         TO   CTR-RSV.

      *    PLANO DE PAGAMENTO DA RESERVA CONFIRMADA (TAMBEM A
      *    PROMOVIDA DA ESPERA): ENTRADA DE PERC-ENTRADA POR CENTO
      *    DO PRECO DO PACOTE, VENCENDO NA DATA DA RODADA, E O
      *    RESTANTE EM QT-PARCELAS PARCELAS MENSAIS (30 DIAS, A
      *    ULTIMA ABSORVE OS CENTAVOS), NENHUMA VENCENDO DEPOIS DE
      *    DIAS-LIMITE DIAS ANTES DA SAIDA. DATAS NO CALENDARIO
      *    30/360.

       GERA-PLANO.

           IF        QT-PARC + QT-PARCELAS + 1  GREATER THAN  2000
                     DISPLAY "PARCELAS EXCEDE A TABELA DE 2000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           MOVE      PRECO-PAC-TAB (IND-PAC)  TO  PRECO-PLANO.
           MOVE      SAIDA-PAC-TAB (IND-PAC)  TO  DATA-CALC-NUM.
           PERFORM   DATA-PARA-SERIAL.
           IF        SERIAL-CALC  LESS THAN  SERIAL-HOJE + DIAS-LIMITE
                     MOVE  SERIAL-HOJE  TO  SERIAL-LIMITE
           ELSE
                     COMPUTE  SERIAL-LIMITE = SERIAL-CALC - DIAS-LIMITE.
           IF        QT-PARCELAS  EQUAL  ZEROS
                     MOVE  PRECO-PLANO  TO  VALOR-ENTRADA
           ELSE
                     COMPUTE  VALOR-ENTRADA ROUNDED =
                              PRECO-PLANO * PERC-ENTRADA / 100.
           COMPUTE   RESTO-PLANO = PRECO-PLANO - VALOR-ENTRADA.
           MOVE      ZEROS          TO   NUM-PLANO
                                         ACUM-PLANO.
           MOVE      SERIAL-HOJE    TO   SERIAL-VENC.
           MOVE      VALOR-ENTRADA  TO   VALOR-INCLUI.
           PERFORM   INCLUI-PARCELA.
           IF        QT-PARCELAS  GREATER THAN  ZEROS
                     DIVIDE  RESTO-PLANO  BY  QT-PARCELAS
                             GIVING  VALOR-PARCELA
                     PERFORM GERA-PARCELA  QT-PARCELAS  TIMES.
           ADD       1         TO   CT-PLANOS.

       GERA-PARCELA.

           ADD       1         TO   NUM-PLANO.
           COMPUTE   SERIAL-VENC = SERIAL-HOJE + 30 * NUM-PLANO.
           IF        SERIAL-VENC  GREATER THAN  SERIAL-LIMITE
                     MOVE  SERIAL-LIMITE  TO  SERIAL-VENC.
           IF        NUM-PLANO  EQUAL  QT-PARCELAS
                     COMPUTE  VALOR-INCLUI = RESTO-PLANO - ACUM-PLANO
           ELSE
                     MOVE  VALOR-PARCELA  TO  VALOR-INCLUI.
           ADD       VALOR-INCLUI   TO   ACUM-PLANO.
           PERFORM   INCLUI-PARCELA.

       INCLUI-PARCELA.

           MOVE      SERIAL-VENC    TO   SERIAL-CALC.
           PERFORM   SERIAL-PARA-DATA.
           ADD       1              TO   QT-PARC.
           MOVE      PACOTE-PLANO   TO   PACOTE-PAR-TAB (QT-PARC).
           MOVE      CPF-PLANO      TO   CPF-PAR-TAB (QT-PARC).
           MOVE      NUM-PLANO      TO   NUM-PAR-TAB (QT-PARC).
           MOVE      DATA-CALC-NUM  TO   VENC-PAR-TAB (QT-PARC).
           MOVE      VALOR-INCLUI   TO   VALOR-PAR-TAB (QT-PARC).
           MOVE      ZEROS          TO   PAGO-PAR-TAB (QT-PARC)
                                         DATA-PAG-TAB (QT-PARC).
           MOVE      "A"            TO   SIT-PAR-TAB (QT-PARC).

      *    CANCELAMENTO DE RESERVA CONFIRMADA: AS PARCELAS DO PLANO
      *    SAO CANCELADAS (X, O VALOR JA PAGO FICA REGISTRADO) E A
      *    MULTA E O PERCENTUAL DO PRECO DA FAIXA DE TAXA-CANCEL.DAT
      *    COM O MAIOR NUMERO DE DIAS QUE AINDA CABE NA ANTECEDENCIA
      *    (SEM FAIXA QUE CAIBA, SEM MULTA; DEPOIS DA SAIDA, 100%).
      *    O QUE FOI PAGO ALEM DA MULTA VAI PARA REEMBOLSO.DAT; A
      *    MULTA NAO COBERTA PELO QUE FOI PAGO VIRA A PARCELA 99 EM
      *    ABERTO, VENCENDO NA DATA DA RODADA. RESERVA CONFIRMADA
      *    ANTES DOS PLANOS (SEM PARCELAS) E SO CANCELADA.

       CANCELA-PLANO.

           MOVE      ZEROS     TO   TOT-PAGO
                                    QT-PLANO-ACHADO.
           MOVE      1         TO   CTR-PARC.
           PERFORM   CANCELA-PARCELA     QT-PARC  TIMES.
           IF        QT-PLANO-ACHADO  GREATER THAN  ZEROS
                AND  ACHOU-PAC  EQUAL  "SIM"
                     PERFORM   CALCULA-MULTA
                     PERFORM   LIQUIDA-CANCELAMENTO.

       CANCELA-PARCELA.

           IF        PACOTE-TRANS  EQUAL  PACOTE-PAR-TAB (CTR-PARC)
                AND  CPF-TRANS     EQUAL  CPF-PAR-TAB (CTR-PARC)
                AND  SIT-PAR-TAB (CTR-PARC)  NOT EQUAL  "X"
                     ADD   1        TO   QT-PLANO-ACHADO
                     ADD   PAGO-PAR-TAB (CTR-PARC)  TO  TOT-PAGO
                     MOVE  "X"      TO   SIT-PAR-TAB (CTR-PARC).
           ADD       1         TO   CTR-PARC.

       CALCULA-MULTA.

           MOVE      SAIDA-PAC-TAB (IND-PAC)  TO  DATA-CALC-NUM.
           PERFORM   DATA-PARA-SERIAL.
           COMPUTE   DIAS-ANTES = SERIAL-CALC - SERIAL-HOJE.
           MOVE      ZEROS     TO   PERC-MULTA
                                    MAIOR-DIAS-TXC.
           MOVE      "NAO"     TO   ACHOU-TXC.
           IF        DIAS-ANTES  LESS THAN  ZEROS
                     MOVE  100  TO  PERC-MULTA
           ELSE
                     MOVE  1    TO  CTR-TXC
                     PERFORM   PESQUISA-TAXA-CANCEL  QT-TXC  TIMES.
           COMPUTE   MULTA-CALC ROUNDED =
                     PRECO-PAC-TAB (IND-PAC) * PERC-MULTA / 100.

       PESQUISA-TAXA-CANCEL.

           IF        DIAS-TXC-TAB (CTR-TXC)  NOT GREATER THAN
                     DIAS-ANTES
                AND (ACHOU-TXC  EQUAL  "NAO"
                 OR  DIAS-TXC-TAB (CTR-TXC)  GREATER THAN
                     MAIOR-DIAS-TXC)
                     MOVE  "SIM"    TO   ACHOU-TXC
                     MOVE  DIAS-TXC-TAB (CTR-TXC)  TO  MAIOR-DIAS-TXC
                     MOVE  PERC-TXC-TAB (CTR-TXC)  TO  PERC-MULTA.
           ADD       1         TO   CTR-TXC.

       LIQUIDA-CANCELAMENTO.

           IF        TOT-PAGO  GREATER THAN  MULTA-CALC
                     MOVE  PACOTE-TRANS   TO   PACOTE-REE
                     MOVE  CPF-TRANS      TO   CPF-REE
                     MOVE  HOJE-NUM       TO   DATA-REE
                     MOVE  TOT-PAGO       TO   PAGO-REE
                     MOVE  MULTA-CALC     TO   MULTA-REE
                     COMPUTE  VALOR-REE = TOT-PAGO - MULTA-CALC
                     WRITE REG-REEMBOLSO
                     ADD   1   TO   CT-REEMBOLSOS
           ELSE
           IF        MULTA-CALC  GREATER THAN  TOT-PAGO
                AND  QT-PARC  LESS THAN  2000
                     MOVE  PACOTE-TRANS   TO   PACOTE-PLANO
                     MOVE  CPF-TRANS      TO   CPF-PLANO
                     MOVE  99             TO   NUM-PLANO
                     MOVE  SERIAL-HOJE    TO   SERIAL-VENC
                     COMPUTE  VALOR-INCLUI = MULTA-CALC - TOT-PAGO
                     PERFORM  INCLUI-PARCELA.

      *    CALENDARIO 30/360: DIA SERIAL = ANO * 360 + (MES - 1) * 30
      *    + (DIA - 1), E A VOLTA PARA AAAAMMDD.

       DATA-PARA-SERIAL.

           COMPUTE   SERIAL-CALC = CALC-AAAA * 360
                                 + (CALC-MM - 1) * 30
                                 + (CALC-DD - 1).

       SERIAL-PARA-DATA.

           DIVIDE    SERIAL-CALC  BY  360  GIVING  CALC-AAAA
                                       REMAINDER RESTO-DIAS.
           DIVIDE    RESTO-DIAS   BY  30   GIVING  CALC-MM
                                       REMAINDER CALC-DD.
           ADD       1         TO   CALC-MM
                                    CALC-DD.

       BUSCA-CLIENTE.

           MOVE      "NAO"     TO   ACHOU-CLI.
           DISPLAY   "RESERVAS EM ESPERA   : " CT-ESPERA.
           DISPLAY   "CANCELAMENTOS        : " CT-CANCELADAS.
           DISPLAY   "TRANSACOES EM EXCECAO: " CT-EXCECOES.
           DISPLAY   "PLANOS DE PAGAMENTO  : " CT-PLANOS.
           DISPLAY   "REEMBOLSOS GERADOS   : " CT-REEMBOLSOS.
           MOVE      1         TO   CTR-PARC.
           PERFORM   GRAVA-UMA-PARCELA   QT-PARC  TIMES.
           CLOSE     TRANRESV
                     RESVABN
                     RESV-EXC
                     PARCELASN
                     REEMBOLSO.

       GRAVA-UMA-RESERVA.

                     MOVE  ORDEM-RSV-TAB (CTR-RSV)   TO  ORDEM-RSVN
                     WRITE REG-RESVA-NOVO.
           ADD       1         TO   CTR-RSV.

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
