       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM15.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  RENTABILIDADE POR SAIDA DOS PACOTES DA TURISMAR. LE
      *          OS PACOTES (PACOTES2.DAT, PGM08), OS CUSTOS DE
      *          FORNECEDOR (CUSTOS2.DAT, PGM14), AS RESERVAS
      *          (RESVAB.DAT, PGM09), AS PARCELAS (PARCELAS.DAT,
      *          PGM09/PGM12) E OS REEMBOLSOS (REEMBOLSO.DAT, PGM09), E
      *          IMPRIME EM REL-RENTAB, POR SAIDA:
      *          - PASSAGEIROS CONFIRMADOS E VAGAS DO ONIBUS;
      *          - RECEITA (CONFIRMADOS X PRECO DO PACOTE), VALOR JA
      *            RECEBIDO (PAGAMENTOS MENOS REEMBOLSOS), CUSTO (FIXO
      *            + CONFIRMADOS X CUSTO POR PASSAGEIRO) E MARGEM;
      *          - PONTO DE EQUILIBRIO: MENOR NUMERO DE PASSAGEIROS
      *            CUJA CONTRIBUICAO (PRECO - CUSTO POR PASSAGEIRO)
      *            COBRE O CUSTO FIXO.
      *          SAIDA DOS PROXIMOS DIAS-ALERTA-PARAM DIAS DE
      *          PARAM-RENTAB.DAT (PADRAO 30) COM MENOS CONFIRMADOS QUE
      *          O EQUILIBRIO, OU SEM MARGEM POR PASSAGEIRO, SAI
      *          MARCADA PARA A EQUIPE DE VENDAS REFORCAR OU CANCELAR, E
      *          O PROGRAMA TERMINA COM RETURN-CODE 4. PACOTE SEM
      *          CUSTO CADASTRADO SAI MARCADO SEM CUSTO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PACOTES2 ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CUSTOS2 ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RESVAB  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARCELAS ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL REEMBOLSO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-RENTAB ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-RENTAB       ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PACOTES2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PACOTES2.DAT".

       01  REG-PAC.
             02 COD-PAC       PIC 9(04).
             02 DESTINO-PAC   PIC X(30).
             02 SAIDA-PAC     PIC 9(08).
             02 VAGAS-PAC     PIC 9(03).
             02 PRECO-PAC     PIC 9(05)V99.

       FD  CUSTOS2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CUSTOS2.DAT".

       01  REG-CUS.
             02 COD-CUS       PIC 9(04).
             02 ONIBUS-CUS    PIC 9(05)V99.
             02 GUIA-CUS      PIC 9(05)V99.
             02 DIARIA-CUS    PIC 9(04)V99.
             02 NOITES-CUS    PIC 9(02).
             02 OCUP-CUS      PIC 9(01).
             02 SEGURO-CUS    PIC 9(03)V99.

       FD  RESVAB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RESVAB.DAT".

       01  REG-RESVA.
             02 PACOTE-RSV    PIC 9(04).
             02 CPF-RSV       PIC 9(11).
             02 SIT-RSV       PIC X(01).
             02 ORDEM-RSV     PIC 9(03).

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

       FD  REEMBOLSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REEMBOLSO.DAT".

       01  REG-REEMB.
             02 PACOTE-REE    PIC 9(04).
             02 CPF-REE       PIC 9(11).
             02 DATA-REE      PIC 9(08).
             02 PAGO-REE      PIC 9(05)V99.
             02 MULTA-REE     PIC 9(05)V99.
             02 VALOR-REE     PIC 9(05)V99.

       FD  PARAM-RENTAB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-RENTAB.DAT".

       01  REG-PARAM-RENT.
             02 DIAS-ALERTA-PARAM   PIC 9(03).

       FD  REL-RENTAB
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-PAC          PIC X(03)    VALUE "NAO".
       77  FIM-CUS          PIC X(03)    VALUE "NAO".
       77  FIM-RSV          PIC X(03)    VALUE "NAO".
       77  FIM-PARC         PIC X(03)    VALUE "NAO".
       77  FIM-REE          PIC X(03)    VALUE "NAO".
       77  QT-CUS           PIC 9(03)    VALUE ZEROS.
       77  CTR-CUS          PIC 9(03)    VALUE ZEROS.
       77  IND-CUS          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-CUS        PIC X(03)    VALUE "NAO".
       77  QT-RSV           PIC 9(03)    VALUE ZEROS.
       77  CTR-RSV          PIC 9(03)    VALUE ZEROS.
       77  QT-PARC          PIC 9(04)    VALUE ZEROS.
       77  CTR-PARC         PIC 9(04)    VALUE ZEROS.
       77  QT-REE           PIC 9(03)    VALUE ZEROS.
       77  CTR-REE          PIC 9(03)    VALUE ZEROS.
       77  DIAS-ALERTA      PIC 9(03)    VALUE 30.
       77  SERIAL-CALC      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-HOJE      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-ALERTA    PIC 9(07)    VALUE ZEROS.
       77  RESTO-DIAS       PIC 9(03)    VALUE ZEROS.
       77  CONF-PAC         PIC 9(03)    VALUE ZEROS.
       77  RECEITA-PAC      PIC 9(07)V99 VALUE ZEROS.
       77  RECEBIDO-PAC     PIC S9(07)V99 VALUE ZEROS.
       77  FIXO-PAC         PIC 9(06)V99 VALUE ZEROS.
       77  VARIAVEL-PAX     PIC 9(05)V99 VALUE ZEROS.
       77  CUSTO-PAC        PIC 9(07)V99 VALUE ZEROS.
       77  MARGEM-PAC       PIC S9(07)V99 VALUE ZEROS.
       77  CONTRIB-PAX      PIC 9(05)V99 VALUE ZEROS.
       77  EQUILIBRIO       PIC 9(05)    VALUE ZEROS.
       77  RESTO-EQUIL      PIC 9(06)V99 VALUE ZEROS.
       77  OCUPACAO         PIC 9(01)    VALUE ZEROS.
       77  TEM-MARGEM       PIC X(03)    VALUE "NAO".
       77  RECEITA-GERAL    PIC 9(09)V99 VALUE ZEROS.
       77  RECEBIDO-GERAL   PIC S9(09)V99 VALUE ZEROS.
       77  CUSTO-GERAL      PIC 9(09)V99 VALUE ZEROS.
       77  MARGEM-GERAL     PIC S9(09)V99 VALUE ZEROS.
       77  CT-SAIDAS        PIC 9(05)    VALUE ZEROS.
       77  CT-ALERTAS       PIC 9(05)    VALUE ZEROS.
       77  CT-SEM-CUSTO     PIC 9(05)    VALUE ZEROS.

       01  TAB-CUSTOS.
           02 ITEM-CUS-TAB    OCCURS 200 TIMES.
              03 COD-CUS-TAB     PIC 9(04).
              03 ONIBUS-CUS-TAB  PIC 9(05)V99.
              03 GUIA-CUS-TAB    PIC 9(05)V99.
              03 DIARIA-CUS-TAB  PIC 9(04)V99.
              03 NOITES-CUS-TAB  PIC 9(02).
              03 OCUP-CUS-TAB    PIC 9(01).
              03 SEGURO-CUS-TAB  PIC 9(03)V99.

       01  TAB-RESERVAS.
           02 ITEM-RSV-TAB    OCCURS 300 TIMES.
              03 PACOTE-RSV-TAB  PIC 9(04).
              03 SIT-RSV-TAB     PIC X(01).

       01  TAB-PARCELAS.
           02 ITEM-PARC-TAB   OCCURS 2000 TIMES.
              03 PACOTE-PAR-TAB  PIC 9(04).
              03 PAGO-PAR-TAB    PIC 9(05)V99.

       01  TAB-REEMBOLSOS.
           02 ITEM-REE-TAB    OCCURS 500 TIMES.
              03 PACOTE-REE-TAB  PIC 9(04).
              03 VALOR-REE-TAB   PIC 9(05)V99.

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

       01  CAB-RENTAB.
           02 FILLER          PIC X(14) VALUE SPACES.
           02 FILLER          PIC X(39) VALUE
                       "RENTABILIDADE POR SAIDA - POSICAO EM : ".
           02 DD-CAB-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-CAB-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-CAB-LIN    PIC 9(04).
           02 FILLER          PIC X(17) VALUE SPACES.

       01  CAB-RENTAB-2.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(26) VALUE "PAC. DESTINO".
           02 FILLER          PIC X(11) VALUE "SAIDA".
           02 FILLER          PIC X(10) VALUE "CONF/VAGAS".
           02 FILLER          PIC X(07) VALUE " EQUIL.".
           02 FILLER          PIC X(21) VALUE " SITUACAO".

       01  CAB-RENTAB-3.
           02 FILLER          PIC X(17) VALUE SPACES.
           02 FILLER          PIC X(13) VALUE "      RECEITA".
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(14) VALUE "     RECEBIDO ".
           02 FILLER          PIC X(13) VALUE "        CUSTO".
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(14) VALUE "       MARGEM ".
           02 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-RENTAB.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 PACOTE-LIN      PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DESTINO-LIN     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DD-SAI-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-SAI-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-SAI-LIN    PIC 9(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CONF-LIN        PIC ZZ9.
           02 FILLER          PIC X(01) VALUE "/".
           02 VAGAS-LIN       PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 EQUIL-LIN       PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 SITUACAO-LIN    PIC X(16).
           02 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-RENTAB-2.
           02 FILLER          PIC X(17) VALUE SPACES.
           02 RECEITA-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 RECEBIDO-LIN    PIC ZZ.ZZZ.ZZ9,99-.
           02 CUSTO-LIN       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 MARGEM-LIN      PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-TOT-RENTAB.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(12) VALUE "TOTAL GERAL".
           02 RECEITA-TOT-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 RECEBIDO-TOT-LIN PIC ZZ.ZZZ.ZZ9,99-.
           02 CUSTO-TOT-LIN   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 MARGEM-TOT-LIN  PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-TOT-ALERTA.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(36) VALUE
                       "SAIDAS ABAIXO DO EQUILIBRIO ATE    ".
           02 DD-ALE-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-ALE-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-ALE-LIN    PIC 9(04).
           02 FILLER          PIC X(03) VALUE " : ".
           02 QT-ALE-LIN      PIC ZZZZ9.
           02 FILLER          PIC X(21) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM15.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-PAC      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       PACOTES2
                OUTPUT      REL-RENTAB.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           MOVE       HOJE-NUM  TO   DATA-CALC-NUM.
           PERFORM    DATA-PARA-SERIAL.
           MOVE       SERIAL-CALC    TO   SERIAL-HOJE.
           COMPUTE    SERIAL-ALERTA = SERIAL-HOJE + DIAS-ALERTA.
           PERFORM    CARGA-CUSTOS.
           PERFORM    CARGA-RESERVAS.
           PERFORM    CARGA-PARCELAS.
           PERFORM    CARGA-REEMBOLSOS.
           MOVE       HOJE-DD        TO   DD-CAB-LIN.
           MOVE       HOJE-MM        TO   MM-CAB-LIN.
           MOVE       HOJE-AAAA      TO   AAAA-CAB-LIN.
           WRITE      REG-REL FROM CAB-RENTAB AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM CAB-RENTAB-2
                      AFTER ADVANCING 2 LINES.
           WRITE      REG-REL FROM CAB-RENTAB-3
                      AFTER ADVANCING 1 LINE.
           PERFORM    LEITURA-PACOTE.

       LE-PARAMETRO.

           OPEN INPUT       PARAM-RENTAB.
           READ PARAM-RENTAB
                AT END
                NEXT SENTENCE.
           IF   DIAS-ALERTA-PARAM   NUMERIC
            AND DIAS-ALERTA-PARAM   NOT EQUAL  ZEROS
                MOVE DIAS-ALERTA-PARAM   TO  DIAS-ALERTA.
           CLOSE PARAM-RENTAB.

       CARGA-CUSTOS.

           OPEN INPUT       CUSTOS2.
           PERFORM    LEITURA-CUSTO
                      UNTIL     FIM-CUS    EQUAL    "SIM".
           CLOSE      CUSTOS2.

       LEITURA-CUSTO.

           READ CUSTOS2
                AT END
                MOVE "SIM" TO FIM-CUS.
           IF   FIM-CUS     NOT EQUAL  "SIM"
                IF   QT-CUS   NOT LESS THAN 200
                     DISPLAY "CUSTOS EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1            TO  QT-CUS
                     MOVE COD-CUS      TO  COD-CUS-TAB (QT-CUS)
                     MOVE ONIBUS-CUS   TO  ONIBUS-CUS-TAB (QT-CUS)
                     MOVE GUIA-CUS     TO  GUIA-CUS-TAB (QT-CUS)
                     MOVE DIARIA-CUS   TO  DIARIA-CUS-TAB (QT-CUS)
                     MOVE NOITES-CUS   TO  NOITES-CUS-TAB (QT-CUS)
                     MOVE OCUP-CUS     TO  OCUP-CUS-TAB (QT-CUS)
                     MOVE SEGURO-CUS   TO  SEGURO-CUS-TAB (QT-CUS).

       CARGA-RESERVAS.

           OPEN INPUT       RESVAB.
           PERFORM    LEITURA-RESERVA
                      UNTIL     FIM-RSV    EQUAL    "SIM".
           CLOSE      RESVAB.

       LEITURA-RESERVA.

           READ RESVAB
                AT END
                MOVE "SIM" TO FIM-RSV.
           IF   FIM-RSV     NOT EQUAL  "SIM"
                IF   QT-RSV   NOT LESS THAN 300
                     DISPLAY "RESVAB EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1            TO  QT-RSV
                     MOVE PACOTE-RSV   TO  PACOTE-RSV-TAB (QT-RSV)
                     MOVE SIT-RSV      TO  SIT-RSV-TAB (QT-RSV).

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
                     MOVE PAGO-PAR     TO  PAGO-PAR-TAB (QT-PARC).

       CARGA-REEMBOLSOS.

           OPEN INPUT       REEMBOLSO.
           PERFORM    LEITURA-REEMBOLSO
                      UNTIL     FIM-REE    EQUAL    "SIM".
           CLOSE      REEMBOLSO.

       LEITURA-REEMBOLSO.

           READ REEMBOLSO
                AT END
                MOVE "SIM" TO FIM-REE.
           IF   FIM-REE     NOT EQUAL  "SIM"
                IF   QT-REE   NOT LESS THAN 500
                     DISPLAY "REEMBOLSO EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1            TO  QT-REE
                     MOVE PACOTE-REE   TO  PACOTE-REE-TAB (QT-REE)
                     MOVE VALOR-REE    TO  VALOR-REE-TAB (QT-REE).

       LEITURA-PACOTE.

           READ PACOTES2
                AT END
                MOVE "SIM" TO FIM-PAC.

       PRINCIPAL.

           PERFORM   CONTA-CONFIRMADOS.
           PERFORM   SOMA-RECEBIDO.
           COMPUTE   RECEITA-PAC = CONF-PAC * PRECO-PAC.
           MOVE      SPACES         TO   SITUACAO-LIN.
           PERFORM   BUSCA-CUSTO.
           IF        ACHOU-CUS  EQUAL  "SIM"
                     PERFORM   CALCULA-CUSTO
                     PERFORM   CALCULA-EQUILIBRIO
                     PERFORM   VERIFICA-ALERTA
           ELSE
                     MOVE  ZEROS         TO  CUSTO-PAC
                                             EQUILIBRIO
                     MOVE  "SEM CUSTO"   TO  SITUACAO-LIN
                     ADD   1             TO  CT-SEM-CUSTO.
           COMPUTE   MARGEM-PAC = RECEITA-PAC - CUSTO-PAC.
           PERFORM   IMPRIME-RENTAB.
           PERFORM   LEITURA-PACOTE.

       CONTA-CONFIRMADOS.

           MOVE      ZEROS     TO   CONF-PAC.
           MOVE      1         TO   CTR-RSV.
           PERFORM   CONTA-UMA-RESERVA   QT-RSV   TIMES.

       CONTA-UMA-RESERVA.

           IF        COD-PAC  EQUAL  PACOTE-RSV-TAB (CTR-RSV)
                AND  SIT-RSV-TAB (CTR-RSV)  EQUAL  "C"
                     ADD   1   TO   CONF-PAC.
           ADD       1         TO   CTR-RSV.

      *    RECEBIDO E O QUE ENTROU NO CAIXA PELA SAIDA: TUDO O QUE FOI
      *    PAGO NAS PARCELAS, INCLUSIVE DE RESERVA DEPOIS CANCELADA,
      *    MENOS O QUE JA FOI DEVOLVIDO EM REEMBOLSO.

       SOMA-RECEBIDO.

           MOVE      ZEROS     TO   RECEBIDO-PAC.
           MOVE      1         TO   CTR-PARC.
           PERFORM   SOMA-UMA-PARCELA    QT-PARC  TIMES.
           MOVE      1         TO   CTR-REE.
           PERFORM   SUBTRAI-REEMBOLSO   QT-REE   TIMES.

       SOMA-UMA-PARCELA.

           IF        COD-PAC  EQUAL  PACOTE-PAR-TAB (CTR-PARC)
                     ADD   PAGO-PAR-TAB (CTR-PARC)  TO  RECEBIDO-PAC.
           ADD       1         TO   CTR-PARC.

       SUBTRAI-REEMBOLSO.

           IF        COD-PAC  EQUAL  PACOTE-REE-TAB (CTR-REE)
                     SUBTRACT  VALOR-REE-TAB (CTR-REE)
                               FROM  RECEBIDO-PAC.
           ADD       1         TO   CTR-REE.

       BUSCA-CUSTO.

           MOVE      "NAO"     TO   ACHOU-CUS.
           MOVE      1         TO   CTR-CUS.
           PERFORM   PESQUISA-CUSTO      QT-CUS   TIMES.

       PESQUISA-CUSTO.

           IF        COD-PAC  EQUAL  COD-CUS-TAB (CTR-CUS)
                     MOVE  "SIM"     TO   ACHOU-CUS
                     MOVE  CTR-CUS   TO   IND-CUS.
           ADD       1         TO   CTR-CUS.

      *    CUSTO FIXO DA SAIDA: ONIBUS E GUIA. CUSTO POR PASSAGEIRO:
      *    DIARIA DO QUARTO RATEADA PELOS PASSAGEIROS DO QUARTO (1
      *    QUANDO NAO INFORMADO) VEZES AS NOITES, MAIS O SEGURO.

       CALCULA-CUSTO.

           COMPUTE   FIXO-PAC = ONIBUS-CUS-TAB (IND-CUS)
                              + GUIA-CUS-TAB (IND-CUS).
           MOVE      OCUP-CUS-TAB (IND-CUS)   TO   OCUPACAO.
           IF        OCUPACAO  NOT NUMERIC
                OR   OCUPACAO  EQUAL  ZEROS
                     MOVE  1    TO   OCUPACAO.
           COMPUTE   VARIAVEL-PAX ROUNDED =
                     DIARIA-CUS-TAB (IND-CUS) * NOITES-CUS-TAB (IND-CUS)
                     / OCUPACAO
                   + SEGURO-CUS-TAB (IND-CUS).
           COMPUTE   CUSTO-PAC = FIXO-PAC + CONF-PAC * VARIAVEL-PAX.

      *    EQUILIBRIO = CUSTO FIXO / (PRECO - CUSTO POR PASSAGEIRO),
      *    ARREDONDADO PARA CIMA. SEM CONTRIBUICAO POSITIVA NAO HA
      *    NUMERO DE PASSAGEIROS QUE PAGUE A SAIDA.

       CALCULA-EQUILIBRIO.

           MOVE      ZEROS     TO   EQUILIBRIO.
           IF        PRECO-PAC  GREATER THAN  VARIAVEL-PAX
                     MOVE  "SIM"    TO   TEM-MARGEM
                     COMPUTE   CONTRIB-PAX = PRECO-PAC - VARIAVEL-PAX
                     DIVIDE    FIXO-PAC  BY  CONTRIB-PAX
                               GIVING    EQUILIBRIO
                               REMAINDER RESTO-EQUIL
                     IF   RESTO-EQUIL  GREATER THAN  ZEROS
                          ADD  1   TO   EQUILIBRIO
                     ELSE
                          NEXT SENTENCE
           ELSE
                     MOVE  "NAO"    TO   TEM-MARGEM
                     MOVE  "SEM MARGEM"  TO  SITUACAO-LIN.

       VERIFICA-ALERTA.

           MOVE      SAIDA-PAC      TO   DATA-CALC-NUM.
           PERFORM   DATA-PARA-SERIAL.
           IF        SERIAL-CALC  NOT LESS THAN  SERIAL-HOJE
                AND  SERIAL-CALC  NOT GREATER THAN  SERIAL-ALERTA
                     IF   TEM-MARGEM  EQUAL  "NAO"
                          MOVE "SEM MARGEM *" TO SITUACAO-LIN
                          ADD  1   TO   CT-ALERTAS
                     ELSE
                     IF   CONF-PAC  LESS THAN  EQUILIBRIO
                          MOVE "ABAIXO EQUIL. *" TO SITUACAO-LIN
                          ADD  1   TO   CT-ALERTAS.

       IMPRIME-RENTAB.

           MOVE      COD-PAC        TO   PACOTE-LIN.
           MOVE      DESTINO-PAC    TO   DESTINO-LIN.
           MOVE      SAIDA-PAC      TO   DATA-CALC-NUM.
           MOVE      CALC-DD        TO   DD-SAI-LIN.
           MOVE      CALC-MM        TO   MM-SAI-LIN.
           MOVE      CALC-AAAA      TO   AAAA-SAI-LIN.
           MOVE      CONF-PAC       TO   CONF-LIN.
           MOVE      VAGAS-PAC      TO   VAGAS-LIN.
           MOVE      EQUILIBRIO     TO   EQUIL-LIN.
           WRITE     REG-REL FROM LINHA-RENTAB
                     AFTER ADVANCING 2 LINES.
           MOVE      RECEITA-PAC    TO   RECEITA-LIN.
           MOVE      RECEBIDO-PAC   TO   RECEBIDO-LIN.
           MOVE      CUSTO-PAC      TO   CUSTO-LIN.
           MOVE      MARGEM-PAC     TO   MARGEM-LIN.
           WRITE     REG-REL FROM LINHA-RENTAB-2
                     AFTER ADVANCING 1 LINE.
           ADD       RECEITA-PAC    TO   RECEITA-GERAL.
           ADD       RECEBIDO-PAC   TO   RECEBIDO-GERAL.
           ADD       CUSTO-PAC      TO   CUSTO-GERAL.
           ADD       MARGEM-PAC     TO   MARGEM-GERAL.
           ADD       1              TO   CT-SAIDAS.

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

       FIM.

           MOVE      RECEITA-GERAL  TO   RECEITA-TOT-LIN.
           MOVE      RECEBIDO-GERAL TO   RECEBIDO-TOT-LIN.
           MOVE      CUSTO-GERAL    TO   CUSTO-TOT-LIN.
           MOVE      MARGEM-GERAL   TO   MARGEM-TOT-LIN.
           WRITE     REG-REL FROM LINHA-TOT-RENTAB
                     AFTER ADVANCING 3 LINES.
           MOVE      SERIAL-ALERTA  TO   SERIAL-CALC.
           PERFORM   SERIAL-PARA-DATA.
           MOVE      CALC-DD        TO   DD-ALE-LIN.
           MOVE      CALC-MM        TO   MM-ALE-LIN.
           MOVE      CALC-AAAA      TO   AAAA-ALE-LIN.
           MOVE      CT-ALERTAS     TO   QT-ALE-LIN.
           WRITE     REG-REL FROM LINHA-TOT-ALERTA
                     AFTER ADVANCING 2 LINES.
           DISPLAY   "SAIDAS LISTADAS      : " CT-SAIDAS.
           DISPLAY   "SAIDAS SEM CUSTO     : " CT-SEM-CUSTO.
           DISPLAY   "ABAIXO DO EQUILIBRIO : " CT-ALERTAS.
           IF        CT-ALERTAS  GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     PACOTES2
                     REL-RENTAB.
