       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM16.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  PROGRAMA DE FIDELIDADE DA TURISMAR: MANTEM O EXTRATO
      *          DE PONTOS POR CPF DO CLIENTE EM PONTOS.DAT, GRAVANDO
      *          A NOVA GERACAO PONTOSN.DAT. CADA MOVIMENTO TEM CPF,
      *          DATA, TIPO (C CREDITO, D RESGATE, E EXPIRACAO),
      *          PACOTE, PONTOS, SALDO DO LOTE E VALIDADE. A RODADA:
      *          - EXPIRA OS LOTES DE CREDITO VENCIDOS, LANCANDO O
      *            SALDO QUE RESTAVA NELES COMO MOVIMENTO E;
      *          - CREDITA, PARA CADA RESERVA CONFIRMADA (RESVAB.DAT,
      *            PGM09) DE SAIDA JA PASSADA (PACOTES2.DAT, PGM08)
      *            AINDA NAO CREDITADA, PONTOS-REAL-PARAM PONTOS POR
      *            REAL DO PRECO DO PACOTE, VALIDOS POR
      *            MESES-VALID-PARAM MESES A PARTIR DA SAIDA;
      *          - APLICA OS RESGATES DE TRANPTS.DAT (CPF, PACOTE DA
      *            NOVA RESERVA, DATA E PONTOS): OS PONTOS SAO
      *            BAIXADOS DOS LOTES MAIS ANTIGOS E O DESCONTO, A
      *            RAZAO DE PONTOS-DESC-PARAM PONTOS POR REAL, E
      *            ACRESCENTADO EM TRANPAG.DAT COMO UM PAGAMENTO DA
      *            RESERVA, PARA O PGM12 ABATER DAS PARCELAS.
      *            RESGATE SEM RESERVA NO PACOTE, SEM SALDO OU COM
      *            PONTOS INVALIDOS SAI EM PTS-EXC.DAT COM O MOTIVO;
      *          - IMPRIME EM REL-PONTOS, PARA O FINANCEIRO, O PASSIVO
      *            DE PONTOS EM ABERTO POR CLIENTE (PONTOS, VALOR EM
      *            REAIS E PONTOS A VENCER NOS PROXIMOS 30 DIAS).
      *          PARAMETROS EM PARAM-PONTOS.DAT; AUSENTES VALEM 1
      *          PONTO POR REAL, 100 PONTOS POR REAL DE DESCONTO E
      *          VALIDADE DE 24 MESES. O EXTRATO MENSAL DE CADA
      *          CLIENTE SAI NA LISTA DE ANIVERSARIANTES DO PGM06.
      *          O RESGATE SO VALE PARA RESERVA CONFIRMADA (SIT C) E O
      *          DESCONTO NAO PODE EXCEDER O SALDO A PAGAR DA RESERVA
      *          EM PARCELAS.DAT (PGM12); SE EXCEDER, OU SE NAO HOUVER
      *          PARCELA EM ABERTO, O RESGATE SAI EM PTS-EXC.DAT.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL TRANPTS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PONTOS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   PONTOSN          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PACOTES2 ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RESVAB  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADENT           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-PONTOS ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARCELAS ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL TRANPAG ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   PTS-EXC          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-PONTOS       ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  TRANPTS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANPTS.DAT".

       01  REG-TRANS.
             02 CPF-TRANS       PIC 9(11).
             02 PACOTE-TRANS    PIC 9(04).
             02 DATA-TRANS      PIC 9(08).
             02 PONTOS-TRANS    PIC 9(07).

       FD  PONTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PONTOS.DAT".

       01  REG-PTS.
             02 CPF-PTS         PIC 9(11).
             02 DATA-PTS        PIC 9(08).
             02 TIPO-PTS        PIC X(01).
             02 PACOTE-PTS      PIC 9(04).
             02 QT-PONTOS-PTS   PIC 9(07).
             02 SALDO-LOTE-PTS  PIC 9(07).
             02 VALIDADE-PTS    PIC 9(08).

       FD  PONTOSN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PONTOSN.DAT".

       01  REG-PTS-NOVO.
             02 CPF-PTSN        PIC 9(11).
             02 DATA-PTSN       PIC 9(08).
             02 TIPO-PTSN       PIC X(01).
             02 PACOTE-PTSN     PIC 9(04).
             02 QT-PONTOS-PTSN  PIC 9(07).
             02 SALDO-LOTE-PTSN PIC 9(07).
             02 VALIDADE-PTSN   PIC 9(08).

       FD  PACOTES2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PACOTES2.DAT".

       01  REG-PAC.
             02 COD-PAC       PIC 9(04).
             02 DESTINO-PAC   PIC X(30).
             02 SAIDA-PAC     PIC 9(08).
             02 VAGAS-PAC     PIC 9(03).
             02 PRECO-PAC     PIC 9(05)V99.

       FD  RESVAB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RESVAB.DAT".

       01  REG-RESVA.
             02 PACOTE-RSV    PIC 9(04).
             02 CPF-RSV       PIC 9(11).
             02 SIT-RSV       PIC X(01).
             02 ORDEM-RSV     PIC 9(03).

       FD  CADENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT.DAT".

       01  REG-USU.
             02 CPF-USU       PIC 9(11).
             02 NOM-USU       PIC X(30).
             02 ESTADO-USU    PIC X(02).
             02 CIDADE-USU    PIC X(30).
             02 TELEFONE-USU  PIC 9(08).
             02 DATA-USU      PIC 9(08).

       FD  PARAM-PONTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-PONTOS.DAT".

       01  REG-PARAM-PTS.
             02 PONTOS-REAL-PARAM   PIC 9(02).
             02 PONTOS-DESC-PARAM   PIC 9(03).
             02 MESES-VALID-PARAM   PIC 9(02).

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

       FD  TRANPAG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANPAG.DAT".

       01  REG-PAG.
             02 CPF-PAG         PIC 9(11).
             02 PACOTE-PAG      PIC 9(04).
             02 DATA-PAG        PIC 9(08).
             02 VALOR-PAG       PIC 9(05)V99.

       FD  PTS-EXC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PTS-EXC.DAT".

       01  REG-PTS-EXC.
             02 CPF-EXC         PIC 9(11).
             02 PACOTE-EXC      PIC 9(04).
             02 PONTOS-EXC      PIC 9(07).
             02 MOTIVO-EXC      PIC X(30).

       FD  REL-PONTOS
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  FIM-PTS          PIC X(03)    VALUE "NAO".
       77  FIM-PAC          PIC X(03)    VALUE "NAO".
       77  FIM-RSV          PIC X(03)    VALUE "NAO".
       77  FIM-CLI          PIC X(03)    VALUE "NAO".
       77  FIM-PAR          PIC X(03)    VALUE "NAO".
       77  QT-PTS           PIC 9(04)    VALUE ZEROS.
       77  QT-PTS-INI       PIC 9(04)    VALUE ZEROS.
       77  CTR-PTS          PIC 9(04)    VALUE ZEROS.
       77  CTR-PTS-2        PIC 9(04)    VALUE ZEROS.
       77  QT-PAC           PIC 9(03)    VALUE ZEROS.
       77  CTR-PAC          PIC 9(03)    VALUE ZEROS.
       77  IND-PAC          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-PAC        PIC X(03)    VALUE "NAO".
       77  QT-RSV           PIC 9(03)    VALUE ZEROS.
       77  CTR-RSV          PIC 9(03)    VALUE ZEROS.
       77  IND-RSV          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-RSV        PIC X(03)    VALUE "NAO".
       77  QT-CLI           PIC 9(03)    VALUE ZEROS.
       77  CTR-CLI          PIC 9(03)    VALUE ZEROS.
       77  NOME-ACHADO      PIC X(30)    VALUE SPACES.
       77  JA-CREDITADO     PIC X(03)    VALUE "NAO".
       77  CPF-BUSCA        PIC 9(11)    VALUE ZEROS.
       77  PACOTE-BUSCA     PIC 9(04)    VALUE ZEROS.
       77  PONTOS-REAL      PIC 9(02)    VALUE 1.
       77  PONTOS-DESC      PIC 9(03)    VALUE 100.
       77  MESES-VALID      PIC 9(02)    VALUE 24.
       77  SERIAL-CALC      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-HOJE      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-AVISO     PIC 9(07)    VALUE ZEROS.
       77  RESTO-DIAS       PIC 9(03)    VALUE ZEROS.
       77  DATA-AVISO       PIC 9(08)    VALUE ZEROS.
       77  PONTOS-CALC      PIC 9(07)    VALUE ZEROS.
       77  SALDO-CLIENTE    PIC 9(08)    VALUE ZEROS.
       77  A-VENCER         PIC 9(08)    VALUE ZEROS.
       77  RESTA-BAIXAR     PIC 9(07)    VALUE ZEROS.
       77  VALOR-DESCONTO   PIC 9(05)V99 VALUE ZEROS.
       77  VALOR-PASSIVO    PIC 9(07)V99 VALUE ZEROS.
       77  DATA-MOV         PIC 9(08)    VALUE ZEROS.
       77  VALIDADE-MOV     PIC 9(08)    VALUE ZEROS.
       77  TIPO-MOV         PIC X(01)    VALUE SPACES.
       77  PONTOS-MOV       PIC 9(07)    VALUE ZEROS.
       77  SALDO-LOTE-MOV   PIC 9(07)    VALUE ZEROS.
       77  CT-CREDITOS      PIC 9(05)    VALUE ZEROS.
       77  CT-RESGATES      PIC 9(05)    VALUE ZEROS.
       77  CT-EXPIRADOS     PIC 9(05)    VALUE ZEROS.
       77  CT-EXCECAO       PIC 9(05)    VALUE ZEROS.
       77  CT-CLIENTES      PIC 9(05)    VALUE ZEROS.
       77  TOT-PONTOS       PIC 9(09)    VALUE ZEROS.
       77  TOT-A-VENCER     PIC 9(09)    VALUE ZEROS.
       77  TOT-PASSIVO      PIC 9(09)V99 VALUE ZEROS.

       01  TAB-PONTOS.
           02 ITEM-PTS-TAB    OCCURS 3000 TIMES.
              03 CPF-PTS-TAB      PIC 9(11).
              03 DATA-PTS-TAB     PIC 9(08).
              03 TIPO-PTS-TAB     PIC X(01).
              03 PACOTE-PTS-TAB   PIC 9(04).
              03 PONTOS-PTS-TAB   PIC 9(07).
              03 SALDO-LOTE-TAB   PIC 9(07).
              03 VALIDADE-PTS-TAB PIC 9(08).
              03 LISTADO-PTS-TAB  PIC X(01).

       01  TAB-PACOTES.
           02 ITEM-PAC-TAB    OCCURS 200 TIMES.
              03 COD-PAC-TAB     PIC 9(04).
              03 SAIDA-PAC-TAB   PIC 9(08).
              03 PRECO-PAC-TAB   PIC 9(05)V99.

       01  TAB-RESERVAS.
           02 ITEM-RSV-TAB    OCCURS 300 TIMES.
              03 PACOTE-RSV-TAB  PIC 9(04).
              03 CPF-RSV-TAB     PIC 9(11).
              03 SIT-RSV-TAB     PIC X(01).
              03 SALDO-RSV-TAB   PIC 9(07)V99.

       01  TAB-CLIENTES.
           02 ITEM-CLI-TAB    OCCURS 200 TIMES.
              03 CPF-CLI-TAB     PIC 9(11).
              03 NOME-CLI-TAB    PIC X(30).

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

       01  CAB-PONTOS.
           02 FILLER          PIC X(12) VALUE SPACES.
           02 FILLER          PIC X(41) VALUE
                       "PASSIVO DE PONTOS DE FIDELIDADE - POSICAO".
           02 FILLER          PIC X(02) VALUE ": ".
           02 DD-CAB-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-CAB-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-CAB-LIN    PIC 9(04).
           02 FILLER          PIC X(15) VALUE SPACES.

       01  CAB-PONTOS-2.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(12) VALUE "CPF".
           02 FILLER          PIC X(26) VALUE "NOME".
           02 FILLER          PIC X(11) VALUE "    PONTOS".
           02 FILLER          PIC X(13) VALUE "   VALOR R$".
           02 FILLER          PIC X(13) VALUE "   A VENCER".

       01  LINHA-PONTOS.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 CPF-LIN         PIC 9(11).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 NOME-LIN        PIC X(25).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 PONTOS-LIN      PIC ZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VALOR-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 A-VENCER-LIN    PIC ZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-TOT-PONTOS.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(12) VALUE "TOTAL GERAL ".
           02 QT-CLI-LIN      PIC ZZ.ZZ9.
           02 FILLER          PIC X(18) VALUE " CLIENTES".
           02 PONTOS-TOT-LIN  PIC ZZZ.ZZZ.ZZ9.
           02 VALOR-TOT-LIN   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 A-VENCER-TOT-LIN PIC ZZZ.ZZZ.ZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM16.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-TRANS    EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       TRANPTS
                OUTPUT      PONTOSN
                            PTS-EXC
                            REL-PONTOS
                EXTEND      TRANPAG.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           MOVE       HOJE-NUM  TO   DATA-CALC-NUM.
           PERFORM    DATA-PARA-SERIAL.
           MOVE       SERIAL-CALC    TO   SERIAL-HOJE.
           COMPUTE    SERIAL-AVISO = SERIAL-HOJE + 30.
           MOVE       SERIAL-AVISO   TO   SERIAL-CALC.
           PERFORM    SERIAL-PARA-DATA.
           MOVE       DATA-CALC-NUM  TO   DATA-AVISO.
           PERFORM    CARGA-PONTOS.
           PERFORM    CARGA-PACOTES.
           PERFORM    CARGA-RESERVAS.
           PERFORM    CARGA-PARCELAS.
           PERFORM    CARGA-CLIENTES.
           MOVE       QT-PTS         TO   QT-PTS-INI.
           MOVE       1              TO   CTR-PTS.
           PERFORM    EXPIRA-LOTE    QT-PTS-INI  TIMES.
           MOVE       1              TO   CTR-RSV.
           PERFORM    CREDITA-VIAGEM QT-RSV      TIMES.
           PERFORM    LEITURA-TRANS.

       LE-PARAMETRO.

           OPEN INPUT       PARAM-PONTOS.
           READ PARAM-PONTOS
                AT END
                NEXT SENTENCE.
           IF   PONTOS-REAL-PARAM   NUMERIC
            AND PONTOS-REAL-PARAM   NOT EQUAL  ZEROS
                MOVE PONTOS-REAL-PARAM   TO  PONTOS-REAL.
           IF   PONTOS-DESC-PARAM   NUMERIC
            AND PONTOS-DESC-PARAM   NOT EQUAL  ZEROS
                MOVE PONTOS-DESC-PARAM   TO  PONTOS-DESC.
           IF   MESES-VALID-PARAM   NUMERIC
            AND MESES-VALID-PARAM   NOT EQUAL  ZEROS
                MOVE MESES-VALID-PARAM   TO  MESES-VALID.
           CLOSE PARAM-PONTOS.

       CARGA-PONTOS.

           OPEN INPUT       PONTOS.
           PERFORM    LEITURA-PONTOS
                      UNTIL     FIM-PTS    EQUAL    "SIM".
           CLOSE      PONTOS.

       LEITURA-PONTOS.

           READ PONTOS
                AT END
                MOVE "SIM" TO FIM-PTS.
           IF   FIM-PTS     NOT EQUAL  "SIM"
                MOVE CPF-PTS         TO  CPF-BUSCA
                MOVE DATA-PTS        TO  DATA-MOV
                MOVE TIPO-PTS        TO  TIPO-MOV
                MOVE PACOTE-PTS      TO  PACOTE-BUSCA
                MOVE QT-PONTOS-PTS   TO  PONTOS-MOV
                MOVE SALDO-LOTE-PTS  TO  SALDO-LOTE-MOV
                MOVE VALIDADE-PTS    TO  VALIDADE-MOV
                PERFORM INCLUI-MOVIMENTO.

      *    TODO MOVIMENTO, LIDO OU GERADO NA RODADA, ENTRA NA TABELA
      *    PELA AREA XXX-MOV; A TABELA E GRAVADA INTEIRA NO FIM.

       INCLUI-MOVIMENTO.

           IF   QT-PTS  NOT LESS THAN 3000
                DISPLAY "PONTOS EXCEDE A TABELA DE 3000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1                TO  QT-PTS.
           MOVE CPF-BUSCA        TO  CPF-PTS-TAB (QT-PTS).
           MOVE DATA-MOV         TO  DATA-PTS-TAB (QT-PTS).
           MOVE TIPO-MOV         TO  TIPO-PTS-TAB (QT-PTS).
           MOVE PACOTE-BUSCA     TO  PACOTE-PTS-TAB (QT-PTS).
           MOVE PONTOS-MOV       TO  PONTOS-PTS-TAB (QT-PTS).
           MOVE SALDO-LOTE-MOV   TO  SALDO-LOTE-TAB (QT-PTS).
           MOVE VALIDADE-MOV     TO  VALIDADE-PTS-TAB (QT-PTS).
           MOVE "N"              TO  LISTADO-PTS-TAB (QT-PTS).

       CARGA-PACOTES.

           OPEN INPUT       PACOTES2.
           PERFORM    LEITURA-PACOTE
                      UNTIL     FIM-PAC    EQUAL    "SIM".
           CLOSE      PACOTES2.

       LEITURA-PACOTE.

           READ PACOTES2
                AT END
                MOVE "SIM" TO FIM-PAC.
           IF   FIM-PAC     NOT EQUAL  "SIM"
                IF   QT-PAC   NOT LESS THAN 200
                     DISPLAY "PACOTES2 EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-PAC
                     MOVE COD-PAC     TO  COD-PAC-TAB (QT-PAC)
                     MOVE SAIDA-PAC   TO  SAIDA-PAC-TAB (QT-PAC)
                     MOVE PRECO-PAC   TO  PRECO-PAC-TAB (QT-PAC).

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
                     MOVE CPF-RSV      TO  CPF-RSV-TAB (QT-RSV)
                     MOVE SIT-RSV      TO  SIT-RSV-TAB (QT-RSV)
                     MOVE ZEROS        TO  SALDO-RSV-TAB (QT-RSV).

      *    SALDO A PAGAR DE CADA RESERVA CONFIRMADA = SOMA DE VALOR
      *    MENOS PAGO DAS SUAS PARCELAS EM ABERTO (SIT A), COMO O PGM12
      *    APURA; E O TETO DO DESCONTO QUE UM RESGATE PODE GERAR.

       CARGA-PARCELAS.

           OPEN INPUT       PARCELAS.
           PERFORM    LEITURA-PARCELA
                      UNTIL     FIM-PAR    EQUAL    "SIM".
           CLOSE      PARCELAS.

       LEITURA-PARCELA.

           READ PARCELAS
                AT END
                MOVE "SIM" TO FIM-PAR.
           IF   FIM-PAR     NOT EQUAL  "SIM"
            AND SIT-PAR     EQUAL      "A"
            AND VALOR-PAR   GREATER THAN  PAGO-PAR
                MOVE CPF-PAR      TO  CPF-BUSCA
                MOVE PACOTE-PAR   TO  PACOTE-BUSCA
                PERFORM BUSCA-RESERVA
                IF   ACHOU-RSV  EQUAL  "SIM"
                     COMPUTE SALDO-RSV-TAB (IND-RSV) =
                             SALDO-RSV-TAB (IND-RSV)
                           + VALOR-PAR - PAGO-PAR.

       CARGA-CLIENTES.

           OPEN INPUT       CADENT.
           PERFORM    LEITURA-CLIENTE
                      UNTIL     FIM-CLI    EQUAL    "SIM".
           CLOSE      CADENT.

       LEITURA-CLIENTE.

           READ CADENT
                AT END
                MOVE "SIM" TO FIM-CLI.
           IF   FIM-CLI     NOT EQUAL  "SIM"
                AND QT-CLI  LESS THAN 200
                ADD  1            TO  QT-CLI
                MOVE CPF-USU      TO  CPF-CLI-TAB (QT-CLI)
                MOVE NOM-USU      TO  NOME-CLI-TAB (QT-CLI).

      *    LOTE DE CREDITO COM VALIDADE ANTERIOR A DATA DA RODADA E
      *    SALDO AINDA POSITIVO: O SALDO EXPIRA.

       EXPIRA-LOTE.

           IF        TIPO-PTS-TAB (CTR-PTS)      EQUAL  "C"
                AND  SALDO-LOTE-TAB (CTR-PTS)    GREATER THAN  ZEROS
                AND  VALIDADE-PTS-TAB (CTR-PTS)  LESS THAN  HOJE-NUM
                     MOVE  CPF-PTS-TAB (CTR-PTS)     TO  CPF-BUSCA
                     MOVE  HOJE-NUM                  TO  DATA-MOV
                     MOVE  "E"                       TO  TIPO-MOV
                     MOVE  PACOTE-PTS-TAB (CTR-PTS)  TO  PACOTE-BUSCA
                     MOVE  SALDO-LOTE-TAB (CTR-PTS)  TO  PONTOS-MOV
                     MOVE  ZEROS                     TO  SALDO-LOTE-MOV
                     MOVE  VALIDADE-PTS-TAB (CTR-PTS) TO VALIDADE-MOV
                     MOVE  ZEROS     TO  SALDO-LOTE-TAB (CTR-PTS)
                     PERFORM  INCLUI-MOVIMENTO
                     ADD   1         TO  CT-EXPIRADOS.
           ADD       1         TO   CTR-PTS.

      *    RESERVA CONFIRMADA DE SAIDA JA PASSADA: A VIAGEM FOI FEITA.
      *    O CREDITO E UNICO POR CPF E PACOTE.

       CREDITA-VIAGEM.

           IF        SIT-RSV-TAB (CTR-RSV)  EQUAL  "C"
                     MOVE  PACOTE-RSV-TAB (CTR-RSV)  TO  PACOTE-BUSCA
                     PERFORM  BUSCA-PACOTE
                     IF   ACHOU-PAC  EQUAL  "SIM"
                      AND SAIDA-PAC-TAB (IND-PAC)  LESS THAN  HOJE-NUM
                          MOVE  CPF-RSV-TAB (CTR-RSV)  TO  CPF-BUSCA
                          PERFORM  VERIFICA-CREDITO
                          IF   JA-CREDITADO  EQUAL  "NAO"
                               PERFORM  GERA-CREDITO.
           ADD       1         TO   CTR-RSV.

       VERIFICA-CREDITO.

           MOVE      "NAO"     TO   JA-CREDITADO.
           MOVE      1         TO   CTR-PTS.
           PERFORM   PESQUISA-CREDITO    QT-PTS   TIMES.

       PESQUISA-CREDITO.

           IF        CPF-BUSCA     EQUAL  CPF-PTS-TAB (CTR-PTS)
                AND  PACOTE-BUSCA  EQUAL  PACOTE-PTS-TAB (CTR-PTS)
                AND  TIPO-PTS-TAB (CTR-PTS)  EQUAL  "C"
                     MOVE  "SIM"   TO   JA-CREDITADO.
           ADD       1         TO   CTR-PTS.

       GERA-CREDITO.

           COMPUTE   PONTOS-CALC = PRECO-PAC-TAB (IND-PAC)
                                 * PONTOS-REAL.
           MOVE      SAIDA-PAC-TAB (IND-PAC)  TO   DATA-CALC-NUM.
           PERFORM   DATA-PARA-SERIAL.
           COMPUTE   SERIAL-CALC = SERIAL-CALC + MESES-VALID * 30.
           PERFORM   SERIAL-PARA-DATA.
           MOVE      DATA-CALC-NUM  TO   VALIDADE-MOV.
           MOVE      HOJE-NUM       TO   DATA-MOV.
           MOVE      "C"            TO   TIPO-MOV.
           MOVE      PONTOS-CALC    TO   PONTOS-MOV
                                         SALDO-LOTE-MOV.
           PERFORM   INCLUI-MOVIMENTO.
           ADD       1              TO   CT-CREDITOS.

       BUSCA-PACOTE.

           MOVE      "NAO"     TO   ACHOU-PAC.
           MOVE      1         TO   CTR-PAC.
           PERFORM   PESQUISA-PACOTE     QT-PAC   TIMES.

       PESQUISA-PACOTE.

           IF        PACOTE-BUSCA  EQUAL  COD-PAC-TAB (CTR-PAC)
                     MOVE  "SIM"     TO   ACHOU-PAC
                     MOVE  CTR-PAC   TO   IND-PAC.
           ADD       1         TO   CTR-PAC.

       LEITURA-TRANS.

           READ TRANPTS
                AT END
                MOVE "SIM" TO FIM-TRANS.

       PRINCIPAL.

           MOVE      CPF-TRANS      TO   CPF-BUSCA.
           MOVE      PACOTE-TRANS   TO   PACOTE-BUSCA.
           IF        PONTOS-TRANS  NOT NUMERIC
                OR   PONTOS-TRANS  EQUAL  ZEROS
                     MOVE  "PONTOS INVALIDOS"  TO  MOTIVO-EXC
                     PERFORM   GRAVA-EXCECAO
           ELSE
                     PERFORM   BUSCA-RESERVA
                     IF   ACHOU-RSV  EQUAL  "NAO"
                          MOVE  "SEM RESERVA NO PACOTE" TO MOTIVO-EXC
                          PERFORM   GRAVA-EXCECAO
                     ELSE
                          PERFORM   CALCULA-SALDO
                          IF   SALDO-CLIENTE  LESS THAN  PONTOS-TRANS
                               MOVE  "SALDO DE PONTOS INSUFICIENTE"
                                                       TO  MOTIVO-EXC
                               PERFORM   GRAVA-EXCECAO
                          ELSE
                               PERFORM   VERIFICA-DESCONTO.
           PERFORM   LEITURA-TRANS.

       BUSCA-RESERVA.

           MOVE      "NAO"     TO   ACHOU-RSV.
           MOVE      1         TO   CTR-RSV.
           PERFORM   PESQUISA-RESERVA    QT-RSV   TIMES.

       PESQUISA-RESERVA.

           IF        CPF-BUSCA     EQUAL  CPF-RSV-TAB (CTR-RSV)
                AND  PACOTE-BUSCA  EQUAL  PACOTE-RSV-TAB (CTR-RSV)
                AND  SIT-RSV-TAB (CTR-RSV)   EQUAL  "C"
                     MOVE  "SIM"   TO   ACHOU-RSV
                     MOVE  CTR-RSV TO   IND-RSV.
           ADD       1         TO   CTR-RSV.

      *    O DESCONTO NAO PODE PASSAR DO QUE AINDA FALTA PAGAR DA
      *    RESERVA, SENAO O PGM12 RECUSA O PAGAMENTO E OS PONTOS JA
      *    BAIXADOS SE PERDEM.

       VERIFICA-DESCONTO.

           DIVIDE    PONTOS-TRANS   BY   PONTOS-DESC
                     GIVING    VALOR-DESCONTO.
           IF        SALDO-RSV-TAB (IND-RSV)  EQUAL  ZEROS
                     MOVE  "SEM PARCELA EM ABERTO"  TO  MOTIVO-EXC
                     PERFORM   GRAVA-EXCECAO
           ELSE
                IF   VALOR-DESCONTO  GREATER THAN
                     SALDO-RSV-TAB (IND-RSV)
                     MOVE  "DESCONTO EXCEDE SALDO A PAGAR"
                                                 TO  MOTIVO-EXC
                     PERFORM   GRAVA-EXCECAO
                ELSE
                     PERFORM   APLICA-RESGATE.

      *    SALDO DO CLIENTE = SOMA DOS SALDOS DOS SEUS LOTES DE
      *    CREDITO; A VENCER = A PARTE DELE QUE VENCE ATE DATA-AVISO.

       CALCULA-SALDO.

           MOVE      ZEROS     TO   SALDO-CLIENTE
                                    A-VENCER.
           MOVE      1         TO   CTR-PTS-2.
           PERFORM   SOMA-LOTE      QT-PTS   TIMES.

       SOMA-LOTE.

           IF        CPF-BUSCA  EQUAL  CPF-PTS-TAB (CTR-PTS-2)
                AND  TIPO-PTS-TAB (CTR-PTS-2)  EQUAL  "C"
                     MOVE  "S"   TO   LISTADO-PTS-TAB (CTR-PTS-2)
                     ADD   SALDO-LOTE-TAB (CTR-PTS-2)  TO SALDO-CLIENTE
                     IF    VALIDADE-PTS-TAB (CTR-PTS-2)
                                    NOT GREATER THAN  DATA-AVISO
                           ADD  SALDO-LOTE-TAB (CTR-PTS-2)
                                                 TO   A-VENCER.
           ADD       1         TO   CTR-PTS-2.

      *    O RESGATE BAIXA OS PONTOS DOS LOTES MAIS ANTIGOS PRIMEIRO
      *    E O DESCONTO VIRA UM PAGAMENTO DA NOVA RESERVA EM TRANPAG.

       APLICA-RESGATE.

           MOVE      PONTOS-TRANS   TO   RESTA-BAIXAR.
           MOVE      1              TO   CTR-PTS.
           PERFORM   BAIXA-LOTE     QT-PTS   TIMES.
           IF        DATA-TRANS  NUMERIC
                AND  DATA-TRANS  NOT EQUAL  ZEROS
                     MOVE  DATA-TRANS     TO   DATA-MOV
           ELSE
                     MOVE  HOJE-NUM       TO   DATA-MOV.
           MOVE      "D"            TO   TIPO-MOV.
           MOVE      PONTOS-TRANS   TO   PONTOS-MOV.
           MOVE      ZEROS          TO   SALDO-LOTE-MOV
                                         VALIDADE-MOV.
           PERFORM   INCLUI-MOVIMENTO.
           SUBTRACT  VALOR-DESCONTO FROM SALDO-RSV-TAB (IND-RSV).
           MOVE      CPF-TRANS      TO   CPF-PAG.
           MOVE      PACOTE-TRANS   TO   PACOTE-PAG.
           MOVE      DATA-MOV       TO   DATA-PAG.
           MOVE      VALOR-DESCONTO TO   VALOR-PAG.
           WRITE     REG-PAG.
           ADD       1              TO   CT-RESGATES.

       BAIXA-LOTE.

           IF        RESTA-BAIXAR   GREATER THAN  ZEROS
                AND  CPF-BUSCA  EQUAL  CPF-PTS-TAB (CTR-PTS)
                AND  TIPO-PTS-TAB (CTR-PTS)  EQUAL  "C"
                AND  SALDO-LOTE-TAB (CTR-PTS)  GREATER THAN  ZEROS
                     IF   SALDO-LOTE-TAB (CTR-PTS)  GREATER THAN
                          RESTA-BAIXAR
                          SUBTRACT  RESTA-BAIXAR
                                    FROM  SALDO-LOTE-TAB (CTR-PTS)
                          MOVE  ZEROS   TO   RESTA-BAIXAR
                     ELSE
                          SUBTRACT  SALDO-LOTE-TAB (CTR-PTS)
                                    FROM  RESTA-BAIXAR
                          MOVE  ZEROS   TO   SALDO-LOTE-TAB (CTR-PTS).
           ADD       1         TO   CTR-PTS.

       GRAVA-EXCECAO.

           MOVE      CPF-TRANS      TO   CPF-EXC.
           MOVE      PACOTE-TRANS   TO   PACOTE-EXC.
           MOVE      PONTOS-TRANS   TO   PONTOS-EXC.
           WRITE     REG-PTS-EXC.
           ADD       1              TO   CT-EXCECAO.

      *    PASSIVO: UMA LINHA POR CLIENTE COM SALDO, NA PRIMEIRA VEZ
      *    QUE UM LOTE DELE APARECE NA TABELA (CALCULA-SALDO MARCA
      *    TODOS OS LOTES DO CLIENTE COMO JA LISTADOS).

       IMPRIME-PASSIVO.

           MOVE      HOJE-DD        TO   DD-CAB-LIN.
           MOVE      HOJE-MM        TO   MM-CAB-LIN.
           MOVE      HOJE-AAAA      TO   AAAA-CAB-LIN.
           WRITE     REG-REL FROM CAB-PONTOS AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-PONTOS-2
                     AFTER ADVANCING 2 LINES.
           MOVE      1              TO   CTR-PTS.
           PERFORM   DESMARCA-LOTE  QT-PTS   TIMES.
           MOVE      1              TO   CTR-PTS.
           PERFORM   LISTA-CLIENTE  QT-PTS   TIMES.
           MOVE      CT-CLIENTES    TO   QT-CLI-LIN.
           MOVE      TOT-PONTOS     TO   PONTOS-TOT-LIN.
           MOVE      TOT-PASSIVO    TO   VALOR-TOT-LIN.
           MOVE      TOT-A-VENCER   TO   A-VENCER-TOT-LIN.
           WRITE     REG-REL FROM LINHA-TOT-PONTOS
                     AFTER ADVANCING 2 LINES.

       DESMARCA-LOTE.

           MOVE      "N"       TO   LISTADO-PTS-TAB (CTR-PTS).
           ADD       1         TO   CTR-PTS.

       LISTA-CLIENTE.

           IF        TIPO-PTS-TAB (CTR-PTS)     EQUAL  "C"
                AND  LISTADO-PTS-TAB (CTR-PTS)  EQUAL  "N"
                     MOVE  CPF-PTS-TAB (CTR-PTS)  TO  CPF-BUSCA
                     PERFORM   CALCULA-SALDO
                     IF    SALDO-CLIENTE  GREATER THAN  ZEROS
                           PERFORM   IMPRIME-CLIENTE.
           ADD       1         TO   CTR-PTS.

       IMPRIME-CLIENTE.

           PERFORM   BUSCA-CLIENTE.
           DIVIDE    SALDO-CLIENTE  BY   PONTOS-DESC
                     GIVING    VALOR-PASSIVO.
           MOVE      CPF-BUSCA      TO   CPF-LIN.
           MOVE      NOME-ACHADO    TO   NOME-LIN.
           MOVE      SALDO-CLIENTE  TO   PONTOS-LIN.
           MOVE      VALOR-PASSIVO  TO   VALOR-LIN.
           MOVE      A-VENCER       TO   A-VENCER-LIN.
           WRITE     REG-REL FROM LINHA-PONTOS
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-CLIENTES.
           ADD       SALDO-CLIENTE  TO   TOT-PONTOS.
           ADD       A-VENCER       TO   TOT-A-VENCER.
           ADD       VALOR-PASSIVO  TO   TOT-PASSIVO.

       BUSCA-CLIENTE.

           MOVE      SPACES    TO   NOME-ACHADO.
           MOVE      1         TO   CTR-CLI.
           PERFORM   PESQUISA-CLIENTE    QT-CLI   TIMES.

       PESQUISA-CLIENTE.

           IF        CPF-BUSCA  EQUAL  CPF-CLI-TAB (CTR-CLI)
                     MOVE  NOME-CLI-TAB (CTR-CLI)  TO  NOME-ACHADO.
           ADD       1         TO   CTR-CLI.

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

       GRAVA-UM-MOVIMENTO.

           MOVE      CPF-PTS-TAB (CTR-PTS)       TO  CPF-PTSN.
           MOVE      DATA-PTS-TAB (CTR-PTS)      TO  DATA-PTSN.
           MOVE      TIPO-PTS-TAB (CTR-PTS)      TO  TIPO-PTSN.
           MOVE      PACOTE-PTS-TAB (CTR-PTS)    TO  PACOTE-PTSN.
           MOVE      PONTOS-PTS-TAB (CTR-PTS)    TO  QT-PONTOS-PTSN.
           MOVE      SALDO-LOTE-TAB (CTR-PTS)    TO  SALDO-LOTE-PTSN.
           MOVE      VALIDADE-PTS-TAB (CTR-PTS)  TO  VALIDADE-PTSN.
           WRITE     REG-PTS-NOVO.
           ADD       1         TO   CTR-PTS.

       FIM.

           PERFORM   IMPRIME-PASSIVO.
           MOVE      1         TO   CTR-PTS.
           PERFORM   GRAVA-UM-MOVIMENTO  QT-PTS   TIMES.
           DISPLAY   "PONTOS CREDITADOS    : " CT-CREDITOS.
           DISPLAY   "RESGATES APLICADOS   : " CT-RESGATES.
           DISPLAY   "LOTES EXPIRADOS      : " CT-EXPIRADOS.
           DISPLAY   "RESGATES EM EXCECAO  : " CT-EXCECAO.
           DISPLAY   "CLIENTES COM SALDO   : " CT-CLIENTES.
           CLOSE     TRANPTS
                     PONTOSN
                     PTS-EXC
                     REL-PONTOS
                     TRANPAG.
