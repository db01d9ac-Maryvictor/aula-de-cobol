       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM13.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONTAS A RECEBER DAS SAIDAS DA TURISMAR. LE OS
      *          PACOTES (PACOTES2.DAT, PGM08), AS PARCELAS DOS
      *          PLANOS DE PAGAMENTO (PARCELAS.DAT, PGM09/PGM12) E O
      *          CADASTRO DE CLIENTES CADENT.DAT, E IMPRIME:
      *          - EM REL-RECEBER, UMA LINHA POR SAIDA COM O TOTAL JA
      *            RECEBIDO, O SALDO EM ABERTO E A PARTE DELE JA
      *            VENCIDA NA DATA DA RODADA, E O TOTAL GERAL;
      *          - EM REL-DEVEDOR, PARA AS SAIDAS DOS PROXIMOS
      *            DIAS-AVISO-PARAM DIAS DE PARAM-PARCELA.DAT (PADRAO
      *            30), OS PASSAGEIROS QUE AINDA DEVEM, COM NOME,
      *            TELEFONE E SALDO, PARA A COBRANCA LIGAR ANTES DO
      *            EMBARQUE. SALDO QUE E MULTA DE CANCELAMENTO (PARCELA
      *            99) SAI MARCADO COMO MULTA.
      *          HAVENDO DEVEDOR NA LISTA O PROGRAMA TERMINA COM
      *          RETURN-CODE 4.
      *          O PASSAGEIRO DEVEDOR TAMBEM RECEBE UM LEMBRETE DE
      *          VIAGEM PELA FILA CENTRAL DE NOTIFICACOES FILANOT.DAT
      *          (LAYOUT NOTIF, MODELO VIAGEM, COM DESTINO, DATA DA
      *          SAIDA E SALDO) QUANDO FALTAM DIAS-AVISO-PARAM DIAS
      *          OU 7 DIAS PARA O EMBARQUE; O DESPNOT ENVIA.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PACOTES2 ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARCELAS ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADENT           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-PARCELA ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-RECEBER      ASSIGN      TO      DISK.

           SELECT   REL-DEVEDOR      ASSIGN      TO      DISK.

           SELECT   OPTIONAL FILANOT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

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

       FD  PARAM-PARCELA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-PARCELA.DAT".

       01  REG-PARAM-PARC.
             02 PERC-ENTRADA-PARAM  PIC 9(03).
             02 QT-PARCELAS-PARAM   PIC 9(02).
             02 DIAS-LIMITE-PARAM   PIC 9(03).
             02 DIAS-AVISO-PARAM    PIC 9(03).

       FD  REL-RECEBER
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       FD  REL-DEVEDOR
           LABEL RECORD IS OMITTED.

       01  REG-DEV                PIC X(80).

       FD  FILANOT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FILANOT.DAT".

           COPY NOTIF.

       WORKING-STORAGE SECTION.

       77  FIM-PAC          PIC X(03)    VALUE "NAO".
       77  FIM-PARC         PIC X(03)    VALUE "NAO".
       77  FIM-CLI          PIC X(03)    VALUE "NAO".
       77  QT-PARC          PIC 9(04)    VALUE ZEROS.
       77  CTR-PARC         PIC 9(04)    VALUE ZEROS.
       77  CTR-PARC-2       PIC 9(04)    VALUE ZEROS.
       77  QT-CLI           PIC 9(03)    VALUE ZEROS.
       77  CTR-CLI          PIC 9(03)    VALUE ZEROS.
       77  NOME-ACHADO      PIC X(30)    VALUE SPACES.
       77  FONE-ACHADO      PIC 9(08)    VALUE ZEROS.
       77  CPF-BUSCA        PIC 9(11)    VALUE ZEROS.
       77  DIAS-AVISO       PIC 9(03)    VALUE 30.
       77  SERIAL-CALC      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-HOJE      PIC 9(07)    VALUE ZEROS.
       77  SERIAL-AVISO     PIC 9(07)    VALUE ZEROS.
       77  RESTO-DIAS       PIC 9(03)    VALUE ZEROS.
       77  NA-JANELA        PIC X(03)    VALUE "NAO".
       77  SALDO-CALC       PIC 9(05)V99 VALUE ZEROS.
       77  RECEBIDO-PAC     PIC 9(07)V99 VALUE ZEROS.
       77  ABERTO-PAC       PIC 9(07)V99 VALUE ZEROS.
       77  VENCIDO-PAC      PIC 9(07)V99 VALUE ZEROS.
       77  RECEBIDO-GERAL   PIC 9(09)V99 VALUE ZEROS.
       77  ABERTO-GERAL     PIC 9(09)V99 VALUE ZEROS.
       77  VENCIDO-GERAL    PIC 9(09)V99 VALUE ZEROS.
       77  SALDO-DEVEDOR    PIC 9(07)V99 VALUE ZEROS.
       77  TEM-MULTA        PIC X(03)    VALUE "NAO".
       77  CT-SAIDAS        PIC 9(05)    VALUE ZEROS.
       77  CT-DEVEDORES     PIC 9(05)    VALUE ZEROS.
       77  DIAS-EMBARQUE    PIC 9(07)    VALUE ZEROS.
       77  CT-LEMBRETES     PIC 9(05)    VALUE ZEROS.
       77  SALDO-NOTIF      PIC ZZZ.ZZ9,99.

       01  SAIDA-NOTIF.
           02 SAIDA-DD-NOTIF PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 SAIDA-MM-NOTIF PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 SAIDA-AAAA-NOTIF PIC 9(04).

       01  TAB-PARCELAS.
           02 ITEM-PARC-TAB   OCCURS 2000 TIMES.
              03 PACOTE-PAR-TAB  PIC 9(04).
              03 CPF-PAR-TAB     PIC 9(11).
              03 NUM-PAR-TAB     PIC 9(02).
              03 VENC-PAR-TAB    PIC 9(08).
              03 VALOR-PAR-TAB   PIC 9(05)V99.
              03 PAGO-PAR-TAB    PIC 9(05)V99.
              03 SIT-PAR-TAB     PIC X(01).
              03 LISTADO-PAR-TAB PIC X(01).

       01  TAB-CLIENTES.
           02 ITEM-CLI-TAB    OCCURS 200 TIMES.
              03 CPF-CLI-TAB     PIC 9(11).
              03 NOME-CLI-TAB    PIC X(30).
              03 FONE-CLI-TAB    PIC 9(08).

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

       01  CAB-RECEBER.
           02 FILLER          PIC X(15) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
                       "CONTAS A RECEBER POR SAIDA - POSICAO: ".
           02 DD-CAB-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-CAB-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-CAB-LIN    PIC 9(04).
           02 FILLER          PIC X(17) VALUE SPACES.

       01  CAB-RECEBER-2.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(26) VALUE "PAC. DESTINO".
           02 FILLER          PIC X(11) VALUE "SAIDA".
           02 FILLER          PIC X(11) VALUE "  RECEBIDO".
           02 FILLER          PIC X(11) VALUE "  EM ABERTO".
           02 FILLER          PIC X(11) VALUE "   VENCIDO".
           02 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-RECEBER.
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
           02 FILLER          PIC X(01) VALUE SPACES.
           02 RECEBIDO-LIN    PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ABERTO-LIN      PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VENCIDO-LIN     PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-TOT-RECEBER.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(24) VALUE "TOTAL GERAL".
           02 RECEBIDO-TOT-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ABERTO-TOT-LIN  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VENCIDO-TOT-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(10) VALUE SPACES.

       01  CAB-DEVEDOR.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 FILLER          PIC X(43) VALUE
                 "PASSAGEIROS COM SALDO DEVEDOR - SAIDAS ATE ".
           02 DD-AVI-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-AVI-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-AVI-LIN    PIC 9(04).
           02 FILLER          PIC X(17) VALUE SPACES.

       01  CAB-DEVEDOR-2.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(16) VALUE "PAC. SAIDA".
           02 FILLER          PIC X(26) VALUE "NOME".
           02 FILLER          PIC X(09) VALUE "FONE".
           02 FILLER          PIC X(11) VALUE "     SALDO".
           02 FILLER          PIC X(13) VALUE SPACES.

       01  LINHA-DEVEDOR.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 PACOTE-DEV-LIN  PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DD-DEV-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 MM-DEV-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-DEV-LIN    PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 NOME-DEV-LIN    PIC X(25).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FONE-DEV-LIN    PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 SALDO-DEV-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 OBS-DEV-LIN     PIC X(05).
           02 FILLER          PIC X(08) VALUE SPACES.

       01  LINHA-TOT-DEVEDOR.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(22) VALUE "DEVEDORES LISTADOS  : ".
           02 QT-DEV-LIN      PIC ZZZZ9.
           02 FILLER          PIC X(48) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM13.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-PAC      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       PACOTES2
                OUTPUT      REL-RECEBER
                            REL-DEVEDOR
                EXTEND      FILANOT.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           MOVE       HOJE-NUM  TO   DATA-CALC-NUM.
           PERFORM    DATA-PARA-SERIAL.
           MOVE       SERIAL-CALC    TO   SERIAL-HOJE.
           COMPUTE    SERIAL-AVISO = SERIAL-HOJE + DIAS-AVISO.
           PERFORM    CARGA-PARCELAS.
           PERFORM    CARGA-CLIENTES.
           MOVE       HOJE-DD        TO   DD-CAB-LIN.
           MOVE       HOJE-MM        TO   MM-CAB-LIN.
           MOVE       HOJE-AAAA      TO   AAAA-CAB-LIN.
           WRITE      REG-REL FROM CAB-RECEBER AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM CAB-RECEBER-2
                      AFTER ADVANCING 2 LINES.
           MOVE       SERIAL-AVISO   TO   SERIAL-CALC.
           PERFORM    SERIAL-PARA-DATA.
           MOVE       CALC-DD        TO   DD-AVI-LIN.
           MOVE       CALC-MM        TO   MM-AVI-LIN.
           MOVE       CALC-AAAA      TO   AAAA-AVI-LIN.
           WRITE      REG-DEV FROM CAB-DEVEDOR AFTER ADVANCING PAGE.
           WRITE      REG-DEV FROM CAB-DEVEDOR-2
                      AFTER ADVANCING 2 LINES.
           PERFORM    LEITURA-PACOTE.

       LE-PARAMETRO.

           OPEN INPUT       PARAM-PARCELA.
           READ PARAM-PARCELA
                AT END
                NEXT SENTENCE.
           IF   DIAS-AVISO-PARAM    NUMERIC
            AND DIAS-AVISO-PARAM    NOT EQUAL  ZEROS
                MOVE DIAS-AVISO-PARAM    TO  DIAS-AVISO.
           CLOSE PARAM-PARCELA.

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
                     MOVE SIT-PAR      TO  SIT-PAR-TAB (QT-PARC)
                     MOVE "N"          TO  LISTADO-PAR-TAB (QT-PARC).

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
                MOVE NOM-USU      TO  NOME-CLI-TAB (QT-CLI)
                MOVE TELEFONE-USU TO  FONE-CLI-TAB (QT-CLI).

       LEITURA-PACOTE.

           READ PACOTES2
                AT END
                MOVE "SIM" TO FIM-PAC.

       PRINCIPAL.

           PERFORM   SOMA-PACOTE.
           PERFORM   IMPRIME-RECEBER.
           MOVE      SAIDA-PAC      TO   DATA-CALC-NUM.
           PERFORM   DATA-PARA-SERIAL.
           IF        SERIAL-CALC  NOT LESS THAN  SERIAL-HOJE
                AND  SERIAL-CALC  NOT GREATER THAN  SERIAL-AVISO
                     COMPUTE  DIAS-EMBARQUE = SERIAL-CALC - SERIAL-HOJE
                     MOVE  1    TO   CTR-PARC
                     PERFORM   LISTA-DEVEDOR       QT-PARC  TIMES.
           PERFORM   LEITURA-PACOTE.

      *    RECEBIDO E TUDO O QUE FOI PAGO NAS PARCELAS DA SAIDA,
      *    INCLUSIVE DE RESERVA DEPOIS CANCELADA (O REEMBOLSO SAI A
      *    PARTE, EM REEMBOLSO.DAT); EM ABERTO E O SALDO DAS
      *    PARCELAS A, E VENCIDO A PARTE DELE COM VENCIMENTO ANTES DA
      *    DATA DA RODADA.

       SOMA-PACOTE.

           MOVE      ZEROS     TO   RECEBIDO-PAC
                                    ABERTO-PAC
                                    VENCIDO-PAC.
           MOVE      1         TO   CTR-PARC.
           PERFORM   SOMA-UMA-PARCELA    QT-PARC  TIMES.

       SOMA-UMA-PARCELA.

           IF        COD-PAC  EQUAL  PACOTE-PAR-TAB (CTR-PARC)
                     ADD   PAGO-PAR-TAB (CTR-PARC)  TO  RECEBIDO-PAC
                     IF    SIT-PAR-TAB (CTR-PARC)  EQUAL  "A"
                           COMPUTE  SALDO-CALC =
                                    VALOR-PAR-TAB (CTR-PARC)
                                  - PAGO-PAR-TAB (CTR-PARC)
                           ADD  SALDO-CALC  TO  ABERTO-PAC
                           IF   VENC-PAR-TAB (CTR-PARC)  LESS THAN
                                HOJE-NUM
                                ADD  SALDO-CALC  TO  VENCIDO-PAC.
           ADD       1         TO   CTR-PARC.

       IMPRIME-RECEBER.

           MOVE      COD-PAC        TO   PACOTE-LIN.
           MOVE      DESTINO-PAC    TO   DESTINO-LIN.
           MOVE      SAIDA-PAC      TO   DATA-CALC-NUM.
           MOVE      CALC-DD        TO   DD-SAI-LIN.
           MOVE      CALC-MM        TO   MM-SAI-LIN.
           MOVE      CALC-AAAA      TO   AAAA-SAI-LIN.
           MOVE      RECEBIDO-PAC   TO   RECEBIDO-LIN.
           MOVE      ABERTO-PAC     TO   ABERTO-LIN.
           MOVE      VENCIDO-PAC    TO   VENCIDO-LIN.
           WRITE     REG-REL FROM LINHA-RECEBER
                     AFTER ADVANCING 1 LINE.
           ADD       RECEBIDO-PAC   TO   RECEBIDO-GERAL.
           ADD       ABERTO-PAC     TO   ABERTO-GERAL.
           ADD       VENCIDO-PAC    TO   VENCIDO-GERAL.
           ADD       1              TO   CT-SAIDAS.

      *    UMA LINHA POR PASSAGEIRO: NA PRIMEIRA PARCELA EM ABERTO
      *    DELE NA SAIDA SOMA-SE O SALDO DE TODAS AS SUAS PARCELAS
      *    EM ABERTO, QUE FICAM MARCADAS COMO JA LISTADAS.

       LISTA-DEVEDOR.

           IF        COD-PAC  EQUAL  PACOTE-PAR-TAB (CTR-PARC)
                AND  SIT-PAR-TAB (CTR-PARC)      EQUAL  "A"
                AND  LISTADO-PAR-TAB (CTR-PARC)  EQUAL  "N"
                     MOVE  CPF-PAR-TAB (CTR-PARC)  TO  CPF-BUSCA
                     MOVE  ZEROS    TO   SALDO-DEVEDOR
                     MOVE  "NAO"    TO   TEM-MULTA
                     MOVE  1        TO   CTR-PARC-2
                     PERFORM   SOMA-DEVEDOR     QT-PARC  TIMES
                     IF    SALDO-DEVEDOR  GREATER THAN  ZEROS
                           PERFORM   IMPRIME-DEVEDOR.
           ADD       1         TO   CTR-PARC.

       SOMA-DEVEDOR.

           IF        COD-PAC    EQUAL  PACOTE-PAR-TAB (CTR-PARC-2)
                AND  CPF-BUSCA  EQUAL  CPF-PAR-TAB (CTR-PARC-2)
                AND  SIT-PAR-TAB (CTR-PARC-2)  EQUAL  "A"
                     MOVE  "S"      TO   LISTADO-PAR-TAB (CTR-PARC-2)
                     COMPUTE  SALDO-DEVEDOR = SALDO-DEVEDOR
                            + VALOR-PAR-TAB (CTR-PARC-2)
                            - PAGO-PAR-TAB (CTR-PARC-2)
                     IF    NUM-PAR-TAB (CTR-PARC-2)  EQUAL  99
                           MOVE  "SIM"  TO  TEM-MULTA.
           ADD       1         TO   CTR-PARC-2.

       IMPRIME-DEVEDOR.

           PERFORM   BUSCA-CLIENTE.
           MOVE      COD-PAC        TO   PACOTE-DEV-LIN.
           MOVE      SAIDA-PAC      TO   DATA-CALC-NUM.
           MOVE      CALC-DD        TO   DD-DEV-LIN.
           MOVE      CALC-MM        TO   MM-DEV-LIN.
           MOVE      CALC-AAAA      TO   AAAA-DEV-LIN.
           MOVE      NOME-ACHADO    TO   NOME-DEV-LIN.
           MOVE      FONE-ACHADO    TO   FONE-DEV-LIN.
           MOVE      SALDO-DEVEDOR  TO   SALDO-DEV-LIN.
           IF        TEM-MULTA  EQUAL  "SIM"
                     MOVE  "MULTA"  TO   OBS-DEV-LIN
           ELSE
                     MOVE  SPACES   TO   OBS-DEV-LIN.
           WRITE     REG-DEV FROM LINHA-DEVEDOR
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-DEVEDORES.
           IF        DIAS-EMBARQUE  EQUAL  DIAS-AVISO  OR
                     DIAS-EMBARQUE  EQUAL  7
                     PERFORM   ENFILEIRA-LEMBRETE.

      *    O LEMBRETE AO PASSAGEIRO SAI SO DUAS VEZES: QUANDO A SAIDA
      *    ENTRA NA JANELA DE AVISO E NA SEMANA DO EMBARQUE, E NAO A
      *    CADA RODADA EM QUE ELE APARECE NA LISTA.

       ENFILEIRA-LEMBRETE.

           MOVE      SPACES         TO   REG-NOTIF.
           MOVE      "C"            TO   NOTIF-DEST-TIPO.
           MOVE      CPF-BUSCA      TO   NOTIF-CHAVE-CPF.
           MOVE      NOME-ACHADO    TO   NOTIF-DEST-NOME.
           MOVE      "P"            TO   NOTIF-CANAL.
           MOVE      "VIAGEM"       TO   NOTIF-MODELO.
           MOVE      HOJE-NUM       TO   NOTIF-DATA.
           MOVE      "PGM13"        TO   NOTIF-ORIGEM.
           MOVE      DESTINO-PAC    TO   NOTIF-VAR (1).
           MOVE      CALC-DD        TO   SAIDA-DD-NOTIF.
           MOVE      CALC-MM        TO   SAIDA-MM-NOTIF.
           MOVE      CALC-AAAA      TO   SAIDA-AAAA-NOTIF.
           MOVE      SAIDA-NOTIF    TO   NOTIF-VAR (2).
           MOVE      SALDO-DEVEDOR  TO   SALDO-NOTIF.
           MOVE      SALDO-NOTIF    TO   NOTIF-VAR (3).
           WRITE     REG-NOTIF.
           ADD       1              TO   CT-LEMBRETES.

       BUSCA-CLIENTE.

           MOVE      SPACES    TO   NOME-ACHADO.
           MOVE      ZEROS     TO   FONE-ACHADO.
           MOVE      1         TO   CTR-CLI.
           PERFORM   PESQUISA-CLIENTE    QT-CLI   TIMES.

       PESQUISA-CLIENTE.

           IF        CPF-BUSCA  EQUAL  CPF-CLI-TAB (CTR-CLI)
                     MOVE  NOME-CLI-TAB (CTR-CLI)  TO  NOME-ACHADO
                     MOVE  FONE-CLI-TAB (CTR-CLI)  TO  FONE-ACHADO.
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

       FIM.

           MOVE      RECEBIDO-GERAL TO   RECEBIDO-TOT-LIN.
           MOVE      ABERTO-GERAL   TO   ABERTO-TOT-LIN.
           MOVE      VENCIDO-GERAL  TO   VENCIDO-TOT-LIN.
           WRITE     REG-REL FROM LINHA-TOT-RECEBER
                     AFTER ADVANCING 2 LINES.
           MOVE      CT-DEVEDORES   TO   QT-DEV-LIN.
           WRITE     REG-DEV FROM LINHA-TOT-DEVEDOR
                     AFTER ADVANCING 2 LINES.
           DISPLAY   "SAIDAS LISTADAS      : " CT-SAIDAS.
           DISPLAY   "DEVEDORES A EMBARCAR : " CT-DEVEDORES.
           DISPLAY   "LEMBRETES NA FILANOT : " CT-LEMBRETES.
           IF        CT-DEVEDORES  GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     PACOTES2
                     REL-RECEBER
                     REL-DEVEDOR
                     FILANOT.
