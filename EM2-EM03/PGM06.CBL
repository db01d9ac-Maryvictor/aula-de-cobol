      *          ANTECEDENCIA. REGISTRO COM MES FORA DE 01-12 E
      *          IGNORADO NA LISTA (O PGM05 JA DESVIA ESSES CASOS
      *          PARA MES-EXC).
      *          ABAIXO DE CADA CLIENTE DA LISTA SAI O EXTRATO MENSAL
      *          DO PROGRAMA DE FIDELIDADE (PONTOS.DAT, PGM16): SALDO
      *          DE PONTOS, PONTOS A VENCER NOS PROXIMOS 30 DIAS E OS
      *          MOVIMENTOS DO MES DA RODADA.
      *          O CLIENTE QUE RECUSOU MARKETING NO CANAL DA CAMPANHA
      *          (CONSENT.DAT, PGM17; CANAL EM CANAL-PARAM DE
      *          PARAM-MES.DAT, PADRAO T - TELEFONE) FICA FORA DA LISTA
      *          E DA CONTAGEM POR MES, E A LISTA INFORMA QUANTOS DO
      *          MES FORAM SUPRIMIDOS. CLIENTE SEM REGISTRO DE
      *          CONSENTIMENTO CONTINUA NA LISTA.
      *          CADA CLIENTE DA LISTA DO MES TAMBEM ENTRA NA FILA
      *          CENTRAL DE NOTIFICACOES FILANOT.DAT (LAYOUT NOTIF,
      *          MODELO ANIVER, COM O DIA DO ANIVERSARIO E O SALDO DE
      *          PONTOS), NO CANAL DA CAMPANHA (TELEFONE VIRA SMS),
      *          PARA O DESPNOT ENVIAR E GUARDAR O HISTORICO.

       ENVIRONMENT             DIVISION.

           SELECT   OPTIONAL PARAM-MES ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CONSENT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PONTOS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-ANIVER       ASSIGN      TO      DISK.

           SELECT   OPTIONAL FILANOT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.

       01  REG-PARAM-MES.
             02 MES-PARAM     PIC 9(02).
             02 CANAL-PARAM   PIC X(01).

       FD  CONSENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CONSENT.DAT".

       01  REG-CONS.
             02 CPF-CONS      PIC 9(11).
             02 CANAL-CONS    PIC X(01).
             02 SIT-CONS      PIC X(01).
             02 DATA-CONS     PIC 9(08).
             02 ORIGEM-CONS   PIC X(10).

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

       FD  REL-ANIVER
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(90).

       FD  FILANOT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FILANOT.DAT".

           COPY NOTIF.

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)    VALUE "NAO".
       77  MES-CAMPANHA     PIC 9(02)    VALUE ZEROS.
       77  CTR-MES          PIC 9(02)    VALUE ZEROS.
       77  CT-LISTADOS      PIC 9(05)    VALUE ZEROS.
       77  FIM-PTS          PIC X(03)    VALUE "NAO".
       77  FIM-CONS         PIC X(03)    VALUE "NAO".
       77  CANAL-CAMPANHA   PIC X(01)    VALUE "T".
       77  QT-CONS          PIC 9(03)    VALUE ZEROS.
       77  CTR-CONS         PIC 9(03)    VALUE ZEROS.
       77  RECUSOU          PIC X(03)    VALUE "NAO".
       77  CT-SUPRIMIDOS    PIC 9(05)    VALUE ZEROS.
       77  QT-PTS           PIC 9(04)    VALUE ZEROS.
       77  CTR-PTS          PIC 9(04)    VALUE ZEROS.
       77  TEM-PONTOS       PIC X(03)    VALUE "NAO".
       77  SALDO-CLIENTE    PIC 9(08)    VALUE ZEROS.
       77  A-VENCER         PIC 9(08)    VALUE ZEROS.
       77  SALDO-NOTIF      PIC ZZ.ZZZ.ZZ9.
       77  SERIAL-CALC      PIC 9(07)    VALUE ZEROS.
       77  RESTO-DIAS       PIC 9(03)    VALUE ZEROS.
       77  DATA-AVISO       PIC 9(08)    VALUE ZEROS.
       77  CT-EXTRATOS      PIC 9(05)    VALUE ZEROS.

       01  ANIVER-NOTIF.
           02 DIA-NOTIF      PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 MES-NOTIF      PIC 9(02).

       01  TAB-RECUSAS.
           02 CPF-RECUSA-TAB  PIC 9(11)  OCCURS 600 TIMES.

       01  TAB-PONTOS.
           02 ITEM-PTS-TAB    OCCURS 3000 TIMES.
              03 CPF-PTS-TAB      PIC 9(11).
              03 DATA-PTS-TAB.
                 04 AAAAMM-PTS-TAB  PIC 9(06).
                 04 DD-PTS-TAB      PIC 9(02).
              03 TIPO-PTS-TAB     PIC X(01).
              03 PACOTE-PTS-TAB   PIC 9(04).
              03 PONTOS-PTS-TAB   PIC 9(07).
              03 SALDO-LOTE-TAB   PIC 9(07).
              03 VALIDADE-PTS-TAB PIC 9(08).

       01  TAB-ANIVER.
           02 QT-ANIVER-TAB  PIC 9(05)  OCCURS 12 TIMES
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-RED          REDEFINES HOJE.
           02 HOJE-AAAAMM    PIC 9(06).
           02 FILLER         PIC 9(02).

       01  CPF-CLIENTE.
           02 CPF-CLI-BASE   PIC 9(09).
           02 CPF-CLI-DV     PIC 9(02).

       01  CPF-CLIENTE-NUM   REDEFINES CPF-CLIENTE  PIC 9(11).

       01  DATA-CALC.
           02 CALC-AAAA      PIC 9(04).
           02 CALC-MM        PIC 9(02).
           02 CALC-DD        PIC 9(02).

       01  DATA-CALC-NUM     REDEFINES DATA-CALC  PIC 9(08).

       01  TABELA-MOV.
           02 FILLER        PIC X(10) VALUE "CCREDITO".
           02 FILLER        PIC X(10) VALUE "DRESGATE".
           02 FILLER        PIC X(10) VALUE "EEXPIRACAO".

       01  TABELA-MOV-RED   REDEFINES  TABELA-MOV.
           02 ITEM-MOV      OCCURS 3 TIMES.
              03 TIPO-MOV   PIC X(01).
              03 DESCR-MOV  PIC X(09).

       01  TABELA-MES.
           02 DEF-MES.
              03 FILLER     PIC X(009) VALUE "JANEIRO".
           02 QT-RES         PIC ZZ.ZZ9.
           02 FILLER         PIC X(68) VALUE SPACES.

       01  CAB-EXTRATO.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(21) VALUE "PONTOS FIDELIDADE EM ".
           02 MM-EXT-CAB     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-EXT-CAB   PIC 9(04).
           02 FILLER         PIC X(09) VALUE " - SALDO ".
           02 SALDO-EXT-CAB  PIC ZZ.ZZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE " A VENCER ".
           02 FILLER         PIC X(04) VALUE "ATE ".
           02 DD-AVI-CAB     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-AVI-CAB     PIC 9(02).
           02 FILLER         PIC X(02) VALUE ": ".
           02 A-VENCER-CAB   PIC ZZ.ZZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.

       01  LINHA-SUPRIMIDOS.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                       "CLIENTES DO MES FORA DA LISTA (RECUSARAM".
           02 FILLER         PIC X(07) VALUE " CANAL ".
           02 CANAL-SUP-LIN  PIC X(01).
           02 FILLER         PIC X(03) VALUE "): ".
           02 QT-SUP-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(28) VALUE SPACES.

       01  LINHA-EXTRATO.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 DD-EXT-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-EXT-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-EXT-LIN   PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DESCR-EXT-LIN  PIC X(09).
           02 FILLER         PIC X(09) VALUE "  PACOTE ".
           02 PACOTE-EXT-LIN PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PONTOS-EXT-LIN PIC ZZ.ZZZ.ZZ9.
           02 FILLER         PIC X(34) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM06.
       INICIO.

           OPEN INPUT       CADENT
                OUTPUT      REL-ANIVER
                EXTEND      FILANOT.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           MOVE       HOJE-MM   TO        MES-CAMPANHA.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-RECUSAS.
           PERFORM    CARGA-PONTOS.
           MOVE       HOJE           TO   DATA-CALC.
           COMPUTE    SERIAL-CALC = CALC-AAAA * 360
                                  + (CALC-MM - 1) * 30
                                  + (CALC-DD - 1) + 30.
           DIVIDE     SERIAL-CALC  BY  360  GIVING  CALC-AAAA
                                        REMAINDER RESTO-DIAS.
           DIVIDE     RESTO-DIAS   BY  30   GIVING  CALC-MM
                                        REMAINDER CALC-DD.
           ADD        1         TO   CALC-MM
                                     CALC-DD.
           MOVE       DATA-CALC-NUM  TO   DATA-AVISO.
           MOVE       MES (MES-CAMPANHA)  TO   MES-CAB.
           WRITE      REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           IF   MES-PARAM   NOT LESS THAN 1  AND
                MES-PARAM   NOT GREATER THAN 12
                MOVE MES-PARAM   TO  MES-CAMPANHA.
           IF   CANAL-PARAM  EQUAL  "T"  OR
                CANAL-PARAM  EQUAL  "C"  OR
                CANAL-PARAM  EQUAL  "E"
                MOVE CANAL-PARAM TO  CANAL-CAMPANHA.
           CLOSE PARAM-MES.

      *    SO INTERESSAM AS RECUSAS (SITUACAO N) NO CANAL DA CAMPANHA
      *    (CANAL-PARAM DE PARAM-MES.DAT, PADRAO T - TELEFONE).

       CARGA-RECUSAS.

           OPEN INPUT       CONSENT.
           PERFORM    LEITURA-CONSENT
                      UNTIL     FIM-CONS   EQUAL    "SIM".
           CLOSE      CONSENT.

       LEITURA-CONSENT.

           READ CONSENT
                AT END
                MOVE "SIM" TO FIM-CONS.
           IF   FIM-CONS    NOT EQUAL  "SIM"
            AND CANAL-CONS  EQUAL  CANAL-CAMPANHA
            AND SIT-CONS    EQUAL  "N"
                IF   QT-CONS  NOT LESS THAN 600
                     DISPLAY "CONSENT EXCEDE A TABELA DE 600"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1          TO  QT-CONS
                     MOVE CPF-CONS   TO  CPF-RECUSA-TAB (QT-CONS).

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
                IF   QT-PTS   NOT LESS THAN 3000
                     DISPLAY "PONTOS EXCEDE A TABELA DE 3000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-PTS
                     MOVE CPF-PTS        TO  CPF-PTS-TAB (QT-PTS)
                     MOVE DATA-PTS       TO  DATA-PTS-TAB (QT-PTS)
                     MOVE TIPO-PTS       TO  TIPO-PTS-TAB (QT-PTS)
                     MOVE PACOTE-PTS     TO  PACOTE-PTS-TAB (QT-PTS)
                     MOVE QT-PONTOS-PTS  TO  PONTOS-PTS-TAB (QT-PTS)
                     MOVE SALDO-LOTE-PTS TO  SALDO-LOTE-TAB (QT-PTS)
                     MOVE VALIDADE-PTS   TO  VALIDADE-PTS-TAB (QT-PTS).

       LEITURA.

           READ CADENT
                AT END
                MOVE "SIM" TO FIM-ARQ.

      *    CLIENTE QUE RECUSOU O CANAL DA CAMPANHA NAO ENTRA NA LISTA
      *    NEM NA CONTAGEM DOS MESES; OS DO MES SAO CONTADOS COMO
      *    SUPRIMIDOS.

       PRINCIPAL.

           MOVE      CPF-USU       TO   CPF-CLI-BASE.
           MOVE      RR-U          TO   CPF-CLI-DV.
           PERFORM   VERIFICA-CONSENTIMENTO.
           IF        MES-USU  NOT LESS THAN 1  AND
                     MES-USU  NOT GREATER THAN 12
                     IF   RECUSOU  EQUAL  "SIM"
                          IF   MES-USU  EQUAL  MES-CAMPANHA
                               ADD  1   TO   CT-SUPRIMIDOS
                          ELSE
                               NEXT SENTENCE
                     ELSE
                          ADD  1   TO  QT-ANIVER-TAB (MES-USU)
                          IF   MES-USU  EQUAL  MES-CAMPANHA
                               PERFORM  IMPRIME-CLIENTE.
           PERFORM   LEITURA.

       VERIFICA-CONSENTIMENTO.

           MOVE      "NAO"         TO   RECUSOU.
           MOVE      1             TO   CTR-CONS.
           PERFORM   PESQUISA-RECUSA     QT-CONS  TIMES.

       PESQUISA-RECUSA.

           IF        CPF-CLIENTE-NUM  EQUAL  CPF-RECUSA-TAB (CTR-CONS)
                     MOVE  "SIM"   TO   RECUSOU.
           ADD       1             TO   CTR-CONS.

       IMPRIME-CLIENTE.

           MOVE      NOM-USU       TO   NOME-DET.
           MOVE      CIDADE-USU    TO   CIDADE-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1             TO   CT-LISTADOS.
           PERFORM   EXTRATO-PONTOS.
           PERFORM   ENFILEIRA-ANIVERSARIO.

      *    O CANAL DA CAMPANHA VIRA O CANAL DA NOTIFICACAO: TELEFONE
      *    SAI POR SMS, CARTA POR CARTA E E-MAIL POR E-MAIL.

       ENFILEIRA-ANIVERSARIO.

           MOVE      SPACES        TO   REG-NOTIF.
           MOVE      "C"           TO   NOTIF-DEST-TIPO.
           MOVE      CPF-CLIENTE-NUM TO NOTIF-CHAVE-CPF.
           MOVE      NOM-USU       TO   NOTIF-DEST-NOME.
           IF        CANAL-CAMPANHA  EQUAL  "T"
                     MOVE  "S"     TO   NOTIF-CANAL
           ELSE
                     MOVE  CANAL-CAMPANHA  TO  NOTIF-CANAL.
           MOVE      "ANIVER"      TO   NOTIF-MODELO.
           MOVE      HOJE          TO   NOTIF-DATA.
           MOVE      "PGM06"       TO   NOTIF-ORIGEM.
           MOVE      DIA           TO   DIA-NOTIF.
           MOVE      MES-USU       TO   MES-NOTIF.
           MOVE      ANIVER-NOTIF  TO   NOTIF-VAR (1).
           MOVE      SALDO-CLIENTE TO   SALDO-NOTIF.
           MOVE      SALDO-NOTIF   TO   NOTIF-VAR (2).
           WRITE     REG-NOTIF.

      *    EXTRATO DO PROGRAMA DE FIDELIDADE (PONTOS.DAT, PGM16) DO
      *    CLIENTE: SALDO, PONTOS A VENCER NOS PROXIMOS 30 DIAS E OS
      *    MOVIMENTOS DO MES DA RODADA. CLIENTE SEM PONTOS NAO TEM
      *    EXTRATO.

       EXTRATO-PONTOS.

           MOVE      "NAO"         TO   TEM-PONTOS.
           MOVE      ZEROS         TO   SALDO-CLIENTE
                                        A-VENCER.
           MOVE      1             TO   CTR-PTS.
           PERFORM   SOMA-LOTE     QT-PTS   TIMES.
           IF        TEM-PONTOS    EQUAL    "SIM"
                     PERFORM   IMPRIME-EXTRATO.

       SOMA-LOTE.

           IF        CPF-CLIENTE-NUM  EQUAL  CPF-PTS-TAB (CTR-PTS)
                     MOVE  "SIM"   TO   TEM-PONTOS
                     IF    TIPO-PTS-TAB (CTR-PTS)  EQUAL  "C"
                           ADD  SALDO-LOTE-TAB (CTR-PTS)
                                               TO   SALDO-CLIENTE
                           IF   VALIDADE-PTS-TAB (CTR-PTS)
                                     NOT GREATER THAN  DATA-AVISO
                                ADD  SALDO-LOTE-TAB (CTR-PTS)
                                               TO   A-VENCER.
           ADD       1             TO   CTR-PTS.

       IMPRIME-EXTRATO.

           MOVE      HOJE-MM       TO   MM-EXT-CAB.
           MOVE      HOJE-AAAA     TO   AAAA-EXT-CAB.
           MOVE      SALDO-CLIENTE TO   SALDO-EXT-CAB.
           MOVE      DATA-AVISO    TO   DATA-CALC-NUM.
           MOVE      CALC-DD       TO   DD-AVI-CAB.
           MOVE      CALC-MM       TO   MM-AVI-CAB.
           MOVE      A-VENCER      TO   A-VENCER-CAB.
           WRITE     REG-REL FROM CAB-EXTRATO AFTER ADVANCING 1 LINE.
           ADD       1             TO   CT-EXTRATOS.
           MOVE      1             TO   CTR-PTS.
           PERFORM   IMPRIME-MOVIMENTO   QT-PTS   TIMES.

       IMPRIME-MOVIMENTO.

           IF        CPF-CLIENTE-NUM  EQUAL  CPF-PTS-TAB (CTR-PTS)
                AND  AAAAMM-PTS-TAB (CTR-PTS)  EQUAL  HOJE-AAAAMM
                     MOVE  DATA-PTS-TAB (CTR-PTS)  TO  DATA-CALC
                     MOVE  CALC-DD         TO   DD-EXT-LIN
                     MOVE  CALC-MM         TO   MM-EXT-LIN
                     MOVE  CALC-AAAA       TO   AAAA-EXT-LIN
                     MOVE  SPACES          TO   DESCR-EXT-LIN
                     MOVE  1               TO   CTR-MES
                     PERFORM  BUSCA-DESCR-MOV    3   TIMES
                     MOVE  PACOTE-PTS-TAB (CTR-PTS)  TO PACOTE-EXT-LIN
                     MOVE  PONTOS-PTS-TAB (CTR-PTS)  TO PONTOS-EXT-LIN
                     WRITE REG-REL FROM LINHA-EXTRATO
                           AFTER ADVANCING 1 LINE.
           ADD       1             TO   CTR-PTS.

       BUSCA-DESCR-MOV.

           IF        TIPO-PTS-TAB (CTR-PTS)  EQUAL  TIPO-MOV (CTR-MES)
                     MOVE  DESCR-MOV (CTR-MES)  TO  DESCR-EXT-LIN.
           ADD       1             TO   CTR-MES.

       FIM.

           MOVE      CANAL-CAMPANHA TO  CANAL-SUP-LIN.
           MOVE      CT-SUPRIMIDOS  TO  QT-SUP-LIN.
           WRITE     REG-REL FROM LINHA-SUPRIMIDOS
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM CAB-RESUMO
                     AFTER ADVANCING 2 LINES.
           MOVE      1        TO   CTR-MES.
           PERFORM   IMPRIME-RESUMO-MES    12  TIMES.
           DISPLAY   "CLIENTES NA LISTA DO MES: " CT-LISTADOS.
           DISPLAY   "EXTRATOS DE PONTOS      : " CT-EXTRATOS.
           DISPLAY   "SUPRIMIDOS SEM CONSENT. : " CT-SUPRIMIDOS.
           CLOSE     CADENT
                     REL-ANIVER
                     FILANOT.

       IMPRIME-RESUMO-MES.

