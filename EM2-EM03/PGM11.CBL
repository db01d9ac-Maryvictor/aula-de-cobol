      *          LISTANDO, POR SOLICITACAO, QUANTOS REGISTROS DE QUAL
      *          ARQUIVO FORAM AFETADOS, COM CAMPO DE ASSINATURA --
      *          E OS TRAILERS CONTINUAM CONFERINDO NO VERTRLR.
      *          OS REGISTROS DE CONSENTIMENTO DE MARKETING DA PESSOA
      *          (CONSENT.DAT, PGM17, POR CPF) TAMBEM SAO REMOVIDOS,
      *          GERANDO CONSENTN.DAT, E CONTADOS NO PROTOCOLO.

       ENVIRONMENT             DIVISION.

           SELECT   XREFCLIN         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CONSENT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CONSENTN         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-PROTOCOLO    ASSIGN      TO      DISK.

       DATA                           DIVISION.
             02 COD-XREFN     PIC 9(05).
             02 CPF-XREFN     PIC 9(11).

       FD  CONSENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CONSENT.DAT".

       01  REG-CONS.
             02 CPF-CONS      PIC 9(11).
             02 CANAL-CONS    PIC X(01).
             02 SIT-CONS      PIC X(01).
             02 DATA-CONS     PIC 9(08).
             02 ORIGEM-CONS   PIC X(10).

       FD  CONSENTN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CONSENTN.DAT".

       01  REG-CONS-NOVO      PIC X(31).

       FD  REL-PROTOCOLO
           LABEL RECORD IS OMITTED.

       77  FIM-ENT          PIC X(03)    VALUE "NAO".
       77  FIM-UNI          PIC X(03)    VALUE "NAO".
       77  FIM-XREF         PIC X(03)    VALUE "NAO".
       77  FIM-CONS         PIC X(03)    VALUE "NAO".
       77  QT-PEDIDOS       PIC 9(02)    VALUE ZEROS.
       77  CTR-PED          PIC 9(02)    VALUE ZEROS.
       77  IND-PED          PIC 9(02)    VALUE ZEROS.
              03 QT-CADENT-TAB   PIC 9(03).
              03 QT-CLIUNI-TAB   PIC 9(03).
              03 QT-XREF-TAB     PIC 9(03).
              03 QT-CONS-TAB     PIC 9(03).

       01  CAB-01.
           02 FILLER          PIC X(15) VALUE SPACES.
           02 QT-UNI-LIN      PIC ZZ9.
           02 FILLER          PIC X(09) VALUE " XREFCLI:".
           02 QT-XRF-LIN      PIC ZZ9.
           02 FILLER          PIC X(09) VALUE " CONSENT:".
           02 QT-CNS-LIN      PIC ZZ9.
           02 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-ASSINATURA.
           02 FILLER          PIC X(05) VALUE SPACES.
                      UNTIL   FIM-UNI    EQUAL   "SIM".
           PERFORM    TRATA-XREF
                      UNTIL   FIM-XREF   EQUAL   "SIM".
           PERFORM    TRATA-CONSENT
                      UNTIL   FIM-CONS   EQUAL   "SIM".
           PERFORM    FIM.
           STOP RUN.

                            CADENT
                            CLIUNI
                            XREFCLI
                            CONSENT
                OUTPUT      CADCLI2N
                            CADENTN
                            CLIUNIN
                            XREFCLIN
                            CONSENTN
                            REL-PROTOCOLO.
           PERFORM    CARGA-PEDIDOS.

                MOVE ZEROS        TO  QT-CADCLI-TAB (QT-PEDIDOS)
                                      QT-CADENT-TAB (QT-PEDIDOS)
                                      QT-CLIUNI-TAB (QT-PEDIDOS)
                                      QT-XREF-TAB (QT-PEDIDOS)
                                      QT-CONS-TAB (QT-PEDIDOS).

       BUSCA-PEDIDO.

                     MOVE CPF-XREF  TO  CPF-XREFN
                     WRITE REG-XREF-NOVO.

       TRATA-CONSENT.

           READ CONSENT
                AT END
                MOVE "SIM" TO FIM-CONS.
           IF   FIM-CONS    NOT EQUAL  "SIM"
                MOVE CPF-CONS  TO  CPF-BUSCA
                MOVE ZEROS     TO  COD-BUSCA
                PERFORM  BUSCA-PEDIDO
                IF   ACHOU-PED  EQUAL  "SIM"
                     ADD  1   TO   QT-CONS-TAB (IND-PED)
                ELSE
                     MOVE REG-CONS  TO  REG-CONS-NOVO
                     WRITE REG-CONS-NOVO.

       GRAVA-TRAILER-CADCLI2.

           MOVE      "TRLR:"        TO   TRAILER-ID-NOVO.
                     CLIUNIN
                     XREFCLI
                     XREFCLIN
                     CONSENT
                     CONSENTN
                     REL-PROTOCOLO.

       IMPRIME-PROTOCOLO.
           MOVE      QT-CADENT-TAB (CTR-PED)  TO  QT-ENT-LIN.
           MOVE      QT-CLIUNI-TAB (CTR-PED)  TO  QT-UNI-LIN.
           MOVE      QT-XREF-TAB (CTR-PED)    TO  QT-XRF-LIN.
           MOVE      QT-CONS-TAB (CTR-PED)    TO  QT-CNS-LIN.
           WRITE     REG-REL FROM LINHA-AFETADOS
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-PED.
