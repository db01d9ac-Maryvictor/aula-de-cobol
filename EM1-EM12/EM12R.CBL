       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12R.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONFERENCIA DOS RECIBOS DOS EVENTOS DE FOLHA ENVIADOS
      *          PELO EX12X. CARREGA O ARQUIVO DE PROTOCOLO DEVOLVIDO
      *          (PROTOCOLO.DAT - SEQUENCIA DO EVENTO, SITUACAO "A"
      *          ACEITO OU "R" REJEITADO, NUMERO DO RECIBO E MOTIVO DA
      *          REJEICAO) E PERCORRE O CONTROLE DE ENVIADOS
      *          (EVENTOS-CTL.DAT), LISTANDO EM REL-RECIBOS OS EVENTOS
      *          REJEITADOS, COM O MOTIVO, E OS QUE NUNCA TIVERAM
      *          RETORNO. PROTOCOLOS DE SEQUENCIAS QUE NAO CONSTAM DO
      *          CONTROLE TAMBEM SAO LISTADOS. HAVENDO MAIS DE UM
      *          RETORNO PARA O MESMO EVENTO VALE O ULTIMO DO ARQUIVO.
      *          EVENTO REJEITADO CONTINUA NO CONTROLE E NAO E GERADO
      *          DE NOVO PELO EX12X: A CORRECAO E O REENVIO SAO FEITOS
      *          A PARTIR DESTE RELATORIO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PROTOCOLO ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL EVENTOS-CTL ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-RECIBOS ASSIGN TO   DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PROTOCOLO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PROTOCOLO.DAT".

       01  REG-PROT.
             02 SEQ-PROT        PIC 9(07).
             02 STATUS-PROT     PIC X(01).
             02 RECIBO-PROT     PIC X(20).
             02 MOTIVO-PROT     PIC X(40).

       FD  EVENTOS-CTL
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "EVENTOS-CTL.DAT".

       01  REG-CTL.
             02 SEQ-CTL         PIC 9(07).
             02 CHAVE-CTL.
                03 TIPO-CTL        PIC X(06).
                03 MATRICULA-CTL   PIC 9(05).
                03 DATA-REF-CTL    PIC 9(08).
             02 LOTE-CTL        PIC 9(05).
             02 DATA-ENVIO-CTL  PIC 9(08).

       FD  REL-RECIBOS
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-PROT         PIC X(03)     VALUE   "NAO".
       77  FIM-CTL          PIC X(03)     VALUE   "NAO".
       77  QT-PROT          PIC 9(04)     VALUE   ZEROS.
       77  CTR-PROT         PIC 9(04)     VALUE   ZEROS.
       77  IND-PROT         PIC 9(04)     VALUE   ZEROS.
       77  ACHOU-PROT       PIC X(03)     VALUE   "NAO".
       77  CT-ENVIADOS      PIC 9(07)     VALUE   ZEROS.
       77  CT-ACEITOS       PIC 9(07)     VALUE   ZEROS.
       77  CT-REJEITADOS    PIC 9(07)     VALUE   ZEROS.
       77  CT-SEM-RETORNO   PIC 9(07)     VALUE   ZEROS.
       77  CT-SEM-EVENTO    PIC 9(07)     VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  TAB-PROTOCOLO.
           02 PROT-TAB                    OCCURS 5000 TIMES.
              03 SEQ-PROT-TAB     PIC 9(07).
              03 STATUS-PROT-TAB  PIC X(01).
              03 MOTIVO-PROT-TAB  PIC X(40).
              03 USADO-PROT-TAB   PIC X(03).

       01  CAB-01.
           02 FILLER         PIC X(22) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE
                     "CONFERENCIA DOS RECIBOS DE EVENTOS ENVIADOS".
           02 FILLER         PIC X(14) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(04) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(08) VALUE "SEQ.".
           02 FILLER         PIC X(07) VALUE "EVENTO".
           02 FILLER         PIC X(06) VALUE "MAT.".
           02 FILLER         PIC X(09) VALUE "REFER.".
           02 FILLER         PIC X(06) VALUE "LOTE".
           02 FILLER         PIC X(13) VALUE "SITUACAO".
           02 FILLER         PIC X(41) VALUE "MOTIVO".

       01  DETALHE.
           02 SEQ-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 EVENTO-DET     PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-DET       PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LOTE-DET       PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SITUACAO-DET   PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-DET     PIC X(40).
           02 FILLER         PIC X(01) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TRL     PIC X(30).
           02 QTDE-TRL       PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(46) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX12R.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                      UNTIL     FIM-CTL    EQUAL    "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           PERFORM    CARGA-PROTOCOLO.
           OPEN INPUT        EVENTOS-CTL
               OUTPUT        REL-RECIBOS.
           PERFORM    LEITURA-CONTROLE.

       CARGA-PROTOCOLO.

           OPEN INPUT       PROTOCOLO.
           PERFORM    LEITURA-PROTOCOLO
                      UNTIL     FIM-PROT   EQUAL    "SIM".
           CLOSE      PROTOCOLO.

       LEITURA-PROTOCOLO.

           READ PROTOCOLO
                AT END
                MOVE "SIM" TO FIM-PROT.
           IF   FIM-PROT    NOT EQUAL  "SIM"
                PERFORM ANOTA-PROTOCOLO.

       ANOTA-PROTOCOLO.

           IF   QT-PROT  NOT LESS THAN 5000
                DISPLAY "PROTOCOLO EXCEDE A TABELA DE 5000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1                 TO  QT-PROT.
           MOVE SEQ-PROT          TO  SEQ-PROT-TAB    (QT-PROT).
           MOVE STATUS-PROT       TO  STATUS-PROT-TAB (QT-PROT).
           MOVE MOTIVO-PROT       TO  MOTIVO-PROT-TAB (QT-PROT).
           MOVE "NAO"             TO  USADO-PROT-TAB  (QT-PROT).

       LEITURA-CONTROLE.

           READ EVENTOS-CTL
                AT END
                MOVE "SIM" TO FIM-CTL.

       PRINCIPAL.

           ADD       1              TO   CT-ENVIADOS.
           PERFORM   BUSCA-PROTOCOLO.
           IF        ACHOU-PROT     EQUAL  "NAO"
                     PERFORM  LISTA-SEM-RETORNO
           ELSE
                     PERFORM  CONFERE-RETORNO.
           PERFORM   LEITURA-CONTROLE.

       BUSCA-PROTOCOLO.

           MOVE      "NAO"          TO   ACHOU-PROT.
           MOVE      ZEROS          TO   IND-PROT.
           MOVE      1              TO   CTR-PROT.
           PERFORM   PESQUISA-PROTOCOLO  QT-PROT  TIMES.

       PESQUISA-PROTOCOLO.

           IF        SEQ-CTL        EQUAL  SEQ-PROT-TAB (CTR-PROT)
                     MOVE  "SIM"    TO   ACHOU-PROT
                     MOVE  "SIM"    TO   USADO-PROT-TAB (CTR-PROT)
                     MOVE  CTR-PROT TO   IND-PROT.
           ADD       1              TO   CTR-PROT.

       LISTA-SEM-RETORNO.

           ADD       1              TO   CT-SEM-RETORNO.
           MOVE      "SEM RETORNO"  TO   SITUACAO-DET.
           MOVE      SPACES         TO   MOTIVO-DET.
           PERFORM   IMPRESSAO.

       CONFERE-RETORNO.

           IF        STATUS-PROT-TAB (IND-PROT)  EQUAL  "A"
                     ADD   1        TO   CT-ACEITOS
           ELSE
                     PERFORM  LISTA-REJEITADO.

       LISTA-REJEITADO.

           ADD       1              TO   CT-REJEITADOS.
           MOVE      "REJEITADO"    TO   SITUACAO-DET.
           MOVE      MOTIVO-PROT-TAB (IND-PROT)  TO  MOTIVO-DET.
           PERFORM   IMPRESSAO.

       IMPRESSAO.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      SEQ-CTL        TO   SEQ-DET.
           MOVE      TIPO-CTL       TO   EVENTO-DET.
           MOVE      MATRICULA-CTL  TO   MATRICULA-DET.
           MOVE      DATA-REF-CTL   TO   DATA-DET.
           MOVE      LOTE-CTL       TO   LOTE-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *    RETORNOS CUJA SEQUENCIA NAO FOI ACHADA NO CONTROLE.

       LISTA-SOBRAS.

           IF        USADO-PROT-TAB (CTR-PROT)   EQUAL  "NAO"
                     PERFORM  LISTA-SEM-EVENTO.
           ADD       1              TO   CTR-PROT.

       LISTA-SEM-EVENTO.

           ADD       1              TO   CT-SEM-EVENTO.
           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      SPACES         TO   DETALHE.
           MOVE      SEQ-PROT-TAB (CTR-PROT)     TO   SEQ-DET.
           MOVE      "SEM EVENTO"   TO   SITUACAO-DET.
           MOVE      MOTIVO-PROT-TAB (CTR-PROT)  TO   MOTIVO-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.

       TERMINO.

           MOVE      1              TO   CTR-PROT.
           PERFORM   LISTA-SOBRAS   QT-PROT  TIMES.
           IF        CT-LIN GREATER THAN 24
                     PERFORM CABECALHO.
           MOVE      "EVENTOS ENVIADOS............: " TO ROTULO-TRL.
           MOVE      CT-ENVIADOS    TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      "ACEITOS.....................: " TO ROTULO-TRL.
           MOVE      CT-ACEITOS     TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "REJEITADOS..................: " TO ROTULO-TRL.
           MOVE      CT-REJEITADOS  TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "SEM RETORNO.................: " TO ROTULO-TRL.
           MOVE      CT-SEM-RETORNO TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "RETORNOS SEM EVENTO.........: " TO ROTULO-TRL.
           MOVE      CT-SEM-EVENTO  TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           DISPLAY   "EVENTOS REJEITADOS: " CT-REJEITADOS
                     "  SEM RETORNO: " CT-SEM-RETORNO.
           CLOSE       EVENTOS-CTL
                       REL-RECIBOS.
