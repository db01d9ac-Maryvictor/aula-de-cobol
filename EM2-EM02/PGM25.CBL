       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM25.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  GERA O ARQUIVO DE SOLICITACAO DE DEBITO AUTOMATICO
      *          REMDEB.DAT PARA O BANCO, NO MESMO DESENHO DE HEADER,
      *          DETALHE E TRAILER DA REMESSA DE COBRANCA DO PGM11.
      *          SELECIONA EM ABERTOS.DAT AS PARCELAS ABERTO/PARCIAL,
      *          PELO SALDO RESTANTE, QUE VENCEM DA DATA DA RODADA ATE
      *          N DIAS A FRENTE (N DE PARAM-DEBITO.DAT, PADRAO 10,
      *          CALENDARIO COMERCIAL 360/30 DO PGM08), DOS CLIENTES
      *          COM AUTORIZACAO ATIVA NO CADASTRO DEBAUT2.DAT (PGM24)
      *          E DATA DE INICIO ATE O VENCIMENTO. O CASAMENTO E POR
      *          CODIGO, COM OS DOIS ARQUIVOS NA ORDEM DO CADPAG. CADA
      *          PARCELA SOLICITADA E ANOTADA NO CONTROLE DEBENV.DAT
      *          (EXTEND) E NAO E SOLICITADA DE NOVO NAS RODADAS
      *          SEGUINTES -- NEM QUANDO O DEBITO E RECUSADO, CASO EM
      *          QUE A PARCELA VOLTA PARA O BOLETO (PGM26/PGM23). O
      *          NUMERO DA REMESSA E CONTROLADO EM SEQREMDEB.DAT.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL DEBAUT2 ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DEBENV  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-DEBITO ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL SEQREMDEB ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REMDEB           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  ABERTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE.
                03 VENC-ABE-AAAA   PIC 9(04).
                03 VENC-ABE-MM     PIC 9(02).
                03 VENC-ABE-DD     PIC 9(02).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
             02 SITUACAO-ABE    PIC X(07).

       FD  DEBAUT2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBAUT2.DAT".

       01  REG-DEB.
             02 COD-DEB        PIC 9(05).
             02 BANCO-DEB      PIC 9(03).
             02 AGENCIA-DEB    PIC 9(04).
             02 DVAG-DEB       PIC 9(01).
             02 CONTA-DEB      PIC 9(08).
             02 DVCT-DEB       PIC 9(01).
             02 INICIO-DEB     PIC 9(08).
             02 SITUACAO-DEB   PIC X(01).

       FD  DEBENV
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBENV.DAT".

       01  REG-DEBENV.
             02 CODIGO-ENV      PIC 9(05).
             02 PARCELA-ENV     PIC 9(02).
             02 VENC-ENV        PIC 9(08).
             02 VALOR-ENV       PIC 9(07)V9(02).
             02 REMESSA-ENV     PIC 9(05).
             02 DATA-ENV        PIC 9(08).

       FD  PARAM-DEBITO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-DEBITO.DAT".

       01  REG-PARAM-DEBITO.
             02 DIAS-DEB-PARAM  PIC 9(03).

       FD  SEQREMDEB
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "SEQREMDEB.DAT".

       01  REG-SEQREMDEB.
             02 ULT-SEQ-DEB     PIC 9(05).

       FD  REMDEB
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "REMDEB.DAT".

       01  REG-DEB-HEADER.
             02 TIPO-DEB-H      PIC X(01).
             02 DATA-DEB-H      PIC 9(08).
             02 SEQ-DEB-H       PIC 9(05).
             02 FILLER          PIC X(40).

       01  REG-DEB-DET.
             02 TIPO-DEB-D      PIC X(01).
             02 ITEM-DEB-D      PIC 9(05).
             02 CODIGO-DEB-D    PIC 9(05).
             02 PARCELA-DEB-D   PIC 9(02).
             02 BANCO-DEB-D     PIC 9(03).
             02 AGENCIA-DEB-D   PIC 9(04).
             02 DVAG-DEB-D      PIC 9(01).
             02 CONTA-DEB-D     PIC 9(08).
             02 DVCT-DEB-D      PIC 9(01).
             02 VALOR-DEB-D     PIC 9(07)V9(02).
             02 VENC-DEB-D      PIC 9(08).
             02 FILLER          PIC X(07).

       01  REG-DEB-TRAILER.
             02 TIPO-DEB-T      PIC X(01).
             02 QUANT-DEB-T     PIC 9(05).
             02 TOTAL-DEB-T     PIC 9(09)V9(02).
             02 FILLER          PIC X(37).

       WORKING-STORAGE SECTION.

       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-DEB          PIC X(03)    VALUE "NAO".
       77  FIM-ENV          PIC X(03)    VALUE "NAO".
       77  FIM-SEQ          PIC X(03)    VALUE "NAO".
       77  CHAVE-DEB        PIC 9(05)    VALUE ZEROS.
       77  SEQ-REMESSA      PIC 9(05)    VALUE ZEROS.
       77  CT-ITEM          PIC 9(05)    VALUE ZEROS.
       77  CT-JA-ENVIADOS   PIC 9(05)    VALUE ZEROS.
       77  WSALDO           PIC 9(05)V99 VALUE ZEROS.
       77  TOTAL-REMESSA    PIC 9(09)V99 VALUE ZEROS.
       77  DIAS-DEBITO      PIC 9(03)    VALUE 10.
       77  DIAS-FUTURO      PIC S9(06)   VALUE ZEROS.
       77  QT-ENV           PIC 9(04)    VALUE ZEROS.
       77  CTR-ENV          PIC 9(04)    VALUE ZEROS.
       77  JA-ENVIADO       PIC X(03)    VALUE "NAO".

       01  TAB-ENVIADOS.
           02 ITEM-ENV-TAB    OCCURS 5000 TIMES.
              03 CODIGO-ENV-TAB  PIC 9(05).
              03 PARCELA-ENV-TAB PIC 9(02).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                     DIVISION.

       PGM-PGM25.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ABE   EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-ENVIADOS.
           OPEN INPUT        ABERTOS
                             DEBAUT2
               OUTPUT        REMDEB
               EXTEND        DEBENV.
           PERFORM    LE-SEQUENCIA.
           PERFORM    GRAVA-HEADER.
           PERFORM    LEITURA-DEB.
           PERFORM    LEITURA-ABE.

       LE-PARAMETRO.

           OPEN      INPUT     PARAM-DEBITO.
           READ      PARAM-DEBITO
                     AT END
                     MOVE      ZEROS    TO   DIAS-DEB-PARAM.
           IF        DIAS-DEB-PARAM  NOT EQUAL  ZEROS
                     MOVE      DIAS-DEB-PARAM   TO  DIAS-DEBITO.
           CLOSE     PARAM-DEBITO.

       CARGA-ENVIADOS.

           OPEN INPUT       DEBENV.
           PERFORM    LEITURA-ENV
                      UNTIL     FIM-ENV    EQUAL    "SIM".
           CLOSE      DEBENV.

       LEITURA-ENV.

           READ DEBENV
                AT END
                MOVE "SIM" TO FIM-ENV.
           IF   FIM-ENV     NOT EQUAL  "SIM"
                IF   QT-ENV  NOT LESS THAN 5000
                     DISPLAY "DEBENV EXCEDE A TABELA DE 5000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-ENV
                     MOVE CODIGO-ENV    TO  CODIGO-ENV-TAB (QT-ENV)
                     MOVE PARCELA-ENV   TO  PARCELA-ENV-TAB (QT-ENV).

       LE-SEQUENCIA.

           OPEN      INPUT     SEQREMDEB.
           READ      SEQREMDEB
                     AT END
                     MOVE      "SIM"     TO     FIM-SEQ.
           IF        FIM-SEQ   NOT EQUAL "SIM"
                     MOVE      ULT-SEQ-DEB     TO     SEQ-REMESSA.
           CLOSE     SEQREMDEB.
           ADD       1         TO        SEQ-REMESSA.

       GRAVA-HEADER.

           MOVE      SPACES         TO     REG-DEB-HEADER.
           MOVE      "H"            TO     TIPO-DEB-H.
           MOVE      HOJE           TO     DATA-DEB-H.
           MOVE      SEQ-REMESSA    TO     SEQ-DEB-H.
           WRITE     REG-DEB-HEADER.

       LEITURA-ABE.

           READ ABERTOS
                    AT END
                    MOVE    "SIM"    TO   FIM-ABE.

       LEITURA-DEB.

           READ DEBAUT2
                    AT END
                    MOVE    "SIM"    TO   FIM-DEB.
           IF   FIM-DEB     EQUAL    "SIM"
                MOVE    99999       TO   CHAVE-DEB
           ELSE
                MOVE    COD-DEB     TO   CHAVE-DEB.

       PRINCIPAL.

           PERFORM   LEITURA-DEB
                     UNTIL  CHAVE-DEB  NOT LESS THAN  CODIGO-ABE.
           IF        CHAVE-DEB      EQUAL  CODIGO-ABE
                AND  SITUACAO-DEB   EQUAL  "A"
                AND (SITUACAO-ABE   EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  VALOR-ABE  GREATER THAN  PAGO-ABE
                AND  VENC-ABE   NOT LESS THAN  INICIO-DEB
                     PERFORM   SELECIONA-PARCELA.
           PERFORM   LEITURA-ABE.

       SELECIONA-PARCELA.

           COMPUTE DIAS-FUTURO =
                   (VENC-ABE-AAAA - HOJE-AAAA) * 360
                 + (VENC-ABE-MM   - HOJE-MM)   * 30
                 + (VENC-ABE-DD   - HOJE-DD).
           IF        DIAS-FUTURO    NOT LESS THAN  0          AND
                     DIAS-FUTURO    NOT GREATER THAN DIAS-DEBITO
                     PERFORM   VERIFICA-JA-ENVIADO
                     IF        JA-ENVIADO  EQUAL  "SIM"
                               ADD     1    TO   CT-JA-ENVIADOS
                     ELSE
                               PERFORM GRAVA-DETALHE.

       VERIFICA-JA-ENVIADO.

           MOVE      "NAO"     TO   JA-ENVIADO.
           MOVE      1         TO   CTR-ENV.
           PERFORM   PESQUISA-ENVIADO    QT-ENV  TIMES.

       PESQUISA-ENVIADO.

           IF        CODIGO-ABE   EQUAL  CODIGO-ENV-TAB (CTR-ENV)
                AND  PARCELA-ABE  EQUAL  PARCELA-ENV-TAB (CTR-ENV)
                     MOVE  "SIM"    TO  JA-ENVIADO.
           ADD       1         TO   CTR-ENV.

       GRAVA-DETALHE.

           COMPUTE   WSALDO  =  VALOR-ABE - PAGO-ABE.
           ADD       1              TO     CT-ITEM.
           MOVE      SPACES         TO     REG-DEB-DET.
           MOVE      "D"            TO     TIPO-DEB-D.
           MOVE      CT-ITEM        TO     ITEM-DEB-D.
           MOVE      CODIGO-ABE     TO     CODIGO-DEB-D.
           MOVE      PARCELA-ABE    TO     PARCELA-DEB-D.
           MOVE      BANCO-DEB      TO     BANCO-DEB-D.
           MOVE      AGENCIA-DEB    TO     AGENCIA-DEB-D.
           MOVE      DVAG-DEB       TO     DVAG-DEB-D.
           MOVE      CONTA-DEB      TO     CONTA-DEB-D.
           MOVE      DVCT-DEB       TO     DVCT-DEB-D.
           MOVE      WSALDO         TO     VALOR-DEB-D.
           MOVE      VENC-ABE       TO     VENC-DEB-D.
           WRITE     REG-DEB-DET.
           ADD       WSALDO         TO     TOTAL-REMESSA.
           MOVE      CODIGO-ABE     TO     CODIGO-ENV.
           MOVE      PARCELA-ABE    TO     PARCELA-ENV.
           MOVE      VENC-ABE       TO     VENC-ENV.
           MOVE      WSALDO         TO     VALOR-ENV.
           MOVE      SEQ-REMESSA    TO     REMESSA-ENV.
           MOVE      HOJE           TO     DATA-ENV.
           WRITE     REG-DEBENV.

       GRAVA-TRAILER.

           MOVE      SPACES         TO     REG-DEB-TRAILER.
           MOVE      "T"            TO     TIPO-DEB-T.
           MOVE      CT-ITEM        TO     QUANT-DEB-T.
           MOVE      TOTAL-REMESSA  TO     TOTAL-DEB-T.
           WRITE     REG-DEB-TRAILER.

       GRAVA-SEQUENCIA.

           OPEN      OUTPUT    SEQREMDEB.
           MOVE      SEQ-REMESSA    TO     ULT-SEQ-DEB.
           WRITE     REG-SEQREMDEB.
           CLOSE     SEQREMDEB.

       FIM.

           PERFORM   GRAVA-TRAILER.
           PERFORM   GRAVA-SEQUENCIA.
           DISPLAY   "REMESSA DE DEBITO " SEQ-REMESSA " GERADA COM "
                     CT-ITEM " PARCELAS.".
           DISPLAY   "PARCELAS JA SOLICITADAS : " CT-JA-ENVIADOS.
           CLOSE       ABERTOS
                       DEBAUT2
                       REMDEB
                       DEBENV.
