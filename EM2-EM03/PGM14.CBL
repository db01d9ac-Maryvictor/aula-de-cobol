       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM14.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DOS CUSTOS DE FORNECEDOR DOS PACOTES DA
      *          TURISMAR (CUSTOS.DAT, UM REGISTRO POR PACOTE, COM A
      *          MESMA CHAVE DO PACOTES.DAT DO PGM08). CUSTOS FIXOS DA
      *          SAIDA: FRETAMENTO DO ONIBUS E GUIA; CUSTOS POR
      *          PASSAGEIRO: DIARIA DO HOTEL POR QUARTO, DIVIDIDA PELOS
      *          PASSAGEIROS POR QUARTO E MULTIPLICADA PELAS NOITES, E
      *          SEGURO VIAGEM. APLICA TRANSACOES I/A/E DE TRANCUS.DAT,
      *          ORDENADO POR CODIGO COMO O MESTRE, GERANDO CUSTOS2.DAT
      *          E O LOG LOGCUS.DAT, NO MESMO DESENHO DE CASAMENTO E
      *          AUTORIZACAO DE OPERADOR DO PGM08. A RENTABILIDADE POR
      *          SAIDA E IMPRESSA PELO PGM15.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL CUSTOS  ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRANCUS          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CUSTOS2          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   LOG-MANUT        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CUSTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CUSTOS.DAT".

       01  REG-CUS.
             02 COD-CUS        PIC 9(04).
             02 ONIBUS-CUS     PIC 9(05)V99.
             02 GUIA-CUS       PIC 9(05)V99.
             02 DIARIA-CUS     PIC 9(04)V99.
             02 NOITES-CUS     PIC 9(02).
             02 OCUP-CUS       PIC 9(01).
             02 SEGURO-CUS     PIC 9(03)V99.

       FD  TRANCUS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANCUS.DAT".

       01  REG-TRANS.
             02 COD-TRANS      PIC 9(04).
             02 TIPO-TRANS     PIC X(01).
             02 ONIBUS-TRANS   PIC 9(05)V99.
             02 GUIA-TRANS     PIC 9(05)V99.
             02 DIARIA-TRANS   PIC 9(04)V99.
             02 NOITES-TRANS   PIC 9(02).
             02 OCUP-TRANS     PIC 9(01).
             02 SEGURO-TRANS   PIC 9(03)V99.

       FD  CUSTOS2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CUSTOS2.DAT".

       01  REG-NOVO.
             02 COD-NOVO       PIC 9(04).
             02 ONIBUS-NOVO    PIC 9(05)V99.
             02 GUIA-NOVO      PIC 9(05)V99.
             02 DIARIA-NOVO    PIC 9(04)V99.
             02 NOITES-NOVO    PIC 9(02).
             02 OCUP-NOVO      PIC 9(01).
             02 SEGURO-NOVO    PIC 9(03)V99.

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGCUS.DAT".

       01  REG-LOG.
             02 COD-LOG        PIC 9(04).
             02 TIPO-LOG       PIC X(01).
             02 STATUS-LOG     PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG       PIC X(06).

       FD  AUTORIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT       PIC X(06).
             02 PROG-AUT       PIC X(08).
             02 TIPOS-AUT      PIC X(04).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)    VALUE "NAO".
       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  CHAVE-MESTRE     PIC 9(04)    VALUE ZEROS.
       77  CHAVE-TRANS      PIC 9(04)    VALUE ZEROS.
       77  MESTRE-ATIVO     PIC X(03)    VALUE "NAO".
       77  CHAVE-TRANS-ANT  PIC 9(04)    VALUE ZEROS.
       77  FIM-AUT          PIC X(03)    VALUE "NAO".
       77  ACHOU-AUT        PIC X(03)    VALUE "NAO".
       77  OPERADOR         PIC X(06)    VALUE SPACES.
       77  PROGRAMA-AUT     PIC X(08)    VALUE "PGM14".
       77  TIPOS-PERMITIDOS PIC X(04)    VALUE SPACES.
       77  CTR-AUT          PIC 9(01)    VALUE ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)    VALUE "NAO".
       77  CHAVE-ATUAL      PIC 9(04)    VALUE ZEROS.

       01  AREA-ATUAL.
           02 COD-AT         PIC 9(04).
           02 ONIBUS-AT      PIC 9(05)V99.
           02 GUIA-AT        PIC 9(05)V99.
           02 DIARIA-AT      PIC 9(04)V99.
           02 NOITES-AT      PIC 9(02).
           02 OCUP-AT        PIC 9(01).
           02 SEGURO-AT      PIC 9(03)V99.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                     DIVISION.

       PGM-PGM14.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           OPEN INPUT        CUSTOS
                              TRANCUS
               OUTPUT        CUSTOS2
                              LOG-MANUT.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM       LEITURA-MESTRE.
           PERFORM       LEITURA-TRANS.

       VERIFICA-OPERADOR.

           DISPLAY "INFORME O CODIGO DO OPERADOR: ".
           ACCEPT    OPERADOR.
           OPEN INPUT        AUTORIZA.
           PERFORM   LEITURA-AUTORIZA
                     UNTIL     FIM-AUT   EQUAL   "SIM".
           CLOSE     AUTORIZA.
           IF        ACHOU-AUT EQUAL "NAO"
                     DISPLAY "OPERADOR " OPERADOR
                             " SEM AUTORIZACAO PARA " PROGRAMA-AUT
                     MOVE    8            TO   RETURN-CODE
                     STOP RUN.

       LEITURA-AUTORIZA.

           READ AUTORIZA
                    AT END
                    MOVE    "SIM"    TO   FIM-AUT.
           IF    FIM-AUT       NOT EQUAL "SIM"
                 AND OPER-AUT  EQUAL     OPERADOR
                 AND PROG-AUT  EQUAL     PROGRAMA-AUT
                 MOVE    "SIM"        TO   ACHOU-AUT
                 MOVE    TIPOS-AUT    TO   TIPOS-PERMITIDOS.

       VERIFICA-TIPO-AUTORIZADO.

           MOVE      "NAO"          TO   TIPO-PERMITIDO.
           MOVE      1              TO   CTR-AUT.
           PERFORM   TESTA-TIPO-AUT      4  TIMES.

       TESTA-TIPO-AUT.

           IF    TIPOS-PERMITIDOS (CTR-AUT:1)  EQUAL  TIPO-TRANS
                 MOVE    "SIM"        TO   TIPO-PERMITIDO.
           ADD       1              TO   CTR-AUT.

       LEITURA-MESTRE.

           READ CUSTOS
                    AT END
                    MOVE    "SIM"    TO   FIM-MESTRE.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    9999         TO   CHAVE-MESTRE
           ELSE
                 MOVE    COD-CUS      TO   CHAVE-MESTRE.

       LEITURA-TRANS.

           READ TRANCUS
                    AT END
                    MOVE    "SIM"    TO   FIM-TRANS.
           IF    FIM-TRANS     EQUAL    "SIM"
                 MOVE    9999         TO   CHAVE-TRANS
           ELSE
                 MOVE    COD-TRANS    TO   CHAVE-TRANS
                 PERFORM VERIFICA-SEQUENCIA
                 MOVE    CHAVE-TRANS  TO   CHAVE-TRANS-ANT.

       VERIFICA-SEQUENCIA.

           IF    CHAVE-TRANS   LESS THAN   CHAVE-TRANS-ANT
                 DISPLAY "TRANCUS FORA DE SEQUENCIA NA CHAVE "
                         CHAVE-TRANS " - EXECUCAO ABORTADA."
                 MOVE    8            TO   RETURN-CODE
                 PERFORM FIM
                 STOP RUN.

       PRINCIPAL.

           IF        CHAVE-MESTRE   NOT GREATER THAN  CHAVE-TRANS
                     MOVE    REG-CUS        TO    AREA-ATUAL
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     MOVE    CHAVE-MESTRE   TO    CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE
           ELSE
                     MOVE    CHAVE-TRANS    TO    CHAVE-ATUAL
                     MOVE    "NAO"          TO    MESTRE-ATIVO.
           PERFORM   APLICA-TRANSACOES
                     UNTIL   CHAVE-TRANS  NOT EQUAL  CHAVE-ATUAL.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM GRAVA-ATUAL.

       APLICA-TRANSACOES.

           PERFORM   VERIFICA-TIPO-AUTORIZADO.
           IF        TIPO-PERMITIDO EQUAL    "NAO"
                     PERFORM GRAVA-LOG-NAO-AUT
           ELSE
           IF        TIPO-TRANS     EQUAL    "I"
                     PERFORM        TRATA-INCLUSAO
           ELSE
           IF        TIPO-TRANS     EQUAL    "A"
                     PERFORM        TRATA-ALTERACAO
           ELSE
           IF        TIPO-TRANS     EQUAL    "E"
                     PERFORM        TRATA-EXCLUSAO
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.
           PERFORM   LEITURA-TRANS.

       TRATA-INCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "NAO"
                     PERFORM MOVE-TRANS-PARA-AREA
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM MOVE-TRANS-PARA-AREA
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-EXCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    "NAO"          TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       MOVE-TRANS-PARA-AREA.

           MOVE      COD-TRANS      TO    COD-AT.
           MOVE      ONIBUS-TRANS   TO    ONIBUS-AT.
           MOVE      GUIA-TRANS     TO    GUIA-AT.
           MOVE      DIARIA-TRANS   TO    DIARIA-AT.
           MOVE      NOITES-TRANS   TO    NOITES-AT.
           MOVE      OCUP-TRANS     TO    OCUP-AT.
           MOVE      SEGURO-TRANS   TO    SEGURO-AT.

       GRAVA-ATUAL.

           MOVE      COD-AT         TO    COD-NOVO.
           MOVE      ONIBUS-AT      TO    ONIBUS-NOVO.
           MOVE      GUIA-AT        TO    GUIA-NOVO.
           MOVE      DIARIA-AT      TO    DIARIA-NOVO.
           MOVE      NOITES-AT      TO    NOITES-NOVO.
           MOVE      OCUP-AT        TO    OCUP-NOVO.
           MOVE      SEGURO-AT      TO    SEGURO-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.

           MOVE      COD-TRANS      TO    COD-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      "APLICADA"     TO    STATUS-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-REJEITADA.

           MOVE      COD-TRANS      TO    COD-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      "REJEITADA"    TO    STATUS-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-NAO-AUT.

           MOVE      COD-TRANS      TO    COD-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      "NAO-AUTOR"    TO    STATUS-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       FIM.

           CLOSE       CUSTOS
                       TRANCUS
                       CUSTOS2
                       LOG-MANUT.
