       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM24.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO CADASTRO DE AUTORIZACOES DE DEBITO
      *          AUTOMATICO EM CONTA (DEBAUT.DAT: CODIGO DO CLIENTE,
      *          BANCO, AGENCIA E CONTA COM OS DIGITOS, DATA DE INICIO
      *          E SITUACAO A-ATIVA OU S-SUSPENSA). APLICA TRANSACOES
      *          DE INCLUSAO (I), ALTERACAO (A) E EXCLUSAO (E) DO
      *          ARQUIVO TRANDEB, ORDENADO POR CODIGO COMO O MESTRE,
      *          GERANDO O NOVO MESTRE DEBAUT2.DAT E O LOG LOGDEB.DAT,
      *          NO MESMO CASAMENTO COM AREA DE TRABALHO DO PGM16,
      *          INCLUSIVE A CONFERENCIA DE ORDENACAO E A AUTORIZACAO
      *          DO OPERADOR EM AUTORIZA.DAT. INCLUSAO OU ALTERACAO
      *          SEM BANCO, AGENCIA OU CONTA, SEM DATA DE INICIO OU COM
      *          SITUACAO DIFERENTE DE A/S E REJEITADA NO LOG. AO
      *          FINAL SAI EM REL-DEBAUT A LISTAGEM DO CADASTRO NOVO.
      *          O DEBAUT2 E LIDO PELO PGM25, QUE GERA O ARQUIVO DE
      *          DEBITO PARA O BANCO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL DEBAUT  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRANDEB          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   DEBAUT2          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   LOG-MANUT        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-DEBAUT       ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  DEBAUT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBAUT.DAT".

       01  REG-DEB.
             02 COD-DEB        PIC 9(05).
             02 BANCO-DEB      PIC 9(03).
             02 AGENCIA-DEB    PIC 9(04).
             02 DVAG-DEB       PIC 9(01).
             02 CONTA-DEB      PIC 9(08).
             02 DVCT-DEB       PIC 9(01).
             02 INICIO-DEB     PIC 9(08).
             02 SITUACAO-DEB   PIC X(01).

       FD  TRANDEB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANDEB.DAT".

       01  REG-TRANS.
             02 COD-TRANS      PIC 9(05).
             02 TIPO-TRANS     PIC X(01).
             02 BANCO-TRANS    PIC 9(03).
             02 AGENCIA-TRANS  PIC 9(04).
             02 DVAG-TRANS     PIC 9(01).
             02 CONTA-TRANS    PIC 9(08).
             02 DVCT-TRANS     PIC 9(01).
             02 INICIO-TRANS   PIC 9(08).
             02 SITUACAO-TRANS PIC X(01).

       FD  DEBAUT2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBAUT2.DAT".

       01  REG-NOVO.
             02 COD-NOVO       PIC 9(05).
             02 BANCO-NOVO     PIC 9(03).
             02 AGENCIA-NOVO   PIC 9(04).
             02 DVAG-NOVO      PIC 9(01).
             02 CONTA-NOVO     PIC 9(08).
             02 DVCT-NOVO      PIC 9(01).
             02 INICIO-NOVO    PIC 9(08).
             02 SITUACAO-NOVO  PIC X(01).

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGDEB.DAT".

       01  REG-LOG.
             02 COD-LOG        PIC 9(05).
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

       FD  REL-DEBAUT
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)    VALUE "NAO".
       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  CHAVE-MESTRE     PIC 9(05)    VALUE ZEROS.
       77  CHAVE-TRANS      PIC 9(05)    VALUE ZEROS.
       77  MESTRE-ATIVO     PIC X(03)    VALUE "NAO".
       77  CHAVE-TRANS-ANT  PIC 9(05)    VALUE ZEROS.
       77  FIM-AUT          PIC X(03)    VALUE "NAO".
       77  ACHOU-AUT        PIC X(03)    VALUE "NAO".
       77  OPERADOR         PIC X(06)    VALUE SPACES.
       77  PROGRAMA-AUT     PIC X(08)    VALUE "PGM24".
       77  TIPOS-PERMITIDOS PIC X(04)    VALUE SPACES.
       77  CTR-AUT          PIC 9(01)    VALUE ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)    VALUE "NAO".
       77  CHAVE-ATUAL      PIC 9(05)    VALUE ZEROS.
       77  PRIMEIRA-LIN     PIC X(03)    VALUE "SIM".
       77  DADOS-VALIDOS    PIC X(03)    VALUE "NAO".

       01  AREA-ATUAL.
           02 COD-AT         PIC 9(05).
           02 BANCO-AT       PIC 9(03).
           02 AGENCIA-AT     PIC 9(04).
           02 DVAG-AT        PIC 9(01).
           02 CONTA-AT       PIC 9(08).
           02 DVCT-AT        PIC 9(01).
           02 INICIO-AT      PIC 9(08).
           02 SITUACAO-AT    PIC X(01).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  CAB-DEBAUT.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                       "AUTORIZACOES DE DEBITO AUTOMATICO".
           02 FILLER         PIC X(25) VALUE SPACES.

       01  CAB-DEBAUT-02.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "CLIENTE".
           02 FILLER         PIC X(06) VALUE "BANCO".
           02 FILLER         PIC X(08) VALUE "AGENCIA".
           02 FILLER         PIC X(12) VALUE "CONTA".
           02 FILLER         PIC X(11) VALUE "INICIO".
           02 FILLER         PIC X(30) VALUE "SITUACAO".

       01  LINHA-DEBAUT.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 COD-LD         PIC 9(05).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 BANCO-LD       PIC 9(03).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 AGENCIA-LD     PIC 9(04).
           02 FILLER         PIC X(01) VALUE "-".
           02 DVAG-LD        PIC 9(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CONTA-LD       PIC 9(08).
           02 FILLER         PIC X(01) VALUE "-".
           02 DVCT-LD        PIC 9(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 INICIO-LD      PIC 9(08).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 SITUACAO-LD    PIC X(01).
           02 FILLER         PIC X(29) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-PGM24.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           OPEN INPUT        DEBAUT
                              TRANDEB
               OUTPUT        DEBAUT2
                              LOG-MANUT
                              REL-DEBAUT.

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

           READ DEBAUT
                    AT END
                    MOVE    "SIM"    TO   FIM-MESTRE.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    99999        TO   CHAVE-MESTRE
           ELSE
                 MOVE    COD-DEB      TO   CHAVE-MESTRE.

       LEITURA-TRANS.

           READ TRANDEB
                    AT END
                    MOVE    "SIM"    TO   FIM-TRANS.
           IF    FIM-TRANS     EQUAL    "SIM"
                 MOVE    99999        TO   CHAVE-TRANS
           ELSE
                 MOVE    COD-TRANS    TO   CHAVE-TRANS
                 PERFORM VERIFICA-SEQUENCIA
                 MOVE    CHAVE-TRANS  TO   CHAVE-TRANS-ANT.

       VERIFICA-SEQUENCIA.

           IF    CHAVE-TRANS   LESS THAN   CHAVE-TRANS-ANT
                 DISPLAY "TRANDEB FORA DE SEQUENCIA NA CHAVE "
                         CHAVE-TRANS " - EXECUCAO ABORTADA."
                 MOVE    8            TO   RETURN-CODE
                 PERFORM FIM
                 STOP RUN.

       PRINCIPAL.

           IF        CHAVE-MESTRE   NOT GREATER THAN  CHAVE-TRANS
                     MOVE    REG-DEB        TO    AREA-ATUAL
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

       VALIDA-DADOS.

           MOVE      "SIM"          TO    DADOS-VALIDOS.
           IF        BANCO-TRANS    EQUAL    ZEROS
                OR   AGENCIA-TRANS  EQUAL    ZEROS
                OR   CONTA-TRANS    EQUAL    ZEROS
                OR   INICIO-TRANS   EQUAL    ZEROS
                OR  (SITUACAO-TRANS NOT EQUAL "A"
                AND  SITUACAO-TRANS NOT EQUAL "S")
                     MOVE    "NAO"          TO    DADOS-VALIDOS.

       TRATA-INCLUSAO.

           PERFORM   VALIDA-DADOS.
           IF        MESTRE-ATIVO   EQUAL    "NAO"
                AND  DADOS-VALIDOS  EQUAL    "SIM"
                     PERFORM MOVE-TRANS-PARA-AREA
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.

           PERFORM   VALIDA-DADOS.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                AND  DADOS-VALIDOS  EQUAL    "SIM"
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
           MOVE      BANCO-TRANS    TO    BANCO-AT.
           MOVE      AGENCIA-TRANS  TO    AGENCIA-AT.
           MOVE      DVAG-TRANS     TO    DVAG-AT.
           MOVE      CONTA-TRANS    TO    CONTA-AT.
           MOVE      DVCT-TRANS     TO    DVCT-AT.
           MOVE      INICIO-TRANS   TO    INICIO-AT.
           MOVE      SITUACAO-TRANS TO    SITUACAO-AT.

       GRAVA-ATUAL.

           MOVE      AREA-ATUAL     TO    REG-NOVO.
           WRITE     REG-NOVO.
           PERFORM   IMPRIME-DEBAUT.

       IMPRIME-DEBAUT.

           IF        PRIMEIRA-LIN  EQUAL  "SIM"
                     WRITE  REG-REL FROM CAB-DEBAUT
                            AFTER ADVANCING PAGE
                     WRITE  REG-REL FROM CAB-DEBAUT-02
                            AFTER ADVANCING 2 LINES
                     MOVE   "NAO"   TO   PRIMEIRA-LIN.
           MOVE      COD-AT         TO    COD-LD.
           MOVE      BANCO-AT       TO    BANCO-LD.
           MOVE      AGENCIA-AT     TO    AGENCIA-LD.
           MOVE      DVAG-AT        TO    DVAG-LD.
           MOVE      CONTA-AT       TO    CONTA-LD.
           MOVE      DVCT-AT        TO    DVCT-LD.
           MOVE      INICIO-AT      TO    INICIO-LD.
           MOVE      SITUACAO-AT    TO    SITUACAO-LD.
           WRITE     REG-REL FROM LINHA-DEBAUT
                     AFTER ADVANCING 1 LINE.

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

           CLOSE       DEBAUT
                       TRANDEB
                       DEBAUT2
                       LOG-MANUT
                       REL-DEBAUT.
