       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM17.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO CADASTRO DE CONSENTIMENTO DE MARKETING
      *          DOS CLIENTES DA TURISMAR (CONSENT.DAT), UM REGISTRO
      *          POR CPF E CANAL (T TELEFONE, C CORREIO, E E-MAIL), COM
      *          A SITUACAO (S ACEITA, N RECUSA), A DATA EM QUE O
      *          CLIENTE SE MANIFESTOU E A ORIGEM (LOJA, SITE, FONE,
      *          FORMULARIO...). APLICA TRANSACOES I/A/E DE
      *          TRANCONS.DAT, ORDENADO POR CPF E CANAL COMO O MESTRE,
      *          GERANDO CONSENT2.DAT, NO MESMO DESENHO DE CASAMENTO E
      *          AUTORIZACAO DE OPERADOR DO PGM08. TRANSACAO COM CANAL,
      *          SITUACAO OU DATA INVALIDOS E REJEITADA. O LOG
      *          LOGCONS.DAT GUARDA, POR TRANSACAO, A SITUACAO ANTES E
      *          DEPOIS, A DATA, A ORIGEM E O OPERADOR -- A PROVA DE
      *          QUANDO E COMO O CONSENTIMENTO FOI DADO OU RETIRADO. AS
      *          LISTAS DE CAMPANHA (PGM06) DEIXAM DE FORA QUEM RECUSOU
      *          O CANAL E O PGM11 ELIMINA OS REGISTROS JUNTO COM O
      *          RESTO DOS DADOS DA PESSOA.
      *          O LOGCONS.DAT E ABERTO EM EXTEND, COMO O LOG DO EM08M,
      *          PARA QUE A PROVA DO CONSENTIMENTO SE ACUMULE ENTRE AS
      *          RODADAS EM VEZ DE SER REGRAVADA.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL CONSENT ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRANCONS         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CONSENT2         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOG-MANUT ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CONSENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CONSENT.DAT".

       01  REG-CONS.
             02 CHAVE-CONS.
                03 CPF-CONS      PIC 9(11).
                03 CANAL-CONS    PIC X(01).
             02 SIT-CONS      PIC X(01).
             02 DATA-CONS     PIC 9(08).
             02 ORIGEM-CONS   PIC X(10).

       FD  TRANCONS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANCONS.DAT".

       01  REG-TRANS.
             02 CHAVE-TRANS-REG.
                03 CPF-TRANS     PIC 9(11).
                03 CANAL-TRANS   PIC X(01).
             02 TIPO-TRANS     PIC X(01).
             02 SIT-TRANS      PIC X(01).
             02 DATA-TRANS     PIC 9(08).
             02 ORIGEM-TRANS   PIC X(10).

       FD  CONSENT2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CONSENT2.DAT".

       01  REG-NOVO.
             02 CPF-NOVO       PIC 9(11).
             02 CANAL-NOVO     PIC X(01).
             02 SIT-NOVO       PIC X(01).
             02 DATA-NOVO      PIC 9(08).
             02 ORIGEM-NOVO    PIC X(10).

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGCONS.DAT".

       01  REG-LOG.
             02 CPF-LOG        PIC 9(11).
             02 CANAL-LOG      PIC X(01).
             02 TIPO-LOG       PIC X(01).
             02 STATUS-LOG     PIC X(09).
             02 SIT-ANT-LOG    PIC X(01).
             02 SIT-NOVA-LOG   PIC X(01).
             02 DATA-CONS-LOG  PIC 9(08).
             02 ORIGEM-LOG     PIC X(10).
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
       77  CHAVE-MESTRE     PIC X(12)    VALUE SPACES.
       77  CHAVE-TRANS      PIC X(12)    VALUE SPACES.
       77  MESTRE-ATIVO     PIC X(03)    VALUE "NAO".
       77  CHAVE-TRANS-ANT  PIC X(12)    VALUE SPACES.
       77  FIM-AUT          PIC X(03)    VALUE "NAO".
       77  ACHOU-AUT        PIC X(03)    VALUE "NAO".
       77  OPERADOR         PIC X(06)    VALUE SPACES.
       77  PROGRAMA-AUT     PIC X(08)    VALUE "PGM17".
       77  TIPOS-PERMITIDOS PIC X(04)    VALUE SPACES.
       77  CTR-AUT          PIC 9(01)    VALUE ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)    VALUE "NAO".
       77  CHAVE-ATUAL      PIC X(12)    VALUE SPACES.
       77  TRANS-VALIDA     PIC X(03)    VALUE "NAO".
       77  SIT-ANTERIOR     PIC X(01)    VALUE SPACES.

       01  AREA-ATUAL.
           02 CPF-AT         PIC 9(11).
           02 CANAL-AT       PIC X(01).
           02 SIT-AT         PIC X(01).
           02 DATA-AT        PIC 9(08).
           02 ORIGEM-AT      PIC X(10).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                     DIVISION.

       PGM-PGM17.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           OPEN INPUT        CONSENT
                              TRANCONS
               OUTPUT        CONSENT2
               EXTEND        LOG-MANUT.
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

           READ CONSENT
                    AT END
                    MOVE    "SIM"    TO   FIM-MESTRE.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-MESTRE
           ELSE
                 MOVE    CHAVE-CONS   TO   CHAVE-MESTRE.

       LEITURA-TRANS.

           READ TRANCONS
                    AT END
                    MOVE    "SIM"    TO   FIM-TRANS.
           IF    FIM-TRANS     EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-TRANS
           ELSE
                 MOVE    CHAVE-TRANS-REG TO CHAVE-TRANS
                 PERFORM VERIFICA-SEQUENCIA
                 MOVE    CHAVE-TRANS  TO   CHAVE-TRANS-ANT.

       VERIFICA-SEQUENCIA.

           IF    CHAVE-TRANS   LESS THAN   CHAVE-TRANS-ANT
                 DISPLAY "TRANCONS FORA DE SEQUENCIA NA CHAVE "
                         CHAVE-TRANS " - EXECUCAO ABORTADA."
                 MOVE    8            TO   RETURN-CODE
                 PERFORM FIM
                 STOP RUN.

       PRINCIPAL.

           IF        CHAVE-MESTRE   NOT GREATER THAN  CHAVE-TRANS
                     MOVE    REG-CONS       TO    AREA-ATUAL
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
           PERFORM   VALIDA-TRANSACAO.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    SIT-AT         TO    SIT-ANTERIOR
           ELSE
                     MOVE    SPACES         TO    SIT-ANTERIOR.
           IF        TIPO-PERMITIDO EQUAL    "NAO"
                     PERFORM GRAVA-LOG-NAO-AUT
           ELSE
           IF        TRANS-VALIDA   EQUAL    "NAO"
                     PERFORM GRAVA-LOG-REJEITADA
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

      *    CANAL T, C OU E; NA INCLUSAO E NA ALTERACAO A SITUACAO
      *    DEVE SER S OU N E A DATA DA MANIFESTACAO DO CLIENTE DEVE
      *    SER INFORMADA (NAO POSTERIOR A DATA DA RODADA).

       VALIDA-TRANSACAO.

           MOVE      "SIM"          TO    TRANS-VALIDA.
           IF        CANAL-TRANS  NOT EQUAL  "T"
                AND  CANAL-TRANS  NOT EQUAL  "C"
                AND  CANAL-TRANS  NOT EQUAL  "E"
                     MOVE    "NAO"          TO    TRANS-VALIDA.
           IF        TIPO-TRANS   EQUAL  "I"
                OR   TIPO-TRANS   EQUAL  "A"
                     IF   SIT-TRANS  NOT EQUAL  "S"
                      AND SIT-TRANS  NOT EQUAL  "N"
                          MOVE  "NAO"  TO  TRANS-VALIDA
                     ELSE
                     IF   DATA-TRANS  NOT NUMERIC
                       OR DATA-TRANS  EQUAL  ZEROS
                       OR DATA-TRANS  GREATER THAN  HOJE
                          MOVE  "NAO"  TO  TRANS-VALIDA.

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

           MOVE      CPF-TRANS      TO    CPF-AT.
           MOVE      CANAL-TRANS    TO    CANAL-AT.
           MOVE      SIT-TRANS      TO    SIT-AT.
           MOVE      DATA-TRANS     TO    DATA-AT.
           MOVE      ORIGEM-TRANS   TO    ORIGEM-AT.

       GRAVA-ATUAL.

           MOVE      CPF-AT         TO    CPF-NOVO.
           MOVE      CANAL-AT       TO    CANAL-NOVO.
           MOVE      SIT-AT         TO    SIT-NOVO.
           MOVE      DATA-AT        TO    DATA-NOVO.
           MOVE      ORIGEM-AT      TO    ORIGEM-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.

           MOVE      "APLICADA"     TO    STATUS-LOG.
           PERFORM   GRAVA-LOG.

       GRAVA-LOG-REJEITADA.

           MOVE      "REJEITADA"    TO    STATUS-LOG.
           PERFORM   GRAVA-LOG.

       GRAVA-LOG-NAO-AUT.

           MOVE      "NAO-AUTOR"    TO    STATUS-LOG.
           PERFORM   GRAVA-LOG.

      *    O LOG DE AUDITORIA LEVA A SITUACAO ANTES E DEPOIS DA
      *    TRANSACAO (ESPACOS QUANDO NAO HAVIA OU DEIXOU DE HAVER
      *    REGISTRO) E OS DADOS DA MANIFESTACAO INFORMADOS.

       GRAVA-LOG.

           MOVE      CPF-TRANS      TO    CPF-LOG.
           MOVE      CANAL-TRANS    TO    CANAL-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      SIT-ANTERIOR   TO    SIT-ANT-LOG.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    SIT-AT         TO    SIT-NOVA-LOG
           ELSE
                     MOVE    SPACES         TO    SIT-NOVA-LOG.
           MOVE      DATA-TRANS     TO    DATA-CONS-LOG.
           MOVE      ORIGEM-TRANS   TO    ORIGEM-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       FIM.

           CLOSE       CONSENT
                       TRANCONS
                       CONSENT2
                       LOG-MANUT.
