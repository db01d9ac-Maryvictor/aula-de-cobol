       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PLANOCTB.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO PLANO DE CONTAS DA CONTABILIDADE
      *          (PLANOCTA.DAT: CONTA, DESCRICAO, GRUPO A-ATIVO,
      *          P-PASSIVO, L-PATRIMONIO LIQUIDO, R-RECEITA OU
      *          D-DESPESA, NATUREZA DO SALDO D/C E SITUACAO A-ATIVA
      *          OU I-INATIVA). APLICA TRANSACOES I/A/E DO ARQUIVO
      *          TRANPLA.DAT, ORDENADO PELA CONTA COMO O MESTRE,
      *          GERANDO O NOVO PLANOCTA2.DAT E O LOG DE AUDITORIA
      *          LOGPLA.DAT, NO MESMO DESENHO DE BALANCE LINE DO
      *          EX12O, COM OPERADOR CONFERIDO EM AUTORIZA.DAT.
      *          INCLUSAO E ALTERACAO EXIGEM DESCRICAO, GRUPO E
      *          NATUREZA VALIDOS. A EXCLUSAO E LOGICA: A CONTA FICA
      *          INATIVA (O RAZAO E OS SALDOS JA LANCADOS CONTINUAM
      *          APONTANDO PARA ELA) E O LANCACTB RECUSA NOVOS
      *          LANCAMENTOS NELA; UMA ALTERACAO REATIVA A CONTA.
      *          SEM TRANSACOES O MESTRE E APENAS COPIADO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PLANOCTA ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL TRANPLA ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   PLANOCTA2        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   LOG-MANUT        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PLANOCTA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PLANOCTA.DAT".

       01  REG-PLA.
             02 CONTA-PLA       PIC X(10).
             02 DESCR-PLA       PIC X(30).
             02 GRUPO-PLA       PIC X(01).
             02 NATUREZA-PLA    PIC X(01).
             02 SITUACAO-PLA    PIC X(01).

       FD  TRANPLA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANPLA.DAT".

       01  REG-TRANS.
             02 CONTA-TRANS     PIC X(10).
             02 TIPO-TRANS      PIC X(01).
             02 DESCR-TRANS     PIC X(30).
             02 GRUPO-TRANS     PIC X(01).
             02 NATUREZA-TRANS  PIC X(01).

       FD  PLANOCTA2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PLANOCTA2.DAT".

       01  REG-NOVO.
             02 CONTA-NOVO      PIC X(10).
             02 DESCR-NOVO      PIC X(30).
             02 GRUPO-NOVO      PIC X(01).
             02 NATUREZA-NOVO   PIC X(01).
             02 SITUACAO-NOVO   PIC X(01).

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGPLA.DAT".

       01  REG-LOG.
             02 CONTA-LOG       PIC X(10).
             02 TIPO-LOG        PIC X(01).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG        PIC X(06).
             02 DESCR-LOG       PIC X(30).

       FD  AUTORIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT        PIC X(06).
             02 PROG-AUT        PIC X(08).
             02 TIPOS-AUT       PIC X(04).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)     VALUE   "NAO".
       77  FIM-TRANS        PIC X(03)     VALUE   "NAO".
       77  CHAVE-MESTRE     PIC X(10)     VALUE   SPACES.
       77  CHAVE-TRANS      PIC X(10)     VALUE   SPACES.
       77  MESTRE-ATIVO     PIC X(03)     VALUE   "NAO".
       77  CHAVE-TRANS-ANT  PIC X(10)     VALUE   SPACES.
       77  FIM-AUT          PIC X(03)     VALUE   "NAO".
       77  ACHOU-AUT        PIC X(03)     VALUE   "NAO".
       77  OPERADOR         PIC X(06)     VALUE   SPACES.
       77  PROGRAMA-AUT     PIC X(08)     VALUE   "PLANOCTB".
       77  TIPOS-PERMITIDOS PIC X(04)     VALUE   SPACES.
       77  CTR-AUT          PIC 9(01)     VALUE   ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)     VALUE   "NAO".
       77  CHAVE-ATUAL      PIC X(10)     VALUE   SPACES.
       77  DADOS-VALIDOS    PIC X(03)     VALUE   "SIM".
       77  CT-APLICADAS     PIC 9(05)     VALUE   ZEROS.
       77  CT-REJEITADAS    PIC 9(05)     VALUE   ZEROS.

       01  AREA-ATUAL.
           02 CONTA-AT       PIC X(10).
           02 DESCR-AT       PIC X(30).
           02 GRUPO-AT       PIC X(01).
           02 NATUREZA-AT    PIC X(01).
           02 SITUACAO-AT    PIC X(01).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                                   DIVISION.

       PGM-PLANOCTB.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           OPEN INPUT        PLANOCTA
                              TRANPLA
               OUTPUT        PLANOCTA2
                              LOG-MANUT.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    LEITURA-MESTRE.
           PERFORM    LEITURA-TRANS.

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

           READ PLANOCTA
                    AT END
                    MOVE    "SIM"    TO   FIM-MESTRE.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-MESTRE
           ELSE
                 MOVE    CONTA-PLA    TO   CHAVE-MESTRE.

       LEITURA-TRANS.

           READ TRANPLA
                    AT END
                    MOVE    "SIM"    TO   FIM-TRANS.
           IF    FIM-TRANS     EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-TRANS
           ELSE
                 MOVE    CONTA-TRANS  TO   CHAVE-TRANS
                 PERFORM VERIFICA-SEQUENCIA
                 MOVE    CHAVE-TRANS  TO   CHAVE-TRANS-ANT.

       VERIFICA-SEQUENCIA.

           IF    CHAVE-TRANS   LESS THAN   CHAVE-TRANS-ANT
                 DISPLAY "TRANPLA FORA DE SEQUENCIA NA CONTA "
                         CHAVE-TRANS " - EXECUCAO ABORTADA."
                 MOVE    8            TO   RETURN-CODE
                 PERFORM FIM
                 STOP RUN.

       PRINCIPAL.

           IF        CHAVE-MESTRE   NOT GREATER THAN  CHAVE-TRANS
                     MOVE    REG-PLA         TO    AREA-ATUAL
                     MOVE    "SIM"           TO    MESTRE-ATIVO
                     MOVE    CHAVE-MESTRE    TO    CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE
           ELSE
                     MOVE    CHAVE-TRANS     TO    CHAVE-ATUAL
                     MOVE    "NAO"           TO    MESTRE-ATIVO.
           PERFORM   APLICA-TRANSACOES
                     UNTIL   CHAVE-TRANS  NOT EQUAL  CHAVE-ATUAL.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM GRAVA-ATUAL.

       APLICA-TRANSACOES.

           PERFORM   VERIFICA-TIPO-AUTORIZADO.
           PERFORM   VALIDA-DADOS.
           IF        TIPO-PERMITIDO EQUAL    "NAO"
                     PERFORM GRAVA-LOG-NAO-AUT
           ELSE
           IF        (TIPO-TRANS  EQUAL  "I"  OR  "A")
                AND  DADOS-VALIDOS EQUAL    "NAO"
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

       VALIDA-DADOS.

           MOVE      "SIM"           TO          DADOS-VALIDOS.
           IF        CONTA-TRANS     EQUAL        SPACES
                  OR DESCR-TRANS     EQUAL        SPACES
                     MOVE "NAO"      TO          DADOS-VALIDOS.
           IF        GRUPO-TRANS     NOT EQUAL "A" AND "P" AND "L"
                                           AND "R" AND "D"
                     MOVE "NAO"      TO          DADOS-VALIDOS.
           IF        NATUREZA-TRANS  NOT EQUAL "D" AND "C"
                     MOVE "NAO"      TO          DADOS-VALIDOS.

       TRATA-INCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "NAO"
                     MOVE    CONTA-TRANS      TO    CONTA-AT
                     PERFORM MOVE-DADOS-TRANS
                     MOVE    "SIM"            TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM MOVE-DADOS-TRANS
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-EXCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                AND  SITUACAO-AT    EQUAL    "A"
                     MOVE    "I"              TO    SITUACAO-AT
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       MOVE-DADOS-TRANS.

           MOVE      DESCR-TRANS    TO    DESCR-AT.
           MOVE      GRUPO-TRANS    TO    GRUPO-AT.
           MOVE      NATUREZA-TRANS TO    NATUREZA-AT.
           MOVE      "A"            TO    SITUACAO-AT.

       GRAVA-ATUAL.

           MOVE      AREA-ATUAL     TO    REG-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.

           PERFORM   MONTA-LOG.
           MOVE      "APLICADA"     TO    STATUS-LOG.
           WRITE     REG-LOG.
           ADD       1              TO    CT-APLICADAS.

       GRAVA-LOG-REJEITADA.

           PERFORM   MONTA-LOG.
           MOVE      "REJEITADA"    TO    STATUS-LOG.
           WRITE     REG-LOG.
           ADD       1              TO    CT-REJEITADAS.

       GRAVA-LOG-NAO-AUT.

           PERFORM   MONTA-LOG.
           MOVE      "NAO-AUTOR"    TO    STATUS-LOG.
           WRITE     REG-LOG.
           ADD       1              TO    CT-REJEITADAS.

       MONTA-LOG.

           MOVE      CONTA-TRANS    TO    CONTA-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           MOVE      DESCR-TRANS    TO    DESCR-LOG.

       FIM.

           DISPLAY   "TRANSACOES APLICADAS : " CT-APLICADAS.
           DISPLAY   "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           CLOSE       PLANOCTA
                       TRANPLA
                       PLANOCTA2
                       LOG-MANUT.
