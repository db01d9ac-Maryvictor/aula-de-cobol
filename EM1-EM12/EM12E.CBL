       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12E.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO CADASTRO DE CONTRATOS DE EMPRESTIMO
      *          CONSIGNADO (CONSIG.DAT: MATRICULA DO FUNCIONARIO,
      *          BANCO CREDOR, NUMERO DO CONTRATO, VALOR DA PARCELA,
      *          QUANTIDADE DE PARCELAS, PARCELAS JA PAGAS E SITUACAO
      *          A-ATIVO / Q-QUITADO / S-SUSPENSO). APLICA TRANSACOES
      *          I/A/E DO ARQUIVO TRANCONS.DAT, ORDENADO PELA CHAVE
      *          MATRICULA+BANCO+CONTRATO COMO O MESTRE, GERANDO O
      *          NOVO CONSIG2.DAT E O LOG DE AUDITORIA LOGCONS.DAT,
      *          NO MESMO DESENHO DO EX12D, COM OPERADOR CONFERIDO EM
      *          AUTORIZA.DAT. NA INCLUSAO A MATRICULA PRECISA EXISTIR
      *          NO CADFUN E O CONTRATO NASCE ATIVO; VALOR DA PARCELA
      *          ZERADO, QUANTIDADE ZERADA OU PAGAS ACIMA DA
      *          QUANTIDADE REJEITAM A TRANSACAO NO LOG. NA ALTERACAO
      *          A SITUACAO E RECALCULADA (QUITADO QUANDO AS PAGAS
      *          ALCANCAM A QUANTIDADE), MAS CONTRATO SUSPENSO PELO
      *          EX12H CONTINUA SUSPENSO. SEM TRANSACOES O MESTRE E
      *          APENAS COPIADO. E DESTE CADASTRO QUE EX12 DESCONTA A
      *          PARCELA DO MES E EX12H MONTA A REMESSA AOS BANCOS.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL CONSIG ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL TRANCONS ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CONSIG2 ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   LOG-MANUT ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CONSIG
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CONSIG.DAT".

       01  REG-CONS.
             02 CHAVE-CONS.
                03 MATRICULA-CONS  PIC 9(05).
                03 BANCO-CONS      PIC 9(03).
                03 CONTRATO-CONS   PIC X(12).
             02 VALOR-PARC-CONS PIC 9(05)V99.
             02 QT-PARC-CONS    PIC 9(03).
             02 PAGAS-CONS      PIC 9(03).
             02 SITUACAO-CONS   PIC X(01).

       FD  TRANCONS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "TRANCONS.DAT".

       01  REG-TRANS.
             02 CHAVE-TR.
                03 MATRICULA-TRANS PIC 9(05).
                03 BANCO-TRANS     PIC 9(03).
                03 CONTRATO-TRANS  PIC X(12).
             02 TIPO-TRANS      PIC X(01).
             02 VALOR-PARC-TRANS PIC 9(05)V99.
             02 QT-PARC-TRANS   PIC 9(03).
             02 PAGAS-TRANS     PIC 9(03).

       FD  CONSIG2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CONSIG2.DAT".

       01  REG-NOVO.
             02 CHAVE-NOVO      PIC X(20).
             02 VALOR-PARC-NOVO PIC 9(05)V99.
             02 QT-PARC-NOVO    PIC 9(03).
             02 PAGAS-NOVO      PIC 9(03).
             02 SITUACAO-NOVO   PIC X(01).

       FD  LOG-MANUT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "LOGCONS.DAT".

       01  REG-LOG.
             02 CODIGO-LOG      PIC 9(05).
             02 TIPO-LOG        PIC X(01).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG        PIC X(06).
             02 BANCO-LOG       PIC 9(03).
             02 CONTRATO-LOG    PIC X(12).

       FD  AUTORIZA
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT        PIC X(06).
             02 PROG-AUT        PIC X(08).
             02 TIPOS-AUT       PIC X(04).

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)     VALUE   "NAO".
       77  FIM-TRANS        PIC X(03)     VALUE   "NAO".
       77  CHAVE-MESTRE     PIC X(20)     VALUE   SPACES.
       77  CHAVE-TRANS      PIC X(20)     VALUE   SPACES.
       77  MESTRE-ATIVO     PIC X(03)     VALUE   "NAO".
       77  CHAVE-TRANS-ANT  PIC X(20)     VALUE   SPACES.
       77  FIM-AUT          PIC X(03)     VALUE   "NAO".
       77  ACHOU-AUT        PIC X(03)     VALUE   "NAO".
       77  OPERADOR         PIC X(06)     VALUE   SPACES.
       77  PROGRAMA-AUT     PIC X(08)     VALUE   "EX12E".
       77  TIPOS-PERMITIDOS PIC X(04)     VALUE   SPACES.
       77  CTR-AUT          PIC 9(01)     VALUE   ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)     VALUE   "NAO".
       77  CHAVE-ATUAL      PIC X(20)     VALUE   SPACES.
       77  DADOS-VALIDOS    PIC X(03)     VALUE   "SIM".
       77  FUNC-EXISTE      PIC X(03)     VALUE   "NAO".
       77  CT-APLICADAS     PIC 9(05)     VALUE   ZEROS.
       77  CT-REJEITADAS    PIC 9(05)     VALUE   ZEROS.

       01  AREA-ATUAL.
           02 CHAVE-AT       PIC X(20).
           02 VALOR-PARC-AT  PIC 9(05)V99.
           02 QT-PARC-AT     PIC 9(03).
           02 PAGAS-AT       PIC 9(03).
           02 SITUACAO-AT    PIC X(01).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                     DIVISION.

       PGM-EX12E.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           OPEN INPUT        CONSIG
                              TRANCONS
                              CADFUN
               OUTPUT        CONSIG2
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

           READ CONSIG
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
                 MOVE    CHAVE-TR     TO   CHAVE-TRANS
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
                     MOVE    CHAVE-CONS      TO    CHAVE-AT
                     MOVE    VALOR-PARC-CONS TO    VALOR-PARC-AT
                     MOVE    QT-PARC-CONS    TO    QT-PARC-AT
                     MOVE    PAGAS-CONS      TO    PAGAS-AT
                     MOVE    SITUACAO-CONS   TO    SITUACAO-AT
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
           IF        VALOR-PARC-TRANS EQUAL ZEROS  OR
                     QT-PARC-TRANS   EQUAL ZEROS
                     MOVE "NAO"      TO          DADOS-VALIDOS.
           IF        PAGAS-TRANS     GREATER THAN QT-PARC-TRANS
                     MOVE "NAO"      TO          DADOS-VALIDOS.

       VERIFICA-FUNCIONARIO.

           MOVE      MATRICULA-TRANS TO   CODIGO-ENT.
           READ      CADFUN
                     INVALID KEY
                     MOVE    "NAO"   TO   FUNC-EXISTE
                     NOT INVALID KEY
                     MOVE    "SIM"   TO   FUNC-EXISTE.

       TRATA-INCLUSAO.

           PERFORM   VERIFICA-FUNCIONARIO.
           IF        MESTRE-ATIVO   EQUAL    "NAO"
                AND  FUNC-EXISTE    EQUAL    "SIM"
                     MOVE    CHAVE-TR         TO    CHAVE-AT
                     MOVE    VALOR-PARC-TRANS TO    VALOR-PARC-AT
                     MOVE    QT-PARC-TRANS    TO    QT-PARC-AT
                     MOVE    PAGAS-TRANS      TO    PAGAS-AT
                     MOVE    "A"              TO    SITUACAO-AT
                     PERFORM ACERTA-SITUACAO
                     MOVE    "SIM"            TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    VALOR-PARC-TRANS TO    VALOR-PARC-AT
                     MOVE    QT-PARC-TRANS    TO    QT-PARC-AT
                     MOVE    PAGAS-TRANS      TO    PAGAS-AT
                     PERFORM ACERTA-SITUACAO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       ACERTA-SITUACAO.

           IF        SITUACAO-AT    NOT EQUAL  "S"
                     IF   PAGAS-AT  LESS THAN  QT-PARC-AT
                          MOVE  "A"       TO   SITUACAO-AT
                     ELSE
                          MOVE  "Q"       TO   SITUACAO-AT.

       TRATA-EXCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    "NAO"            TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       GRAVA-ATUAL.

           MOVE      CHAVE-AT       TO    CHAVE-NOVO.
           MOVE      VALOR-PARC-AT  TO    VALOR-PARC-NOVO.
           MOVE      QT-PARC-AT     TO    QT-PARC-NOVO.
           MOVE      PAGAS-AT       TO    PAGAS-NOVO.
           MOVE      SITUACAO-AT    TO    SITUACAO-NOVO.
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

           MOVE      MATRICULA-TRANS TO   CODIGO-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           MOVE      BANCO-TRANS    TO    BANCO-LOG.
           MOVE      CONTRATO-TRANS TO    CONTRATO-LOG.

       FIM.

           DISPLAY   "TRANSACOES APLICADAS : " CT-APLICADAS.
           DISPLAY   "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           CLOSE       CONSIG
                       TRANCONS
                       CADFUN
                       CONSIG2
                       LOG-MANUT.
