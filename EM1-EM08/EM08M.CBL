      *          CONSUMIDA, PARA A MESMA LIBERACAO NAO VALER DUAS
      *          VEZES. UM DIGITO ERRADO DEIXA DE MULTIPLICAR
      *          UM SALARIO POR DEZ DIRETO NO MESTRE.
      *          REAJUSTE (A) APLICADO E CONFERIDO CONTRA A FAIXA DO
      *          CARGO DO FUNCIONARIO (VINCULO FUNCARGO.DAT, MANTIDO
      *          PELO EX08C, E TABELA CARGOS.DAT): NOVO SALARIO ABAIXO
      *          DO MINIMO OU ACIMA DO MAXIMO DO GRAU GERA, ALEM DO
      *          REGISTRO APLICADA, UM AVISO FORAFAIXA NO LOGFUN. O
      *          REAJUSTE E APLICADO ASSIM MESMO; SEM VINCULO NAO HA
      *          CONFERENCIA.
      *          O CADFUN PASSOU A GUARDAR A DATA DE ADMISSAO
      *          (AAAAMMDD): A ADMISSAO (I) GRAVA A DATA INFORMADA NA
      *          TRANSACAO OU, EM BRANCO, A DATA DA RODADA; NA
      *          ALTERACAO (A) A DATA SO E TROCADA QUANDO INFORMADA,
      *          PARA CORRIGIR UM CADASTRO ERRADO.
      *          O LOGFUN.DAT PASSOU A SER ACRESCENTADO (OPEN EXTEND)
      *          A CADA RODADA, SEM APAGAR O HISTORICO QUE O EX14H, O
      *          EX12I, O EX12X E O EX12B CONSULTAM.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   TRANFUN ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL LOG-MANUT ASSIGN TO DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN TO   DISK
           SELECT   OPTIONAL LOGALCADA ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL FUNCARGO ASSIGN TO  DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  MATRICULA-FC.

           SELECT   OPTIONAL CARGOS ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  TRANFUN
           LABEL  RECORD      ARE   STANDARD
             02 TIPO-TRANS      PIC X(01).
             02 NOME-TRANS      PIC X(20).
             02 SALARIO-TRANS   PIC 9(5)V99.
             02 ADMISSAO-TRANS  PIC 9(08).

       FD  LOG-MANUT
           LABEL  RECORD      ARE   STANDARD
             02 OPER-REV-LA     PIC X(06).
             02 DATA-LA         PIC 9(08).

       FD  FUNCARGO
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "FUNCARGO.DAT".

       01  REG-FC.
             02 MATRICULA-FC            PIC 9(05).
             02 GRAU-FC                 PIC 9(03).

       FD  CARGOS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CARGOS.DAT".

       01  REG-CARGO.
             02 GRAU-CARGO      PIC 9(03).
             02 TITULO-CARGO    PIC X(20).
             02 MINIMO-CARGO    PIC 9(5)V99.
             02 MEDIO-CARGO     PIC 9(5)V99.
             02 MAXIMO-CARGO    PIC 9(5)V99.

       WORKING-STORAGE SECTION.

       77  FIM-TRANS        PIC X(03)     VALUE   "NAO".
       77  CODIGO-PROC      PIC 9(05)     VALUE   ZEROS.
       77  SALARIO-PROC     PIC 9(5)V99   VALUE   ZEROS.
       77  CT-LIB-APLICADAS PIC 9(05)     VALUE   ZEROS.
       77  FIM-CARGO        PIC X(03)     VALUE   "NAO".
       77  QT-CARGO         PIC 9(03)     VALUE   ZEROS.
       77  CTR-CARGO        PIC 9(03)     VALUE   ZEROS.
       77  IND-CARGO        PIC 9(03)     VALUE   ZEROS.
       77  WGRAU            PIC 9(03)     VALUE   ZEROS.
       77  CT-FORA-FAIXA    PIC 9(05)     VALUE   ZEROS.

       01  TAB-CARGO.
           02 ITEM-CARGO-TAB  OCCURS 100 TIMES.
              03 GRAU-CARGO-TAB   PIC 9(03).
              03 MINIMO-CARGO-TAB PIC 9(5)V99.
              03 MAXIMO-CARGO-TAB PIC 9(5)V99.

       01  TAB-LIBERADAS.
           02 ITEM-LIB-TAB    OCCURS 100 TIMES.
           PERFORM    VERIFICA-OPERADOR.
           OPEN I-O          CADFUN
                INPUT        TRANFUN
                             FUNCARGO
               EXTEND        LOG-MANUT
                             PENDENTES.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAM-ALCADA.
           PERFORM    CARGA-LIBERACOES.
           PERFORM    CARGA-CARGOS.
           PERFORM    LEITURA-TRANS.

       CARGA-CARGOS.

           OPEN INPUT        CARGOS.
           PERFORM    LEITURA-CARGOS
                      UNTIL     FIM-CARGO   EQUAL  "SIM".
           CLOSE      CARGOS.

       LEITURA-CARGOS.

           READ CARGOS
                AT END
                MOVE "SIM" TO FIM-CARGO.
           IF    FIM-CARGO     NOT EQUAL "SIM"
                 AND QT-CARGO  LESS THAN 100
                 ADD   1              TO   QT-CARGO
                 MOVE  GRAU-CARGO     TO   GRAU-CARGO-TAB (QT-CARGO)
                 MOVE  MINIMO-CARGO   TO   MINIMO-CARGO-TAB (QT-CARGO)
                 MOVE  MAXIMO-CARGO   TO   MAXIMO-CARGO-TAB (QT-CARGO).

       BUSCA-CARGO.

           MOVE      ZEROS          TO    IND-CARGO.
           MOVE      1              TO    CTR-CARGO.
           PERFORM   PESQUISA-CARGO       QT-CARGO  TIMES.

       PESQUISA-CARGO.

           IF    WGRAU         EQUAL  GRAU-CARGO-TAB (CTR-CARGO)
                 MOVE    CTR-CARGO    TO   IND-CARGO.
           ADD       1              TO    CTR-CARGO.

       CARGA-LIBERACOES.

           OPEN INPUT        LOGALCADA.
           MOVE      CODIGO-TRANS   TO    CODIGO-ENT.
           MOVE      NOME-TRANS     TO    NOME-ENT.
           MOVE      SALARIO-TRANS  TO    SALARIO-BRUTO-ENT.
           IF        ADMISSAO-TRANS EQUAL ZEROS
                     MOVE  HOJE            TO   ADMISSAO-ENT
           ELSE
                     MOVE  ADMISSAO-TRANS  TO   ADMISSAO-ENT.
           WRITE     REG-ENT
                     INVALID KEY
                     PERFORM GRAVA-LOG-REJEITADA

           MOVE      NOME-TRANS     TO    NOME-ENT.
           MOVE      SALARIO-TRANS  TO    SALARIO-BRUTO-ENT.
           IF        ADMISSAO-TRANS NOT EQUAL ZEROS
                     MOVE  ADMISSAO-TRANS  TO   ADMISSAO-ENT.
           REWRITE   REG-ENT.
           PERFORM   GRAVA-LOG-APLICADA.
           PERFORM   VERIFICA-FAIXA-CARGO.

       VERIFICA-FAIXA-CARGO.

           MOVE      ZEROS          TO    IND-CARGO.
           MOVE      CODIGO-TRANS   TO    MATRICULA-FC.
           READ      FUNCARGO
                     INVALID KEY
                     MOVE ZEROS     TO    WGRAU
                     NOT INVALID KEY
                     MOVE GRAU-FC   TO    WGRAU
                     PERFORM BUSCA-CARGO.
           IF        IND-CARGO      NOT EQUAL  ZEROS
                     IF   SALARIO-TRANS LESS THAN
                          MINIMO-CARGO-TAB (IND-CARGO)
                       OR SALARIO-TRANS GREATER THAN
                          MAXIMO-CARGO-TAB (IND-CARGO)
                          PERFORM  GRAVA-LOG-FORA-FAIXA.

       GRAVA-LOG-FORA-FAIXA.

           MOVE      CODIGO-TRANS   TO    CODIGO-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      "FORAFAIXA"    TO    STATUS-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.
           ADD       1              TO    CT-FORA-FAIXA.

       TRATA-ACIMA-ALCADA.

           DISPLAY   "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           DISPLAY   "TRANSACOES PENDENTES : " CT-PENDENTES.
           DISPLAY   "LIBERACOES CONSUMIDAS: " CT-LIB-APLICADAS.
           DISPLAY   "AVISOS FORA DA FAIXA : " CT-FORA-FAIXA.
           CLOSE       CADFUN
                       TRANFUN
                       LOG-MANUT
                       PENDENTES
                       LOGALCADA
                       FUNCARGO.
