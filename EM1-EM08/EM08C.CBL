       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX08C.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO VINCULO FUNCIONARIO X CARGO
      *          (FUNCARGO.DAT, INDEXADO POR MATRICULA), NO MESMO
      *          ESQUEMA DO EX08M: APLICA AS TRANSACOES DE INCLUSAO
      *          (I), TROCA DE CARGO (A) E EXCLUSAO (E) DO ARQUIVO
      *          TRANCARGO.DAT DIRETAMENTE SOBRE O MESTRE, POR CHAVE
      *          (ACCESS RANDOM). A INCLUSAO EXIGE FUNCIONARIO
      *          EXISTENTE NO CADFUN; INCLUSAO E TROCA EXIGEM GRAU
      *          EXISTENTE NA TABELA DE CARGOS E FAIXAS SALARIAIS
      *          CARGOS.DAT (GRAU, TITULO, MINIMO, PONTO MEDIO E
      *          MAXIMO). INCLUSAO COM CHAVE JA EXISTENTE, TROCA OU
      *          EXCLUSAO DE CHAVE INEXISTENTE E TIPO INVALIDO SAO
      *          REJEITADOS. O OPERADOR E CONFERIDO EM AUTORIZA.DAT
      *          COMO NO EX08M (SEM AUTORIZACAO NAO RODA, RC=8; TIPO
      *          FORA DA LISTA SAI COMO NAO-AUTOR) E TUDO O QUE FOI
      *          APLICADO OU REJEITADO SAI NO LOG LOGCARGO.DAT.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL FUNCARGO ASSIGN TO  DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  MATRICULA-FC.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

           SELECT   CARGOS ASSIGN    TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   TRANCARGO ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   LOG-MANUT ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  FUNCARGO
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "FUNCARGO.DAT".

       01  REG-FC.
             02 MATRICULA-FC            PIC 9(05).
             02 GRAU-FC                 PIC 9(03).

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  CARGOS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CARGOS.DAT".

       01  REG-CARGO.
             02 GRAU-CARGO      PIC 9(03).
             02 TITULO-CARGO    PIC X(20).
             02 MINIMO-CARGO    PIC 9(5)V99.
             02 MEDIO-CARGO     PIC 9(5)V99.
             02 MAXIMO-CARGO    PIC 9(5)V99.

       FD  TRANCARGO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "TRANCARGO.DAT".

       01  REG-TRANS.
             02 MATRICULA-TRANS PIC 9(05).
             02 TIPO-TRANS      PIC X(01).
             02 GRAU-TRANS      PIC 9(03).

       FD  LOG-MANUT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "LOGCARGO.DAT".

       01  REG-LOG.
             02 MATRICULA-LOG   PIC 9(05).
             02 TIPO-LOG        PIC X(01).
             02 GRAU-LOG        PIC 9(03).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG        PIC X(06).

       FD  AUTORIZA
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT        PIC X(06).
             02 PROG-AUT        PIC X(08).
             02 TIPOS-AUT       PIC X(04).

       WORKING-STORAGE SECTION.

       77  FIM-TRANS        PIC X(03)     VALUE   "NAO".
       77  FIM-CARGO        PIC X(03)     VALUE   "NAO".
       77  CT-APLICADAS     PIC 9(05)     VALUE   ZEROS.
       77  CT-REJEITADAS    PIC 9(05)     VALUE   ZEROS.
       77  FIM-AUT          PIC X(03)     VALUE   "NAO".
       77  ACHOU-AUT        PIC X(03)     VALUE   "NAO".
       77  OPERADOR         PIC X(06)     VALUE   SPACES.
       77  PROGRAMA-AUT     PIC X(08)     VALUE   "EX08C".
       77  TIPOS-PERMITIDOS PIC X(04)     VALUE   SPACES.
       77  CTR-AUT          PIC 9(01)     VALUE   ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)     VALUE   "NAO".
       77  QT-CARGO         PIC 9(03)     VALUE   ZEROS.
       77  CTR-CARGO        PIC 9(03)     VALUE   ZEROS.
       77  IND-CARGO        PIC 9(03)     VALUE   ZEROS.
       77  WGRAU            PIC 9(03)     VALUE   ZEROS.
       77  FUNCIONARIO-OK   PIC X(03)     VALUE   "NAO".

       01  TAB-CARGO.
           02 ITEM-CARGO-TAB  OCCURS 100 TIMES.
              03 GRAU-CARGO-TAB   PIC 9(03).
              03 TITULO-CARGO-TAB PIC X(20).
              03 MINIMO-CARGO-TAB PIC 9(5)V99.
              03 MEDIO-CARGO-TAB  PIC 9(5)V99.
              03 MAXIMO-CARGO-TAB PIC 9(5)V99.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                     DIVISION.

       PGM-EX08C.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-TRANS   EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           PERFORM    CARGA-CARGOS.
           OPEN I-O          FUNCARGO
                INPUT        CADFUN
                             TRANCARGO
               OUTPUT        LOG-MANUT.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
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
                 MOVE  TITULO-CARGO   TO   TITULO-CARGO-TAB (QT-CARGO)
                 MOVE  MINIMO-CARGO   TO   MINIMO-CARGO-TAB (QT-CARGO)
                 MOVE  MEDIO-CARGO    TO   MEDIO-CARGO-TAB (QT-CARGO)
                 MOVE  MAXIMO-CARGO   TO   MAXIMO-CARGO-TAB (QT-CARGO).

       BUSCA-CARGO.

           MOVE      ZEROS          TO    IND-CARGO.
           MOVE      1              TO    CTR-CARGO.
           PERFORM   PESQUISA-CARGO       QT-CARGO  TIMES.

       PESQUISA-CARGO.

           IF    WGRAU         EQUAL  GRAU-CARGO-TAB (CTR-CARGO)
                 MOVE    CTR-CARGO    TO   IND-CARGO.
           ADD       1              TO    CTR-CARGO.

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

       LEITURA-TRANS.

           READ TRANCARGO
                    AT END
                    MOVE    "SIM"    TO   FIM-TRANS.

       PRINCIPAL.

           PERFORM   VERIFICA-TIPO-AUTORIZADO.
           IF        TIPO-PERMITIDO EQUAL    "NAO"
                     PERFORM        GRAVA-LOG-NAO-AUT
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
                     PERFORM        GRAVA-LOG-REJEITADA.
           PERFORM   LEITURA-TRANS.

       TRATA-INCLUSAO.

           MOVE      GRAU-TRANS     TO    WGRAU.
           PERFORM   BUSCA-CARGO.
           PERFORM   VERIFICA-FUNCIONARIO.
           IF        IND-CARGO      EQUAL    ZEROS
                  OR FUNCIONARIO-OK EQUAL    "NAO"
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
                     PERFORM GRAVA-VINCULO.

       VERIFICA-FUNCIONARIO.

           MOVE      MATRICULA-TRANS TO   CODIGO-ENT.
           READ      CADFUN
                     INVALID KEY
                     MOVE "NAO"     TO    FUNCIONARIO-OK
                     NOT INVALID KEY
                     MOVE "SIM"     TO    FUNCIONARIO-OK.

       GRAVA-VINCULO.

           MOVE      MATRICULA-TRANS TO   MATRICULA-FC.
           MOVE      GRAU-TRANS     TO    GRAU-FC.
           WRITE     REG-FC
                     INVALID KEY
                     PERFORM GRAVA-LOG-REJEITADA
                     NOT INVALID KEY
                     PERFORM GRAVA-LOG-APLICADA.

       TRATA-ALTERACAO.

           MOVE      GRAU-TRANS     TO    WGRAU.
           PERFORM   BUSCA-CARGO.
           IF        IND-CARGO      EQUAL    ZEROS
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
                     PERFORM TROCA-CARGO.

       TROCA-CARGO.

           MOVE      MATRICULA-TRANS TO   MATRICULA-FC.
           READ      FUNCARGO
                     INVALID KEY
                     PERFORM GRAVA-LOG-REJEITADA
                     NOT INVALID KEY
                     PERFORM APLICA-TROCA.

       APLICA-TROCA.

           MOVE      GRAU-TRANS     TO    GRAU-FC.
           REWRITE   REG-FC.
           PERFORM   GRAVA-LOG-APLICADA.

       TRATA-EXCLUSAO.

           MOVE      MATRICULA-TRANS TO   MATRICULA-FC.
           DELETE    FUNCARGO
                     INVALID KEY
                     PERFORM GRAVA-LOG-REJEITADA
                     NOT INVALID KEY
                     PERFORM GRAVA-LOG-APLICADA.

       MONTA-LOG.

           MOVE      MATRICULA-TRANS TO   MATRICULA-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      GRAU-TRANS     TO    GRAU-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.

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

       TERMINO.

           DISPLAY   "TRANSACOES APLICADAS : " CT-APLICADAS.
           DISPLAY   "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           CLOSE       FUNCARGO
                       CADFUN
                       TRANCARGO
                       LOG-MANUT.
