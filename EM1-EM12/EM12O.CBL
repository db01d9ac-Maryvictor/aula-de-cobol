       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12O.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO ORCAMENTO DA FOLHA POR DEPARTAMENTO
      *          (ORCAMENTO.DAT: CODIGO DO DEPARTAMENTO, COMPETENCIA
      *          AAAAMM E VALOR ORCADO DO CUSTO DA FOLHA NO MES).
      *          APLICA TRANSACOES I/A/E DO ARQUIVO TRANORC.DAT,
      *          ORDENADO PELA CHAVE DEPARTAMENTO+COMPETENCIA COMO O
      *          MESTRE, GERANDO O NOVO ORCAMENTO2.DAT E O LOG DE
      *          AUDITORIA LOGORC.DAT, NO MESMO DESENHO DO EX12P, COM
      *          OPERADOR CONFERIDO EM AUTORIZA.DAT. A CARGA ANUAL E
      *          FEITA COM TRANSACOES I DOS DOZE MESES; OS AJUSTES DO
      *          ANO, COM TRANSACOES A. O DEPARTAMENTO PRECISA
      *          EXISTIR NO CADDEPTO.DAT; MES FORA DE 01 A 12 OU
      *          VALOR ZERADO REJEITAM A TRANSACAO. SEM TRANSACOES O
      *          MESTRE E APENAS COPIADO. E DESTE CADASTRO QUE O
      *          EX12V TIRA O ORCADO PARA O CONFRONTO COM O REALIZADO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL ORCAMENTO ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL TRANORC ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   ORCAMENTO2 ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   LOG-MANUT ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CADDEPTO ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  ORCAMENTO
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "ORCAMENTO.DAT".

       01  REG-ORC.
             02 CHAVE-ORC.
                03 DEPTO-ORC       PIC 9(02).
                03 COMPET-ORC      PIC 9(06).
             02 VALOR-ORC       PIC 9(09)V99.

       FD  TRANORC
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "TRANORC.DAT".

       01  REG-TRANS.
             02 CHAVE-TR.
                03 DEPTO-TRANS     PIC 9(02).
                03 COMPET-TRANS.
                   04 AAAA-TRANS      PIC 9(04).
                   04 MM-TRANS        PIC 9(02).
             02 TIPO-TRANS      PIC X(01).
             02 VALOR-TRANS     PIC 9(09)V99.

       FD  ORCAMENTO2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "ORCAMENTO2.DAT".

       01  REG-NOVO.
             02 CHAVE-NOVO      PIC X(08).
             02 VALOR-NOVO      PIC 9(09)V99.

       FD  LOG-MANUT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "LOGORC.DAT".

       01  REG-LOG.
             02 DEPTO-LOG       PIC 9(02).
             02 COMPET-LOG      PIC 9(06).
             02 TIPO-LOG        PIC X(01).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG        PIC X(06).
             02 VALOR-LOG       PIC 9(09)V99.

       FD  AUTORIZA
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT        PIC X(06).
             02 PROG-AUT        PIC X(08).
             02 TIPOS-AUT       PIC X(04).

       FD  CADDEPTO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CADDEPTO.DAT".

       01   REG-DEPTO.
            03 MATRICULA-DEPTO      PIC 9(05).
            03 COD-DEPTO            PIC 9(02).
            03 NOME-DEPTO           PIC X(20).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)     VALUE   "NAO".
       77  FIM-TRANS        PIC X(03)     VALUE   "NAO".
       77  CHAVE-MESTRE     PIC X(08)     VALUE   SPACES.
       77  CHAVE-TRANS      PIC X(08)     VALUE   SPACES.
       77  MESTRE-ATIVO     PIC X(03)     VALUE   "NAO".
       77  CHAVE-TRANS-ANT  PIC X(08)     VALUE   SPACES.
       77  FIM-AUT          PIC X(03)     VALUE   "NAO".
       77  ACHOU-AUT        PIC X(03)     VALUE   "NAO".
       77  OPERADOR         PIC X(06)     VALUE   SPACES.
       77  PROGRAMA-AUT     PIC X(08)     VALUE   "EX12O".
       77  TIPOS-PERMITIDOS PIC X(04)     VALUE   SPACES.
       77  CTR-AUT          PIC 9(01)     VALUE   ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)     VALUE   "NAO".
       77  CHAVE-ATUAL      PIC X(08)     VALUE   SPACES.
       77  DADOS-VALIDOS    PIC X(03)     VALUE   "SIM".
       77  FIM-DEPTO        PIC X(03)     VALUE   "NAO".
       77  QT-DEPTO         PIC 9(02)     VALUE   ZEROS.
       77  CTR-DEPTO        PIC 9(02)     VALUE   ZEROS.
       77  ACHOU-DEPTO      PIC X(03)     VALUE   "NAO".
       77  CT-APLICADAS     PIC 9(05)     VALUE   ZEROS.
       77  CT-REJEITADAS    PIC 9(05)     VALUE   ZEROS.

       01  TAB-DEPTOS.
           02 COD-DEPTO-TAB  PIC 9(02)  OCCURS 20 TIMES.

       01  AREA-ATUAL.
           02 CHAVE-AT       PIC X(08).
           02 VALOR-AT       PIC 9(09)V99.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       PROCEDURE                     DIVISION.

       PGM-EX12O.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           PERFORM    CARGA-DEPTOS.
           OPEN INPUT        ORCAMENTO
                              TRANORC
               OUTPUT        ORCAMENTO2
                              LOG-MANUT.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM       LEITURA-MESTRE.
           PERFORM       LEITURA-TRANS.

      *    O CADDEPTO TEM UMA LINHA POR FUNCIONARIO: GUARDA SO OS
      *    CODIGOS DE DEPARTAMENTO DISTINTOS.

       CARGA-DEPTOS.

           OPEN INPUT       CADDEPTO.
           PERFORM    LEITURA-CADDEPTO
                      UNTIL     FIM-DEPTO  EQUAL    "SIM".
           CLOSE      CADDEPTO.

       LEITURA-CADDEPTO.

           READ CADDEPTO
                AT END
                MOVE "SIM" TO FIM-DEPTO.
           IF   FIM-DEPTO   NOT EQUAL  "SIM"
                PERFORM ANOTA-DEPTO.

       ANOTA-DEPTO.

           PERFORM   BUSCA-DEPTO.
           IF        ACHOU-DEPTO    EQUAL  "NAO"
                AND  QT-DEPTO       LESS THAN  20
                     ADD   1        TO   QT-DEPTO
                     MOVE  COD-DEPTO  TO  COD-DEPTO-TAB (QT-DEPTO).

       BUSCA-DEPTO.

           MOVE      "NAO"          TO   ACHOU-DEPTO.
           MOVE      1              TO   CTR-DEPTO.
           PERFORM   PESQUISA-DEPTO      QT-DEPTO  TIMES.

       PESQUISA-DEPTO.

           IF        COD-DEPTO      EQUAL  COD-DEPTO-TAB (CTR-DEPTO)
                     MOVE  "SIM"    TO   ACHOU-DEPTO.
           ADD       1              TO   CTR-DEPTO.

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

           READ ORCAMENTO
                    AT END
                    MOVE    "SIM"    TO   FIM-MESTRE.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-MESTRE
           ELSE
                 MOVE    CHAVE-ORC    TO   CHAVE-MESTRE.

       LEITURA-TRANS.

           READ TRANORC
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
                 DISPLAY "TRANORC FORA DE SEQUENCIA NA CHAVE "
                         CHAVE-TRANS " - EXECUCAO ABORTADA."
                 MOVE    8            TO   RETURN-CODE
                 PERFORM FIM
                 STOP RUN.

       PRINCIPAL.

           IF        CHAVE-MESTRE   NOT GREATER THAN  CHAVE-TRANS
                     MOVE    CHAVE-ORC       TO    CHAVE-AT
                     MOVE    VALOR-ORC       TO    VALOR-AT
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

           MOVE      DEPTO-TRANS     TO          COD-DEPTO.
           PERFORM   BUSCA-DEPTO.
           MOVE      ACHOU-DEPTO     TO          DADOS-VALIDOS.
           IF        MM-TRANS        LESS THAN    1
                  OR MM-TRANS        GREATER THAN 12
                  OR VALOR-TRANS     EQUAL        ZEROS
                     MOVE "NAO"      TO          DADOS-VALIDOS.

       TRATA-INCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "NAO"
                     MOVE    CHAVE-TR         TO    CHAVE-AT
                     MOVE    VALOR-TRANS      TO    VALOR-AT
                     MOVE    "SIM"            TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    VALOR-TRANS      TO    VALOR-AT
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-EXCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    "NAO"            TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       GRAVA-ATUAL.

           MOVE      CHAVE-AT       TO    CHAVE-NOVO.
           MOVE      VALOR-AT       TO    VALOR-NOVO.
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

           MOVE      DEPTO-TRANS    TO    DEPTO-LOG.
           MOVE      COMPET-TRANS   TO    COMPET-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           MOVE      VALOR-TRANS    TO    VALOR-LOG.

       FIM.

           DISPLAY   "TRANSACOES APLICADAS : " CT-APLICADAS.
           DISPLAY   "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           CLOSE       ORCAMENTO
                       TRANORC
                       ORCAMENTO2
                       LOG-MANUT.
