       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12S.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONFERENCIA MENSAL DA FATURA DO PLANO DE SAUDE. LE
      *          O CADASTRO DE ADESAO PLANO2.DAT (EX12P), NA ORDEM DE
      *          MATRICULA+NOME, E IMPRIME EM REL-FATURA UMA LINHA POR
      *          VIDA COBERTA COM TIPO (TITULAR/DEPENDENTE), DATA DE
      *          NASCIMENTO, IDADE NA DATA DA RODADA, FAIXA ETARIA E
      *          PREMIO DA TABELA PRECO-PLANO.DAT (A MESMA DO EX12),
      *          COM SUBTOTAL POR FAMILIA E TOTAL GERAL DE VIDAS E DE
      *          PREMIO, PARA BATER LINHA A LINHA COM A FATURA DA
      *          OPERADORA. A COLUNA OBS APONTA O QUE NAO DEVERIA
      *          ESTAR SENDO COBRADO: TITULAR QUE NAO CONSTA MAIS NO
      *          CADFUN, DEPENDENTE QUE SAIU DO CADASTRO DE
      *          DEPENDENTES (DEPENDENTES2.DAT) E VIDA SEM FAIXA
      *          ETARIA NA TABELA DE PRECOS.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PLANO2  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PRECO-PLANO ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL DEPENDENTES2 ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

           SELECT   REL-FATURA ASSIGN TO  DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PLANO2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PLANO2.DAT".

       01  REG-PLANO.
             02 CHAVE-PLANO.
                03 MATRICULA-PLANO PIC 9(05).
                03 NOME-PLANO      PIC X(20).
             02 TIPO-VIDA-PLANO PIC X(01).
             02 NASC-PLANO.
                03 AAAA-PLANO      PIC 9(04).
                03 MM-PLANO        PIC 9(02).
                03 DD-PLANO        PIC 9(02).
             02 ADESAO-PLANO    PIC 9(08).

       FD  PRECO-PLANO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PRECO-PLANO.DAT".

       01  REG-PRECO-PLANO.
             02 IDADE-MAX-PRECO     PIC 9(03).
             02 VALOR-PRECO         PIC 9(05)V99.

       FD  DEPENDENTES2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "DEPENDENTES2.DAT".

       01  REG-DEP.
             02 CHAVE-DEP.
                03 CODIGO-DEP      PIC 9(05).
                03 NOME-DEP        PIC X(20).
             02 DATA-NASC-DEP   PIC 9(08).
             02 PARENTESCO-DEP  PIC X(10).

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  REL-FATURA
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-PLANO        PIC X(03)     VALUE   "NAO".
       77  FIM-PRECO        PIC X(03)     VALUE   "NAO".
       77  FIM-DEP          PIC X(03)     VALUE   "NAO".
       77  QT-PRECO         PIC 9(02)     VALUE   ZEROS.
       77  CTR-PL           PIC 9(02)     VALUE   ZEROS.
       77  IND-FAIXA        PIC 9(02)     VALUE   ZEROS.
       77  QT-DEPS          PIC 9(03)     VALUE   ZEROS.
       77  CTR-DEP          PIC 9(03)     VALUE   ZEROS.
       77  ACHOU-DEP        PIC X(03)     VALUE   "NAO".
       77  WIDADE-VIDA      PIC 9(03)     VALUE   ZEROS.
       77  WPREMIO          PIC 9(05)V99  VALUE   ZEROS.
       77  MATRICULA-ANT    PIC 9(05)     VALUE   ZEROS.
       77  VIDAS-FAMILIA    PIC 9(03)     VALUE   ZEROS.
       77  PREMIO-FAMILIA   PIC 9(07)V99  VALUE   ZEROS.
       77  CT-VIDAS         PIC 9(05)     VALUE   ZEROS.
       77  CT-TITULARES     PIC 9(05)     VALUE   ZEROS.
       77  CT-DEPENDENTES   PIC 9(05)     VALUE   ZEROS.
       77  CT-OBS           PIC 9(05)     VALUE   ZEROS.
       77  TOTAL-PREMIO     PIC 9(09)V99  VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  TAB-PRECO-PLANO.
           02 IDADE-MAX-TAB   PIC 9(03)    OCCURS 10 TIMES
                                            VALUE ZEROS.
           02 VALOR-PRECO-TAB PIC 9(05)V99 OCCURS 10 TIMES
                                            VALUE ZEROS.

       01  TAB-DEPENDENTES.
           02 CHAVE-DEP-TAB   PIC X(25)    OCCURS 300 TIMES
                                            VALUE SPACES.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE
                     "CONFERENCIA DA FATURA DO PLANO DE SAUDE - ".
           02 MM-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-CAB       PIC 9(04).
           02 FILLER         PIC X(13) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(06) VALUE "MATR.".
           02 FILLER         PIC X(21) VALUE "NOME DA VIDA".
           02 FILLER         PIC X(11) VALUE "TIPO".
           02 FILLER         PIC X(11) VALUE "NASCIMENTO".
           02 FILLER         PIC X(06) VALUE "IDADE".
           02 FILLER         PIC X(06) VALUE "FAIXA".
           02 FILLER         PIC X(10) VALUE "    PREMIO".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(17) VALUE "OBS".

       01  DETALHE.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-DET       PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DD-DET         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-DET         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-DET       PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 IDADE-DET      PIC ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 FAIXA-DET      PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PREMIO-DET     PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-DET        PIC X(17).

       01  LINHA-FAMILIA.
           02 FILLER         PIC X(27) VALUE SPACES.
           02 FILLER         PIC X(18) VALUE "TOTAL DA FAMILIA (".
           02 VIDAS-FAM-LIN  PIC ZZ9.
           02 FILLER         PIC X(08) VALUE " VIDAS) ".
           02 FILLER         PIC X(08) VALUE SPACES.
           02 PREMIO-FAM-LIN PIC ZZZZ.ZZ9,99.
           02 FILLER         PIC X(15) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TRL     PIC X(30).
           02 QTDE-TRL       PIC ZZ.ZZ9.
           02 FILLER         PIC X(49) VALUE SPACES.

       01  TRAILER-02.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                               "TOTAL DO PREMIO DA FATURA...: ".
           02 TOTAL-PREMIO-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(41) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX12S.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-PLANO   EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           OPEN INPUT        PLANO2
                             CADFUN
               OUTPUT        REL-FATURA.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           MOVE       HOJE-MM       TO        MM-CAB.
           MOVE       HOJE-AAAA     TO        AAAA-CAB.
           PERFORM    CARGA-PRECO-PLANO.
           PERFORM    CARGA-DEPENDENTES.
           PERFORM    LEITURA-PLANO.
           MOVE       MATRICULA-PLANO  TO     MATRICULA-ANT.

       CARGA-PRECO-PLANO.

           OPEN INPUT       PRECO-PLANO.
           PERFORM    LEITURA-PRECO-PLANO
                      UNTIL     FIM-PRECO  EQUAL    "SIM".
           CLOSE      PRECO-PLANO.

       LEITURA-PRECO-PLANO.

           READ PRECO-PLANO
                AT END
                MOVE "SIM" TO FIM-PRECO.
           IF   FIM-PRECO   NOT EQUAL  "SIM"
                AND QT-PRECO LESS THAN 10
                ADD  1               TO  QT-PRECO
                MOVE IDADE-MAX-PRECO TO  IDADE-MAX-TAB (QT-PRECO)
                MOVE VALOR-PRECO     TO  VALOR-PRECO-TAB (QT-PRECO).

       CARGA-DEPENDENTES.

           OPEN INPUT       DEPENDENTES2.
           PERFORM    LEITURA-DEP
                      UNTIL     FIM-DEP    EQUAL    "SIM".
           CLOSE      DEPENDENTES2.

       LEITURA-DEP.

           READ DEPENDENTES2
                AT END
                MOVE "SIM" TO FIM-DEP.
           IF   FIM-DEP     NOT EQUAL  "SIM"
                AND QT-DEPS LESS THAN 300
                ADD  1            TO  QT-DEPS
                MOVE CHAVE-DEP    TO  CHAVE-DEP-TAB (QT-DEPS).

       LEITURA-PLANO.

           READ PLANO2
                AT END
                MOVE "SIM" TO FIM-PLANO.

       PRINCIPAL.

           IF        MATRICULA-PLANO  NOT EQUAL  MATRICULA-ANT
                     PERFORM  QUEBRA-FAMILIA.
           PERFORM   CALCULA-IDADE-VIDA.
           PERFORM   CALCULA-PREMIO.
           MOVE      SPACES         TO   OBS-DET.
           IF        TIPO-VIDA-PLANO  EQUAL  "T"
                     MOVE  "TITULAR"     TO  TIPO-DET
                     ADD   1             TO  CT-TITULARES
                     PERFORM  VERIFICA-TITULAR
           ELSE
                     MOVE  "DEPENDENTE"  TO  TIPO-DET
                     ADD   1             TO  CT-DEPENDENTES
                     PERFORM  VERIFICA-DEPENDENTE.
           IF        IND-FAIXA      EQUAL    ZEROS
                     MOVE  "SEM FAIXA ETARIA"  TO  OBS-DET.
           IF        OBS-DET        NOT EQUAL  SPACES
                     ADD   1        TO   CT-OBS.
           PERFORM   IMPRESSAO.
           ADD       1              TO   VIDAS-FAMILIA
                                         CT-VIDAS.
           ADD       WPREMIO        TO   PREMIO-FAMILIA
                                         TOTAL-PREMIO.
           PERFORM   LEITURA-PLANO.

       CALCULA-IDADE-VIDA.

           SUBTRACT  AAAA-PLANO FROM  HOJE-AAAA  GIVING  WIDADE-VIDA.
           IF        MM-PLANO   GREATER THAN  HOJE-MM
                     SUBTRACT   1    FROM  WIDADE-VIDA
           ELSE
           IF        MM-PLANO   EQUAL  HOJE-MM  AND
                     DD-PLANO   GREATER THAN  HOJE-DD
                     SUBTRACT   1    FROM  WIDADE-VIDA.

       CALCULA-PREMIO.

           MOVE      ZEROS          TO   WPREMIO
                                         IND-FAIXA.
           MOVE      1              TO   CTR-PL.
           PERFORM   BUSCA-PRECO-PLANO   QT-PRECO  TIMES.
           IF        IND-FAIXA      NOT EQUAL  ZEROS
                     MOVE  VALOR-PRECO-TAB (IND-FAIXA)  TO  WPREMIO.

       BUSCA-PRECO-PLANO.

           IF        IND-FAIXA      EQUAL   ZEROS    AND
                     WIDADE-VIDA NOT GREATER IDADE-MAX-TAB (CTR-PL)
                     MOVE  CTR-PL   TO   IND-FAIXA.
           ADD       1              TO   CTR-PL.

       VERIFICA-TITULAR.

           MOVE      MATRICULA-PLANO TO  CODIGO-ENT.
           READ      CADFUN
                     INVALID KEY
                     MOVE  "FORA DO CADFUN"  TO  OBS-DET.

       VERIFICA-DEPENDENTE.

           MOVE      "NAO"          TO   ACHOU-DEP.
           MOVE      1              TO   CTR-DEP.
           PERFORM   PESQUISA-DEPENDENTE  QT-DEPS  TIMES.
           IF        ACHOU-DEP      EQUAL  "NAO"
                     MOVE  "FORA DOS DEPEND."  TO  OBS-DET.

       PESQUISA-DEPENDENTE.

           IF        CHAVE-PLANO    EQUAL  CHAVE-DEP-TAB (CTR-DEP)
                     MOVE  "SIM"    TO   ACHOU-DEP.
           ADD       1              TO   CTR-DEP.

       IMPRESSAO.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      MATRICULA-PLANO TO  MATRICULA-DET.
           MOVE      NOME-PLANO     TO   NOME-DET.
           MOVE      DD-PLANO       TO   DD-DET.
           MOVE      MM-PLANO       TO   MM-DET.
           MOVE      AAAA-PLANO     TO   AAAA-DET.
           MOVE      WIDADE-VIDA    TO   IDADE-DET.
           MOVE      IND-FAIXA      TO   FAIXA-DET.
           MOVE      WPREMIO        TO   PREMIO-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.

       QUEBRA-FAMILIA.

           MOVE      VIDAS-FAMILIA  TO   VIDAS-FAM-LIN.
           MOVE      PREMIO-FAMILIA TO   PREMIO-FAM-LIN.
           WRITE     REG-REL FROM LINHA-FAMILIA AFTER ADVANCING 1 LINE.
           ADD       2              TO   CT-LIN.
           MOVE      SPACES         TO   REG-REL.
           WRITE     REG-REL        AFTER ADVANCING 1 LINE.
           MOVE      ZEROS          TO   VIDAS-FAMILIA
                                         PREMIO-FAMILIA.
           MOVE      MATRICULA-PLANO TO  MATRICULA-ANT.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TERMINO.

           IF        CT-VIDAS       GREATER THAN  ZEROS
                     PERFORM  QUEBRA-FAMILIA.
           MOVE      "VIDAS COBERTAS..............: " TO ROTULO-TRL.
           MOVE      CT-VIDAS       TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      "  TITULARES.................: " TO ROTULO-TRL.
           MOVE      CT-TITULARES   TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "  DEPENDENTES...............: " TO ROTULO-TRL.
           MOVE      CT-DEPENDENTES TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "VIDAS COM OBSERVACAO........: " TO ROTULO-TRL.
           MOVE      CT-OBS         TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      TOTAL-PREMIO   TO   TOTAL-PREMIO-LIN.
           WRITE     REG-REL FROM TRAILER-02 AFTER ADVANCING 2 LINES.
           CLOSE       PLANO2
                       CADFUN
                       REL-FATURA.
