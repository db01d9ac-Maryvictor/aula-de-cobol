       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12B.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  ADIANTAMENTO QUINZENAL DE SALARIO, PAGO NO DIA 20.
      *          LE O CADASTRO INDEXADO CADFUN NA ORDEM DA CHAVE E,
      *          PARA CADA FUNCIONARIO, CALCULA O ADIANTAMENTO DE
      *          PERC-ADIANT (PARAMGER.DAT, PADRAO 40) PORCENTO DO
      *          SALARIO BRUTO. FICAM FORA DO ADIANTAMENTO, COM O
      *          MOTIVO NO RELATORIO, O FUNCIONARIO ADMITIDO DEPOIS
      *          DO DIA 15 DA COMPETENCIA (INCLUSAO APLICADA NO
      *          LOGFUN.DAT DO EX08M), O QUE TEM FERIAS AGENDADAS EM
      *          FERIAS.DAT (EX13A) COBRINDO ALGUM DIA DO MES, O QUE
      *          TEM DESLIGAMENTO (TIPO E) PENDENTE EM TRANFUN.DAT E O
      *          QUE NAO TEM CONTA DE CREDITO EM CONTAS2.DAT.
      *          O CREDITO SAI EM REMADT.DAT NO MESMO LAYOUT DA
      *          REMESSA.DAT DO PGM05 DO EM3-EM02 (HEADER COM DATA E
      *          SEQUENCIA CONTROLADA EM SEQADT.DAT, DETALHE COM A
      *          CONTA DO FUNCIONARIO BUSCADA PELA MATRICULA EM
      *          CONTAS2.DAT E TRAILER COM QUANTIDADE E TOTAL). O
      *          REGISTRO DOS ADIANTAMENTOS PAGOS VAI PARA ADIANT.DAT,
      *          DE ONDE EX12 DESCONTA O VALOR NO LIQUIDO DO FIM DO
      *          MES, E O RELATORIO REL-ADIANT LISTA PAGOS E
      *          EXCLUIDOS. A COMPETENCIA VEM DE PARAM-COMPET.DAT OU
      *          E O MES DA RODADA.
      *          COM A DATA DE ADMISSAO GRAVADA NO PROPRIO CADFUN, O
      *          TESTE DE ADMITIDO APOS O DIA 15 PASSOU A USA-LA; O
      *          LOGFUN SO CONTINUA VALENDO PARA O FUNCIONARIO AINDA
      *          SEM DATA DE ADMISSAO NO CADASTRO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  SEQUENTIAL
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

           SELECT   OPTIONAL CONTAS2 ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL FERIAS  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL TRANFUN ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL LOGFUN  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAMGER ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL SEQADT  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   ADIANT   ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REMADT   ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-ADIANT ASSIGN TO    DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  CONTAS2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CONTAS2.DAT".

       01  REG-CONTA.
             02 MATR-CONTA     PIC 9(05).
             02 NOME-CONTA     PIC X(30).
             02 BANCO-CONTA    PIC 9(03).
             02 AGENCIA-CONTA  PIC 9(04).
             02 DVAG-CONTA     PIC 9(01).
             02 NUMCONTA-CONTA PIC 9(08).
             02 DVCT-CONTA     PIC 9(01).

       FD  FERIAS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FERIAS.DAT".

       01  REG-FERIAS.
             02 CODIGO-FER      PIC 9(05).
             02 DATA-INI-FER.
                03 INI-FER-AAAA    PIC 9(04).
                03 INI-FER-MM      PIC 9(02).
                03 INI-FER-DD      PIC 9(02).
             02 DIAS-FER        PIC 9(02).

       FD  TRANFUN
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "TRANFUN.DAT".

       01  REG-TRANS.
             02 CODIGO-TRANS    PIC 9(05).
             02 TIPO-TRANS      PIC X(01).
             02 NOME-TRANS      PIC X(20).
             02 SALARIO-TRANS   PIC 9(5)V99.
             02 ADMISSAO-TRANS  PIC 9(08).

       FD  LOGFUN
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "LOGFUN.DAT".

       01  REG-LOG.
             02 CODIGO-LOG      PIC 9(05).
             02 TIPO-LOG        PIC X(01).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG        PIC X(06).

       FD  PARAMGER
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAMGER.DAT".

       01  REG-PG.
             02 NOME-PG          PIC X(12).
             02 VALOR-PG         PIC 9(07)V99.
             02 VIGENCIA-PG      PIC 9(08).

       FD  PARAM-COMPET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM        PIC 9(06).

       FD  SEQADT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "SEQADT.DAT".

       01  REG-SEQADT.
             02 ULT-SEQ-ADT     PIC 9(05).

       FD  ADIANT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "ADIANT.DAT".

       01  REG-ADIANT.
             02 MATRICULA-ADT   PIC 9(05).
             02 NOME-ADT        PIC X(20).
             02 COMPET-ADT      PIC 9(06).
             02 SALARIO-ADT     PIC 9(05)V99.
             02 VALOR-ADT       PIC 9(05)V99.

       FD  REMADT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "REMADT.DAT".

       01  REG-REM-HEADER.
             02 TIPO-REM-H      PIC X(01).
             02 DATA-REM-H      PIC 9(08).
             02 SEQ-REM-H       PIC 9(05).
             02 FILLER          PIC X(36).

       01  REG-REM-DET.
             02 TIPO-REM-D      PIC X(01).
             02 ITEM-REM-D      PIC 9(05).
             02 NOME-REM-D      PIC X(30).
             02 VALOR-REM-D     PIC 9(07)V9(02).
             02 BANCO-REM-D     PIC 9(03).
             02 AGENCIA-REM-D   PIC 9(04).
             02 DVAG-REM-D      PIC 9(01).
             02 CONTA-REM-D     PIC 9(08).
             02 DVCT-REM-D      PIC 9(01).
             02 FILLER          PIC X(05).

       01  REG-REM-TRAILER.
             02 TIPO-REM-T      PIC X(01).
             02 QUANT-REM-T     PIC 9(05).
             02 TOTAL-REM-T     PIC 9(09)V9(02).
             02 FILLER          PIC X(33).

       FD  REL-ADIANT
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)     VALUE   "NAO".
       77  FIM-CONTAS       PIC X(03)     VALUE   "NAO".
       77  FIM-FER          PIC X(03)     VALUE   "NAO".
       77  FIM-TRANS        PIC X(03)     VALUE   "NAO".
       77  FIM-LOG          PIC X(03)     VALUE   "NAO".
       77  FIM-SEQ          PIC X(03)     VALUE   "NAO".
       77  FIM-PARAMGER     PIC X(03)     VALUE   "NAO".
       77  NOME-BUSCADO     PIC X(12)     VALUE   SPACES.
       77  VALOR-ACHADO     PIC 9(07)V99  VALUE   ZEROS.
       77  ACHOU-PARAMGER   PIC X(03)     VALUE   "NAO".
       77  MELHOR-VIGENCIA  PIC 9(08)     VALUE   ZEROS.
       77  PERC-ADIANT      PIC 9(03)V99  VALUE   40.
       77  COMPETENCIA      PIC 9(06)     VALUE   ZEROS.
       77  ANO-COMPET       PIC 9(04)     VALUE   ZEROS.
       77  MES-COMPET       PIC 9(02)     VALUE   ZEROS.
       77  INI-MES-COM      PIC 9(07)     VALUE   ZEROS.
       77  FIM-MES-COM      PIC 9(07)     VALUE   ZEROS.
       77  INI-FER-COM      PIC 9(07)     VALUE   ZEROS.
       77  FIM-FER-COM      PIC 9(07)     VALUE   ZEROS.
       77  SEQ-ADIANT       PIC 9(05)     VALUE   ZEROS.
       77  CT-ITEM          PIC 9(05)     VALUE   ZEROS.
       77  CT-EXCLUIDOS     PIC 9(05)     VALUE   ZEROS.
       77  TOTAL-ADIANT     PIC 9(09)V99  VALUE   ZEROS.
       77  WADIANT          PIC 9(05)V99  VALUE   ZEROS.
       77  MOTIVO-EXC       PIC X(20)     VALUE   SPACES.
       77  QT-CONTAS        PIC 9(03)     VALUE   ZEROS.
       77  CTR-CONTA        PIC 9(03)     VALUE   ZEROS.
       77  IND-CONTA        PIC 9(03)     VALUE   ZEROS.
       77  ACHOU-CONTA      PIC X(03)     VALUE   "NAO".
       77  QT-FERIAS        PIC 9(03)     VALUE   ZEROS.
       77  CTR-FERIAS       PIC 9(03)     VALUE   ZEROS.
       77  QT-DESLIG        PIC 9(03)     VALUE   ZEROS.
       77  CTR-DESLIG       PIC 9(03)     VALUE   ZEROS.
       77  QT-ADMIT         PIC 9(03)     VALUE   ZEROS.
       77  CTR-ADMIT        PIC 9(03)     VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  TAB-CONTAS.
           02 ITEM-CONTA-TAB  OCCURS 300 TIMES.
              03 MATR-CONTA-TAB    PIC 9(05).
              03 BANCO-CONTA-TAB   PIC 9(03).
              03 AGENCIA-CONTA-TAB PIC 9(04).
              03 DVAG-CONTA-TAB    PIC 9(01).
              03 NUM-CONTA-TAB     PIC 9(08).
              03 DVCT-CONTA-TAB    PIC 9(01).

       01  TAB-FERIAS.
           02 ITEM-FER-TAB    OCCURS 200 TIMES.
              03 CODIGO-FER-TAB   PIC 9(05).
              03 INI-FER-TAB      PIC 9(07).
              03 FIM-FER-TAB      PIC 9(07).

       01  TAB-DESLIG.
           02 CODIGO-DESL-TAB PIC 9(05)  OCCURS 200 TIMES
                                          VALUE ZEROS.

       01  DATA-ADM.
           02 DATA-ADM-AAAA  PIC 9(04).
           02 DATA-ADM-MM    PIC 9(02).
           02 DATA-ADM-DD    PIC 9(02).

       01  DATA-ADM-NUM      REDEFINES DATA-ADM  PIC 9(08).

       01  TAB-ADMIT.
           02 CODIGO-ADM-TAB  PIC 9(05)  OCCURS 200 TIMES
                                          VALUE ZEROS.

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                     "REGISTRO DE ADIANTAMENTO SALARIAL - COMP".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPET-CAB     PIC 9(06).
           02 FILLER         PIC X(16) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "MAT.  ".
           02 FILLER         PIC X(21) VALUE "NOME".
           02 FILLER         PIC X(12) VALUE "     SALARIO".
           02 FILLER         PIC X(12) VALUE " ADIANTAMENT".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE "SITUACAO".
           02 FILLER         PIC X(14) VALUE SPACES.

       01  DETALHE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALARIO-DET    PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ADIANT-DET     PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 SITUACAO-DET   PIC X(20).
           02 FILLER         PIC X(14) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
                               "TOTAL DO ADIANTAMENTO   : ".
           02 TOTAL-ADT-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(30) VALUE SPACES.

       01  TRAILER-02.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
                               "CREDITOS / EXCLUIDOS    : ".
           02 CREDITOS-LIN   PIC ZZZZ9.
           02 FILLER         PIC X(03) VALUE " / ".
           02 EXCLUIDOS-LIN  PIC ZZZZ9.
           02 FILLER         PIC X(31) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX12B.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ARQ   EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           OPEN INPUT        CADFUN
               OUTPUT        ADIANT
                              REMADT
                              REL-ADIANT.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           COMPUTE    COMPETENCIA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM    LE-PARAM-COMPET.
           DIVIDE     COMPETENCIA  BY  100  GIVING  ANO-COMPET
                      REMAINDER    MES-COMPET.
           COMPUTE    INI-MES-COM  =  ANO-COMPET * 360
                                    + MES-COMPET * 30 + 1.
           COMPUTE    FIM-MES-COM  =  INI-MES-COM + 29.
           MOVE "PERC-ADIANT"  TO  NOME-BUSCADO.
           PERFORM    BUSCA-PARAMGER.
           IF         ACHOU-PARAMGER EQUAL "SIM"
                      MOVE VALOR-ACHADO  TO  PERC-ADIANT.
           PERFORM    CARGA-CONTAS.
           PERFORM    CARGA-FERIAS.
           PERFORM    CARGA-DESLIGAMENTOS.
           PERFORM    CARGA-ADMISSOES.
           PERFORM    LE-SEQUENCIA.
           PERFORM    GRAVA-HEADER.
           PERFORM    LEITURA.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPETENCIA.
           CLOSE PARAM-COMPET.

       BUSCA-PARAMGER.

           MOVE "NAO"  TO ACHOU-PARAMGER
                          FIM-PARAMGER.
           MOVE ZEROS  TO MELHOR-VIGENCIA.
           OPEN INPUT PARAMGER.
           PERFORM LE-PARAMGER
                   UNTIL FIM-PARAMGER EQUAL "SIM".
           CLOSE PARAMGER.

       LE-PARAMGER.

           READ PARAMGER
                AT END
                MOVE "SIM" TO FIM-PARAMGER.
           IF   FIM-PARAMGER NOT EQUAL "SIM"
                AND NOME-PG EQUAL NOME-BUSCADO
                AND VIGENCIA-PG NOT GREATER THAN HOJE-NUM
                AND VIGENCIA-PG NOT LESS THAN MELHOR-VIGENCIA
                MOVE VIGENCIA-PG TO MELHOR-VIGENCIA
                MOVE VALOR-PG    TO VALOR-ACHADO
                MOVE "SIM"       TO ACHOU-PARAMGER.

       CARGA-CONTAS.

           OPEN INPUT       CONTAS2.
           PERFORM    LEITURA-CONTA
                      UNTIL     FIM-CONTAS  EQUAL    "SIM".
           CLOSE      CONTAS2.

       LEITURA-CONTA.

           READ CONTAS2
                AT END
                MOVE "SIM" TO FIM-CONTAS.
           IF   FIM-CONTAS  NOT EQUAL  "SIM"
                AND QT-CONTAS LESS THAN 300
                ADD  1              TO  QT-CONTAS
                MOVE MATR-CONTA     TO  MATR-CONTA-TAB (QT-CONTAS)
                MOVE BANCO-CONTA    TO  BANCO-CONTA-TAB (QT-CONTAS)
                MOVE AGENCIA-CONTA  TO  AGENCIA-CONTA-TAB (QT-CONTAS)
                MOVE DVAG-CONTA     TO  DVAG-CONTA-TAB (QT-CONTAS)
                MOVE NUMCONTA-CONTA TO  NUM-CONTA-TAB (QT-CONTAS)
                MOVE DVCT-CONTA     TO  DVCT-CONTA-TAB (QT-CONTAS).

      *    PERIODOS DE FERIAS NO CALENDARIO COMERCIAL DE 360 DIAS,
      *    COMO NA CRITICA DE SOBREPOSICAO DO EX13A.

       CARGA-FERIAS.

           OPEN INPUT       FERIAS.
           PERFORM    LEITURA-FERIAS
                      UNTIL     FIM-FER    EQUAL    "SIM".
           CLOSE      FERIAS.

       LEITURA-FERIAS.

           READ FERIAS
                AT END
                MOVE "SIM" TO FIM-FER.
           IF   FIM-FER     NOT EQUAL  "SIM"
                AND QT-FERIAS LESS THAN 200
                ADD  1              TO  QT-FERIAS
                MOVE CODIGO-FER     TO  CODIGO-FER-TAB (QT-FERIAS)
                COMPUTE INI-FER-TAB (QT-FERIAS)  =
                        INI-FER-AAAA * 360 + INI-FER-MM * 30
                      + INI-FER-DD
                COMPUTE FIM-FER-TAB (QT-FERIAS)  =
                        INI-FER-TAB (QT-FERIAS) + DIAS-FER - 1.

       CARGA-DESLIGAMENTOS.

           OPEN INPUT       TRANFUN.
           PERFORM    LEITURA-TRANS
                      UNTIL     FIM-TRANS  EQUAL    "SIM".
           CLOSE      TRANFUN.

       LEITURA-TRANS.

           READ TRANFUN
                AT END
                MOVE "SIM" TO FIM-TRANS.
           IF   FIM-TRANS   NOT EQUAL  "SIM"
                AND TIPO-TRANS EQUAL "E"
                AND QT-DESLIG LESS THAN 200
                ADD  1              TO  QT-DESLIG
                MOVE CODIGO-TRANS   TO  CODIGO-DESL-TAB (QT-DESLIG).

       CARGA-ADMISSOES.

           OPEN INPUT       LOGFUN.
           PERFORM    LEITURA-LOG
                      UNTIL     FIM-LOG    EQUAL    "SIM".
           CLOSE      LOGFUN.

       LEITURA-LOG.

           READ LOGFUN
                AT END
                MOVE "SIM" TO FIM-LOG.
           IF   FIM-LOG     NOT EQUAL  "SIM"
                AND TIPO-LOG    EQUAL "I"
                AND STATUS-LOG  EQUAL "APLICADA"
                AND DATA-LOG-AAAA EQUAL ANO-COMPET
                AND DATA-LOG-MM   EQUAL MES-COMPET
                AND DATA-LOG-DD   GREATER THAN 15
                AND QT-ADMIT LESS THAN 200
                ADD  1              TO  QT-ADMIT
                MOVE CODIGO-LOG     TO  CODIGO-ADM-TAB (QT-ADMIT).

       LE-SEQUENCIA.

           OPEN      INPUT     SEQADT.
           READ      SEQADT
                     AT END
                     MOVE      "SIM"     TO     FIM-SEQ.
           IF        FIM-SEQ   NOT EQUAL "SIM"
                     MOVE      ULT-SEQ-ADT     TO     SEQ-ADIANT.
           CLOSE     SEQADT.
           ADD       1         TO        SEQ-ADIANT.

       GRAVA-HEADER.

           MOVE      SPACES         TO     REG-REM-HEADER.
           MOVE      "H"            TO     TIPO-REM-H.
           MOVE      HOJE           TO     DATA-REM-H.
           MOVE      SEQ-ADIANT     TO     SEQ-REM-H.
           WRITE     REG-REM-HEADER.

       LEITURA.

           READ CADFUN
                    AT END
                    MOVE    "SIM"    TO   FIM-ARQ.

       PRINCIPAL.

           COMPUTE   WADIANT  ROUNDED  =
                     SALARIO-BRUTO-ENT * PERC-ADIANT / 100.
           PERFORM   VERIFICA-EXCLUSAO.
           IF        MOTIVO-EXC  EQUAL  SPACES
                     PERFORM   GRAVA-ADIANTAMENTO
                     MOVE      "CREDITADO"   TO  SITUACAO-DET
           ELSE
                     ADD       1             TO  CT-EXCLUIDOS
                     MOVE      MOTIVO-EXC    TO  SITUACAO-DET.
           PERFORM   IMPRESSAO.
           PERFORM   LEITURA.

      *    A ORDEM DOS TESTES DEFINE O MOTIVO IMPRESSO QUANDO HA MAIS
      *    DE UM; A FALTA DE CONTA SO E TESTADA POR ULTIMO.

       VERIFICA-EXCLUSAO.

           MOVE      SPACES    TO   MOTIVO-EXC.
           MOVE      1         TO   CTR-DESLIG.
           PERFORM   TESTA-DESLIGAMENTO  QT-DESLIG  TIMES.
           IF        MOTIVO-EXC  EQUAL  SPACES
                AND  ADMISSAO-ENT  NOT EQUAL  ZEROS
                     PERFORM TESTA-DATA-ADMISSAO.
           IF        MOTIVO-EXC  EQUAL  SPACES
                AND  ADMISSAO-ENT  EQUAL  ZEROS
                     MOVE   1  TO   CTR-ADMIT
                     PERFORM TESTA-ADMISSAO   QT-ADMIT   TIMES.
           IF        MOTIVO-EXC  EQUAL  SPACES
                     MOVE   1  TO   CTR-FERIAS
                     PERFORM TESTA-FERIAS     QT-FERIAS  TIMES.
           IF        MOTIVO-EXC  EQUAL  SPACES
                     PERFORM BUSCA-CONTA
                     IF   ACHOU-CONTA  EQUAL  "NAO"
                          MOVE "SEM CONTA DE CREDITO" TO MOTIVO-EXC.

       TESTA-DESLIGAMENTO.

           IF        CODIGO-ENT  EQUAL  CODIGO-DESL-TAB (CTR-DESLIG)
                     MOVE "RESCISAO PENDENTE"    TO  MOTIVO-EXC.
           ADD       1         TO   CTR-DESLIG.

       TESTA-DATA-ADMISSAO.

           MOVE      ADMISSAO-ENT   TO   DATA-ADM-NUM.
           IF        DATA-ADM-AAAA  EQUAL  ANO-COMPET
                AND  DATA-ADM-MM    EQUAL  MES-COMPET
                AND  DATA-ADM-DD    GREATER THAN  15
                     MOVE "ADMITIDO APOS DIA 15" TO  MOTIVO-EXC.

       TESTA-ADMISSAO.

           IF        CODIGO-ENT  EQUAL  CODIGO-ADM-TAB (CTR-ADMIT)
                     MOVE "ADMITIDO APOS DIA 15" TO  MOTIVO-EXC.
           ADD       1         TO   CTR-ADMIT.

       TESTA-FERIAS.

           IF        CODIGO-ENT  EQUAL  CODIGO-FER-TAB (CTR-FERIAS)
                AND  INI-FER-TAB (CTR-FERIAS) NOT GREATER FIM-MES-COM
                AND  FIM-FER-TAB (CTR-FERIAS) NOT LESS    INI-MES-COM
                     MOVE "FERIAS NO MES"        TO  MOTIVO-EXC.
           ADD       1         TO   CTR-FERIAS.

       BUSCA-CONTA.

           MOVE      "NAO"     TO   ACHOU-CONTA.
           MOVE      ZEROS     TO   IND-CONTA.
           MOVE      1         TO   CTR-CONTA.
           PERFORM   PESQUISA-CONTA      QT-CONTAS  TIMES.

       PESQUISA-CONTA.

           IF        CODIGO-ENT  EQUAL  MATR-CONTA-TAB (CTR-CONTA)
                     MOVE  CTR-CONTA  TO  IND-CONTA
                     MOVE  "SIM"      TO  ACHOU-CONTA.
           ADD       1         TO   CTR-CONTA.

       GRAVA-ADIANTAMENTO.

           MOVE      CODIGO-ENT         TO   MATRICULA-ADT.
           MOVE      NOME-ENT           TO   NOME-ADT.
           MOVE      COMPETENCIA        TO   COMPET-ADT.
           MOVE      SALARIO-BRUTO-ENT  TO   SALARIO-ADT.
           MOVE      WADIANT            TO   VALOR-ADT.
           WRITE     REG-ADIANT.
           ADD       1              TO     CT-ITEM.
           MOVE      SPACES         TO     REG-REM-DET.
           MOVE      "D"            TO     TIPO-REM-D.
           MOVE      CT-ITEM        TO     ITEM-REM-D.
           MOVE      NOME-ENT       TO     NOME-REM-D.
           MOVE      WADIANT        TO     VALOR-REM-D.
           MOVE      BANCO-CONTA-TAB (IND-CONTA)    TO  BANCO-REM-D.
           MOVE      AGENCIA-CONTA-TAB (IND-CONTA)  TO  AGENCIA-REM-D.
           MOVE      DVAG-CONTA-TAB (IND-CONTA)     TO  DVAG-REM-D.
           MOVE      NUM-CONTA-TAB (IND-CONTA)      TO  CONTA-REM-D.
           MOVE      DVCT-CONTA-TAB (IND-CONTA)     TO  DVCT-REM-D.
           WRITE     REG-REM-DET.
           ADD       WADIANT        TO     TOTAL-ADIANT.

       IMPRESSAO.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      CODIGO-ENT         TO   MATRICULA-DET.
           MOVE      NOME-ENT           TO   NOME-DET.
           MOVE      SALARIO-BRUTO-ENT  TO   SALARIO-DET.
           IF        MOTIVO-EXC  EQUAL  SPACES
                     MOVE  WADIANT      TO   ADIANT-DET
           ELSE
                     MOVE  ZEROS        TO   ADIANT-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1                  TO   CT-LIN.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           MOVE COMPETENCIA       TO    COMPET-CAB.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       GRAVA-TRAILER.

           MOVE      SPACES         TO     REG-REM-TRAILER.
           MOVE      "T"            TO     TIPO-REM-T.
           MOVE      CT-ITEM        TO     QUANT-REM-T.
           MOVE      TOTAL-ADIANT   TO     TOTAL-REM-T.
           WRITE     REG-REM-TRAILER.

       GRAVA-SEQUENCIA.

           OPEN      OUTPUT    SEQADT.
           MOVE      SEQ-ADIANT     TO     ULT-SEQ-ADT.
           WRITE     REG-SEQADT.
           CLOSE     SEQADT.

       TERMINO.

           PERFORM   GRAVA-TRAILER.
           PERFORM   GRAVA-SEQUENCIA.
           IF        CT-LIN GREATER THAN 27
                     PERFORM CABECALHO.
           MOVE      TOTAL-ADIANT   TO   TOTAL-ADT-LIN.
           MOVE      CT-ITEM        TO   CREDITOS-LIN.
           MOVE      CT-EXCLUIDOS   TO   EXCLUIDOS-LIN.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM TRAILER-02 AFTER ADVANCING 1 LINE.
           DISPLAY   "ADIANTAMENTO " SEQ-ADIANT " COMPET. "
                     COMPETENCIA " COM " CT-ITEM " CREDITOS.".
           DISPLAY   "FUNCIONARIOS EXCLUIDOS: " CT-EXCLUIDOS.
           CLOSE       CADFUN
                       ADIANT
                       REMADT
                       REL-ADIANT.
