       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12V.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  ORCADO X REALIZADO DA FOLHA POR DEPARTAMENTO. O
      *          REALIZADO DO MES E MONTADO COMO NO EX12F: SALARIO
      *          BRUTO DA FOLHA (FOPAG-LIQ.DAT), FERIAS PAGAS
      *          (FOPAG-FER.DAT, CASADAS PELA MATRICULA), BRUTO DO 13O
      *          PAGO NA COMPETENCIA (RET13.DAT, CASADO PELA
      *          MATRICULA; O QUE NAO CASAR SAI COM A PROPRIA
      *          MATRICULA) E OS ENCARGOS DO EMPREGADOR SOBRE
      *          ESSA BASE (FGTS, INSS PATRONAL, RAT E TERCEIROS, COM
      *          AS ALIQUOTAS DO PARAMGER.DAT), AGRUPADO PELO
      *          CADDEPTO.DAT. O ORCADO VEM DE ORCAMENTO2.DAT (EX12O).
      *          O REALIZADO DOS MESES ANTERIORES DO ANO VEM DO
      *          HISTORICO ORCREAL.DAT, AO QUAL ESTE PROGRAMA
      *          ACRESCENTA O CUSTO DE CADA DEPARTAMENTO NA
      *          COMPETENCIA DA RODADA; SE A COMPETENCIA FOR RODADA
      *          DE NOVO, VALE O ULTIMO REGISTRO GRAVADO PARA ELA.
      *          O RELATORIO REL-ORCAMENTO TRAZ, POR DEPARTAMENTO, O
      *          REALIZADO DO MES ABERTO EM BRUTO, FERIAS, 13O E
      *          ENCARGOS, O ORCADO DO ANO, A VARIACAO DO MES E A
      *          ACUMULADA NO ANO (REALIZADO MENOS ORCADO, POSITIVA
      *          QUANDO ESTOURA), O PERCENTUAL DO ORCADO DO ANO JA
      *          CONSUMIDO E A PROJECAO DO GASTO NO ANO PELO RITMO
      *          MEDIO DOS MESES JA CORRIDOS. A COMPETENCIA VEM DE
      *          PARAM-COMPET.DAT OU E O MES DA RODADA.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   FOPAG-LIQ ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL FOPAG-FER ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL RET13 ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CADDEPTO ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL ORCAMENTO2 ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL ORCREAL ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAMGER ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-ORCAMENTO ASSIGN TO  DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  FOPAG-LIQ
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FOPAG-LIQ.DAT".

       01  REG-LIQ.
             02 MATRICULA-LIQ       PIC 9(05).
             02 NOME-LIQ            PIC X(30).
             02 REAJUSTADO-LIQ      PIC 9(05)V99.
             02 INSS-LIQ            PIC 9(05)V99.
             02 IRRF-LIQ            PIC 9(05)V99.
             02 LIQUIDO-LIQ         PIC 9(05)V99.
             02 HE-LIQ              PIC 9(05)V99.
             02 FALTAS-LIQ          PIC 9(05)V99.
             02 SALFAM-LIQ          PIC 9(05)V99.
             02 CONSIG-LIQ          PIC 9(05)V99.
             02 ADIANT-LIQ          PIC 9(05)V99.
             02 PLANO-LIQ           PIC 9(05)V99.
             02 ANUENIO-LIQ         PIC 9(05)V99.

       FD  FOPAG-FER
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FOPAG-FER.DAT".

       01  REG-FER-LIQ.
             02 MATRICULA-FL        PIC 9(05).
             02 NOME-FL             PIC X(20).
             02 BRUTO-FL            PIC 9(05)V99.
             02 INSS-FL             PIC 9(05)V99.
             02 IRRF-FL             PIC 9(05)V99.
             02 LIQUIDO-FL          PIC 9(05)V99.

       FD  RET13
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "RET13.DAT".

       01  REG-RET13.
             02 MATRICULA-R13       PIC 9(05).
             02 COMPET-R13          PIC 9(06).
             02 PARCELA-R13         PIC 9(01).
             02 BRUTO-R13           PIC 9(07)V99.
             02 INSS-R13            PIC 9(05)V99.
             02 IRRF-R13            PIC 9(05)V99.

       FD  CADDEPTO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CADDEPTO.DAT".

       01   REG-DEPTO.
            03 MATRICULA-DEPTO      PIC 9(05).
            03 COD-DEPTO            PIC 9(02).
            03 NOME-DEPTO           PIC X(20).

       FD  ORCAMENTO2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "ORCAMENTO2.DAT".

       01  REG-ORC.
             02 DEPTO-ORC       PIC 9(02).
             02 COMPET-ORC.
                03 AAAA-ORC        PIC 9(04).
                03 MM-ORC          PIC 9(02).
             02 VALOR-ORC       PIC 9(09)V99.

       FD  ORCREAL
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "ORCREAL.DAT".

       01  REG-REAL.
             02 COMPET-REAL.
                03 AAAA-REAL       PIC 9(04).
                03 MM-REAL         PIC 9(02).
             02 DEPTO-REAL      PIC 9(02).
             02 CUSTO-REAL      PIC 9(09)V99.
             02 DATA-REAL       PIC 9(08).

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

       FD  REL-ORCAMENTO
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-LIQ          PIC X(03)     VALUE   "NAO".
       77  FIM-FER          PIC X(03)     VALUE   "NAO".
       77  FIM-RET13        PIC X(03)     VALUE   "NAO".
       77  FIM-DEPTO        PIC X(03)     VALUE   "NAO".
       77  FIM-ORC          PIC X(03)     VALUE   "NAO".
       77  FIM-REAL         PIC X(03)     VALUE   "NAO".
       77  FIM-PARAMGER     PIC X(03)     VALUE   "NAO".
       77  NOME-BUSCADO     PIC X(12)     VALUE   SPACES.
       77  VALOR-ACHADO     PIC 9(07)V99  VALUE   ZEROS.
       77  ACHOU-PARAMGER   PIC X(03)     VALUE   "NAO".
       77  MELHOR-VIGENCIA  PIC 9(08)     VALUE   ZEROS.
       77  ALIQ-FGTS        PIC 9(02)V99  VALUE   8,00.
       77  ALIQ-INSSEMP     PIC 9(02)V99  VALUE   20,00.
       77  ALIQ-RAT         PIC 9(02)V99  VALUE   2,00.
       77  ALIQ-TERC        PIC 9(02)V99  VALUE   5,80.
       77  QT-FER           PIC 9(03)     VALUE   ZEROS.
       77  CTR-FER          PIC 9(03)     VALUE   ZEROS.
       77  IND-FER          PIC 9(03)     VALUE   ZEROS.
       77  QT-RET13         PIC 9(03)     VALUE   ZEROS.
       77  CTR-RET13        PIC 9(03)     VALUE   ZEROS.
       77  QT-FUN-DEPTO     PIC 9(03)     VALUE   ZEROS.
       77  CTR-FUN-DEPTO    PIC 9(03)     VALUE   ZEROS.
       77  QT-DEPTO         PIC 9(02)     VALUE   ZEROS.
       77  CTR-DEPTO        PIC 9(02)     VALUE   ZEROS.
       77  IND-DEPTO        PIC 9(02)     VALUE   ZEROS.
       77  ACHOU-DEPTO      PIC X(03)     VALUE   "NAO".
       77  CTR-MES          PIC 9(02)     VALUE   ZEROS.
       77  WDEPTO           PIC 9(02)     VALUE   ZEROS.
       77  WDEPTO-NOME      PIC X(20)     VALUE   SPACES.
       77  WMATRICULA       PIC 9(05)     VALUE   ZEROS.
       77  WNOME            PIC X(30)     VALUE   SPACES.
       77  WBRUTO           PIC 9(07)V99  VALUE   ZEROS.
       77  WFERIAS          PIC 9(07)V99  VALUE   ZEROS.
       77  WDECIMO          PIC 9(07)V99  VALUE   ZEROS.
       77  WBASE            PIC 9(07)V99  VALUE   ZEROS.
       77  WENCARGOS        PIC 9(07)V99  VALUE   ZEROS.
       77  WORC-MES         PIC 9(09)V99  VALUE   ZEROS.
       77  WREAL-MES        PIC 9(09)V99  VALUE   ZEROS.
       77  WORC-ACUM        PIC 9(09)V99  VALUE   ZEROS.
       77  WREAL-ACUM       PIC 9(09)V99  VALUE   ZEROS.
       77  WORC-ANO         PIC 9(09)V99  VALUE   ZEROS.
       77  WVAR-MES         PIC S9(09)V99 VALUE   ZEROS.
       77  WVAR-ACUM        PIC S9(09)V99 VALUE   ZEROS.
       77  WPERC            PIC 9(03)V9   VALUE   ZEROS.
       77  WPROJECAO        PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-BRUTO        PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-FERIAS       PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-DECIMO       PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-ENCARGOS     PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-ORC-MES      PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-REAL-MES     PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-ORC-ACUM     PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-REAL-ACUM    PIC 9(09)V99  VALUE   ZEROS.
       77  TOT-ORC-ANO      PIC 9(09)V99  VALUE   ZEROS.
       77  CT-ESTOURADOS    PIC 9(02)     VALUE   ZEROS.
       77  CT-SEM-CASAR     PIC 9(05)     VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  COMPET-RODADA.
           02 COMPET-AAAA    PIC 9(04).
           02 COMPET-MM      PIC 9(02).

       01  COMPET-RODADA-NUM REDEFINES COMPET-RODADA  PIC 9(06).

       01  TAB-FERIAS.
           02 ITEM-FER-TAB    OCCURS 200 TIMES.
              03 MATR-FER-TAB     PIC 9(05).
              03 NOME-FER-TAB     PIC X(20).
              03 BRUTO-FER-TAB    PIC 9(05)V99.
              03 USADO-FER-TAB    PIC X(01).

       01  TAB-RET13.
           02 ITEM-RET13-TAB  OCCURS 200 TIMES.
              03 MATR-RET13-TAB   PIC 9(05).
              03 BRUTO-RET13-TAB  PIC 9(07)V99.
              03 USADO-RET13-TAB  PIC X(01).

       01  TAB-FUN-DEPTO.
           02 MATRIC-FD-TAB  PIC 9(05)  OCCURS 200 TIMES
                                         VALUE ZEROS.
           02 DEPTO-FD-TAB   PIC 9(02)  OCCURS 200 TIMES
                                         VALUE ZEROS.
           02 NOME-FD-TAB    PIC X(20)  OCCURS 200 TIMES
                                         VALUE SPACES.

       01  TAB-TOT-DEPTO.
           02 ITEM-TD-TAB    OCCURS 21 TIMES.
              03 COD-TD-TAB     PIC 9(02).
              03 NOME-TD-TAB    PIC X(20).
              03 BRUTO-TD-TAB   PIC 9(09)V99.
              03 FERIAS-TD-TAB  PIC 9(09)V99.
              03 DECIMO-TD-TAB  PIC 9(09)V99.
              03 ENCARG-TD-TAB  PIC 9(09)V99.
              03 ORC-MES-TAB    PIC 9(09)V99  OCCURS 12 TIMES.
              03 REAL-MES-TAB   PIC 9(09)V99  OCCURS 12 TIMES.

       01  CAB-01.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
                     "ORCADO X REALIZADO DA FOLHA POR DEPTO - COMPET".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPET-CAB     PIC 9(06).
           02 FILLER         PIC X(16) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(04) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(21) VALUE "   DEPARTAMENTO".
           02 FILLER         PIC X(11) VALUE "      BRUTO".
           02 FILLER         PIC X(11) VALUE "     FERIAS".
           02 FILLER         PIC X(11) VALUE "        13O".
           02 FILLER         PIC X(11) VALUE "   ENCARGOS".
           02 FILLER         PIC X(11) VALUE "   REAL MES".
           02 FILLER         PIC X(13) VALUE "   ORCADO ANO".
           02 FILLER         PIC X(01) VALUE SPACES.

       01  CAB-03.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 FILLER         PIC X(10) VALUE "ORCADO MES".
           02 FILLER         PIC X(12) VALUE "    VAR. MES".
           02 FILLER         PIC X(13) VALUE "  ORCADO ACUM".
           02 FILLER         PIC X(13) VALUE "   REAL ACUM.".
           02 FILLER         PIC X(14) VALUE "     VAR. ACUM".
           02 FILLER         PIC X(06) VALUE " %CONS".
           02 FILLER         PIC X(13) VALUE "     PROJECAO".
           02 FILLER         PIC X(03) VALUE SPACES.

       01  LINHA-REAL.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 COD-LIN        PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BRUTO-LIN      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FERIAS-LIN     PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DECIMO-LIN     PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ENCARG-LIN     PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 REAL-MES-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ORC-ANO-LIN    PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.

       01  LINHA-ORCADO.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 ORC-MES-LIN    PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VAR-MES-LIN    PIC -ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ORC-ACUM-LIN   PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 REAL-ACUM-LIN  PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VAR-ACUM-LIN   PIC -Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PERC-LIN       PIC ZZ9,9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROJ-LIN       PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(03) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TRL     PIC X(40).
           02 QTDE-TRL       PIC ZZZZ9.
           02 FILLER         PIC X(40) VALUE SPACES.

       01  NOTA-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(48) VALUE
              "VARIACAO = REALIZADO - ORCADO (POSITIVA: ESTOURO".
           02 FILLER         PIC X(37) VALUE
              "); %CONS = REAL ACUM. / ORCADO ANO.".

       PROCEDURE                     DIVISION.

       PGM-EX12V.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-LIQ   EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           MOVE       HOJE-AAAA     TO   COMPET-AAAA.
           MOVE       HOJE-MM       TO   COMPET-MM.
           PERFORM    LE-PARAM-COMPET.
           PERFORM    LE-ALIQUOTAS.
           MOVE       ZEROS         TO   TAB-TOT-DEPTO.
           PERFORM    LE-CADDEPTO.
           PERFORM    CARGA-FERIAS.
           PERFORM    CARGA-RET13.
           PERFORM    CARGA-ORCAMENTO.
           PERFORM    CARGA-REALIZADO.
           OPEN INPUT        FOPAG-LIQ
               OUTPUT        REL-ORCAMENTO.
           PERFORM    LEITURA-LIQ.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPET-RODADA-NUM.
           CLOSE PARAM-COMPET.

       LE-ALIQUOTAS.

           MOVE "ALIQ-FGTS"    TO  NOME-BUSCADO.
           PERFORM BUSCA-PARAMGER.
           IF   ACHOU-PARAMGER EQUAL "SIM"
                MOVE VALOR-ACHADO  TO  ALIQ-FGTS.
           MOVE "ALIQ-INSSEMP" TO  NOME-BUSCADO.
           PERFORM BUSCA-PARAMGER.
           IF   ACHOU-PARAMGER EQUAL "SIM"
                MOVE VALOR-ACHADO  TO  ALIQ-INSSEMP.
           MOVE "ALIQ-RAT"     TO  NOME-BUSCADO.
           PERFORM BUSCA-PARAMGER.
           IF   ACHOU-PARAMGER EQUAL "SIM"
                MOVE VALOR-ACHADO  TO  ALIQ-RAT.
           MOVE "ALIQ-TERC"    TO  NOME-BUSCADO.
           PERFORM BUSCA-PARAMGER.
           IF   ACHOU-PARAMGER EQUAL "SIM"
                MOVE VALOR-ACHADO  TO  ALIQ-TERC.

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

       LE-CADDEPTO.

           OPEN INPUT        CADDEPTO.
           PERFORM   LEITURA-CADDEPTO
                     UNTIL     FIM-DEPTO   EQUAL   "SIM".
           CLOSE     CADDEPTO.

       LEITURA-CADDEPTO.

           READ      CADDEPTO
                     AT END
                     MOVE      "SIM"       TO      FIM-DEPTO.
           IF        FIM-DEPTO    NOT EQUAL  "SIM"
                AND  QT-FUN-DEPTO LESS THAN  200
                     ADD       1            TO     QT-FUN-DEPTO
                     MOVE      MATRICULA-DEPTO TO
                               MATRIC-FD-TAB (QT-FUN-DEPTO)
                     MOVE      COD-DEPTO    TO
                               DEPTO-FD-TAB (QT-FUN-DEPTO)
                     MOVE      NOME-DEPTO   TO
                               NOME-FD-TAB (QT-FUN-DEPTO)
                     MOVE      COD-DEPTO    TO     WDEPTO
                     MOVE      NOME-DEPTO   TO     WDEPTO-NOME
                     PERFORM   ACHA-DEPTO.

       CARGA-FERIAS.

           OPEN INPUT       FOPAG-FER.
           PERFORM    LEITURA-FER
                      UNTIL     FIM-FER    EQUAL    "SIM".
           CLOSE      FOPAG-FER.

       LEITURA-FER.

           READ FOPAG-FER
                AT END
                MOVE "SIM" TO FIM-FER.
           IF   FIM-FER     NOT EQUAL  "SIM"
                AND QT-FER  LESS THAN 200
                ADD  1             TO  QT-FER
                MOVE MATRICULA-FL  TO  MATR-FER-TAB (QT-FER)
                MOVE NOME-FL       TO  NOME-FER-TAB (QT-FER)
                MOVE BRUTO-FL      TO  BRUTO-FER-TAB (QT-FER)
                MOVE "N"           TO  USADO-FER-TAB (QT-FER).

       CARGA-RET13.

           OPEN INPUT       RET13.
           PERFORM    LEITURA-RET13
                      UNTIL     FIM-RET13  EQUAL    "SIM".
           CLOSE      RET13.

       LEITURA-RET13.

           READ RET13
                AT END
                MOVE "SIM" TO FIM-RET13.
           IF   FIM-RET13   NOT EQUAL  "SIM"
                AND COMPET-R13 EQUAL  COMPET-RODADA-NUM
                AND QT-RET13 LESS THAN 200
                ADD  1             TO  QT-RET13
                MOVE MATRICULA-R13 TO  MATR-RET13-TAB (QT-RET13)
                MOVE BRUTO-R13     TO  BRUTO-RET13-TAB (QT-RET13)
                MOVE "N"           TO  USADO-RET13-TAB (QT-RET13).

      *    ORCADO DOS DOZE MESES DO ANO DA COMPETENCIA.

       CARGA-ORCAMENTO.

           OPEN INPUT       ORCAMENTO2.
           PERFORM    LEITURA-ORCAMENTO
                      UNTIL     FIM-ORC    EQUAL    "SIM".
           CLOSE      ORCAMENTO2.

       LEITURA-ORCAMENTO.

           READ ORCAMENTO2
                AT END
                MOVE "SIM" TO FIM-ORC.
           IF   FIM-ORC     NOT EQUAL  "SIM"
            AND AAAA-ORC    EQUAL      COMPET-AAAA
                MOVE DEPTO-ORC       TO  WDEPTO
                MOVE "SEM CADASTRO"  TO  WDEPTO-NOME
                PERFORM ACHA-DEPTO
                PERFORM ANOTA-ORCAMENTO.

       ANOTA-ORCAMENTO.

           IF   IND-DEPTO   NOT EQUAL  ZEROS
                MOVE VALOR-ORC  TO  ORC-MES-TAB (IND-DEPTO, MM-ORC).

      *    REALIZADO DOS MESES ANTERIORES DO ANO; O ULTIMO REGISTRO
      *    DE CADA COMPETENCIA PREVALECE.

       CARGA-REALIZADO.

           OPEN INPUT       ORCREAL.
           PERFORM    LEITURA-REALIZADO
                      UNTIL     FIM-REAL   EQUAL    "SIM".
           CLOSE      ORCREAL.

       LEITURA-REALIZADO.

           READ ORCREAL
                AT END
                MOVE "SIM" TO FIM-REAL.
           IF   FIM-REAL    NOT EQUAL  "SIM"
            AND AAAA-REAL   EQUAL      COMPET-AAAA
            AND MM-REAL     LESS THAN  COMPET-MM
                MOVE DEPTO-REAL      TO  WDEPTO
                MOVE "SEM CADASTRO"  TO  WDEPTO-NOME
                PERFORM ACHA-DEPTO
                PERFORM ANOTA-REALIZADO.

       ANOTA-REALIZADO.

           IF   IND-DEPTO   NOT EQUAL  ZEROS
                MOVE CUSTO-REAL TO  REAL-MES-TAB (IND-DEPTO, MM-REAL).

       LEITURA-LIQ.

           READ FOPAG-LIQ
                AT END
                MOVE "SIM" TO FIM-LIQ.

       PRINCIPAL.

           MOVE      MATRICULA-LIQ   TO   WMATRICULA.
           MOVE      NOME-LIQ        TO   WNOME.
           MOVE      REAJUSTADO-LIQ  TO   WBRUTO.
           MOVE      ZEROS           TO   WFERIAS
                                          WDECIMO.
           PERFORM   BUSCA-FERIAS.
           IF        IND-FER  NOT EQUAL  ZEROS
                     MOVE  BRUTO-FER-TAB (IND-FER)  TO  WFERIAS
                     MOVE  "S"   TO   USADO-FER-TAB (IND-FER).
           PERFORM   SOMA-RET13.
           PERFORM   PROCESSA-FUNCIONARIO.
           PERFORM   LEITURA-LIQ.

       BUSCA-FERIAS.

           MOVE      ZEROS     TO   IND-FER.
           MOVE      1         TO   CTR-FER.
           PERFORM   PESQUISA-FERIAS     QT-FER  TIMES.

       PESQUISA-FERIAS.

           IF        WMATRICULA  EQUAL  MATR-FER-TAB (CTR-FER)
                AND  USADO-FER-TAB (CTR-FER)  EQUAL  "N"
                     MOVE  CTR-FER   TO   IND-FER.
           ADD       1         TO   CTR-FER.

      *    TODAS AS PARCELAS DE 13O DA COMPETENCIA PAGAS A
      *    MATRICULA ENTRAM NA REMUNERACAO DO MES.

       SOMA-RET13.

           MOVE      1         TO   CTR-RET13.
           PERFORM   PESQUISA-RET13      QT-RET13  TIMES.

       PESQUISA-RET13.

           IF        WMATRICULA  EQUAL  MATR-RET13-TAB (CTR-RET13)
                AND  USADO-RET13-TAB (CTR-RET13)  EQUAL  "N"
                     ADD   BRUTO-RET13-TAB (CTR-RET13)  TO  WDECIMO
                     MOVE  "S"   TO   USADO-RET13-TAB (CTR-RET13).
           ADD       1         TO   CTR-RET13.

       PROCESSA-FUNCIONARIO.

           COMPUTE   WBASE  =  WBRUTO + WFERIAS + WDECIMO.
           COMPUTE   WENCARGOS  ROUNDED  =  WBASE *
                     (ALIQ-FGTS + ALIQ-INSSEMP + ALIQ-RAT + ALIQ-TERC)
                     / 100.
           PERFORM   BUSCA-DEPTO.
           PERFORM   ACHA-DEPTO.
           IF        IND-DEPTO      NOT EQUAL ZEROS
                     PERFORM  ACUMULA-DEPTO.

       BUSCA-DEPTO.

           MOVE      ZEROS          TO       WDEPTO.
           MOVE      "SEM DEPTO"    TO       WDEPTO-NOME.
           MOVE      1              TO       CTR-FUN-DEPTO.
           PERFORM   PESQUISA-FUN-DEPTO      QT-FUN-DEPTO   TIMES.

       PESQUISA-FUN-DEPTO.

           IF        WMATRICULA     EQUAL
                     MATRIC-FD-TAB (CTR-FUN-DEPTO)
                AND  WMATRICULA     NOT EQUAL  ZEROS
                     MOVE   DEPTO-FD-TAB (CTR-FUN-DEPTO) TO  WDEPTO
                     MOVE   NOME-FD-TAB  (CTR-FUN-DEPTO) TO
                            WDEPTO-NOME.
           ADD       1              TO       CTR-FUN-DEPTO.

      *    LOCALIZA O DEPARTAMENTO WDEPTO NA TABELA DE TOTAIS,
      *    INCLUINDO-O SE AINDA NAO ESTIVER LA.

       ACHA-DEPTO.

           MOVE      "NAO"          TO       ACHOU-DEPTO.
           MOVE      ZEROS          TO       IND-DEPTO.
           MOVE      1              TO       CTR-DEPTO.
           PERFORM   PESQUISA-TOT-DEPTO      QT-DEPTO   TIMES.
           IF        ACHOU-DEPTO    EQUAL    "NAO"
                AND  QT-DEPTO       LESS THAN 21
                     ADD    1       TO       QT-DEPTO
                     MOVE   QT-DEPTO TO      IND-DEPTO
                     MOVE   WDEPTO  TO       COD-TD-TAB (IND-DEPTO)
                     MOVE   WDEPTO-NOME TO   NOME-TD-TAB (IND-DEPTO).

       PESQUISA-TOT-DEPTO.

           IF        WDEPTO   EQUAL  COD-TD-TAB (CTR-DEPTO)
                     MOVE   "SIM"       TO   ACHOU-DEPTO
                     MOVE   CTR-DEPTO   TO   IND-DEPTO.
           ADD       1              TO       CTR-DEPTO.

       ACUMULA-DEPTO.

           ADD       WBRUTO     TO   BRUTO-TD-TAB  (IND-DEPTO).
           ADD       WFERIAS    TO   FERIAS-TD-TAB (IND-DEPTO).
           ADD       WDECIMO    TO   DECIMO-TD-TAB (IND-DEPTO).
           ADD       WENCARGOS  TO   ENCARG-TD-TAB (IND-DEPTO).
           ADD       WBASE      TO   REAL-MES-TAB  (IND-DEPTO,
                                                    COMPET-MM).
           ADD       WENCARGOS  TO   REAL-MES-TAB  (IND-DEPTO,
                                                    COMPET-MM).

       PROCESSA-FERIAS-AVULSAS.

           IF        USADO-FER-TAB (CTR-FER)  EQUAL  "N"
                     MOVE  MATR-FER-TAB (CTR-FER)   TO  WMATRICULA
                     MOVE  NOME-FER-TAB (CTR-FER)   TO  WNOME
                     MOVE  ZEROS                    TO  WBRUTO
                                                        WDECIMO
                     MOVE  BRUTO-FER-TAB (CTR-FER)  TO  WFERIAS
                     PERFORM  PROCESSA-FUNCIONARIO.
           ADD       1         TO   CTR-FER.

       PROCESSA-RET13-AVULSOS.

           IF        USADO-RET13-TAB (CTR-RET13)  EQUAL  "N"
                     MOVE  ZEROS     TO  WBRUTO
                                         WFERIAS
                     MOVE  MATR-RET13-TAB (CTR-RET13)   TO  WMATRICULA
                     MOVE  "13O SEM FOLHA NO MES"       TO  WNOME
                     MOVE  BRUTO-RET13-TAB (CTR-RET13)  TO  WDECIMO
                     ADD   1         TO  CT-SEM-CASAR
                     PERFORM  PROCESSA-FUNCIONARIO.
           ADD       1         TO   CTR-RET13.

       IMPRIME-DEPTOS.

           MOVE      1              TO     CTR-DEPTO.
           PERFORM   IMPRIME-DEPTO  QT-DEPTO  TIMES.
           IF        CT-LIN GREATER THAN 24
                     PERFORM CABECALHO.
           MOVE      SPACES         TO     COD-LIN.
           MOVE      "TOTAL GERAL"  TO     NOME-LIN.
           MOVE      TOT-BRUTO      TO     BRUTO-LIN.
           MOVE      TOT-FERIAS     TO     FERIAS-LIN.
           MOVE      TOT-DECIMO     TO     DECIMO-LIN.
           MOVE      TOT-ENCARGOS   TO     ENCARG-LIN.
           MOVE      TOT-ORC-MES    TO     WORC-MES.
           MOVE      TOT-REAL-MES   TO     WREAL-MES.
           MOVE      TOT-ORC-ACUM   TO     WORC-ACUM.
           MOVE      TOT-REAL-ACUM  TO     WREAL-ACUM.
           MOVE      TOT-ORC-ANO    TO     WORC-ANO.
           PERFORM   CALCULA-VARIACOES.
           PERFORM   IMPRIME-LINHAS.

       IMPRIME-DEPTO.

           MOVE      COD-TD-TAB    (CTR-DEPTO)  TO  COD-LIN.
           MOVE      NOME-TD-TAB   (CTR-DEPTO)  TO  NOME-LIN.
           MOVE      BRUTO-TD-TAB  (CTR-DEPTO)  TO  BRUTO-LIN.
           MOVE      FERIAS-TD-TAB (CTR-DEPTO)  TO  FERIAS-LIN.
           MOVE      DECIMO-TD-TAB (CTR-DEPTO)  TO  DECIMO-LIN.
           MOVE      ENCARG-TD-TAB (CTR-DEPTO)  TO  ENCARG-LIN.
           ADD       BRUTO-TD-TAB  (CTR-DEPTO)  TO  TOT-BRUTO.
           ADD       FERIAS-TD-TAB (CTR-DEPTO)  TO  TOT-FERIAS.
           ADD       DECIMO-TD-TAB (CTR-DEPTO)  TO  TOT-DECIMO.
           ADD       ENCARG-TD-TAB (CTR-DEPTO)  TO  TOT-ENCARGOS.
           MOVE      ORC-MES-TAB  (CTR-DEPTO, COMPET-MM)
                                    TO     WORC-MES.
           MOVE      REAL-MES-TAB (CTR-DEPTO, COMPET-MM)
                                    TO     WREAL-MES.
           MOVE      ZEROS          TO     WORC-ACUM
                                           WREAL-ACUM
                                           WORC-ANO.
           MOVE      1              TO     CTR-MES.
           PERFORM   SOMA-MES       12     TIMES.
           ADD       WORC-MES       TO     TOT-ORC-MES.
           ADD       WREAL-MES      TO     TOT-REAL-MES.
           ADD       WORC-ACUM      TO     TOT-ORC-ACUM.
           ADD       WREAL-ACUM     TO     TOT-REAL-ACUM.
           ADD       WORC-ANO       TO     TOT-ORC-ANO.
           PERFORM   CALCULA-VARIACOES.
           IF        WVAR-ACUM      GREATER THAN  ZEROS
                     ADD   1        TO     CT-ESTOURADOS.
           IF        CT-LIN GREATER THAN 26
                     PERFORM CABECALHO.
           PERFORM   IMPRIME-LINHAS.
           ADD       1              TO     CTR-DEPTO.

       SOMA-MES.

           ADD       ORC-MES-TAB (CTR-DEPTO, CTR-MES)  TO  WORC-ANO.
           IF        CTR-MES        NOT GREATER THAN  COMPET-MM
                     ADD  ORC-MES-TAB  (CTR-DEPTO, CTR-MES)
                                    TO     WORC-ACUM
                     ADD  REAL-MES-TAB (CTR-DEPTO, CTR-MES)
                                    TO     WREAL-ACUM.
           ADD       1              TO     CTR-MES.

      *    PROJECAO DO ANO = REALIZADO ACUMULADO / MESES CORRIDOS * 12.

       CALCULA-VARIACOES.

           COMPUTE   WVAR-MES   =  WREAL-MES  - WORC-MES.
           COMPUTE   WVAR-ACUM  =  WREAL-ACUM - WORC-ACUM.
           MOVE      ZEROS          TO     WPERC.
           IF        WORC-ANO       GREATER THAN  ZEROS
                     COMPUTE  WPERC  ROUNDED  =
                              WREAL-ACUM * 100 / WORC-ANO
                              ON SIZE ERROR
                              MOVE  999,9   TO   WPERC.
           COMPUTE   WPROJECAO  ROUNDED  =
                     WREAL-ACUM * 12 / COMPET-MM.

       IMPRIME-LINHAS.

           MOVE      WREAL-MES      TO     REAL-MES-LIN.
           MOVE      WORC-ANO       TO     ORC-ANO-LIN.
           MOVE      WORC-MES       TO     ORC-MES-LIN.
           MOVE      WVAR-MES       TO     VAR-MES-LIN.
           MOVE      WORC-ACUM      TO     ORC-ACUM-LIN.
           MOVE      WREAL-ACUM     TO     REAL-ACUM-LIN.
           MOVE      WVAR-ACUM      TO     VAR-ACUM-LIN.
           MOVE      WPERC          TO     PERC-LIN.
           MOVE      WPROJECAO      TO     PROJ-LIN.
           WRITE     REG-REL FROM LINHA-REAL AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM LINHA-ORCADO AFTER ADVANCING 1 LINE.
           ADD       3              TO     CT-LIN.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           MOVE COMPET-RODADA-NUM TO    COMPET-CAB.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *    GUARDA O REALIZADO DA COMPETENCIA PARA OS MESES SEGUINTES.

       GRAVA-REALIZADO.

           OPEN EXTEND      ORCREAL.
           MOVE      1              TO     CTR-DEPTO.
           PERFORM   GRAVA-REAL-DEPTO  QT-DEPTO  TIMES.
           CLOSE     ORCREAL.

       GRAVA-REAL-DEPTO.

           MOVE      COMPET-RODADA  TO     COMPET-REAL.
           MOVE      COD-TD-TAB (CTR-DEPTO)  TO  DEPTO-REAL.
           MOVE      REAL-MES-TAB (CTR-DEPTO, COMPET-MM)
                                    TO     CUSTO-REAL.
           MOVE      HOJE           TO     DATA-REAL.
           WRITE     REG-REAL.
           ADD       1              TO     CTR-DEPTO.

       TERMINO.

           MOVE      1         TO   CTR-FER.
           PERFORM   PROCESSA-FERIAS-AVULSAS  QT-FER  TIMES.
           MOVE      1         TO   CTR-RET13.
           PERFORM   PROCESSA-RET13-AVULSOS   QT-RET13  TIMES.
           PERFORM   IMPRIME-DEPTOS.
           PERFORM   GRAVA-REALIZADO.
           MOVE      "DEPTOS ACIMA DO ORCADO NO ACUMULADO...: "
                                    TO     ROTULO-TRL.
           MOVE      CT-ESTOURADOS  TO     QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      "13O SEM FOLHA NO MES (PELA MATRICULA).: "
                                    TO     ROTULO-TRL.
           MOVE      CT-SEM-CASAR   TO     QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           WRITE     REG-REL FROM NOTA-01 AFTER ADVANCING 2 LINES.
           DISPLAY   "ORCADO X REALIZADO COMPET. " COMPET-RODADA-NUM
                     " - DEPTOS ACIMA DO ORCADO: " CT-ESTOURADOS.
           CLOSE       FOPAG-LIQ
                       REL-ORCAMENTO.
