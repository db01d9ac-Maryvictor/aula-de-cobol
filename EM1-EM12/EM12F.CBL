       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12F.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  ENCARGOS DO EMPREGADOR SOBRE A FOLHA DO MES. LE O
      *          LIQUIDO DA FOLHA FOPAG-LIQ.DAT (EX12), O PAGAMENTO DE
      *          FERIAS FOPAG-FER.DAT (EX13B) E O PAGAMENTO DE 13O
      *          RET13.DAT (EX13D) E, PARA CADA FUNCIONARIO, MONTA
      *          A REMUNERACAO DO MES (SALARIO REAJUSTADO DA FOLHA +
      *          BRUTO DE FERIAS + BRUTO DE 13O) SOBRE A QUAL CALCULA
      *          O DEPOSITO DE FGTS (ALIQ-FGTS, PADRAO 8 PORCENTO), O
      *          INSS PATRONAL (ALIQ-INSSEMP, PADRAO 20), O RAT
      *          (ALIQ-RAT, PADRAO 2) E OUTRAS ENTIDADES (ALIQ-TERC,
      *          PADRAO 5,8), COM AS ALIQUOTAS BUSCADAS NO CADASTRO
      *          CENTRAL PARAMGER.DAT (MESMA BUSCA POR VIGENCIA DO
      *          EX12).
      *          O DEPOSITO SAI EM FGTS-DEP.DAT NO LAYOUT FIXO DO
      *          BANCO, COMO A REMESSA DO PGM05 DO EM3-EM02: HEADER
      *          COM DATA, COMPETENCIA E NUMERO DE SEQUENCIA
      *          (CONTROLADO EM SEQFGTS.DAT), UM DETALHE POR
      *          FUNCIONARIO COM A BASE E O VALOR DO DEPOSITO, E
      *          TRAILER COM QUANTIDADE E TOTAIS. A COMPETENCIA VEM
      *          DE PARAM-COMPET.DAT OU E O MES DA RODADA.
      *          O CUSTO DO EMPREGADOR SAI EM REL-ENCARGOS AGRUPADO
      *          POR DEPARTAMENTO (CADDEPTO.DAT, COMO NO EX09;
      *          FUNCIONARIO SEM ENTRADA VAI PARA SEM DEPTO), COM
      *          REMUNERACAO, FGTS, INSS PATRONAL, RAT/TERCEIROS E O
      *          CUSTO TOTAL, NO LUGAR DA PLANILHA DO RH.
      *          DO RET13 ENTRA O BRUTO DAS PARCELAS DE 13O PAGAS NA
      *          COMPETENCIA DA RODADA, CASADO PELA MATRICULA COM A
      *          FOLHA DO MES; O QUE NAO CASAR SAI COM A PROPRIA
      *          MATRICULA E DEPARTAMENTO, PARA O CUSTO NAO SUMIR DO
      *          TOTAL.

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

           SELECT   OPTIONAL PARAMGER ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL SEQFGTS ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   FGTS-DEP ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-ENCARGOS ASSIGN TO   DISK.

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

       FD  SEQFGTS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "SEQFGTS.DAT".

       01  REG-SEQFGTS.
             02 ULT-SEQ-FGTS    PIC 9(05).

       FD  FGTS-DEP
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FGTS-DEP.DAT".

       01  REG-FGTS-HEADER.
             02 TIPO-FGTS-H     PIC X(01).
             02 DATA-FGTS-H     PIC 9(08).
             02 COMPET-FGTS-H   PIC 9(06).
             02 SEQ-FGTS-H      PIC 9(05).
             02 FILLER          PIC X(45).

       01  REG-FGTS-DET.
             02 TIPO-FGTS-D     PIC X(01).
             02 ITEM-FGTS-D     PIC 9(05).
             02 MATRICULA-FGTS-D PIC 9(05).
             02 NOME-FGTS-D     PIC X(30).
             02 COMPET-FGTS-D   PIC 9(06).
             02 BASE-FGTS-D     PIC 9(07)V9(02).
             02 VALOR-FGTS-D    PIC 9(07)V9(02).

       01  REG-FGTS-TRAILER.
             02 TIPO-FGTS-T     PIC X(01).
             02 QUANT-FGTS-T    PIC 9(05).
             02 BASE-FGTS-T     PIC 9(09)V9(02).
             02 TOTAL-FGTS-T    PIC 9(09)V9(02).
             02 FILLER          PIC X(37).

       FD  REL-ENCARGOS
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-LIQ          PIC X(03)     VALUE   "NAO".
       77  FIM-FER          PIC X(03)     VALUE   "NAO".
       77  FIM-RET13        PIC X(03)     VALUE   "NAO".
       77  FIM-DEPTO        PIC X(03)     VALUE   "NAO".
       77  FIM-SEQ          PIC X(03)     VALUE   "NAO".
       77  FIM-PARAMGER     PIC X(03)     VALUE   "NAO".
       77  NOME-BUSCADO     PIC X(12)     VALUE   SPACES.
       77  VALOR-ACHADO     PIC 9(07)V99  VALUE   ZEROS.
       77  ACHOU-PARAMGER   PIC X(03)     VALUE   "NAO".
       77  MELHOR-VIGENCIA  PIC 9(08)     VALUE   ZEROS.
       77  ALIQ-FGTS        PIC 9(02)V99  VALUE   8,00.
       77  ALIQ-INSSEMP     PIC 9(02)V99  VALUE   20,00.
       77  ALIQ-RAT         PIC 9(02)V99  VALUE   2,00.
       77  ALIQ-TERC        PIC 9(02)V99  VALUE   5,80.
       77  COMPET-RODADA    PIC 9(06)     VALUE   ZEROS.
       77  SEQ-FGTS         PIC 9(05)     VALUE   ZEROS.
       77  CT-ITEM          PIC 9(05)     VALUE   ZEROS.
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
       77  WDEPTO           PIC 9(02)     VALUE   ZEROS.
       77  WDEPTO-NOME      PIC X(20)     VALUE   SPACES.
       77  WMATRICULA       PIC 9(05)     VALUE   ZEROS.
       77  WNOME            PIC X(30)     VALUE   SPACES.
       77  WBASE            PIC 9(07)V99  VALUE   ZEROS.
       77  WFGTS            PIC 9(07)V99  VALUE   ZEROS.
       77  WINSSEMP         PIC 9(07)V99  VALUE   ZEROS.
       77  WRATTERC         PIC 9(07)V99  VALUE   ZEROS.
       77  WCUSTO           PIC 9(07)V99  VALUE   ZEROS.
       77  TOTAL-BASE       PIC 9(09)V99  VALUE   ZEROS.
       77  TOTAL-FGTS       PIC 9(09)V99  VALUE   ZEROS.
       77  TOTAL-INSSEMP    PIC 9(09)V99  VALUE   ZEROS.
       77  TOTAL-RATTERC    PIC 9(09)V99  VALUE   ZEROS.
       77  TOTAL-CUSTO      PIC 9(09)V99  VALUE   ZEROS.
       77  CT-SEM-CASAR     PIC 9(05)     VALUE   ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

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
           02 ITEM-TD-TAB    OCCURS 20 TIMES.
              03 COD-TD-TAB     PIC 9(02).
              03 NOME-TD-TAB    PIC X(20).
              03 QT-TD-TAB      PIC 9(05).
              03 BASE-TD-TAB    PIC 9(09)V99.
              03 FGTS-TD-TAB    PIC 9(09)V99.
              03 INSS-TD-TAB    PIC 9(09)V99.
              03 RAT-TD-TAB     PIC 9(09)V99.
              03 CUSTO-TD-TAB   PIC 9(09)V99.

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
                     "CUSTO DO EMPREGADOR POR DEPARTAMENTO - COMPET.".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPET-CAB     PIC 9(06).
           02 FILLER         PIC X(22) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(24) VALUE "DEPARTAMENTO".
           02 FILLER         PIC X(05) VALUE "QTDE ".
           02 FILLER         PIC X(12) VALUE "  REMUNERAC.".
           02 FILLER         PIC X(11) VALUE "       FGTS".
           02 FILLER         PIC X(11) VALUE "  INSS EMP.".
           02 FILLER         PIC X(11) VALUE "  RAT/TERC.".
           02 FILLER         PIC X(12) VALUE " CUSTO TOTAL".
           02 FILLER         PIC X(01) VALUE SPACES.

       01  LINHA-DEPTO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 COD-DEP-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DEP-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QT-DEP-LIN     PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BASE-DEP-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FGTS-DEP-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INSS-DEP-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RAT-DEP-LIN    PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CUSTO-DEP-LIN  PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(23) VALUE "TOTAL GERAL".
           02 QT-TOT-LIN     PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BASE-TOT-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FGTS-TOT-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INSS-TOT-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RAT-TOT-LIN    PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CUSTO-TOT-LIN  PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.

       01  TRAILER-02.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(44) VALUE
                     "13O SEM FOLHA NO MES (PELA MATRICULA)     : ".
           02 SEM-CASAR-LIN  PIC ZZZZ9.
           02 FILLER         PIC X(38) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX12F.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-LIQ   EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           OPEN INPUT        FOPAG-LIQ
               OUTPUT        FGTS-DEP
                             REL-ENCARGOS.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           COMPUTE    COMPET-RODADA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM    LE-PARAM-COMPET.
           PERFORM    LE-ALIQUOTAS.
           PERFORM    CARGA-FERIAS.
           PERFORM    CARGA-RET13.
           PERFORM    LE-CADDEPTO.
           PERFORM    LE-SEQUENCIA.
           PERFORM    GRAVA-HEADER.
           PERFORM    LEITURA-LIQ.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPET-RODADA.
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
                AND COMPET-R13 EQUAL  COMPET-RODADA
                AND QT-RET13 LESS THAN 200
                ADD  1             TO  QT-RET13
                MOVE MATRICULA-R13 TO  MATR-RET13-TAB (QT-RET13)
                MOVE BRUTO-R13     TO  BRUTO-RET13-TAB (QT-RET13)
                MOVE "N"           TO  USADO-RET13-TAB (QT-RET13).

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
                               NOME-FD-TAB (QT-FUN-DEPTO).

       LE-SEQUENCIA.

           OPEN      INPUT     SEQFGTS.
           READ      SEQFGTS
                     AT END
                     MOVE      "SIM"     TO     FIM-SEQ.
           IF        FIM-SEQ   NOT EQUAL "SIM"
                     MOVE      ULT-SEQ-FGTS    TO     SEQ-FGTS.
           CLOSE     SEQFGTS.
           ADD       1         TO        SEQ-FGTS.

       GRAVA-HEADER.

           MOVE      SPACES         TO     REG-FGTS-HEADER.
           MOVE      "H"            TO     TIPO-FGTS-H.
           MOVE      HOJE           TO     DATA-FGTS-H.
           MOVE      COMPET-RODADA  TO     COMPET-FGTS-H.
           MOVE      SEQ-FGTS       TO     SEQ-FGTS-H.
           WRITE     REG-FGTS-HEADER.

       LEITURA-LIQ.

           READ FOPAG-LIQ
                AT END
                MOVE "SIM" TO FIM-LIQ.

       PRINCIPAL.

           MOVE      MATRICULA-LIQ   TO   WMATRICULA.
           MOVE      NOME-LIQ        TO   WNOME.
           MOVE      REAJUSTADO-LIQ  TO   WBASE.
           PERFORM   BUSCA-FERIAS.
           IF        IND-FER  NOT EQUAL  ZEROS
                     ADD   BRUTO-FER-TAB (IND-FER)  TO  WBASE
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
                     ADD   BRUTO-RET13-TAB (CTR-RET13)  TO  WBASE
                     MOVE  "S"   TO   USADO-RET13-TAB (CTR-RET13).
           ADD       1         TO   CTR-RET13.

       PROCESSA-FUNCIONARIO.

           COMPUTE   WFGTS     ROUNDED  =  WBASE * ALIQ-FGTS / 100.
           COMPUTE   WINSSEMP  ROUNDED  =  WBASE * ALIQ-INSSEMP / 100.
           COMPUTE   WRATTERC  ROUNDED  =
                     WBASE * (ALIQ-RAT + ALIQ-TERC) / 100.
           COMPUTE   WCUSTO  =  WBASE + WFGTS + WINSSEMP + WRATTERC.
           PERFORM   GRAVA-DETALHE.
           PERFORM   BUSCA-DEPTO.
           PERFORM   ACUMULA-DEPTO.
           ADD       WBASE      TO   TOTAL-BASE.
           ADD       WFGTS      TO   TOTAL-FGTS.
           ADD       WINSSEMP   TO   TOTAL-INSSEMP.
           ADD       WRATTERC   TO   TOTAL-RATTERC.
           ADD       WCUSTO     TO   TOTAL-CUSTO.

       GRAVA-DETALHE.

           ADD       1              TO     CT-ITEM.
           MOVE      "D"            TO     TIPO-FGTS-D.
           MOVE      CT-ITEM        TO     ITEM-FGTS-D.
           MOVE      WMATRICULA     TO     MATRICULA-FGTS-D.
           MOVE      WNOME          TO     NOME-FGTS-D.
           MOVE      COMPET-RODADA  TO     COMPET-FGTS-D.
           MOVE      WBASE          TO     BASE-FGTS-D.
           MOVE      WFGTS          TO     VALOR-FGTS-D.
           WRITE     REG-FGTS-DET.

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

       ACUMULA-DEPTO.

           MOVE      "NAO"          TO       ACHOU-DEPTO.
           MOVE      ZEROS          TO       IND-DEPTO.
           MOVE      1              TO       CTR-DEPTO.
           PERFORM   PESQUISA-TOT-DEPTO      QT-DEPTO   TIMES.
           IF        ACHOU-DEPTO    EQUAL    "NAO"
                AND  QT-DEPTO       LESS THAN 20
                     ADD    1       TO       QT-DEPTO
                     MOVE   QT-DEPTO TO      IND-DEPTO
                     MOVE   WDEPTO  TO       COD-TD-TAB (IND-DEPTO)
                     MOVE   WDEPTO-NOME TO   NOME-TD-TAB (IND-DEPTO)
                     MOVE   ZEROS   TO       QT-TD-TAB (IND-DEPTO)
                                             BASE-TD-TAB (IND-DEPTO)
                                             FGTS-TD-TAB (IND-DEPTO)
                                             INSS-TD-TAB (IND-DEPTO)
                                             RAT-TD-TAB (IND-DEPTO)
                                             CUSTO-TD-TAB (IND-DEPTO).
           IF        IND-DEPTO      NOT EQUAL ZEROS
                     ADD    1          TO    QT-TD-TAB (IND-DEPTO)
                     ADD    WBASE      TO    BASE-TD-TAB (IND-DEPTO)
                     ADD    WFGTS      TO    FGTS-TD-TAB (IND-DEPTO)
                     ADD    WINSSEMP   TO    INSS-TD-TAB (IND-DEPTO)
                     ADD    WRATTERC   TO    RAT-TD-TAB (IND-DEPTO)
                     ADD    WCUSTO     TO    CUSTO-TD-TAB (IND-DEPTO).

       PESQUISA-TOT-DEPTO.

           IF        WDEPTO   EQUAL  COD-TD-TAB (CTR-DEPTO)
                     MOVE   "SIM"       TO   ACHOU-DEPTO
                     MOVE   CTR-DEPTO   TO   IND-DEPTO.
           ADD       1              TO       CTR-DEPTO.

       PROCESSA-FERIAS-AVULSAS.

           IF        USADO-FER-TAB (CTR-FER)  EQUAL  "N"
                     MOVE  MATR-FER-TAB (CTR-FER)   TO  WMATRICULA
                     MOVE  NOME-FER-TAB (CTR-FER)   TO  WNOME
                     MOVE  BRUTO-FER-TAB (CTR-FER)  TO  WBASE
                     PERFORM  PROCESSA-FUNCIONARIO.
           ADD       1         TO   CTR-FER.

       PROCESSA-RET13-AVULSOS.

           IF        USADO-RET13-TAB (CTR-RET13)  EQUAL  "N"
                     MOVE  MATR-RET13-TAB (CTR-RET13)   TO  WMATRICULA
                     MOVE  "13O SEM FOLHA NO MES"       TO  WNOME
                     MOVE  BRUTO-RET13-TAB (CTR-RET13)  TO  WBASE
                     ADD   1         TO  CT-SEM-CASAR
                     PERFORM  PROCESSA-FUNCIONARIO.
           ADD       1         TO   CTR-RET13.

       GRAVA-TRAILER.

           MOVE      SPACES         TO     REG-FGTS-TRAILER.
           MOVE      "T"            TO     TIPO-FGTS-T.
           MOVE      CT-ITEM        TO     QUANT-FGTS-T.
           MOVE      TOTAL-BASE     TO     BASE-FGTS-T.
           MOVE      TOTAL-FGTS     TO     TOTAL-FGTS-T.
           WRITE     REG-FGTS-TRAILER.

       GRAVA-SEQUENCIA.

           OPEN      OUTPUT    SEQFGTS.
           MOVE      SEQ-FGTS       TO     ULT-SEQ-FGTS.
           WRITE     REG-SEQFGTS.
           CLOSE     SEQFGTS.

       IMPRIME-DEPTOS.

           MOVE      COMPET-RODADA  TO     COMPET-CAB.
           WRITE     REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE      1              TO     CTR-DEPTO.
           PERFORM   IMPRIME-LINHA-DEPTO   QT-DEPTO  TIMES.
           MOVE      CT-ITEM        TO     QT-TOT-LIN.
           MOVE      TOTAL-BASE     TO     BASE-TOT-LIN.
           MOVE      TOTAL-FGTS     TO     FGTS-TOT-LIN.
           MOVE      TOTAL-INSSEMP  TO     INSS-TOT-LIN.
           MOVE      TOTAL-RATTERC  TO     RAT-TOT-LIN.
           MOVE      TOTAL-CUSTO    TO     CUSTO-TOT-LIN.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           IF        CT-SEM-CASAR   GREATER THAN  ZEROS
                     MOVE   CT-SEM-CASAR   TO   SEM-CASAR-LIN
                     WRITE  REG-REL FROM TRAILER-02
                            AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-DEPTO.

           MOVE      COD-TD-TAB   (CTR-DEPTO)  TO   COD-DEP-LIN.
           MOVE      NOME-TD-TAB  (CTR-DEPTO)  TO   NOME-DEP-LIN.
           MOVE      QT-TD-TAB    (CTR-DEPTO)  TO   QT-DEP-LIN.
           MOVE      BASE-TD-TAB  (CTR-DEPTO)  TO   BASE-DEP-LIN.
           MOVE      FGTS-TD-TAB  (CTR-DEPTO)  TO   FGTS-DEP-LIN.
           MOVE      INSS-TD-TAB  (CTR-DEPTO)  TO   INSS-DEP-LIN.
           MOVE      RAT-TD-TAB   (CTR-DEPTO)  TO   RAT-DEP-LIN.
           MOVE      CUSTO-TD-TAB (CTR-DEPTO)  TO   CUSTO-DEP-LIN.
           WRITE     REG-REL FROM LINHA-DEPTO AFTER ADVANCING 1 LINE.
           ADD       1             TO    CTR-DEPTO.

       TERMINO.

           MOVE      1         TO   CTR-FER.
           PERFORM   PROCESSA-FERIAS-AVULSAS  QT-FER  TIMES.
           MOVE      1         TO   CTR-RET13.
           PERFORM   PROCESSA-RET13-AVULSOS   QT-RET13  TIMES.
           PERFORM   GRAVA-TRAILER.
           PERFORM   GRAVA-SEQUENCIA.
           PERFORM   IMPRIME-DEPTOS.
           DISPLAY   "DEPOSITO FGTS " SEQ-FGTS " COMPET. "
                     COMPET-RODADA " COM " CT-ITEM " FUNCIONARIOS.".
           DISPLAY   "13O SEM FOLHA NO MES      : " CT-SEM-CASAR.
           CLOSE       FOPAG-LIQ
                       FGTS-DEP
                       REL-ENCARGOS.
