      *          EM DUAS COLUNAS NO RELTRAN E GRAVADOS NO DISBOLSO.
      *          TRABALHADOR SEM PONTE OU SEM CADFUN FICA COM
      *          COPARTICIPACAO ZERO (EMPRESA PAGA TUDO), COMO ANTES.
      *          OS DIAS DE VALE NAO SAO MAIS OS DIGITADOS NO CADENT:
      *          PARA A COMPETENCIA DA RODADA (PARAM-COMPET.DAT, OU O
      *          MES DA DATA) OS DIAS SAO OS DIAS UTEIS DO CALENDARIO
      *          CALEND-TRAB.DAT MENOS AS FALTAS SEM REMUNERACAO DO
      *          PONTO.DAT (EX12A) E MENOS OS DIAS DE FERIAS AGENDADOS
      *          EM FERIAS.DAT (EX13A) QUE CAEM NO MES, CONVERTIDOS EM
      *          DIAS UTEIS NA PROPORCAO DO CALENDARIO COMERCIAL DE 30
      *          DIAS. A MATRICULA VEM DA MESMA PONTE PONTE-VT.DAT. O
      *          VALOR DO VALE, A COPARTICIPACAO E O DISBOLSO USAM OS
      *          DIAS CALCULADOS; QUEM TEM DIAS DIGITADOS DIFERENTES
      *          DOS CALCULADOS SAI NO RELATORIO DE EXCECOES
      *          REL-DIASVT. TRABALHADOR SEM PONTE, OU COMPETENCIA SEM
      *          CALENDARIO, CONTINUA COM OS DIAS DIGITADOS (O PRIMEIRO
      *          TAMBEM SAI NAS EXCECOES).
       ENVIRONMENT             DIVISION.
       
       CONFIGURATION SECTION.
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL PONTE-VT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL PARAM-COMPET ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL CALEND-TRAB ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL PONTO     ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL FERIAS    ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   REL-DIASVT        ASSIGN      TO      DISK.
           SELECT   CADFUN            ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
             02 NOME-PONTE        PIC X(30).
             02 CODIGO-PONTE      PIC 9(05).

       FD  PARAM-COMPET
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM      PIC 9(06).

       FD  CALEND-TRAB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-TRAB.DAT".

       01  REG-CALEND.
             02 COMPET-CALEND     PIC 9(06).
             02 DIAS-UTEIS-CAL    PIC 9(02).

       FD  PONTO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PONTO.DAT".

       01  REG-PONTO.
             02 MATRICULA-PONTO   PIC 9(05).
             02 COMPET-PONTO      PIC 9(06).
             02 HE50-PONTO        PIC 9(03).
             02 HE100-PONTO       PIC 9(03).
             02 FALTAS-PONTO      PIC 9(02).

       FD  FERIAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FERIAS.DAT".

       01  REG-FERIAS.
             02 CODIGO-FER        PIC 9(05).
             02 DATA-INI-FER.
                03 INI-FER-AAAA   PIC 9(04).
                03 INI-FER-MM     PIC 9(02).
                03 INI-FER-DD     PIC 9(02).
             02 DIAS-FER          PIC 9(02).

       FD  REL-DIASVT
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL-DIAS      PIC X(80).

       FD  CADFUN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADFUN.DAT".
             02 CODIGO-FUN        PIC 9(05).
             02 NOME-FUN          PIC X(20).
             02 SALARIO-BRUTO-FUN PIC 9(5)V99.
             02 ADMISSAO-FUN      PIC 9(08).

       SD  TRAB.
       01  REG-TRAB.
           02 CODIGO-PONTE-TAB  PIC 9(05)  OCCURS 100 TIMES
                                            VALUE ZEROS.

       77  COMPETENCIA      PIC 9(06)             VALUE ZEROS.
       77  COMPET-ANT       PIC 9(06)             VALUE ZEROS.
       77  COMPET-FER       PIC 9(06)             VALUE ZEROS.
       77  FIM-CALEND       PIC X(03)             VALUE "NAO".
       77  ACHOU-CALEND     PIC X(03)             VALUE "NAO".
       77  DIAS-UTEIS       PIC 9(02)             VALUE ZEROS.
       77  FIM-PONTO        PIC X(03)             VALUE "NAO".
       77  QT-FALTAS        PIC 9(04)             VALUE ZEROS.
       77  CTR-FALTAS       PIC 9(04)             VALUE ZEROS.
       77  FIM-FERIAS       PIC X(03)             VALUE "NAO".
       77  QT-FERIAS        PIC 9(04)             VALUE ZEROS.
       77  CTR-FERIAS       PIC 9(04)             VALUE ZEROS.
       77  IND-FERIAS       PIC 9(04)             VALUE ZEROS.
       77  DIAS-NO-MES      PIC 9(03)             VALUE ZEROS.
       77  FALTAS-FUNC      PIC 9(03)             VALUE ZEROS.
       77  FERIAS-FUNC      PIC 9(03)             VALUE ZEROS.
       77  FERIAS-UTEIS     PIC 9(03)             VALUE ZEROS.
       77  DIAS-CALC        PIC S9(03)            VALUE ZEROS.
       77  DIAS-VR          PIC 9(02)             VALUE ZEROS.
       77  CT-LIN-EXC       PIC 9(02)             VALUE 30.
       77  CT-PAG-EXC       PIC 9(02)             VALUE ZEROS.
       77  QT-EXCECOES      PIC 9(05)             VALUE ZEROS.

       01  TAB-FALTAS.
           02 CODIGO-FALTAS-TAB PIC 9(05)  OCCURS 1000 TIMES
                                            VALUE ZEROS.
           02 FALTAS-TAB        PIC 9(03)  OCCURS 1000 TIMES
                                            VALUE ZEROS.

       01  TAB-FERIAS.
           02 CODIGO-FERIAS-TAB PIC 9(05)  OCCURS 1000 TIMES
                                            VALUE ZEROS.
           02 DIAS-FERIAS-TAB   PIC 9(03)  OCCURS 1000 TIMES
                                            VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 EMP-GER-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(22) VALUE SPACES.

       01  CAB-EXC-01.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(37) VALUE
                            "EXCECOES DE DIAS DO VALE TRANSPORTE  ".
           02 FILLER         PIC X(23) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-EXC    PIC 9(02).
           02 FILLER         PIC X(03) VALUE SPACES.

       01  CAB-EXC-02.
           02 FILLER         PIC X(30) VALUE SPACES.
           02 FILLER         PIC X(13) VALUE "COMPETENCIA: ".
           02 COMPET-CAB-EXC PIC 9(06).
           02 FILLER         PIC X(15) VALUE "  DIAS UTEIS: ".
           02 UTEIS-CAB-EXC  PIC Z9.
           02 FILLER         PIC X(14) VALUE SPACES.

       01  CAB-EXC-03.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(04) VALUE "NOME".
           02 FILLER         PIC X(27) VALUE SPACES.
           02 FILLER         PIC X(18) VALUE "DIG CALC FALT FER ".
           02 FILLER         PIC X(06) VALUE "MOTIVO".
           02 FILLER         PIC X(24) VALUE SPACES.

       01  DETALHE-EXC.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-EXC       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DIG-EXC        PIC Z9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CALC-EXC       PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FALT-EXC       PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FER-EXC        PIC Z9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-EXC     PIC X(31).

       01  LINHA-SEM-CALEND.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(29) VALUE
                     "COMPETENCIA SEM CALENDARIO - ".
           02 FILLER         PIC X(38) VALUE
                     "VALE PELOS DIAS DIGITADOS NO CADENT".
           02 FILLER         PIC X(12) VALUE SPACES.

       01  LINHA-TOTAL-EXC.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(22) VALUE "TOTAL DE EXCECOES:    ".
           02 QTDE-EXC       PIC ZZ.ZZ9.
           02 FILLER         PIC X(51) VALUE SPACES.

       PROCEDURE                                   DIVISION.
       
       PGM-EX.
       INICIO-ENTRADA SECTION.
           OPEN INPUT CADENT
                      CADFUN
           OPEN OUTPUT REL-DIASVT.
           ACCEPT     HOJE        FROM       DATE YYYYMMDD.
           COMPUTE    COMPETENCIA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM LE-PARAMETRO-DEPTO.
           PERFORM LE-PARAMETRO-TARIFA.
           PERFORM LE-PONTE-VT.
           PERFORM LE-PARAMETRO-COMPET.
           PERFORM LE-CALENDARIO.
           PERFORM LE-FALTAS.
           PERFORM LE-FERIAS.
           PERFORM LEITURA-ENTRADA.

       LE-PARAMETRO-COMPET SECTION.
           OPEN       INPUT     PARAM-COMPET.
           READ       PARAM-COMPET
                      AT END
                      MOVE     ZEROS    TO    COMPET-PARAM.
           IF         COMPET-PARAM   NOT EQUAL   ZEROS
                      MOVE     COMPET-PARAM   TO   COMPETENCIA.
           CLOSE      PARAM-COMPET.
           IF         COMPETENCIA (5:2)   EQUAL   "01"
                      COMPUTE  COMPET-ANT  =  COMPETENCIA - 89
           ELSE
                      COMPUTE  COMPET-ANT  =  COMPETENCIA - 1.

       LE-CALENDARIO SECTION.
           OPEN       INPUT     CALEND-TRAB.
           PERFORM    LEITURA-CALENDARIO
                      UNTIL      FIM-CALEND   EQUAL   "SIM".
           CLOSE      CALEND-TRAB.
           MOVE       COMPETENCIA    TO    COMPET-CAB-EXC.
           MOVE       DIAS-UTEIS     TO    UTEIS-CAB-EXC.
           IF         ACHOU-CALEND   NOT EQUAL   "SIM"
                      PERFORM    CABECALHO-EXC
                      WRITE      REG-REL-DIAS FROM LINHA-SEM-CALEND
                                 AFTER ADVANCING 2 LINES
                      ADD        2      TO    CT-LIN-EXC.

       LEITURA-CALENDARIO SECTION.
           READ       CALEND-TRAB
                      AT END
                      MOVE     "SIM"    TO    FIM-CALEND.
           IF         FIM-CALEND     NOT EQUAL   "SIM"
                AND   COMPET-CALEND  EQUAL       COMPETENCIA
                      MOVE     DIAS-UTEIS-CAL   TO    DIAS-UTEIS
                      MOVE     "SIM"            TO    ACHOU-CALEND.

       LE-FALTAS SECTION.
           OPEN       INPUT     PONTO.
           PERFORM    LEITURA-FALTAS
                      UNTIL      FIM-PONTO   EQUAL   "SIM".
           CLOSE      PONTO.

       LEITURA-FALTAS SECTION.
           READ       PONTO
                      AT END
                      MOVE     "SIM"    TO    FIM-PONTO.
           IF         FIM-PONTO      NOT EQUAL   "SIM"
                AND   COMPET-PONTO   EQUAL       COMPETENCIA
                AND   QT-FALTAS      LESS THAN   1000
                      ADD        1                TO    QT-FALTAS
                      MOVE       MATRICULA-PONTO  TO
                                 CODIGO-FALTAS-TAB (QT-FALTAS)
                      MOVE       FALTAS-PONTO     TO
                                 FALTAS-TAB (QT-FALTAS).

       LE-FERIAS SECTION.
           OPEN       INPUT     FERIAS.
           PERFORM    LEITURA-FERIAS
                      UNTIL      FIM-FERIAS   EQUAL   "SIM".
           CLOSE      FERIAS.

       LEITURA-FERIAS SECTION.
           READ       FERIAS
                      AT END
                      MOVE     "SIM"    TO    FIM-FERIAS.
           IF         FIM-FERIAS     NOT EQUAL   "SIM"
                      PERFORM    CALCULA-DIAS-FERIAS.

       CALCULA-DIAS-FERIAS SECTION.
           MOVE       ZEROS       TO         DIAS-NO-MES.
           COMPUTE    COMPET-FER  =  INI-FER-AAAA * 100 + INI-FER-MM.
           IF         COMPET-FER  EQUAL  COMPETENCIA
                      COMPUTE  DIAS-NO-MES  =  31 - INI-FER-DD
                      IF       DIAS-NO-MES  GREATER THAN  DIAS-FER
                               MOVE   DIAS-FER   TO   DIAS-NO-MES.
           IF         COMPET-FER  EQUAL  COMPET-ANT
                AND   INI-FER-DD + DIAS-FER  GREATER THAN  31
                      COMPUTE  DIAS-NO-MES  =
                               INI-FER-DD + DIAS-FER - 31.
           IF         DIAS-NO-MES  GREATER THAN  ZEROS
                      PERFORM    ACUMULA-FERIAS.

       ACUMULA-FERIAS SECTION.
           MOVE       ZEROS       TO         IND-FERIAS.
           MOVE       1           TO         CTR-FERIAS.
           PERFORM    PESQUISA-FERIAS    QT-FERIAS   TIMES.
           IF         IND-FERIAS  EQUAL  ZEROS
                AND   QT-FERIAS   LESS THAN  1000
                      ADD     1               TO    QT-FERIAS
                      MOVE    QT-FERIAS       TO    IND-FERIAS
                      MOVE    CODIGO-FER      TO
                              CODIGO-FERIAS-TAB (QT-FERIAS).
           IF         IND-FERIAS  NOT EQUAL  ZEROS
                      ADD     DIAS-NO-MES     TO
                              DIAS-FERIAS-TAB (IND-FERIAS).

       PESQUISA-FERIAS SECTION.
           IF         CODIGO-FER  EQUAL  CODIGO-FERIAS-TAB (CTR-FERIAS)
                      MOVE    CTR-FERIAS      TO    IND-FERIAS.
           ADD        1           TO         CTR-FERIAS.

       LE-PONTE-VT SECTION.
           OPEN       INPUT     PONTE-VT.
           PERFORM    LEITURA-PONTE
           MOVE       2           TO         MULT-VR.
           MOVE       1           TO         CTR-TARIFA.
           PERFORM    BUSCA-TARIFA       QT-TARIFA   TIMES.
           MOVE       "NAO"       TO         ACHOU-PONTE.
           MOVE       1           TO         CTR-PONTE.
           PERFORM    BUSCA-PONTE        QT-PONTE   TIMES.
           PERFORM    CALCULA-DIAS-VR.
           MULTIPLY PREC-TRANS-ENT  BY MULT-VR GIVING VR-M.
           MULTIPLY VR-M  BY DIAS-VR GIVING VALOR-VR.
           PERFORM    CALCULA-PARTES.

       CALCULA-DIAS-VR SECTION.
           MOVE       DIAS-TRAB-ENT   TO     DIAS-VR.
           MOVE       ZEROS       TO         FALTAS-FUNC
                                             FERIAS-FUNC
                                             FERIAS-UTEIS.
           IF         ACHOU-CALEND   EQUAL   "SIM"
                AND   ACHOU-PONTE    NOT EQUAL   "SIM"
                      MOVE       DIAS-UTEIS     TO    DIAS-CALC
                      MOVE       "SEM PONTE - MANTIDO DIGITADO"
                                 TO    MOTIVO-EXC
                      PERFORM    IMPRIME-EXCECAO.
           IF         ACHOU-CALEND   EQUAL   "SIM"
                AND   ACHOU-PONTE    EQUAL   "SIM"
                      PERFORM    DESCONTA-AUSENCIAS.

       DESCONTA-AUSENCIAS SECTION.
           MOVE       1           TO         CTR-FALTAS.
           PERFORM    BUSCA-FALTAS       QT-FALTAS   TIMES.
           MOVE       1           TO         CTR-FERIAS.
           PERFORM    BUSCA-FERIAS-FUNC  QT-FERIAS   TIMES.
           IF         FERIAS-FUNC    GREATER THAN    30
                      MOVE       30     TO    FERIAS-FUNC.
           COMPUTE    FERIAS-UTEIS  ROUNDED  =
                      FERIAS-FUNC * DIAS-UTEIS / 30.
           COMPUTE    DIAS-CALC  =
                      DIAS-UTEIS - FALTAS-FUNC - FERIAS-UTEIS.
           IF         DIAS-CALC   LESS THAN   ZEROS
                      MOVE       ZEROS  TO    DIAS-CALC.
           MOVE       DIAS-CALC   TO         DIAS-VR.
           IF         DIAS-CALC   NOT EQUAL   DIAS-TRAB-ENT
                      MOVE       "DIGITADO DIFERE DO CALCULADO"
                                 TO    MOTIVO-EXC
                      PERFORM    IMPRIME-EXCECAO.

       BUSCA-FALTAS SECTION.
           IF         CODIGO-ACHADO  EQUAL
                      CODIGO-FALTAS-TAB (CTR-FALTAS)
                      ADD     FALTAS-TAB (CTR-FALTAS)  TO  FALTAS-FUNC.
           ADD        1           TO         CTR-FALTAS.

       BUSCA-FERIAS-FUNC SECTION.
           IF         CODIGO-ACHADO  EQUAL
                      CODIGO-FERIAS-TAB (CTR-FERIAS)
                      ADD     DIAS-FERIAS-TAB (CTR-FERIAS)
                              TO      FERIAS-FUNC.
           ADD        1           TO         CTR-FERIAS.

       IMPRIME-EXCECAO SECTION.
           IF         CT-LIN-EXC  GREATER THAN  CT-LIN-MAX
                      PERFORM    CABECALHO-EXC.
           MOVE       NOME-ENT        TO     NOME-EXC.
           MOVE       DIAS-TRAB-ENT   TO     DIG-EXC.
           MOVE       DIAS-CALC       TO     CALC-EXC.
           MOVE       FALTAS-FUNC     TO     FALT-EXC.
           MOVE       FERIAS-UTEIS    TO     FER-EXC.
           WRITE      REG-REL-DIAS FROM DETALHE-EXC
                      AFTER ADVANCING 1 LINE.
           ADD        1           TO         CT-LIN-EXC
                                             QT-EXCECOES.

       CABECALHO-EXC SECTION.
           ADD        1           TO         CT-PAG-EXC.
           MOVE       CT-PAG-EXC  TO         VAR-PAG-EXC.
           WRITE      REG-REL-DIAS FROM CAB-EXC-01
                      AFTER ADVANCING PAGE.
           WRITE      REG-REL-DIAS FROM CAB-EXC-02
                      AFTER ADVANCING 2 LINES.
           WRITE      REG-REL-DIAS FROM CAB-EXC-03
                      AFTER ADVANCING 2 LINES.
           MOVE       ZEROES      TO         CT-LIN-EXC.

       CALCULA-PARTES SECTION.
           MOVE       ZEROS       TO         PARTE-FUNC.
           MOVE       VALOR-VR    TO         PARTE-EMP.
           IF         ACHOU-PONTE   EQUAL    "SIM"
                      PERFORM     LE-SALARIO-FUN.
           COMPUTE    PARTE-EMP  =  VALOR-VR - PARTE-FUNC.
       GRAVACAO-ENTRADA SECTION.
           MOVE NOME-ENT          TO NOME-TRAB.
           MOVE DEPARTAMENTO-ENT  TO DEPARTAMENTO-TRAB.
           MOVE PREC-TRANS-ENT    TO PREC-TRANS-TRAB.
           MOVE DIAS-VR           TO DIAS-TRAB-TRAB.
           MOVE VALOR-VR          TO VALOR-VR-TRAB.
           MOVE PARTE-FUNC        TO PARTE-FUNC-TRAB.
           MOVE PARTE-EMP         TO PARTE-EMP-TRAB.
           RELEASE REG-TRAB.

       FIM-ENTRADA SECTION.
           IF         CT-PAG-EXC  EQUAL  ZEROS
                      PERFORM    CABECALHO-EXC.
           MOVE       QT-EXCECOES     TO     QTDE-EXC.
           WRITE      REG-REL-DIAS FROM LINHA-TOTAL-EXC
                      AFTER ADVANCING 2 LINES.
           CLOSE CADENT
                 CADFUN
                 REL-DIASVT.

                                
       ROT-SAIDA SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN  OUTPUT RELTRAN
                        DISBOLSO.
           PERFORM GRAVA-BANNER-REPO.
           PERFORM LE-PARAMETRO-PAG.
           PERFORM LE-SAIDA.
           MOVE      VALOR-VR-TRAB   TO       VALOR-DISB.
           MOVE      PARTE-FUNC-TRAB TO       VALOR-FUNC-DISB.
           MOVE      PARTE-EMP-TRAB  TO       VALOR-EMP-DISB.
           MOVE      COMPETENCIA (5:2) TO     PERIODO-MM-DISB.
           MOVE      COMPETENCIA (1:4) TO     PERIODO-AAAA-DISB.
           WRITE     REG-DISB.

       CABECALHO-SAIDA SECTION.
