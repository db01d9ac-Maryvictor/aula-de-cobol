       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GERACAL.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  GERADOR ANUAL DOS TRES CALENDARIOS A PARTIR DE UMA
      *          UNICA TABELA DE FERIADOS, FERIADOS.DAT (DATA
      *          AAAAMMDD, ABRANGENCIA N NACIONAL, E ESTADUAL OU M
      *          MUNICIPAL, DESCRICAO E MARCA DE RECESSO ESCOLAR S/N;
      *          ABRANGENCIA EM BRANCO COM RECESSO S E DIA DE RECESSO
      *          SO DA ESCOLA, UTIL PARA O BATCH E PARA A FOLHA).
      *          PARAM-CALEND.DAT TRAZ O ANO E AS DATAS DE INICIO E
      *          FIM DO TERMO LETIVO; SEM O ANO, GERA O ANO SEGUINTE
      *          AO DA RODADA. DIA UTIL E SEGUNDA A SEXTA QUE NAO E
      *          FERIADO; DIA DE AULA E DIA UTIL DENTRO DO TERMO QUE
      *          NAO E RECESSO. SAO GRAVADOS, COMO NOVA GERACAO:
      *            CALEND-EXECN.DAT - UMA LINHA POR DIA DO ANO COM
      *                DIA UTIL S/N E O FECHAMENTO DE MES NO ULTIMO
      *                DIA UTIL DE CADA MES (CALGATE, EX14G);
      *            CALEND-AULAN.DAT - AS DATAS DE AULA DO TERMO (EX05F,
      *                EX05A, PGM16);
      *            CALEND-TRABN.DAT - OS DIAS UTEIS DE CADA
      *                COMPETENCIA DO ANO (EX12A).
      *          O REL-CALEND COMPARA O GERADO COM OS CALENDARIOS
      *          ATUAIS (CALEND-EXEC, CALEND-AULA E CALEND-TRAB) E
      *          LISTA CADA DIVERGENCIA COM O MOTIVO, PARA OS AJUSTES
      *          MANUAIS FEITOS NOS ATUAIS SEREM VISTOS ANTES DE
      *          PROMOVER OS NOVOS. RC=4 QUANDO HA DIVERGENCIA OU
      *          FERIADO REJEITADO; RC=8 COM PARAMETRO INVALIDO.
      *          O DIA DA SEMANA SAI PELA CONGRUENCIA DE ZELLER, A
      *          MESMA DO CALENDARIO DO PGM16.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PARAM-CALEND ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL FERIADOS ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CALEND-EXEC ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CALEND-AULA ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CALEND-TRAB ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CALEND-EXECN     ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CALEND-AULAN     ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CALEND-TRABN     ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CALEND       ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PARAM-CALEND
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-CALEND.DAT".

       01  REG-PARAM.
             02 ANO-PAR         PIC 9(04).
             02 INI-TERMO-PAR   PIC 9(08).
             02 FIM-TERMO-PAR   PIC 9(08).

       FD  FERIADOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FERIADOS.DAT".

       01  REG-FERIADO.
             02 DATA-FER.
                03 AAAA-FER     PIC 9(04).
                03 MMDD-FER     PIC 9(04).
             02 ABRANG-FER      PIC X(01).
             02 DESCR-FER       PIC X(30).
             02 RECESSO-FER     PIC X(01).

       FD  CALEND-EXEC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-EXEC.DAT".

       01  REG-EXEC.
             02 DATA-EXEC       PIC 9(08).
             02 UTIL-EXEC       PIC X(01).
             02 FECHA-EXEC      PIC X(01).

       FD  CALEND-AULA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-AULA.DAT".

       01  REG-AULA.
             02 DATA-AULA       PIC 9(08).

       FD  CALEND-TRAB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-TRAB.DAT".

       01  REG-TRAB.
             02 COMPET-TRAB.
                03 AAAA-TRAB    PIC 9(04).
                03 MM-TRAB      PIC 9(02).
             02 DIAS-TRAB       PIC 9(02).

       FD  CALEND-EXECN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-EXECN.DAT".

       01  REG-EXECN.
             02 DATA-EXECN      PIC 9(08).
             02 UTIL-EXECN      PIC X(01).
             02 FECHA-EXECN     PIC X(01).

       FD  CALEND-AULAN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-AULAN.DAT".

       01  REG-AULAN.
             02 DATA-AULAN      PIC 9(08).

       FD  CALEND-TRABN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-TRABN.DAT".

       01  REG-TRABN.
             02 COMPET-TRABN    PIC 9(06).
             02 DIAS-TRABN      PIC 9(02).

       FD  REL-CALEND
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-PARAM        PIC X(03)    VALUE "NAO".
       77  FIM-FER          PIC X(03)    VALUE "NAO".
       77  FIM-EXEC         PIC X(03)    VALUE "NAO".
       77  FIM-AULA         PIC X(03)    VALUE "NAO".
       77  FIM-TRAB         PIC X(03)    VALUE "NAO".
       77  ANO-CAL          PIC 9(04)    VALUE ZEROS.
       77  INI-TERMO        PIC 9(08)    VALUE ZEROS.
       77  FIM-TERMO        PIC 9(08)    VALUE ZEROS.
       77  QT-FER           PIC 9(03)    VALUE ZEROS.
       77  CTR-FER          PIC 9(03)    VALUE ZEROS.
       77  QT-DIAS          PIC 9(03)    VALUE ZEROS.
       77  CTR-DIA          PIC 9(03)    VALUE ZEROS.
       77  IND-DIA          PIC 9(03)    VALUE ZEROS.
       77  CTR-MES          PIC 9(02)    VALUE ZEROS.
       77  IND-FECHA        PIC 9(03)    VALUE ZEROS.
       77  E-FERIADO        PIC X(03)    VALUE "NAO".
       77  E-RECESSO        PIC X(03)    VALUE "NAO".
       77  DESCR-DIA        PIC X(30)    VALUE SPACES.
       77  ULTIMO-DIA       PIC 9(02)    VALUE ZEROS.
       77  QUOC-ANO         PIC 9(04)    VALUE ZEROS.
       77  RESTO-ANO        PIC 9(03)    VALUE ZEROS.
       77  CT-FER-REJ       PIC 9(05)    VALUE ZEROS.
       77  CT-FER-OUTRO     PIC 9(05)    VALUE ZEROS.
       77  CT-UTEIS         PIC 9(03)    VALUE ZEROS.
       77  CT-AULAS         PIC 9(03)    VALUE ZEROS.
       77  CT-DIVERG        PIC 9(05)    VALUE ZEROS.
       77  CT-SEM-ATUAL     PIC 9(03)    VALUE ZEROS.
       77  CT-FORA-TERMO    PIC 9(05)    VALUE ZEROS.
       77  ATUAL-AUX        PIC X(10)    VALUE SPACES.
       77  NOVO-AUX         PIC X(10)    VALUE SPACES.
       77  Z-ANO            PIC 9(04)    VALUE ZEROS.
       77  Z-MES            PIC 9(02)    VALUE ZEROS.
       77  Z-SECULO         PIC 9(02)    VALUE ZEROS.
       77  Z-ANO-SEC        PIC 9(02)    VALUE ZEROS.
       77  Z-QUOC           PIC 9(04)    VALUE ZEROS.
       77  Z-SOMA           PIC 9(04)    VALUE ZEROS.
       77  Z-H              PIC 9(01)    VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MMDD      PIC 9(04).

       01  DATA-AUX.
           02 AAAA-AUX       PIC 9(04).
           02 MM-AUX         PIC 9(02).
           02 DD-AUX         PIC 9(02).
       01  DATA-AUX-NUM     REDEFINES DATA-AUX   PIC 9(08).

       01  TAB-DIAS-MES-VAL.
           02 FILLER         PIC X(24)    VALUE
                             "312831303130313130313031".
       01  TAB-DIAS-MES     REDEFINES TAB-DIAS-MES-VAL.
           02 DIAS-MES-TAB   PIC 9(02)    OCCURS 12 TIMES.

       01  TAB-FERIADOS.
           02 ITEM-FER-TAB   OCCURS 100 TIMES.
              03 DATA-FER-TAB    PIC 9(08).
              03 ABRANG-FER-TAB  PIC X(01).
              03 DESCR-FER-TAB   PIC X(30).
              03 RECESSO-FER-TAB PIC X(01).

       01  TAB-ANO.
           02 ITEM-DIA-TAB   OCCURS 366 TIMES.
              03 DATA-DIA-TAB    PIC 9(08).
              03 UTIL-DIA-TAB    PIC X(01).
              03 FECHA-DIA-TAB   PIC X(01).
              03 AULA-DIA-TAB    PIC X(01).
              03 AULA-ATUAL-TAB  PIC X(01).
              03 EXEC-ATUAL-TAB  PIC X(01).
              03 MOTIVO-DIA-TAB  PIC X(30).

       01  TAB-MESES.
           02 ITEM-MES-TAB   OCCURS 12 TIMES.
              03 ULT-UTIL-TAB    PIC 9(03)  VALUE ZEROS.
              03 UTEIS-MES-TAB   PIC 9(02)  VALUE ZEROS.
              03 TRAB-ATUAL-TAB  PIC X(01).

       01  CAB-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                       "COMPARACAO DOS CALENDARIOS GERADOS - ANO".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ANO-CAB        PIC 9(04).
           02 FILLER         PIC X(30) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "TERMO LETIVO: ".
           02 INI-TERMO-CAB  PIC 9(08).
           02 FILLER         PIC X(03) VALUE " A ".
           02 FIM-TERMO-CAB  PIC 9(08).
           02 FILLER         PIC X(42) VALUE SPACES.

       01  CAB-03.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(12) VALUE "CALENDARIO".
           02 FILLER         PIC X(09) VALUE "DATA".
           02 FILLER         PIC X(11) VALUE "ATUAL".
           02 FILLER         PIC X(11) VALUE "GERADO".
           02 FILLER         PIC X(32) VALUE "MOTIVO".

       01  LINHA-DIF.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 CALEND-LIN     PIC X(11).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-LIN       PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ATUAL-LIN      PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOVO-LIN       PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 TEXTO-TOT      PIC X(50).
           02 VALOR-TOT      PIC ZZZZ9.
           02 FILLER         PIC X(20) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-GERACAL.

           PERFORM    INICIO.

           PERFORM    MONTA-DIA
                    UNTIL   AAAA-AUX     NOT EQUAL     ANO-CAL.

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE       FROM     DATE YYYYMMDD.
           COMPUTE    ANO-CAL  =  HOJE-AAAA + 1.
           OPEN INPUT       PARAM-CALEND.
           READ PARAM-CALEND
                AT END
                MOVE "SIM" TO FIM-PARAM.
           IF   FIM-PARAM   NOT EQUAL  "SIM"
                MOVE INI-TERMO-PAR   TO   INI-TERMO
                MOVE FIM-TERMO-PAR   TO   FIM-TERMO
                IF   ANO-PAR  GREATER THAN  ZEROS
                     MOVE ANO-PAR    TO   ANO-CAL.
           CLOSE      PARAM-CALEND.
           PERFORM    VALIDA-TERMO.
           MOVE       ANO-CAL        TO   AAAA-AUX.
           MOVE       1              TO   MM-AUX
                                          DD-AUX.
           OPEN INPUT       FERIADOS.
           PERFORM    CARGA-FERIADO
                      UNTIL     FIM-FER    EQUAL    "SIM".
           CLOSE      FERIADOS.
           OPEN OUTPUT      CALEND-EXECN
                            CALEND-AULAN
                            CALEND-TRABN
                            REL-CALEND.
           MOVE       ANO-CAL        TO   ANO-CAB.
           MOVE       INI-TERMO      TO   INI-TERMO-CAB.
           MOVE       FIM-TERMO      TO   FIM-TERMO-CAB.
           WRITE      REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE      REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.

       VALIDA-TERMO.

           IF   INI-TERMO  EQUAL  ZEROS  AND  FIM-TERMO  EQUAL  ZEROS
                DISPLAY "SEM TERMO LETIVO NO PARAMETRO - "
                        "CALEND-AULAN SAI VAZIO."
                MOVE 4 TO RETURN-CODE
           ELSE
                IF   INI-TERMO  GREATER THAN  FIM-TERMO
                     OR  INI-TERMO (1:4)  NOT EQUAL  ANO-CAL
                     OR  FIM-TERMO (1:4)  NOT EQUAL  ANO-CAL
                     DISPLAY "TERMO LETIVO " INI-TERMO " A "
                             FIM-TERMO " INVALIDO PARA O ANO "
                             ANO-CAL " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.

       CARGA-FERIADO.

           READ FERIADOS
                AT END
                MOVE "SIM" TO FIM-FER.
           IF   FIM-FER     NOT EQUAL  "SIM"
                IF   AAAA-FER  NOT EQUAL  ANO-CAL
                     ADD  1  TO  CT-FER-OUTRO
                ELSE
                IF   ABRANG-FER  NOT EQUAL  "N"
                     AND ABRANG-FER  NOT EQUAL  "E"
                     AND ABRANG-FER  NOT EQUAL  "M"
                     AND ABRANG-FER  NOT EQUAL  SPACES
                     OR  RECESSO-FER NOT EQUAL  "S"
                     AND RECESSO-FER NOT EQUAL  "N"
                     OR  ABRANG-FER  EQUAL  SPACES
                     AND RECESSO-FER NOT EQUAL  "S"
                     DISPLAY "FERIADO " DATA-FER " REJEITADO - "
                             "ABRANGENCIA/RECESSO INVALIDOS."
                     ADD  1  TO  CT-FER-REJ
                     MOVE 4  TO  RETURN-CODE
                ELSE
                IF   QT-FER  NOT LESS THAN  100
                     DISPLAY "FERIADOS EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1  TO  QT-FER
                     MOVE DATA-FER     TO  DATA-FER-TAB    (QT-FER)
                     MOVE ABRANG-FER   TO  ABRANG-FER-TAB  (QT-FER)
                     MOVE DESCR-FER    TO  DESCR-FER-TAB   (QT-FER)
                     MOVE RECESSO-FER  TO  RECESSO-FER-TAB (QT-FER).

      *    UM DIA DO ANO: FERIADO/RECESSO, DIA DA SEMANA, DIA UTIL E
      *    DIA DE AULA; GUARDA O ULTIMO DIA UTIL DE CADA MES.

       MONTA-DIA.

           ADD        1              TO   QT-DIAS.
           MOVE       DATA-AUX-NUM   TO   DATA-DIA-TAB  (QT-DIAS).
           MOVE       "N"            TO   UTIL-DIA-TAB  (QT-DIAS)
                                          FECHA-DIA-TAB (QT-DIAS)
                                          AULA-DIA-TAB  (QT-DIAS)
                                          AULA-ATUAL-TAB (QT-DIAS)
                                          EXEC-ATUAL-TAB (QT-DIAS).
           MOVE       "NAO"          TO   E-FERIADO
                                          E-RECESSO.
           MOVE       SPACES         TO   DESCR-DIA.
           MOVE       1              TO   CTR-FER.
           PERFORM    PESQUISA-FERIADO    QT-FER  TIMES.
           PERFORM    CALCULA-DIA-SEMANA.
           IF         E-FERIADO  EQUAL  "SIM"
                      MOVE  DESCR-DIA  TO  MOTIVO-DIA-TAB (QT-DIAS)
           ELSE
           IF         Z-H  EQUAL  0
                      MOVE  "SABADO"   TO  MOTIVO-DIA-TAB (QT-DIAS)
           ELSE
           IF         Z-H  EQUAL  1
                      MOVE  "DOMINGO"  TO  MOTIVO-DIA-TAB (QT-DIAS)
           ELSE
                      MOVE  "S"        TO  UTIL-DIA-TAB (QT-DIAS)
                      MOVE  QT-DIAS    TO  ULT-UTIL-TAB (MM-AUX)
                      ADD   1          TO  UTEIS-MES-TAB (MM-AUX)
                                           CT-UTEIS
                      PERFORM  VERIFICA-AULA.
           PERFORM    AVANCA-DIA.

       PESQUISA-FERIADO.

           IF         DATA-FER-TAB (CTR-FER)  EQUAL  DATA-AUX-NUM
                IF    ABRANG-FER-TAB (CTR-FER)  NOT EQUAL  SPACES
                      MOVE  "SIM"   TO   E-FERIADO
                      MOVE  DESCR-FER-TAB (CTR-FER)  TO  DESCR-DIA
                ELSE
                      IF    E-FERIADO  NOT EQUAL  "SIM"
                            MOVE  DESCR-FER-TAB (CTR-FER)
                                            TO   DESCR-DIA.
           IF         DATA-FER-TAB (CTR-FER)  EQUAL  DATA-AUX-NUM
                AND   RECESSO-FER-TAB (CTR-FER)  EQUAL  "S"
                      MOVE  "SIM"   TO   E-RECESSO.
           ADD        1              TO   CTR-FER.

       VERIFICA-AULA.

           IF         DATA-AUX-NUM  LESS THAN  INI-TERMO
                OR    DATA-AUX-NUM  GREATER THAN  FIM-TERMO
                      MOVE  "FORA DO TERMO"  TO  MOTIVO-DIA-TAB
                                                 (QT-DIAS)
           ELSE
           IF         E-RECESSO  EQUAL  "SIM"
                      MOVE  DESCR-DIA  TO  MOTIVO-DIA-TAB (QT-DIAS)
           ELSE
                      MOVE  "S"        TO  AULA-DIA-TAB (QT-DIAS)
                      MOVE  DATA-AUX-NUM  TO  DATA-AULAN
                      WRITE REG-AULAN
                      ADD   1          TO  CT-AULAS.

       CALCULA-DIA-SEMANA.

           MOVE       AAAA-AUX        TO    Z-ANO.
           MOVE       MM-AUX          TO    Z-MES.
           IF         Z-MES  LESS THAN  3
                      ADD       12    TO    Z-MES
                      SUBTRACT  1     FROM  Z-ANO.
           DIVIDE     Z-ANO  BY  100  GIVING  Z-SECULO
                                      REMAINDER Z-ANO-SEC.
           COMPUTE    Z-QUOC = (13 * (Z-MES + 1)) / 5.
           MOVE       Z-QUOC          TO    Z-SOMA.
           ADD        DD-AUX  Z-ANO-SEC     TO    Z-SOMA.
           COMPUTE    Z-QUOC = Z-ANO-SEC / 4.
           ADD        Z-QUOC          TO    Z-SOMA.
           COMPUTE    Z-QUOC = Z-SECULO / 4.
           ADD        Z-QUOC          TO    Z-SOMA.
           COMPUTE    Z-SOMA = Z-SOMA + 5 * Z-SECULO.
           DIVIDE     Z-SOMA  BY  7   GIVING  Z-QUOC
                                      REMAINDER Z-H.

       AVANCA-DIA.

           ADD        1              TO   DD-AUX.
           MOVE       DIAS-MES-TAB (MM-AUX)  TO  ULTIMO-DIA.
           IF         MM-AUX  EQUAL  2
                      DIVIDE  AAAA-AUX  BY  4    GIVING  QUOC-ANO
                                             REMAINDER RESTO-ANO
                      IF      RESTO-ANO  EQUAL  ZEROS
                              MOVE  29   TO   ULTIMO-DIA
                              DIVIDE  AAAA-AUX  BY  100
                                      GIVING  QUOC-ANO
                                      REMAINDER RESTO-ANO
                              IF    RESTO-ANO  EQUAL  ZEROS
                                    MOVE  28   TO   ULTIMO-DIA
                                    DIVIDE  AAAA-AUX  BY  400
                                            GIVING  QUOC-ANO
                                            REMAINDER RESTO-ANO
                                    IF    RESTO-ANO  EQUAL  ZEROS
                                          MOVE  29  TO  ULTIMO-DIA.
           IF         DD-AUX  GREATER THAN  ULTIMO-DIA
                      MOVE  1        TO   DD-AUX
                      ADD   1        TO   MM-AUX
                      IF    MM-AUX  GREATER THAN  12
                            MOVE  1  TO   MM-AUX
                            ADD   1  TO   AAAA-AUX.

      *    GRAVACAO DO CALEND-EXECN E DO CALEND-TRABN E COMPARACAO
      *    COM OS CALENDARIOS ATUAIS.

       FIM.

           MOVE       1              TO   CTR-MES.
           PERFORM    MARCA-FECHAMENTO    12  TIMES.
           MOVE       1              TO   CTR-DIA.
           PERFORM    GRAVA-EXEC     QT-DIAS  TIMES.
           MOVE       1              TO   CTR-MES.
           PERFORM    GRAVA-TRAB     12  TIMES.
           CLOSE      CALEND-EXECN
                      CALEND-AULAN
                      CALEND-TRABN.
           IF         CT-AULAS  GREATER THAN  100
                      DISPLAY "TERMO COM " CT-AULAS " DIAS DE AULA - "
                              "ACIMA DAS 100 DATAS QUE O EX05F CARREGA."
                      MOVE 4 TO RETURN-CODE.

           OPEN INPUT       CALEND-EXEC.
           PERFORM    COMPARA-EXEC
                      UNTIL     FIM-EXEC   EQUAL    "SIM".
           CLOSE      CALEND-EXEC.
           MOVE       ZEROS          TO   CT-SEM-ATUAL.
           MOVE       1              TO   CTR-DIA.
           PERFORM    FALTA-EXEC     QT-DIAS  TIMES.
           IF         CT-SEM-ATUAL  GREATER THAN  ZEROS
                      MOVE  "DIAS SEM ENTRADA NO CALEND-EXEC ATUAL:"
                                             TO   TEXTO-TOT
                      MOVE  CT-SEM-ATUAL     TO   VALOR-TOT
                      WRITE REG-REL FROM LINHA-TOTAL
                            AFTER ADVANCING 2 LINES
                      ADD   1   TO   CT-DIVERG.

           OPEN INPUT       CALEND-AULA.
           PERFORM    COMPARA-AULA
                      UNTIL     FIM-AULA   EQUAL    "SIM".
           CLOSE      CALEND-AULA.
           MOVE       1              TO   CTR-DIA.
           PERFORM    FALTA-AULA     QT-DIAS  TIMES.

           OPEN INPUT       CALEND-TRAB.
           PERFORM    COMPARA-TRAB
                      UNTIL     FIM-TRAB   EQUAL    "SIM".
           CLOSE      CALEND-TRAB.
           MOVE       1              TO   CTR-MES.
           PERFORM    FALTA-TRAB     12  TIMES.

           MOVE       "DIAS UTEIS NO ANO:"   TO   TEXTO-TOT.
           MOVE       CT-UTEIS       TO   VALOR-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL AFTER ADVANCING 3 LINES.
           MOVE       "DIAS DE AULA NO TERMO:"  TO  TEXTO-TOT.
           MOVE       CT-AULAS       TO   VALOR-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE       "FERIADOS DE OUTROS ANOS IGNORADOS:"
                                     TO   TEXTO-TOT.
           MOVE       CT-FER-OUTRO   TO   VALOR-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE       "FERIADOS REJEITADOS:"  TO  TEXTO-TOT.
           MOVE       CT-FER-REJ     TO   VALOR-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE       "AULAS ATUAIS FORA DO TERMO GERADO (IGNORADAS):"
                                     TO   TEXTO-TOT.
           MOVE       CT-FORA-TERMO  TO   VALOR-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE       "DIVERGENCIAS COM OS CALENDARIOS ATUAIS:"
                                     TO   TEXTO-TOT.
           MOVE       CT-DIVERG      TO   VALOR-TOT.
           WRITE      REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           CLOSE      REL-CALEND.
           IF         CT-DIVERG  GREATER THAN  ZEROS
                      MOVE 4 TO RETURN-CODE.
           DISPLAY    "CALENDARIOS DE " ANO-CAL " GERADOS - "
                      "DIVERGENCIAS COM OS ATUAIS: " CT-DIVERG.

       MARCA-FECHAMENTO.

           IF         ULT-UTIL-TAB (CTR-MES)  GREATER THAN  ZEROS
                      MOVE  ULT-UTIL-TAB (CTR-MES)  TO  IND-FECHA
                      MOVE  "S"   TO   FECHA-DIA-TAB (IND-FECHA).
           ADD        1              TO   CTR-MES.

       GRAVA-EXEC.

           MOVE       DATA-DIA-TAB  (CTR-DIA)  TO  DATA-EXECN.
           MOVE       UTIL-DIA-TAB  (CTR-DIA)  TO  UTIL-EXECN.
           MOVE       FECHA-DIA-TAB (CTR-DIA)  TO  FECHA-EXECN.
           WRITE      REG-EXECN.
           ADD        1              TO   CTR-DIA.

       GRAVA-TRAB.

           COMPUTE    COMPET-TRABN = ANO-CAL * 100 + CTR-MES.
           MOVE       UTEIS-MES-TAB (CTR-MES)  TO  DIAS-TRABN.
           MOVE       "N"            TO   TRAB-ATUAL-TAB (CTR-MES).
           WRITE      REG-TRABN.
           ADD        1              TO   CTR-MES.

       LOCALIZA-DIA.

           MOVE       ZEROS          TO   IND-DIA.
           MOVE       1              TO   CTR-DIA.
           PERFORM    PESQUISA-DIA   QT-DIAS  TIMES.

       PESQUISA-DIA.

           IF         DATA-DIA-TAB (CTR-DIA)  EQUAL  DATA-AUX-NUM
                      MOVE  CTR-DIA  TO   IND-DIA.
           ADD        1              TO   CTR-DIA.

       COMPARA-EXEC.

           READ CALEND-EXEC
                AT END
                MOVE "SIM" TO FIM-EXEC.
           IF   FIM-EXEC    NOT EQUAL  "SIM"
                MOVE DATA-EXEC   TO   DATA-AUX-NUM
                PERFORM  LOCALIZA-DIA
                IF   IND-DIA  GREATER THAN  ZEROS
                     MOVE "S"  TO  EXEC-ATUAL-TAB (IND-DIA)
                     IF   UTIL-EXEC  NOT EQUAL
                                     UTIL-DIA-TAB (IND-DIA)
                          OR  FECHA-EXEC  NOT EQUAL
                                     FECHA-DIA-TAB (IND-DIA)
                          MOVE SPACES  TO  ATUAL-AUX  NOVO-AUX
                          STRING "UTIL " UTIL-EXEC " F " FECHA-EXEC
                                 DELIMITED BY SIZE INTO ATUAL-AUX
                          STRING "UTIL " UTIL-DIA-TAB (IND-DIA)
                                 " F " FECHA-DIA-TAB (IND-DIA)
                                 DELIMITED BY SIZE INTO NOVO-AUX
                          MOVE "CALEND-EXEC"  TO  CALEND-LIN
                          MOVE DATA-EXEC      TO  DATA-LIN
                          PERFORM  MOTIVO-EXEC
                          PERFORM  IMPRIME-DIF.

       MOTIVO-EXEC.

           IF         UTIL-EXEC  EQUAL  UTIL-DIA-TAB (IND-DIA)
                      MOVE  "FECHAMENTO NO ULTIMO DIA UTIL"
                                           TO   MOTIVO-LIN
           ELSE
           IF         UTIL-DIA-TAB (IND-DIA)  EQUAL  "S"
                      MOVE  "DIA UTIL"     TO   MOTIVO-LIN
           ELSE
                      MOVE  MOTIVO-DIA-TAB (IND-DIA)  TO  MOTIVO-LIN.

       FALTA-EXEC.

           IF         EXEC-ATUAL-TAB (CTR-DIA)  EQUAL  "N"
                      ADD   1   TO   CT-SEM-ATUAL.
           ADD        1              TO   CTR-DIA.

       COMPARA-AULA.

           READ CALEND-AULA
                AT END
                MOVE "SIM" TO FIM-AULA.
           IF   FIM-AULA    NOT EQUAL  "SIM"
                IF   DATA-AULA  LESS THAN  INI-TERMO
                     OR  DATA-AULA  GREATER THAN  FIM-TERMO
                     ADD  1  TO  CT-FORA-TERMO
                ELSE
                     MOVE DATA-AULA   TO   DATA-AUX-NUM
                     PERFORM  LOCALIZA-DIA
                     IF   IND-DIA  GREATER THAN  ZEROS
                          MOVE "S"  TO  AULA-ATUAL-TAB (IND-DIA)
                          IF   AULA-DIA-TAB (IND-DIA)  NOT EQUAL "S"
                               MOVE "COM AULA"    TO  ATUAL-AUX
                               MOVE "SEM AULA"    TO  NOVO-AUX
                               MOVE "CALEND-AULA" TO  CALEND-LIN
                               MOVE DATA-AULA     TO  DATA-LIN
                               MOVE MOTIVO-DIA-TAB (IND-DIA)
                                                  TO  MOTIVO-LIN
                               PERFORM  IMPRIME-DIF.

       FALTA-AULA.

           IF         AULA-DIA-TAB (CTR-DIA)  EQUAL  "S"
                AND   AULA-ATUAL-TAB (CTR-DIA)  EQUAL  "N"
                      MOVE  "SEM AULA"     TO   ATUAL-AUX
                      MOVE  "COM AULA"     TO   NOVO-AUX
                      MOVE  "CALEND-AULA"  TO   CALEND-LIN
                      MOVE  DATA-DIA-TAB (CTR-DIA)  TO  DATA-LIN
                      MOVE  "DIA UTIL DO TERMO"     TO  MOTIVO-LIN
                      PERFORM  IMPRIME-DIF.
           ADD        1              TO   CTR-DIA.

       COMPARA-TRAB.

           READ CALEND-TRAB
                AT END
                MOVE "SIM" TO FIM-TRAB.
           IF   FIM-TRAB    NOT EQUAL  "SIM"
                AND AAAA-TRAB  EQUAL  ANO-CAL
                AND MM-TRAB    GREATER THAN  ZEROS
                AND MM-TRAB    NOT GREATER THAN  12
                MOVE "S"  TO  TRAB-ATUAL-TAB (MM-TRAB)
                IF   DIAS-TRAB  NOT EQUAL  UTEIS-MES-TAB (MM-TRAB)
                     MOVE SPACES      TO  ATUAL-AUX  NOVO-AUX
                     STRING DIAS-TRAB " DIAS"
                            DELIMITED BY SIZE INTO ATUAL-AUX
                     STRING UTEIS-MES-TAB (MM-TRAB) " DIAS"
                            DELIMITED BY SIZE INTO NOVO-AUX
                     MOVE "CALEND-TRAB"  TO  CALEND-LIN
                     MOVE COMPET-TRAB    TO  DATA-LIN
                     MOVE "DIAS UTEIS DA COMPETENCIA"
                                         TO  MOTIVO-LIN
                     PERFORM  IMPRIME-DIF.

       FALTA-TRAB.

           IF         TRAB-ATUAL-TAB (CTR-MES)  EQUAL  "N"
                      MOVE  SPACES         TO   NOVO-AUX
                      STRING UTEIS-MES-TAB (CTR-MES) " DIAS"
                             DELIMITED BY SIZE INTO NOVO-AUX
                      MOVE  "SEM LINHA"    TO   ATUAL-AUX
                      MOVE  "CALEND-TRAB"  TO   CALEND-LIN
                      COMPUTE  DATA-AUX-NUM = ANO-CAL * 100 + CTR-MES
                      MOVE  DATA-AUX-NUM (3:6)  TO  DATA-LIN
                      MOVE  "COMPETENCIA SEM CALENDARIO"
                                           TO   MOTIVO-LIN
                      PERFORM  IMPRIME-DIF.
           ADD        1              TO   CTR-MES.

       IMPRIME-DIF.

           MOVE       ATUAL-AUX      TO   ATUAL-LIN.
           MOVE       NOVO-AUX       TO   NOVO-LIN.
           WRITE      REG-REL FROM LINHA-DIF AFTER ADVANCING 1 LINE.
           ADD        1              TO   CT-DIVERG.
