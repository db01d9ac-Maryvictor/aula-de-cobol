       IDENTIFICATION DIVISION.
       PROGRAM-ID.       RELACES.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  RELATORIO SEMANAL DO LOG DE ACESSOS DE LEITURA
      *          LOGACES.DAT, GRAVADO PELAS CONSULTAS A DADO PESSOAL
      *          (EX10, EX10B, EX14R, EX11T E CONSARQ). O PERIODO E O
      *          EXPEDIENTE VEM DE PARAM-ACESSO.DAT (DATA INICIAL E
      *          FINAL AAAAMMDD, HORA DE INICIO E DE FIM DO EXPEDIENTE
      *          HHMM E O NUMERO MINIMO DE OPERADORES PARA UMA CHAVE
      *          SER APONTADA); SEM O PARAMETRO, O LOG INTEIRO, DAS
      *          0800 AS 1800, COM 2 OPERADORES. O REL-ACESSOS TRAZ:
      *            1 - CADA ACESSO FORA DO EXPEDIENTE (ANTES DO
      *                INICIO, DEPOIS DO FIM, SABADO OU DOMINGO),
      *                INCLUSIVE TENTATIVAS RECUSADAS;
      *            2 - O TOTAL DE ACESSOS POR OPERADOR, COM AS
      *                RECUSAS E OS FORA DO EXPEDIENTE;
      *            3 - AS CHAVES CONSULTADAS POR VARIOS OPERADORES
      *                DIFERENTES, COM OS OPERADORES.
      *          O DIA DA SEMANA SAI PELA CONGRUENCIA DE ZELLER, A
      *          MESMA DO CALENDARIO DO PGM16.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL LOGACES ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-ACESSO ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-ACESSOS      ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  LOGACES
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGACES.DAT".

           COPY LOGACES.

       FD  PARAM-ACESSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-ACESSO.DAT".

       01  REG-PARAM.
             02 DATA-INI-PAR    PIC 9(08).
             02 DATA-FIM-PAR    PIC 9(08).
             02 HORA-INI-PAR    PIC 9(04).
             02 HORA-FIM-PAR    PIC 9(04).
             02 MIN-OPER-PAR    PIC 9(02).

       FD  REL-ACESSOS
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-LOG          PIC X(03)    VALUE "NAO".
       77  FIM-PARAM        PIC X(03)    VALUE "NAO".
       77  DATA-INICIAL     PIC 9(08)    VALUE ZEROS.
       77  DATA-FINAL       PIC 9(08)    VALUE 99999999.
       77  HORA-INICIAL     PIC 9(04)    VALUE 0800.
       77  HORA-FINAL       PIC 9(04)    VALUE 1800.
       77  MIN-OPERADORES   PIC 9(02)    VALUE 2.
       77  HORA-HHMM        PIC 9(04)    VALUE ZEROS.
       77  FORA-EXPEDIENTE  PIC X(03)    VALUE "NAO".
       77  QT-OPERS         PIC 9(03)    VALUE ZEROS.
       77  CTR-OPER         PIC 9(03)    VALUE ZEROS.
       77  IND-OPER         PIC 9(03)    VALUE ZEROS.
       77  QT-CHAVES        PIC 9(04)    VALUE ZEROS.
       77  CTR-CHAVE        PIC 9(04)    VALUE ZEROS.
       77  IND-CHAVE        PIC 9(04)    VALUE ZEROS.
       77  CTR-OP-CH        PIC 9(02)    VALUE ZEROS.
       77  ACHOU-OP-CH      PIC X(03)    VALUE "NAO".
       77  CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77  CT-PERIODO       PIC 9(07)    VALUE ZEROS.
       77  CT-FORA          PIC 9(07)    VALUE ZEROS.
       77  CT-APONTADAS     PIC 9(05)    VALUE ZEROS.
       77  Z-ANO            PIC 9(04)    VALUE ZEROS.
       77  Z-MES            PIC 9(02)    VALUE ZEROS.
       77  Z-SECULO         PIC 9(02)    VALUE ZEROS.
       77  Z-ANO-SEC        PIC 9(02)    VALUE ZEROS.
       77  Z-QUOC           PIC 9(04)    VALUE ZEROS.
       77  Z-SOMA           PIC 9(04)    VALUE ZEROS.
       77  Z-H              PIC 9(01)    VALUE ZEROS.

       01  DATA-AUX.
           02 AAAA-AUX       PIC 9(04).
           02 MM-AUX         PIC 9(02).
           02 DD-AUX         PIC 9(02).

       01  TAB-OPERADORES.
           02 ITEM-OPER-TAB  OCCURS 100 TIMES.
              03 OPER-TAB       PIC X(06).
              03 QT-ACS-TAB     PIC 9(05).
              03 QT-NEG-TAB     PIC 9(05).
              03 QT-FORA-TAB    PIC 9(05).

       01  TAB-CHAVES.
           02 ITEM-CHAVE-TAB OCCURS 1000 TIMES.
              03 ARQ-CH-TAB     PIC X(10).
              03 CHAVE-CH-TAB   PIC X(20).
              03 QT-ACS-CH-TAB  PIC 9(05).
              03 QT-OPER-CH-TAB PIC 9(02).
              03 OPER-CH-TAB    PIC X(06)  OCCURS 10 TIMES.

       01  CAB-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                               "ACESSOS A DADOS PESSOAIS - DE ".
           02 DATA-INI-CAB   PIC 9(08).
           02 FILLER         PIC X(05) VALUE " ATE ".
           02 DATA-FIM-CAB   PIC 9(08).
           02 FILLER         PIC X(24) VALUE SPACES.

       01  CAB-FORA.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(32) VALUE
                               "1 - ACESSOS FORA DO EXPEDIENTE (".
           02 HORA-INI-CAB   PIC 9(04).
           02 FILLER         PIC X(03) VALUE " - ".
           02 HORA-FIM-CAB   PIC 9(04).
           02 FILLER         PIC X(32) VALUE
                               " E FIM DE SEMANA)".

       01  CAB-FORA-2.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(09) VALUE "DATA".
           02 FILLER         PIC X(07) VALUE "HORA".
           02 FILLER         PIC X(07) VALUE "OPER".
           02 FILLER         PIC X(09) VALUE "PROGRAMA".
           02 FILLER         PIC X(11) VALUE "ARQUIVO".
           02 FILLER         PIC X(21) VALUE "CHAVE".
           02 FILLER         PIC X(11) VALUE "SITUACAO".

       01  LINHA-FORA.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 DATA-FORA-LIN  PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 HORA-FORA-LIN  PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OPER-FORA-LIN  PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROG-FORA-LIN  PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ARQ-FORA-LIN   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-FORA-LIN PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-FORA-LIN   PIC X(08).
           02 FILLER         PIC X(03) VALUE SPACES.

       01  CAB-OPER.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(75) VALUE
               "2 - ACESSOS POR OPERADOR".

       01  CAB-OPER-2.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(12) VALUE "OPERADOR".
           02 FILLER         PIC X(10) VALUE "ACESSOS".
           02 FILLER         PIC X(10) VALUE "RECUSADOS".
           02 FILLER         PIC X(43) VALUE "FORA DO EXPEDIENTE".

       01  LINHA-OPER.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 OPER-LIN       PIC X(06).
           02 FILLER         PIC X(06) VALUE SPACES.
           02 QT-ACS-LIN     PIC ZZZZ9.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 QT-NEG-LIN     PIC ZZZZ9.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 QT-FORA-LIN    PIC ZZZZ9.
           02 FILLER         PIC X(38) VALUE SPACES.

       01  CAB-CHAVE.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(37) VALUE
               "3 - CHAVES CONSULTADAS POR NO MINIMO ".
           02 MIN-OPER-CAB   PIC Z9.
           02 FILLER         PIC X(36) VALUE " OPERADORES".

       01  LINHA-CHAVE.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ARQ-CH-LIN     PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-CH-LIN   PIC X(20).
           02 FILLER         PIC X(13) VALUE "  OPERADORES:".
           02 QT-OPER-CH-LIN PIC Z9.
           02 FILLER         PIC X(11) VALUE "  ACESSOS: ".
           02 QT-ACS-CH-LIN  PIC ZZZZ9.
           02 FILLER         PIC X(13) VALUE SPACES.

       01  LINHA-OPERS-CH.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 ITEM-OPERS-LIN OCCURS 10 TIMES.
              03 OPER-CH-LIN    PIC X(06).
              03 FILLER         PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.

       01  LINHA-NADA.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(75) VALUE "NENHUM.".

       PROCEDURE                                   DIVISION.

       PGM-RELACES.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-LOG      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       PARAM-ACESSO.
           READ PARAM-ACESSO
                AT END
                MOVE "SIM" TO FIM-PARAM.
           IF   FIM-PARAM   NOT EQUAL  "SIM"
                MOVE DATA-INI-PAR  TO  DATA-INICIAL
                MOVE DATA-FIM-PAR  TO  DATA-FINAL
                MOVE HORA-INI-PAR  TO  HORA-INICIAL
                MOVE HORA-FIM-PAR  TO  HORA-FINAL
                IF   MIN-OPER-PAR  GREATER THAN  ZEROS
                     MOVE MIN-OPER-PAR  TO  MIN-OPERADORES.
           CLOSE      PARAM-ACESSO.
           OPEN INPUT       LOGACES
                OUTPUT      REL-ACESSOS.
           MOVE     DATA-INICIAL   TO   DATA-INI-CAB.
           MOVE     DATA-FINAL     TO   DATA-FIM-CAB.
           WRITE    REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           MOVE     HORA-INICIAL   TO   HORA-INI-CAB.
           MOVE     HORA-FINAL     TO   HORA-FIM-CAB.
           WRITE    REG-REL FROM CAB-FORA AFTER ADVANCING 2 LINES.
           WRITE    REG-REL FROM CAB-FORA-2 AFTER ADVANCING 2 LINES.
           PERFORM  LEITURA-LOG.

       LEITURA-LOG.

           READ LOGACES
                AT END
                MOVE "SIM" TO FIM-LOG.

       PRINCIPAL.

           ADD       1              TO   CT-LIDOS.
           IF        DATA-ACS  NOT LESS THAN     DATA-INICIAL
                AND  DATA-ACS  NOT GREATER THAN  DATA-FINAL
                     ADD      1     TO   CT-PERIODO
                     PERFORM  VERIFICA-EXPEDIENTE
                     PERFORM  ACUMULA-OPERADOR
                     IF       SITUACAO-ACS  EQUAL  "L"
                              PERFORM  ACUMULA-CHAVE.
           PERFORM   LEITURA-LOG.

      *    FORA DO EXPEDIENTE: ANTES DA HORA INICIAL, A PARTIR DA
      *    HORA FINAL, OU SABADO E DOMINGO (ZELLER 0 E 1).

       VERIFICA-EXPEDIENTE.

           MOVE      "NAO"          TO   FORA-EXPEDIENTE.
           DIVIDE    HORA-ACS  BY  100  GIVING  HORA-HHMM.
           IF        HORA-HHMM  LESS THAN  HORA-INICIAL
                OR   HORA-HHMM  NOT LESS THAN  HORA-FINAL
                     MOVE  "SIM"    TO   FORA-EXPEDIENTE.
           PERFORM   CALCULA-DIA-SEMANA.
           IF        Z-H  LESS THAN  2
                     MOVE  "SIM"    TO   FORA-EXPEDIENTE.
           IF        FORA-EXPEDIENTE  EQUAL  "SIM"
                     PERFORM  IMPRIME-FORA.

       CALCULA-DIA-SEMANA.

           MOVE       DATA-ACS        TO    DATA-AUX.
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

       IMPRIME-FORA.

           MOVE      DATA-ACS       TO   DATA-FORA-LIN.
           MOVE      HORA-ACS       TO   HORA-FORA-LIN.
           MOVE      OPER-ACS       TO   OPER-FORA-LIN.
           MOVE      PROG-ACS       TO   PROG-FORA-LIN.
           MOVE      ARQUIVO-ACS    TO   ARQ-FORA-LIN.
           MOVE      CHAVE-ACS      TO   CHAVE-FORA-LIN.
           IF        SITUACAO-ACS   EQUAL  "N"
                     MOVE  "RECUSADO"    TO   SIT-FORA-LIN
           ELSE
                     MOVE  "LIBERADO"    TO   SIT-FORA-LIN.
           WRITE     REG-REL FROM LINHA-FORA
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-FORA.

       ACUMULA-OPERADOR.

           MOVE      ZEROS          TO   IND-OPER.
           MOVE      1              TO   CTR-OPER.
           PERFORM   PESQUISA-OPERADOR   QT-OPERS  TIMES.
           IF        IND-OPER  EQUAL  ZEROS
                IF   QT-OPERS  NOT LESS THAN  100
                     DISPLAY "OPERADORES EXCEDEM A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD   1        TO   QT-OPERS
                     MOVE  QT-OPERS TO   IND-OPER
                     MOVE  OPER-ACS TO   OPER-TAB    (IND-OPER)
                     MOVE  ZEROS    TO   QT-ACS-TAB  (IND-OPER)
                                         QT-NEG-TAB  (IND-OPER)
                                         QT-FORA-TAB (IND-OPER).
           ADD       1         TO   QT-ACS-TAB (IND-OPER).
           IF        SITUACAO-ACS  EQUAL  "N"
                     ADD   1   TO   QT-NEG-TAB (IND-OPER).
           IF        FORA-EXPEDIENTE  EQUAL  "SIM"
                     ADD   1   TO   QT-FORA-TAB (IND-OPER).

       PESQUISA-OPERADOR.

           IF        OPER-ACS  EQUAL  OPER-TAB (CTR-OPER)
                     MOVE  CTR-OPER  TO   IND-OPER.
           ADD       1         TO   CTR-OPER.

       ACUMULA-CHAVE.

           MOVE      ZEROS          TO   IND-CHAVE.
           MOVE      1              TO   CTR-CHAVE.
           PERFORM   PESQUISA-CHAVE      QT-CHAVES  TIMES.
           IF        IND-CHAVE  EQUAL  ZEROS
                IF   QT-CHAVES  NOT LESS THAN  1000
                     DISPLAY "CHAVES EXCEDEM A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD   1         TO   QT-CHAVES
                     MOVE  QT-CHAVES TO   IND-CHAVE
                     MOVE  ARQUIVO-ACS TO ARQ-CH-TAB    (IND-CHAVE)
                     MOVE  CHAVE-ACS   TO CHAVE-CH-TAB  (IND-CHAVE)
                     MOVE  ZEROS       TO QT-ACS-CH-TAB  (IND-CHAVE)
                                          QT-OPER-CH-TAB (IND-CHAVE).
           ADD       1         TO   QT-ACS-CH-TAB (IND-CHAVE).
           MOVE      "NAO"          TO   ACHOU-OP-CH.
           MOVE      1              TO   CTR-OP-CH.
           PERFORM   PESQUISA-OPER-CHAVE
                     QT-OPER-CH-TAB (IND-CHAVE)  TIMES.
           IF        ACHOU-OP-CH  EQUAL  "NAO"
                AND  QT-OPER-CH-TAB (IND-CHAVE)  LESS THAN  10
                     ADD   1   TO   QT-OPER-CH-TAB (IND-CHAVE)
                     MOVE  QT-OPER-CH-TAB (IND-CHAVE)  TO  CTR-OP-CH
                     MOVE  OPER-ACS  TO
                           OPER-CH-TAB (IND-CHAVE CTR-OP-CH).

       PESQUISA-CHAVE.

           IF        ARQUIVO-ACS  EQUAL  ARQ-CH-TAB   (CTR-CHAVE)
                AND  CHAVE-ACS    EQUAL  CHAVE-CH-TAB (CTR-CHAVE)
                     MOVE  CTR-CHAVE TO  IND-CHAVE.
           ADD       1         TO   CTR-CHAVE.

       PESQUISA-OPER-CHAVE.

           IF        OPER-ACS  EQUAL  OPER-CH-TAB (IND-CHAVE CTR-OP-CH)
                     MOVE  "SIM"    TO   ACHOU-OP-CH.
           ADD       1         TO   CTR-OP-CH.

       IMPRIME-OPERADOR.

           MOVE      OPER-TAB    (CTR-OPER) TO  OPER-LIN.
           MOVE      QT-ACS-TAB  (CTR-OPER) TO  QT-ACS-LIN.
           MOVE      QT-NEG-TAB  (CTR-OPER) TO  QT-NEG-LIN.
           MOVE      QT-FORA-TAB (CTR-OPER) TO  QT-FORA-LIN.
           WRITE     REG-REL FROM LINHA-OPER
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-OPER.

       IMPRIME-CHAVE.

           IF        QT-OPER-CH-TAB (CTR-CHAVE)
                               NOT LESS THAN  MIN-OPERADORES
                     MOVE  ARQ-CH-TAB     (CTR-CHAVE) TO ARQ-CH-LIN
                     MOVE  CHAVE-CH-TAB   (CTR-CHAVE) TO CHAVE-CH-LIN
                     MOVE  QT-OPER-CH-TAB (CTR-CHAVE) TO QT-OPER-CH-LIN
                     MOVE  QT-ACS-CH-TAB  (CTR-CHAVE) TO QT-ACS-CH-LIN
                     WRITE REG-REL FROM LINHA-CHAVE
                           AFTER ADVANCING 2 LINES
                     MOVE  SPACES    TO   LINHA-OPERS-CH
                     MOVE  1         TO   CTR-OP-CH
                     PERFORM  MONTA-OPERS-CHAVE
                              QT-OPER-CH-TAB (CTR-CHAVE)  TIMES
                     WRITE REG-REL FROM LINHA-OPERS-CH
                           AFTER ADVANCING 1 LINE
                     ADD   1   TO   CT-APONTADAS.
           ADD       1         TO   CTR-CHAVE.

       MONTA-OPERS-CHAVE.

           MOVE      OPER-CH-TAB (CTR-CHAVE CTR-OP-CH)  TO
                     OPER-CH-LIN (CTR-OP-CH).
           ADD       1         TO   CTR-OP-CH.

       FIM.

           IF        CT-FORA  EQUAL  ZEROS
                     WRITE REG-REL FROM LINHA-NADA
                           AFTER ADVANCING 1 LINE.
           WRITE     REG-REL FROM CAB-OPER AFTER ADVANCING 3 LINES.
           WRITE     REG-REL FROM CAB-OPER-2 AFTER ADVANCING 2 LINES.
           MOVE      1              TO   CTR-OPER.
           PERFORM   IMPRIME-OPERADOR    QT-OPERS  TIMES.
           IF        QT-OPERS  EQUAL  ZEROS
                     WRITE REG-REL FROM LINHA-NADA
                           AFTER ADVANCING 1 LINE.
           MOVE      MIN-OPERADORES TO   MIN-OPER-CAB.
           WRITE     REG-REL FROM CAB-CHAVE AFTER ADVANCING 3 LINES.
           MOVE      1              TO   CTR-CHAVE.
           PERFORM   IMPRIME-CHAVE       QT-CHAVES  TIMES.
           IF        CT-APONTADAS  EQUAL  ZEROS
                     WRITE REG-REL FROM LINHA-NADA
                           AFTER ADVANCING 2 LINES.
           DISPLAY   "REGISTROS NO LOG       : " CT-LIDOS.
           DISPLAY   "ACESSOS NO PERIODO     : " CT-PERIODO.
           DISPLAY   "FORA DO EXPEDIENTE     : " CT-FORA.
           DISPLAY   "CHAVES APONTADAS       : " CT-APONTADAS.
           CLOSE     LOGACES
                     REL-ACESSOS.
