       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM16.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  LISTAS DE PRESENCA E DIARIOS DE NOTAS POR TURMA.
      *          LE O MESMO CADALU DA LISTA DE ALUNOS (PGM08,
      *          REGISTROS COM COD 02), ORDENA POR CAMPUS, CURSO,
      *          DISCIPLINA E NOME E, PARA CADA TURMA, PROCURA NA
      *          GRADE HORARIOS2.DAT (PGM10) OS DIAS DA SEMANA EM QUE
      *          ELA TEM AULA. AS DATAS DO CALENDARIO CALEND-AULA.DAT
      *          (EM ORDEM DE DATA) QUE CAEM NESSES DIAS FORMAM AS
      *          COLUNAS DA LISTA DE PRESENCA MENSAL, UMA FOLHA POR
      *          MES COM UMA LINHA POR ALUNO, SEGUIDA DA PAGINA DO
      *          DIARIO DE NOTAS COM ESPACO PARA NOTA1 E NOTA2, TUDO
      *          EM REL-DIARIO. SE PARAM-COMPET.DAT TROUXER UM MES
      *          (AAAAMM) SO ESSE MES E IMPRESSO. CADA ALUNO E DATA DA
      *          LISTA GERA UM REGISTRO NO LAYOUT DO TRANFREQ DO EX05F
      *          COM A PRESENCA EM BRANCO, CLASSIFICADO POR NUMERO E
      *          DATA EM TRANFREQ-ESQ.DAT: A SECRETARIA SO DIGITA P OU
      *          F NA CHAMADA DO PAPEL, SEM REDIGITAR OS NUMEROS (O
      *          NUMERO DO ALUNO SAO OS 5 DIGITOS MENOS SIGNIFICATIVOS
      *          DA MATRICULA, COMO NO EX11). TURMA SEM AULA NA GRADE
      *          SAI SO COM O DIARIO E E CONTADA A PARTE.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADALU           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL HORARIOS2 ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CALEND-AULA      ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRAB             ASSIGN      TO      DISK.

           SELECT   FREQ-TMP         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRAB-FREQ        ASSIGN      TO      DISK.

           SELECT   TRANFREQ-ESQ     ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-DIARIO       ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADALU
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADALU.DAT".

       01  REG-ENT.
             02 COD-ENT         PIC 9(02).
             02 CURSO-ENT       PIC X(30).
             02 DISCIPLINA-ENT  PIC X(30).
             02 MATRICULA.
                03 MATRI-ENT    PIC X(08).
                03 MATRIC-ENT   PIC X(01).
             02 NOME-ENT        PIC X(30).
             02 EMAIL-ENT       PIC X(20).
             02 CAMPUS-ENT      PIC 9(02).

       FD  HORARIOS2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "HORARIOS2.DAT".

       01  REG-HOR.
             02 CURSO-HOR       PIC X(30).
             02 DISCIPLINA-HOR  PIC X(30).
             02 DIA-HOR         PIC 9(01).
             02 PER-INI-HOR     PIC 9(02).
             02 PER-FIM-HOR     PIC 9(02).
             02 SALA-HOR        PIC X(05).
             02 PROF-HOR        PIC 9(04).

       FD  CALEND-AULA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CALEND-AULA.DAT".

       01  REG-CALEND.
             02 DATA-CALEND     PIC 9(08).

       FD  PARAM-COMPET
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM    PIC 9(06).

       SD  TRAB.
       01  REG-TRAB.
             02 CAMPUS-TRAB     PIC 9(02).
             02 CURSO-TRAB      PIC X(30).
             02 DISCIPLINA-TRAB PIC X(30).
             02 NOME-TRAB       PIC X(30).
             02 NUMERO-TRAB     PIC 9(05).

       FD  FREQ-TMP
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FREQ-TMP.DAT".

       01  REG-FREQ-TMP.
             02 NUMERO-TMP      PIC 9(05).
             02 DATA-TMP        PIC 9(08).
             02 PRESENCA-TMP    PIC X(01).

       SD  TRAB-FREQ.
       01  REG-TRAB-FREQ.
             02 NUMERO-TF       PIC 9(05).
             02 DATA-TF         PIC 9(08).
             02 PRESENCA-TF     PIC X(01).

       FD  TRANFREQ-ESQ
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANFREQ-ESQ.DAT".

       01  REG-FREQ-ESQ.
             02 NUMERO-ESQ      PIC 9(05).
             02 DATA-ESQ        PIC 9(08).
             02 PRESENCA-ESQ    PIC X(01).

       FD  REL-DIARIO
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL                PIC X(132).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)    VALUE "NAO".
       77  FIM-HOR          PIC X(03)    VALUE "NAO".
       77  FIM-CALEND       PIC X(03)    VALUE "NAO".
       77  PRIMEIRO-REG     PIC X(03)    VALUE "SIM".
       77  WR-CAMPUS        PIC 9(02)    VALUE ZEROS.
       77  WR-CURSO         PIC X(30)    VALUE SPACES.
       77  WR-DISCIPLINA    PIC X(30)    VALUE SPACES.
       77  MES-FILTRO       PIC 9(06)    VALUE ZEROS.
       77  MES-ATUAL        PIC 9(06)    VALUE ZEROS.
       77  QT-HOR           PIC 9(03)    VALUE ZEROS.
       77  CTR-HOR          PIC 9(03)    VALUE ZEROS.
       77  QT-CAL           PIC 9(03)    VALUE ZEROS.
       77  CTR-CAL          PIC 9(03)    VALUE ZEROS.
       77  QT-ALU           PIC 9(03)    VALUE ZEROS.
       77  CTR-ALU          PIC 9(03)    VALUE ZEROS.
       77  QT-DATAS         PIC 9(02)    VALUE ZEROS.
       77  CTR-DATA         PIC 9(02)    VALUE ZEROS.
       77  CTR-DIA          PIC 9(01)    VALUE ZEROS.
       77  QT-DIAS-TURMA    PIC 9(01)    VALUE ZEROS.
       77  SALA-TURMA       PIC X(05)    VALUE SPACES.
       77  PROF-TURMA       PIC 9(04)    VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE ZEROS.
       77  CT-PAG           PIC 9(04)    VALUE ZEROS.
       77  CT-TURMAS        PIC 9(05)    VALUE ZEROS.
       77  CT-FOLHAS        PIC 9(05)    VALUE ZEROS.
       77  CT-SEM-HORARIO   PIC 9(05)    VALUE ZEROS.
       77  CT-ESQUELETO     PIC 9(07)    VALUE ZEROS.

      *----------------------------------------------------------------
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (H = 0 SABADO,
      * 1 DOMINGO, 2 SEGUNDA ... 6 SEXTA), CONVERTIDO PARA O DIA DA
      * GRADE: 1 SEGUNDA ... 6 SABADO, 7 DOMINGO.
      *----------------------------------------------------------------
       77  Z-ANO            PIC 9(04)    VALUE ZEROS.
       77  Z-MES            PIC 9(02)    VALUE ZEROS.
       77  Z-SECULO         PIC 9(02)    VALUE ZEROS.
       77  Z-ANO-SEC        PIC 9(02)    VALUE ZEROS.
       77  Z-SOMA           PIC 9(05)    VALUE ZEROS.
       77  Z-QUOC           PIC 9(05)    VALUE ZEROS.
       77  Z-H              PIC 9(01)    VALUE ZEROS.
       77  DIA-SEMANA       PIC 9(01)    VALUE ZEROS.

       01  DATA-AUX.
           02 AAAAMM-AUX     PIC 9(06).
           02 AAAAMM-AUX-R   REDEFINES AAAAMM-AUX.
              03 AAAA-AUX       PIC 9(04).
              03 MM-AUX         PIC 9(02).
           02 DD-AUX         PIC 9(02).

       01  DATA-AUX-NUM      REDEFINES DATA-AUX  PIC 9(08).

       01  TAB-HORARIOS.
           02 ITEM-HOR-TAB    OCCURS 100 TIMES.
              03 CURSO-HOR-TAB    PIC X(30).
              03 DISC-HOR-TAB     PIC X(30).
              03 DIA-HOR-TAB      PIC 9(01).
              03 SALA-HOR-TAB     PIC X(05).
              03 PROF-HOR-TAB     PIC 9(04).

       01  TAB-CALEND.
           02 ITEM-CAL-TAB    OCCURS 200 TIMES.
              03 DATA-CAL-TAB     PIC 9(08).
              03 DIA-SEM-CAL-TAB  PIC 9(01).

       01  TAB-DIAS-TURMA.
           02 DIA-AULA-TAB    PIC X(01)  OCCURS 7 TIMES.

       01  TAB-ALUNOS.
           02 ITEM-ALU-TAB    OCCURS 200 TIMES.
              03 NUMERO-ALU-TAB   PIC 9(05).
              03 NOME-ALU-TAB     PIC X(30).

       01  TAB-DATAS-MES.
           02 ITEM-DATA-MES   OCCURS 31 TIMES.
              03 DATA-MES-TAB.
                 04 AAAAMM-MES-TAB  PIC 9(06).
                 04 DD-MES-TAB      PIC 9(02).

       01  CAB-PRESENCA.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(24) VALUE
                                "LISTA DE PRESENCA - MES ".
           02 MM-CAB          PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 AAAA-CAB        PIC 9(04).
           02 FILLER          PIC X(86) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.

       01  CAB-TURMA.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(08) VALUE "CAMPUS: ".
           02 CAMPUS-CAB      PIC 9(02).
           02 FILLER          PIC X(09) VALUE "  CURSO: ".
           02 CURSO-CAB       PIC X(30).
           02 FILLER          PIC X(14) VALUE "  DISCIPLINA: ".
           02 DISCIPLINA-CAB  PIC X(30).
           02 FILLER          PIC X(08) VALUE "  SALA: ".
           02 SALA-CAB        PIC X(05).
           02 FILLER          PIC X(08) VALUE "  PROF: ".
           02 PROF-CAB        PIC ZZZ9 BLANK WHEN ZERO.
           02 FILLER          PIC X(11) VALUE SPACES.

       01  CAB-DATAS.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "NUMERO".
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(25) VALUE "NOME".
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CEL-CAB         OCCURS 31 TIMES.
              03 DD-CAB          PIC X(02).
              03 FILLER          PIC X(01)  VALUE SPACES.
           02 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-PRESENCA.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 NUMERO-LIN      PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-LIN        PIC X(25).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CEL-LIN         PIC X(03)  OCCURS 31 TIMES.
           02 FILLER          PIC X(03) VALUE SPACES.

       01  CAB-DIARIO.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(30) VALUE
                                "DIARIO DE NOTAS".
           02 FILLER          PIC X(87) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-DIA-CAB     PIC ZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.

       01  CAB-NOTAS.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "NUMERO".
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(30) VALUE "NOME".
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE "  NOTA1   ".
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE "  NOTA2   ".
           02 FILLER          PIC X(65) VALUE SPACES.

       01  LINHA-NOTAS.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 NUMERO-NOT      PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 NOME-NOT        PIC X(30).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE "__________".
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE "__________".
           02 FILLER          PIC X(65) VALUE SPACES.

       01  LINHA-ASSINATURA.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(40) VALUE
                     "ASSINATURA DO PROFESSOR: _______________".
           02 FILLER          PIC X(20) VALUE "_____________".
           02 FILLER          PIC X(69) VALUE SPACES.

       01  LINHA-SEM-HORARIO.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(47) VALUE
                     "TURMA SEM AULA NA GRADE - SEM LISTA DE PRESENCA".
           02 FILLER          PIC X(82) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-16.

           SORT TRAB
                ASCENDING KEY CAMPUS-TRAB
                ASCENDING KEY CURSO-TRAB
                ASCENDING KEY DISCIPLINA-TRAB
                ASCENDING KEY NOME-TRAB
                INPUT  PROCEDURE ROT-ENTRADA
                OUTPUT PROCEDURE ROT-SAIDA.
           SORT TRAB-FREQ
                ASCENDING KEY NUMERO-TF
                ASCENDING KEY DATA-TF
                USING  FREQ-TMP
                GIVING TRANFREQ-ESQ.
           DISPLAY   "TURMAS               : " CT-TURMAS.
           DISPLAY   "FOLHAS DE PRESENCA   : " CT-FOLHAS.
           DISPLAY   "TURMAS SEM HORARIO   : " CT-SEM-HORARIO.
           DISPLAY   "REGISTROS NO TRANFREQ-ESQ: " CT-ESQUELETO.
           STOP RUN.

       ROT-ENTRADA   SECTION.
           PERFORM INICIO-ENTRADA.
           PERFORM PRINCIPAL-ENTRADA
                   UNTIL
                   FIM-ARQ EQUAL "SIM".
           PERFORM FIM-ENTRADA.

       INICIO-ENTRADA SECTION.
           OPEN INPUT CADALU.
           PERFORM LE-PARAM-COMPET.
           PERFORM CARGA-HORARIOS.
           PERFORM CARGA-CALENDARIO.
           PERFORM LEITURA-ENTRADA.

       LE-PARAM-COMPET SECTION.
           OPEN       INPUT     PARAM-COMPET.
           READ       PARAM-COMPET
                      AT END
                      MOVE      ZEROS    TO   COMPET-PARAM.
           MOVE       COMPET-PARAM       TO   MES-FILTRO.
           CLOSE      PARAM-COMPET.

       CARGA-HORARIOS SECTION.
           OPEN       INPUT     HORARIOS2.
           PERFORM    LEITURA-HORARIO
                      UNTIL      FIM-HOR     EQUAL   "SIM".
           CLOSE      HORARIOS2.

       LEITURA-HORARIO SECTION.
           READ       HORARIOS2
                      AT END
                      MOVE     "SIM"    TO    FIM-HOR.
           IF         FIM-HOR     NOT EQUAL   "SIM"
                AND   PROF-HOR    NOT NUMERIC
                      MOVE     ZEROS    TO    PROF-HOR.
           IF         FIM-HOR     NOT EQUAL   "SIM"
                AND   QT-HOR      LESS THAN    100
                      ADD        1              TO    QT-HOR
                      MOVE       CURSO-HOR      TO
                                 CURSO-HOR-TAB (QT-HOR)
                      MOVE       DISCIPLINA-HOR TO
                                 DISC-HOR-TAB (QT-HOR)
                      MOVE       DIA-HOR        TO
                                 DIA-HOR-TAB (QT-HOR)
                      MOVE       SALA-HOR       TO
                                 SALA-HOR-TAB (QT-HOR)
                      MOVE       PROF-HOR       TO
                                 PROF-HOR-TAB (QT-HOR).

       CARGA-CALENDARIO SECTION.
           OPEN       INPUT     CALEND-AULA.
           PERFORM    LEITURA-CALENDARIO
                      UNTIL      FIM-CALEND  EQUAL   "SIM".
           CLOSE      CALEND-AULA.

       LEITURA-CALENDARIO SECTION.
           READ       CALEND-AULA
                      AT END
                      MOVE     "SIM"    TO    FIM-CALEND.
           IF         FIM-CALEND  NOT EQUAL   "SIM"
                      IF   QT-CAL  EQUAL  200
                           DISPLAY "CALEND-AULA EXCEDE A TABELA DE 200"
                                   " - EXECUCAO ABORTADA."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                      ELSE
                           ADD     1              TO    QT-CAL
                           MOVE    DATA-CALEND    TO
                                   DATA-CAL-TAB (QT-CAL)
                           PERFORM CALCULA-DIA-SEMANA
                           MOVE    DIA-SEMANA     TO
                                   DIA-SEM-CAL-TAB (QT-CAL).

       CALCULA-DIA-SEMANA SECTION.
           MOVE       DATA-CALEND     TO    DATA-AUX-NUM.
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
           IF         Z-H  EQUAL  0
                      MOVE      6     TO    DIA-SEMANA
           ELSE
           IF         Z-H  EQUAL  1
                      MOVE      7     TO    DIA-SEMANA
           ELSE
                      COMPUTE   DIA-SEMANA = Z-H - 1.

       LEITURA-ENTRADA SECTION.
           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-ENTRADA SECTION.
           IF COD-ENT EQUAL 02
              MOVE CAMPUS-ENT      TO CAMPUS-TRAB
              MOVE CURSO-ENT       TO CURSO-TRAB
              MOVE DISCIPLINA-ENT  TO DISCIPLINA-TRAB
              MOVE NOME-ENT        TO NOME-TRAB
              MOVE MATRI-ENT (4:5) TO NUMERO-TRAB
              RELEASE REG-TRAB.
           PERFORM LEITURA-ENTRADA.

       FIM-ENTRADA SECTION.
           CLOSE CADALU.

       ROT-SAIDA SECTION.
           PERFORM INICIO-SAIDA.
           PERFORM PRINCIPAL-SAIDA
                   UNTIL
                   FIM-ARQ EQUAL "SIM".
           PERFORM FIM-SAIDA.

       INICIO-SAIDA SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN  OUTPUT REL-DIARIO
                        FREQ-TMP.
           PERFORM LE-SAIDA.

       LE-SAIDA SECTION.
           RETURN TRAB
                  AT END
                  MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL-SAIDA SECTION.
           IF        (WR-CAMPUS <> CAMPUS-TRAB)
                          OR
                     (WR-CURSO <> CURSO-TRAB)
                          OR
                     (WR-DISCIPLINA <> DISCIPLINA-TRAB)
                     PERFORM QUEBRA-TURMA.
           PERFORM   GUARDA-ALUNO.
           PERFORM   LE-SAIDA.

       QUEBRA-TURMA SECTION.
           IF        PRIMEIRO-REG    EQUAL    "NAO"
                     PERFORM         IMPRIME-TURMA.
           MOVE      "NAO"           TO       PRIMEIRO-REG.
           MOVE      CAMPUS-TRAB     TO       WR-CAMPUS.
           MOVE      CURSO-TRAB      TO       WR-CURSO.
           MOVE      DISCIPLINA-TRAB TO       WR-DISCIPLINA.
           MOVE      ZEROS           TO       QT-ALU.

       GUARDA-ALUNO SECTION.
           IF        QT-ALU  EQUAL  200
                     DISPLAY "TURMA " WR-DISCIPLINA
                             " EXCEDE A TABELA DE 200 ALUNOS"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           ADD       1               TO       QT-ALU.
           MOVE      NUMERO-TRAB     TO       NUMERO-ALU-TAB (QT-ALU).
           MOVE      NOME-TRAB       TO       NOME-ALU-TAB (QT-ALU).

      *----------------------------------------------------------------
      * TURMA COMPLETA NA TABELA: FOLHAS DE PRESENCA DO(S) MES(ES),
      * REGISTROS DO ESQUELETO DO TRANFREQ E DIARIO DE NOTAS.
      *----------------------------------------------------------------
       IMPRIME-TURMA SECTION.
           ADD       1               TO       CT-TURMAS.
           MOVE      WR-CAMPUS       TO       CAMPUS-CAB.
           MOVE      WR-CURSO        TO       CURSO-CAB.
           MOVE      WR-DISCIPLINA   TO       DISCIPLINA-CAB.
           PERFORM   MONTA-DIAS-TURMA.
           MOVE      SALA-TURMA      TO       SALA-CAB.
           MOVE      PROF-TURMA      TO       PROF-CAB.
           IF        QT-DIAS-TURMA   EQUAL    ZEROS
                     ADD     1       TO       CT-SEM-HORARIO
                     DISPLAY "TURMA " WR-CURSO " " WR-DISCIPLINA
                             " SEM AULA NO HORARIOS2."
           ELSE
                     MOVE    ZEROS   TO       MES-ATUAL
                                              QT-DATAS
                     MOVE    1       TO       CTR-CAL
                     PERFORM EXAMINA-DATA     QT-CAL  TIMES
                     IF      QT-DATAS  GREATER THAN  ZEROS
                             PERFORM IMPRIME-FOLHA-MES.
           PERFORM   IMPRIME-DIARIO.

       MONTA-DIAS-TURMA SECTION.
           MOVE      ALL "N"         TO       TAB-DIAS-TURMA.
           MOVE      ZEROS           TO       QT-DIAS-TURMA
                                              PROF-TURMA.
           MOVE      SPACES          TO       SALA-TURMA.
           MOVE      1               TO       CTR-HOR.
           PERFORM   PESQUISA-DIA-TURMA       QT-HOR     TIMES.

       PESQUISA-DIA-TURMA SECTION.
           IF        WR-CURSO        EQUAL
                     CURSO-HOR-TAB (CTR-HOR)         AND
                     WR-DISCIPLINA   EQUAL
                     DISC-HOR-TAB (CTR-HOR)          AND
                     DIA-HOR-TAB (CTR-HOR)  GREATER THAN  ZEROS AND
                     DIA-HOR-TAB (CTR-HOR)  LESS THAN     7
                     PERFORM MARCA-DIA-TURMA.
           ADD       1               TO       CTR-HOR.

       MARCA-DIA-TURMA SECTION.
           IF        SALA-TURMA      EQUAL    SPACES
                     MOVE   SALA-HOR-TAB (CTR-HOR)  TO  SALA-TURMA
                     MOVE   PROF-HOR-TAB (CTR-HOR)  TO  PROF-TURMA.
           MOVE      DIA-HOR-TAB (CTR-HOR)   TO       CTR-DIA.
           IF        DIA-AULA-TAB (CTR-DIA)  EQUAL    "N"
                     MOVE   "S"      TO       DIA-AULA-TAB (CTR-DIA)
                     ADD    1        TO       QT-DIAS-TURMA.

       EXAMINA-DATA SECTION.
           MOVE      DATA-CAL-TAB (CTR-CAL)  TO       DATA-AUX-NUM.
           MOVE      DIA-SEM-CAL-TAB (CTR-CAL) TO     CTR-DIA.
           IF        DIA-AULA-TAB (CTR-DIA)  EQUAL    "S"
                AND  (MES-FILTRO  EQUAL  ZEROS
                 OR   MES-FILTRO  EQUAL  AAAAMM-AUX)
                     PERFORM INCLUI-DATA-MES.
           ADD       1               TO       CTR-CAL.

       INCLUI-DATA-MES SECTION.
           IF        AAAAMM-AUX  NOT EQUAL  MES-ATUAL
                AND  QT-DATAS  GREATER THAN  ZEROS
                     PERFORM IMPRIME-FOLHA-MES.
           IF        AAAAMM-AUX  NOT EQUAL  MES-ATUAL
                     MOVE    AAAAMM-AUX  TO  MES-ATUAL
                     MOVE    ZEROS   TO       QT-DATAS.
           IF        QT-DATAS  LESS THAN  31
                     ADD     1       TO       QT-DATAS
                     MOVE    DATA-AUX       TO
                             DATA-MES-TAB (QT-DATAS).

      *----------------------------------------------------------------
      * UMA FOLHA POR MES: UMA COLUNA POR DATA DE AULA, UMA LINHA POR
      * ALUNO. CADA ALUNO X DATA VAI TAMBEM PARA O ESQUELETO.
      *----------------------------------------------------------------
       IMPRIME-FOLHA-MES SECTION.
           ADD       1               TO       CT-FOLHAS.
           MOVE      SPACES          TO       LINHA-PRESENCA.
           MOVE      1               TO       CTR-DATA.
           PERFORM   MONTA-COLUNA    31       TIMES.
           PERFORM   CABECALHO-PRESENCA.
           MOVE      1               TO       CTR-ALU.
           PERFORM   IMPRIME-LINHA-PRESENCA   QT-ALU    TIMES.
           WRITE     REG-REL FROM LINHA-ASSINATURA
                     AFTER ADVANCING 3 LINES.
           MOVE      ZEROS           TO       QT-DATAS.

       MONTA-COLUNA SECTION.
           IF        CTR-DATA  NOT GREATER  QT-DATAS
                     MOVE   DD-MES-TAB (CTR-DATA)  TO  DD-CAB (CTR-DATA)
                     MOVE   "__ "            TO  CEL-LIN (CTR-DATA)
           ELSE
                     MOVE   SPACES           TO  DD-CAB (CTR-DATA)
                                                 CEL-LIN (CTR-DATA).
           ADD       1               TO       CTR-DATA.

       CABECALHO-PRESENCA SECTION.
           ADD       1               TO       CT-PAG.
           MOVE      CT-PAG          TO       PAG-CAB.
           DIVIDE    MES-ATUAL  BY  100       GIVING    AAAA-CAB
                                              REMAINDER MM-CAB.
           WRITE     REG-REL FROM CAB-PRESENCA
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-TURMA
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM CAB-DATAS
                     AFTER ADVANCING 2 LINES.
           MOVE      6               TO       CT-LIN.

       IMPRIME-LINHA-PRESENCA SECTION.
           IF        CT-LIN  GREATER THAN  55
                     PERFORM CABECALHO-PRESENCA.
           MOVE      NUMERO-ALU-TAB (CTR-ALU) TO      NUMERO-LIN.
           MOVE      NOME-ALU-TAB (CTR-ALU)   TO      NOME-LIN.
           WRITE     REG-REL FROM LINHA-PRESENCA
                     AFTER ADVANCING 2 LINES.
           ADD       2               TO       CT-LIN.
           MOVE      1               TO       CTR-DATA.
           PERFORM   GRAVA-ESQUELETO QT-DATAS TIMES.
           ADD       1               TO       CTR-ALU.

       GRAVA-ESQUELETO SECTION.
           MOVE      NUMERO-ALU-TAB (CTR-ALU) TO      NUMERO-TMP.
           MOVE      DATA-MES-TAB (CTR-DATA)  TO      DATA-TMP.
           MOVE      SPACES          TO       PRESENCA-TMP.
           WRITE     REG-FREQ-TMP.
           ADD       1               TO       CT-ESQUELETO.
           ADD       1               TO       CTR-DATA.

       IMPRIME-DIARIO SECTION.
           PERFORM   CABECALHO-DIARIO.
           IF        QT-DIAS-TURMA   EQUAL    ZEROS
                     WRITE  REG-REL FROM LINHA-SEM-HORARIO
                            AFTER ADVANCING 1 LINE
                     ADD    1        TO       CT-LIN.
           MOVE      1               TO       CTR-ALU.
           PERFORM   IMPRIME-LINHA-NOTAS      QT-ALU    TIMES.
           WRITE     REG-REL FROM LINHA-ASSINATURA
                     AFTER ADVANCING 3 LINES.

       CABECALHO-DIARIO SECTION.
           ADD       1               TO       CT-PAG.
           MOVE      CT-PAG          TO       PAG-DIA-CAB.
           WRITE     REG-REL FROM CAB-DIARIO
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-TURMA
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM CAB-NOTAS
                     AFTER ADVANCING 2 LINES.
           MOVE      6               TO       CT-LIN.

       IMPRIME-LINHA-NOTAS SECTION.
           IF        CT-LIN  GREATER THAN  55
                     PERFORM CABECALHO-DIARIO.
           MOVE      NUMERO-ALU-TAB (CTR-ALU) TO      NUMERO-NOT.
           MOVE      NOME-ALU-TAB (CTR-ALU)   TO      NOME-NOT.
           WRITE     REG-REL FROM LINHA-NOTAS
                     AFTER ADVANCING 2 LINES.
           ADD       2               TO       CT-LIN.
           ADD       1               TO       CTR-ALU.

       FIM-SAIDA SECTION.
           IF        PRIMEIRO-REG    EQUAL    "NAO"
                     PERFORM         IMPRIME-TURMA.
           CLOSE     REL-DIARIO
                     FREQ-TMP.
