       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05K.
       AUTHOR. MARIA VICTOR.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PEDIDOS DE MATRICULA EM DISCIPLINAS ELETIVAS. LE O
      *         ARQUIVO DE PEDIDOS PEDMAT.DAT (ALUNO, CURSO,
      *         DISCIPLINA E PRIORIDADE, 1 A MAIS ALTA) E ATENDE OS
      *         PEDIDOS NA ORDEM DE PRIORIDADE E, DENTRO DELA, DO
      *         COEFICIENTE DO ALUNO (MEDIA DAS MEDIAS DO HISTORICO
      *         HIST-ALUNO.DAT DO EX05H), O MAIOR PRIMEIRO. CADA PEDIDO
      *         E CONFERIDO CONTRA OS PRE-REQUISITOS DA EXTENSAO DO
      *         CURRIC.DAT (ATE DOIS POR CURSO + DISCIPLINA), AS
      *         APROVACOES DO ALUNO NO HIST-ALUNO (CODIGO DA DISCIPLINA
      *         CASADO PELO NOME NO DISCIPL.DAT), AS VAGAS QUE RESTAM
      *         NA TURMA (CAPACIDADE DO VAGAS.DAT DO PGM09 DO EM3-EM04,
      *         SOMADA ENTRE OS CAMPI, MENOS OS ALUNOS JA NA TURMA NO
      *         PERFIL-ALUNO.DAT E OS ACEITOS NA PROPRIA RODADA) E A
      *         GRADE HORARIOS2.DAT (PGM10), RECUSANDO CHOQUE COM A
      *         TURMA ATUAL DO ALUNO OU COM OUTRO PEDIDO JA ACEITO.
      *         PEDIDO ACEITO VIRA REGISTRO DE MATRICULA NA DISCIPLINA
      *         EM MATELET.DAT, NO LAYOUT DO CADNOTD COM NOTAS E
      *         FALTAS ZERADAS, PRONTO PARA SER JUNTADO AO CADNOTD NA
      *         ABERTURA DO TERMO. PEDIDO RECUSADO LEVA O MOTIVO. O
      *         RESULTADO DE CADA PEDIDO E REORDENADO POR ALUNO E CADA
      *         ALUNO RECEBE UMA PAGINA DE CONFIRMACAO EM REL-CONFMAT.
      *         DISCIPLINA CREDITADA POR APROVEITAMENTO DE ESTUDOS
      *         (SITUACAO "CREDITADO" DO EX11A) VALE COMO APROVACAO
      *         PARA OS PRE-REQUISITOS, MAS NAO ENTRA NO COEFICIENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARIA-PC.
       OBJECT-COMPUTER. MARIA-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDMAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAB-PED ASSIGN TO DISK.
           SELECT RESMAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAB-RES ASSIGN TO DISK.
           SELECT OPTIONAL HIST-ALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISCIPL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRIC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERFIL-ALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAGAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HORARIOS2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATELET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-CONFMAT ASSIGN TO DISK.

           SELECT   OPTIONAL RUN-LOG ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RUNID   ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PEDMAT
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "PEDMAT.DAT".
       01 REG-PED.
          03 NUMERO-PED      PIC 9(05).
          03 CURSO-PED       PIC X(30).
          03 DISCIPLINA-PED  PIC X(30).
          03 PRIORIDADE-PED  PIC 9(01).

       SD TRAB-PED.
       01 REG-TP.
          03 PRIORIDADE-TP   PIC 9(01).
          03 CR-TP           PIC 9(02)V99.
          03 NUMERO-TP       PIC 9(05).
          03 CURSO-TP        PIC X(30).
          03 DISCIPLINA-TP   PIC X(30).

       FD RESMAT
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "RESMAT.DAT".
       01 REG-RES.
          03 NUMERO-RES      PIC 9(05).
          03 PRIORIDADE-RES  PIC 9(01).
          03 CR-RES          PIC 9(02)V99.
          03 CURSO-RES       PIC X(30).
          03 DISCIPLINA-RES  PIC X(30).
          03 SITUACAO-RES    PIC X(09).
          03 MOTIVO-RES      PIC X(20).
          03 COMPLEMENTO-RES PIC X(30).

       SD TRAB-RES.
       01 REG-TR.
          03 NUMERO-TR       PIC 9(05).
          03 PRIORIDADE-TR   PIC 9(01).
          03 CR-TR           PIC 9(02)V99.
          03 CURSO-TR        PIC X(30).
          03 DISCIPLINA-TR   PIC X(30).
          03 SITUACAO-TR     PIC X(09).
          03 MOTIVO-TR       PIC X(20).
          03 COMPLEMENTO-TR  PIC X(30).

       FD HIST-ALUNO
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "HIST-ALUNO.DAT".
       01 REG-HIST.
          03 TERMO-HIST    PIC 9(06).
          03 NUMERO-HIST   PIC 9(05).
          03 DISCIPLINA-HIST PIC 9(03).
          03 NOTA1-HIST    PIC 9(02)V99.
          03 NOTA2-HIST    PIC 9(02)V99.
          03 MEDIA-HIST    PIC 9(02)V99.
          03 FALTAS-HIST   PIC 9(02).
          03 SITUACAO-HIST PIC X(09).

       FD CADALU
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADALU2.DAT".
       01 REG-ENT.
          03 NUMERO-ENT   PIC 9(05).
          03 NOME-ENT     PIC X(20).
          03 NOTA1-ENT    PIC 9(02)V9(02).
          03 NOTA2-ENT    PIC 9(02)V99.
          03 FALTAS-ENT   PIC X(02).

       FD DISCIPL
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "DISCIPL.DAT".
       01 REG-DISC.
          03 CODIGO-DISC    PIC 9(03).
          03 NOME-DISC      PIC X(30).

       FD CURRIC
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "CURRIC.DAT".
       01 REG-CURRIC.
          03 CURSO-CUR        PIC X(30).
          03 DISCIPLINA-CUR   PIC X(30).
          03 PROXIMA-CUR      PIC X(30).
          03 PRE-REQ-CUR      PIC X(30)  OCCURS 2 TIMES.
          03 CH-CUR           PIC 9(03).

       FD PERFIL-ALUNO
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "PERFIL-ALUNO.DAT".
       01 REG-PERFIL.
          03 NUMERO-PF        PIC 9(05).
          03 NOME-PF          PIC X(20).
          03 MEDIA-PF         PIC 9(02)V99.
          03 STATUS-PF        PIC X(10).
          03 SEXO-PF          PIC X(01).
          03 MEDIA4-PF        PIC 9(02)V99.
          03 CURSO-PF         PIC X(30).
          03 DISCIPLINA-PF    PIC X(30).
          03 EMAIL-PF         PIC X(20).

       FD VAGAS
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "VAGAS.DAT".
       01 REG-VAGAS.
          03 CURSO-VAGAS      PIC X(30).
          03 DISCIPLINA-VAGAS PIC X(30).
          03 CAPACIDADE-VAGAS PIC 9(03).
          03 CAMPUS-VAGAS     PIC 9(02).

       FD HORARIOS2
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "HORARIOS2.DAT".
       01 REG-HOR.
          03 CURSO-HOR        PIC X(30).
          03 DISCIPLINA-HOR   PIC X(30).
          03 DIA-HOR          PIC 9(01).
          03 PER-INI-HOR      PIC 9(02).
          03 PER-FIM-HOR      PIC 9(02).
          03 SALA-HOR         PIC X(05).
          03 PROF-HOR         PIC 9(04).

       FD MATELET
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "MATELET.DAT".
       01 REG-MAT.
          03 NUMERO-MAT      PIC 9(05).
          03 DISCIPLINA-MAT  PIC 9(03).
          03 NOTA1-MAT       PIC 9(02)V9(02).
          03 NOTA2-MAT       PIC 9(02)V99.
          03 FALTAS-MAT      PIC X(02).

       FD REL-CONFMAT
          LABEL RECORD IS OMITTED.
       01 REG-REL            PIC X(80).

       FD  RUN-LOG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RUN-LOG.DAT".

           COPY RUNLOG.

       FD  RUNID
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RUNID.DAT".

       01  REG-RUNID.
             02 DATA-RUNID      PIC 9(08).
             02 SEQ-RUNID       PIC 9(03).

       WORKING-STORAGE SECTION.

       77  FIM-RUNID        PIC X(03)    VALUE "NAO".
       77  IDENT-RODADA     PIC X(11)    VALUE SPACES.
       77  CT-RUN-ENTRADA   PIC 9(07)    VALUE ZEROS.
       77  CT-RUN-SAIDA     PIC 9(07)    VALUE ZEROS.
       77  CT-RUN-REJ       PIC 9(07)    VALUE ZEROS.
       77  STATUS-RUN       PIC X(08)    VALUE "NORMAL".

       01  DATA-RUN.
           02 DATA-RUN-AAAA  PIC 9(04).
           02 DATA-RUN-MM    PIC 9(02).
           02 DATA-RUN-DD    PIC 9(02).

       01  HORA-RUN.
           02 HORA-RUN-HMS   PIC 9(06).
           02 FILLER         PIC 9(02).

       77 FIM-PED    PIC X(03)       VALUE "NAO".
       77 FIM-TP     PIC X(03)       VALUE "NAO".
       77 FIM-TR     PIC X(03)       VALUE "NAO".
       77 FIM-HIST   PIC X(03)       VALUE "NAO".
       77 FIM-ALU    PIC X(03)       VALUE "NAO".
       77 FIM-DISC   PIC X(03)       VALUE "NAO".
       77 FIM-CUR    PIC X(03)       VALUE "NAO".
       77 FIM-PF     PIC X(03)       VALUE "NAO".
       77 FIM-VAGAS  PIC X(03)       VALUE "NAO".
       77 FIM-HOR    PIC X(03)       VALUE "NAO".
       77 QT-ALU     PIC 9(03)       VALUE ZEROS.
       77 CTR-ALU    PIC 9(03)       VALUE ZEROS.
       77 QT-DISC    PIC 9(03)       VALUE ZEROS.
       77 CTR-DISC   PIC 9(03)       VALUE ZEROS.
       77 QT-CUR     PIC 9(03)       VALUE ZEROS.
       77 CTR-CUR    PIC 9(03)       VALUE ZEROS.
       77 IND-CUR    PIC 9(03)       VALUE ZEROS.
       77 CTR-PRE    PIC 9(01)       VALUE ZEROS.
       77 QT-VAGAS   PIC 9(03)       VALUE ZEROS.
       77 CTR-VAGAS  PIC 9(03)       VALUE ZEROS.
       77 IND-VAGAS  PIC 9(03)       VALUE ZEROS.
       77 QT-HOR     PIC 9(03)       VALUE ZEROS.
       77 CTR-HOR    PIC 9(03)       VALUE ZEROS.
       77 CTR-HOR2   PIC 9(03)       VALUE ZEROS.
       77 QT-APROV   PIC 9(04)       VALUE ZEROS.
       77 CTR-APROV  PIC 9(04)       VALUE ZEROS.
       77 QT-CR      PIC 9(03)       VALUE ZEROS.
       77 CTR-CR     PIC 9(03)       VALUE ZEROS.
       77 IND-CR     PIC 9(03)       VALUE ZEROS.
       77 QT-ACE     PIC 9(04)       VALUE ZEROS.
       77 CTR-ACE    PIC 9(04)       VALUE ZEROS.
       77 NUMERO-AUX PIC 9(05)       VALUE ZEROS.
       77 NOME-AUX   PIC X(20)       VALUE SPACES.
       77 CURSO-AUX  PIC X(30)       VALUE SPACES.
       77 DISC-AUX   PIC X(30)       VALUE SPACES.
       77 NOME-BUSCA PIC X(30)       VALUE SPACES.
       77 CODIGO-AUX PIC 9(03)       VALUE ZEROS.
       77 CODIGO-PED PIC 9(03)       VALUE ZEROS.
       77 ACHOU-DISC PIC X(03)       VALUE "NAO".
       77 ACHOU-APROV PIC X(03)      VALUE "NAO".
       77 MOTIVO-AUX PIC X(20)       VALUE SPACES.
       77 COMPLEMENTO-AUX PIC X(30)  VALUE SPACES.
       77 ALUNO-ANT  PIC 9(05)       VALUE ZEROS.
       77 CT-ACEITOS PIC 9(05)       VALUE ZEROS.
       77 CT-RECUSADOS PIC 9(05)     VALUE ZEROS.
       77 CT-ALUNOS  PIC 9(05)       VALUE ZEROS.

       01 HOJE.
          02 HOJE-AAAA    PIC 9(04).
          02 HOJE-MM      PIC 9(02).
          02 HOJE-DD      PIC 9(02).

       01 TAB-ALUNOS.
          02 ITEM-ALU-TAB    OCCURS 500 TIMES.
             03 NUMERO-ALU-TAB   PIC 9(05).
             03 NOME-ALU-TAB     PIC X(20).

       01 TAB-DISCIPLINAS.
          02 ITEM-DISC-TAB   OCCURS 50 TIMES.
             03 CODIGO-DISC-TAB  PIC 9(03).
             03 NOME-DISC-TAB    PIC X(30).

       01 TAB-CURRICULO.
          02 ITEM-CUR-TAB    OCCURS 100 TIMES.
             03 CURSO-CUR-TAB    PIC X(30).
             03 DISC-CUR-TAB     PIC X(30).
             03 PRE-REQ-CUR-TAB  PIC X(30)  OCCURS 2 TIMES.

       01 TAB-VAGAS.
          02 ITEM-VAGAS-TAB  OCCURS 50 TIMES.
             03 CURSO-VG-TAB     PIC X(30).
             03 DISC-VG-TAB      PIC X(30).
             03 CAPAC-VG-TAB     PIC 9(04).
             03 OCUP-VG-TAB      PIC 9(04).

       01 TAB-HORARIOS.
          02 ITEM-HOR-TAB    OCCURS 300 TIMES.
             03 CURSO-HOR-TAB    PIC X(30).
             03 DISC-HOR-TAB     PIC X(30).
             03 DIA-HOR-TAB      PIC 9(01).
             03 INI-HOR-TAB      PIC 9(02).
             03 FIM-HOR-TAB      PIC 9(02).

       01 TAB-APROVACOES.
          02 ITEM-APROV-TAB  OCCURS 2000 TIMES.
             03 NUMERO-APROV-TAB PIC 9(05).
             03 DISC-APROV-TAB   PIC 9(03).

       01 TAB-COEFICIENTES.
          02 ITEM-CR-TAB     OCCURS 500 TIMES.
             03 NUMERO-CR-TAB    PIC 9(05).
             03 SOMA-CR-TAB      PIC 9(06)V99.
             03 QT-CR-TAB        PIC 9(04).

       01 TAB-ACEITOS.
          02 ITEM-ACE-TAB    OCCURS 1000 TIMES.
             03 NUMERO-ACE-TAB   PIC 9(05).
             03 CURSO-ACE-TAB    PIC X(30).
             03 DISC-ACE-TAB     PIC X(30).

       01 LINHA-TITULO.
          02 FILLER     PIC X(15) VALUE SPACES.
          02 FILLER     PIC X(40) VALUE
                          "CONFIRMACAO DE PEDIDOS DE MATRICULA".
          02 FILLER     PIC X(25) VALUE SPACES.

       01 LINHA-DATA.
          02 FILLER     PIC X(50) VALUE SPACES.
          02 FILLER     PIC X(13) VALUE "SAO PAULO,   ".
          02 DD-LIN     PIC 9(02).
          02 FILLER     PIC X(01) VALUE "/".
          02 MM-LIN     PIC 9(02).
          02 FILLER     PIC X(01) VALUE "/".
          02 AAAA-LIN   PIC 9(04).
          02 FILLER     PIC X(07) VALUE SPACES.

       01 LINHA-ALUNO.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(07) VALUE "ALUNO: ".
          02 NUMERO-LIN PIC 9(05).
          02 FILLER     PIC X(03) VALUE " - ".
          02 NOME-LIN   PIC X(20).
          02 FILLER     PIC X(08) VALUE "   C.R. ".
          02 CR-LIN     PIC Z9,99.
          02 FILLER     PIC X(27) VALUE SPACES.

       01 LINHA-COLUNAS.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(33) VALUE "DISCIPLINA".
          02 FILLER     PIC X(05) VALUE "PRI. ".
          02 FILLER     PIC X(11) VALUE "SITUACAO".
          02 FILLER     PIC X(26) VALUE "MOTIVO".

       01 LINHA-PEDIDO.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 DISC-LIN   PIC X(30).
          02 FILLER     PIC X(04) VALUE SPACES.
          02 PRIORIDADE-LIN PIC 9(01).
          02 FILLER     PIC X(03) VALUE SPACES.
          02 SITUACAO-LIN PIC X(09).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 MOTIVO-LIN PIC X(20).
          02 FILLER     PIC X(06) VALUE SPACES.

       01 LINHA-COMPLEMENTO.
          02 FILLER     PIC X(07) VALUE SPACES.
          02 ROTULO-COMPL PIC X(15).
          02 COMPLEMENTO-LIN PIC X(30).
          02 FILLER     PIC X(28) VALUE SPACES.

       01 LINHA-TEXTO-1.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(40) VALUE
                          "OS PEDIDOS ACEITOS JA ESTAO MATRICULADOS".
          02 FILLER     PIC X(35) VALUE
                          " PARA O PROXIMO TERMO. PEDIDOS".

       01 LINHA-TEXTO-2.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(36) VALUE
                          "RECUSADOS PODEM SER REVISTOS JUNTO A".
          02 FILLER     PIC X(39) VALUE
                          " SECRETARIA.".

       PROCEDURE DIVISION.
       PGM-EX05K.
           PERFORM   INICIO.
           SORT      TRAB-PED
                     ASCENDING  KEY PRIORIDADE-TP
                     DESCENDING KEY CR-TP
                     ASCENDING  KEY NUMERO-TP
                     INPUT  PROCEDURE ROT-ENT-PEDIDOS
                     OUTPUT PROCEDURE ROT-ATENDE-PEDIDOS.
           SORT      TRAB-RES
                     ASCENDING  KEY NUMERO-TR
                                    PRIORIDADE-TR
                     USING  RESMAT
                     OUTPUT PROCEDURE ROT-CONFIRMA.
           PERFORM   TERMINO.
           STOP RUN.

      *----------------------------------------------------------------
      * CARGA DAS TABELAS DE REFERENCIA.
      *----------------------------------------------------------------
       INICIO               SECTION.
           PERFORM   GRAVA-RUN-INICIO.
           ACCEPT    HOJE FROM DATE YYYYMMDD.
           PERFORM   CARGA-ALUNOS.
           PERFORM   CARGA-DISCIPLINAS.
           PERFORM   CARGA-CURRICULO.
           PERFORM   CARGA-VAGAS.
           PERFORM   CARGA-HORARIOS.
           PERFORM   CARGA-PERFIL.
           PERFORM   CARGA-HISTORICO.

       CARGA-ALUNOS         SECTION.
           OPEN      INPUT     CADALU.
           PERFORM   LEITURA-ALU
                     UNTIL     FIM-ALU   EQUAL   "SIM".
           CLOSE     CADALU.

       LEITURA-ALU          SECTION.
           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU NOT EQUAL "SIM"
                AND REG-ENT (1:5) EQUAL "TRLR:"
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU NOT EQUAL "SIM"
                IF   QT-ALU EQUAL 500
                     DISPLAY "CADALU2 EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO QT-ALU
                     MOVE NUMERO-ENT  TO NUMERO-ALU-TAB (QT-ALU)
                     MOVE NOME-ENT    TO NOME-ALU-TAB (QT-ALU).

       CARGA-DISCIPLINAS    SECTION.
           OPEN      INPUT     DISCIPL.
           PERFORM   LEITURA-DISC
                     UNTIL     FIM-DISC  EQUAL   "SIM".
           CLOSE     DISCIPL.

       LEITURA-DISC         SECTION.
           READ DISCIPL
                AT END
                MOVE "SIM" TO FIM-DISC.
           IF   FIM-DISC NOT EQUAL "SIM"
                IF   QT-DISC EQUAL 50
                     DISPLAY "DISCIPL EXCEDE A TABELA DE 50"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO QT-DISC
                     MOVE CODIGO-DISC TO CODIGO-DISC-TAB (QT-DISC)
                     MOVE NOME-DISC   TO NOME-DISC-TAB (QT-DISC).

       CARGA-CURRICULO      SECTION.
           OPEN      INPUT     CURRIC.
           PERFORM   LEITURA-CUR
                     UNTIL     FIM-CUR   EQUAL   "SIM".
           CLOSE     CURRIC.

       LEITURA-CUR          SECTION.
           READ CURRIC
                AT END
                MOVE "SIM" TO FIM-CUR.
           IF   FIM-CUR NOT EQUAL "SIM"
                IF   QT-CUR EQUAL 100
                     DISPLAY "CURRIC EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO QT-CUR
                     MOVE CURSO-CUR      TO CURSO-CUR-TAB (QT-CUR)
                     MOVE DISCIPLINA-CUR TO DISC-CUR-TAB (QT-CUR)
                     MOVE PRE-REQ-CUR (1) TO
                          PRE-REQ-CUR-TAB (QT-CUR 1)
                     MOVE PRE-REQ-CUR (2) TO
                          PRE-REQ-CUR-TAB (QT-CUR 2).

      *----------------------------------------------------------------
      * A CAPACIDADE DA TURMA E A SOMA DOS CAMPI DO VAGAS.DAT.
      *----------------------------------------------------------------
       CARGA-VAGAS          SECTION.
           OPEN      INPUT     VAGAS.
           PERFORM   LEITURA-VAGAS
                     UNTIL     FIM-VAGAS EQUAL   "SIM".
           CLOSE     VAGAS.

       LEITURA-VAGAS        SECTION.
           READ VAGAS
                AT END
                MOVE "SIM" TO FIM-VAGAS.
           IF   FIM-VAGAS NOT EQUAL "SIM"
                PERFORM ACUMULA-VAGAS.

       ACUMULA-VAGAS        SECTION.
           MOVE CURSO-VAGAS      TO CURSO-AUX.
           MOVE DISCIPLINA-VAGAS TO DISC-AUX.
           PERFORM BUSCA-VAGAS.
           IF   IND-VAGAS EQUAL ZEROS
                PERFORM INCLUI-VAGAS.
           ADD  CAPACIDADE-VAGAS TO CAPAC-VG-TAB (IND-VAGAS).

       INCLUI-VAGAS         SECTION.
           IF   QT-VAGAS EQUAL 50
                DISPLAY "VAGAS EXCEDE A TABELA DE 50"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO QT-VAGAS.
           MOVE QT-VAGAS       TO IND-VAGAS.
           MOVE CURSO-AUX      TO CURSO-VG-TAB (IND-VAGAS).
           MOVE DISC-AUX       TO DISC-VG-TAB (IND-VAGAS).
           MOVE ZEROS          TO CAPAC-VG-TAB (IND-VAGAS)
                                  OCUP-VG-TAB (IND-VAGAS).

       BUSCA-VAGAS          SECTION.
           MOVE      ZEROS     TO      IND-VAGAS.
           MOVE      1         TO      CTR-VAGAS.
           PERFORM   PESQUISA-VAGAS    QT-VAGAS  TIMES.

       PESQUISA-VAGAS       SECTION.
           IF   CURSO-AUX EQUAL CURSO-VG-TAB (CTR-VAGAS)
                AND DISC-AUX EQUAL DISC-VG-TAB (CTR-VAGAS)
                MOVE CTR-VAGAS TO IND-VAGAS.
           ADD  1              TO CTR-VAGAS.

       CARGA-HORARIOS       SECTION.
           OPEN      INPUT     HORARIOS2.
           PERFORM   LEITURA-HOR
                     UNTIL     FIM-HOR   EQUAL   "SIM".
           CLOSE     HORARIOS2.

       LEITURA-HOR          SECTION.
           READ HORARIOS2
                AT END
                MOVE "SIM" TO FIM-HOR.
           IF   FIM-HOR NOT EQUAL "SIM"
                IF   QT-HOR EQUAL 300
                     DISPLAY "HORARIOS2 EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO QT-HOR
                     MOVE CURSO-HOR      TO CURSO-HOR-TAB (QT-HOR)
                     MOVE DISCIPLINA-HOR TO DISC-HOR-TAB (QT-HOR)
                     MOVE DIA-HOR        TO DIA-HOR-TAB (QT-HOR)
                     MOVE PER-INI-HOR    TO INI-HOR-TAB (QT-HOR)
                     MOVE PER-FIM-HOR    TO FIM-HOR-TAB (QT-HOR).

      *----------------------------------------------------------------
      * A TURMA ATUAL DE CADA ALUNO OCUPA VAGA E ENTRA NA GRADE DELE.
      *----------------------------------------------------------------
       CARGA-PERFIL         SECTION.
           OPEN      INPUT     PERFIL-ALUNO.
           PERFORM   LEITURA-PF
                     UNTIL     FIM-PF    EQUAL   "SIM".
           CLOSE     PERFIL-ALUNO.

       LEITURA-PF           SECTION.
           READ PERFIL-ALUNO
                AT END
                MOVE "SIM" TO FIM-PF.
           IF   FIM-PF NOT EQUAL "SIM"
                MOVE NUMERO-PF     TO NUMERO-AUX
                MOVE CURSO-PF      TO CURSO-AUX
                MOVE DISCIPLINA-PF TO DISC-AUX
                PERFORM INCLUI-ACEITO
                PERFORM BUSCA-VAGAS
                IF   IND-VAGAS NOT EQUAL ZEROS
                     ADD  1  TO  OCUP-VG-TAB (IND-VAGAS).

       INCLUI-ACEITO        SECTION.
           IF   QT-ACE EQUAL 1000
                DISPLAY "MATRICULAS EXCEDEM A TABELA DE 1000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO QT-ACE.
           MOVE NUMERO-AUX     TO NUMERO-ACE-TAB (QT-ACE).
           MOVE CURSO-AUX      TO CURSO-ACE-TAB (QT-ACE).
           MOVE DISC-AUX       TO DISC-ACE-TAB (QT-ACE).

      *----------------------------------------------------------------
      * DO HISTORICO SAEM AS APROVACOES E O COEFICIENTE DE CADA ALUNO.
      *----------------------------------------------------------------
       CARGA-HISTORICO      SECTION.
           OPEN      INPUT     HIST-ALUNO.
           PERFORM   LEITURA-HIST
                     UNTIL     FIM-HIST  EQUAL   "SIM".
           CLOSE     HIST-ALUNO.

       LEITURA-HIST         SECTION.
           READ HIST-ALUNO
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST NOT EQUAL "SIM"
                PERFORM ACUMULA-HISTORICO.

       ACUMULA-HISTORICO    SECTION.
           IF   SITUACAO-HIST EQUAL "CREDITADO"
                PERFORM INCLUI-APROVACAO
           ELSE
                PERFORM ACUMULA-MEDIA.

       ACUMULA-MEDIA        SECTION.
           MOVE NUMERO-HIST    TO NUMERO-AUX.
           PERFORM BUSCA-CR.
           IF   IND-CR EQUAL ZEROS
                PERFORM INCLUI-CR.
           ADD  MEDIA-HIST     TO SOMA-CR-TAB (IND-CR).
           ADD  1              TO QT-CR-TAB (IND-CR).
           IF   SITUACAO-HIST EQUAL "APROVADO"
                PERFORM INCLUI-APROVACAO.

       INCLUI-APROVACAO     SECTION.
           IF   QT-APROV EQUAL 2000
                DISPLAY "APROVACOES EXCEDEM A TABELA DE 2000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1               TO QT-APROV.
           MOVE NUMERO-HIST     TO NUMERO-APROV-TAB (QT-APROV).
           MOVE DISCIPLINA-HIST TO DISC-APROV-TAB (QT-APROV).

       BUSCA-CR             SECTION.
           MOVE      ZEROS     TO      IND-CR.
           MOVE      1         TO      CTR-CR.
           PERFORM   PESQUISA-CR       QT-CR     TIMES.

       PESQUISA-CR          SECTION.
           IF   NUMERO-AUX EQUAL NUMERO-CR-TAB (CTR-CR)
                MOVE CTR-CR    TO IND-CR.
           ADD  1              TO CTR-CR.

       INCLUI-CR            SECTION.
           IF   QT-CR EQUAL 500
                DISPLAY "HISTORICO EXCEDE A TABELA DE 500 ALUNOS"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO QT-CR.
           MOVE QT-CR          TO IND-CR.
           MOVE NUMERO-AUX     TO NUMERO-CR-TAB (IND-CR).
           MOVE ZEROS          TO SOMA-CR-TAB (IND-CR)
                                  QT-CR-TAB (IND-CR).

      *----------------------------------------------------------------
      * CADA PEDIDO VAI PARA O SORT COM O COEFICIENTE DO ALUNO.
      *----------------------------------------------------------------
       ROT-ENT-PEDIDOS      SECTION.
           OPEN      INPUT     PEDMAT.
           PERFORM   LEITURA-PED.
           PERFORM   COPIA-PED
                     UNTIL     FIM-PED   EQUAL   "SIM".
           CLOSE     PEDMAT.

       LEITURA-PED          SECTION.
           READ      PEDMAT
                     AT END
                     MOVE      "SIM"     TO      FIM-PED.

       COPIA-PED            SECTION.
           ADD       1              TO   CT-RUN-ENTRADA.
           MOVE      NUMERO-PED     TO   NUMERO-AUX
                                         NUMERO-TP.
           MOVE      CURSO-PED      TO   CURSO-TP.
           MOVE      DISCIPLINA-PED TO   DISCIPLINA-TP.
           MOVE      PRIORIDADE-PED TO   PRIORIDADE-TP.
           PERFORM   BUSCA-CR.
           IF        IND-CR EQUAL ZEROS
                     MOVE ZEROS     TO   CR-TP
           ELSE
                     COMPUTE CR-TP ROUNDED = SOMA-CR-TAB (IND-CR)
                                           / QT-CR-TAB (IND-CR).
           RELEASE   REG-TP.
           PERFORM   LEITURA-PED.

      *----------------------------------------------------------------
      * ATENDE OS PEDIDOS NA ORDEM DE PRIORIDADE E COEFICIENTE.
      *----------------------------------------------------------------
       ROT-ATENDE-PEDIDOS   SECTION.
           OPEN      OUTPUT    RESMAT
                               MATELET.
           PERFORM   LE-TRAB-PED.
           PERFORM   ATENDE-PEDIDO
                     UNTIL     FIM-TP    EQUAL   "SIM".
           CLOSE     RESMAT
                     MATELET.

       LE-TRAB-PED          SECTION.
           RETURN    TRAB-PED
                     AT END
                     MOVE      "SIM"     TO      FIM-TP.

       ATENDE-PEDIDO        SECTION.
           MOVE      NUMERO-TP      TO   NUMERO-AUX.
           MOVE      CURSO-TP       TO   CURSO-AUX.
           MOVE      DISCIPLINA-TP  TO   DISC-AUX.
           MOVE      SPACES         TO   MOTIVO-AUX
                                         COMPLEMENTO-AUX.
           MOVE      DISC-AUX       TO   NOME-BUSCA.
           PERFORM   BUSCA-CODIGO-DISC.
           MOVE      CODIGO-AUX     TO   CODIGO-PED.
           IF        ACHOU-DISC EQUAL "NAO"
                     MOVE "DISCIPLINA INEXIST." TO MOTIVO-AUX.
           IF        MOTIVO-AUX EQUAL SPACES
                     PERFORM VERIFICA-APROVACAO
                     IF   ACHOU-APROV EQUAL "SIM"
                          MOVE "DISCIPLINA JA APROV." TO MOTIVO-AUX.
           IF        MOTIVO-AUX EQUAL SPACES
                     PERFORM BUSCA-VAGAS
                     IF   IND-VAGAS EQUAL ZEROS
                          MOVE "TURMA SEM VAGAS CAD." TO MOTIVO-AUX.
           IF        MOTIVO-AUX EQUAL SPACES
                     PERFORM VERIFICA-JA-MATRICULADO.
           IF        MOTIVO-AUX EQUAL SPACES
                     PERFORM VERIFICA-PRE-REQUISITOS.
           IF        MOTIVO-AUX EQUAL SPACES
                     PERFORM VERIFICA-CHOQUE.
           IF        MOTIVO-AUX EQUAL SPACES
                     AND OCUP-VG-TAB (IND-VAGAS) NOT LESS THAN
                         CAPAC-VG-TAB (IND-VAGAS)
                     MOVE "TURMA LOTADA"  TO MOTIVO-AUX.
           IF        MOTIVO-AUX EQUAL SPACES
                     PERFORM ACEITA-PEDIDO
           ELSE
                     MOVE "RECUSADO"      TO SITUACAO-RES
                     ADD  1               TO CT-RECUSADOS
                                             CT-RUN-REJ.
           MOVE      NUMERO-TP      TO   NUMERO-RES.
           MOVE      PRIORIDADE-TP  TO   PRIORIDADE-RES.
           MOVE      CR-TP          TO   CR-RES.
           MOVE      CURSO-TP       TO   CURSO-RES.
           MOVE      DISCIPLINA-TP  TO   DISCIPLINA-RES.
           MOVE      MOTIVO-AUX     TO   MOTIVO-RES.
           MOVE      COMPLEMENTO-AUX TO  COMPLEMENTO-RES.
           WRITE     REG-RES.
           PERFORM   LE-TRAB-PED.

       ACEITA-PEDIDO        SECTION.
           MOVE      "ACEITO"       TO   SITUACAO-RES.
           ADD       1              TO   CT-ACEITOS
                                         CT-RUN-SAIDA.
           ADD       1              TO   OCUP-VG-TAB (IND-VAGAS).
           PERFORM   INCLUI-ACEITO.
           MOVE      NUMERO-AUX     TO   NUMERO-MAT.
           MOVE      CODIGO-PED     TO   DISCIPLINA-MAT.
           MOVE      ZEROS          TO   NOTA1-MAT
                                         NOTA2-MAT
                                         FALTAS-MAT.
           WRITE     REG-MAT.

      *----------------------------------------------------------------
      * O NOME EM NOME-BUSCA E TROCADO PELO CODIGO DO DISCIPL.DAT.
      *----------------------------------------------------------------
       BUSCA-CODIGO-DISC    SECTION.
           MOVE      "NAO"     TO      ACHOU-DISC.
           MOVE      ZEROS     TO      CODIGO-AUX.
           MOVE      1         TO      CTR-DISC.
           PERFORM   PESQUISA-CODIGO-DISC  QT-DISC  TIMES.

       PESQUISA-CODIGO-DISC SECTION.
           IF   NOME-BUSCA EQUAL NOME-DISC-TAB (CTR-DISC)
                MOVE "SIM"                     TO ACHOU-DISC
                MOVE CODIGO-DISC-TAB (CTR-DISC) TO CODIGO-AUX.
           ADD  1              TO CTR-DISC.

       VERIFICA-APROVACAO   SECTION.
           MOVE      "NAO"     TO      ACHOU-APROV.
           MOVE      1         TO      CTR-APROV.
           PERFORM   PESQUISA-APROVACAO  QT-APROV  TIMES.

       PESQUISA-APROVACAO   SECTION.
           IF   NUMERO-AUX EQUAL NUMERO-APROV-TAB (CTR-APROV)
                AND CODIGO-AUX EQUAL DISC-APROV-TAB (CTR-APROV)
                MOVE "SIM"     TO ACHOU-APROV.
           ADD  1              TO CTR-APROV.

       VERIFICA-JA-MATRICULADO SECTION.
           MOVE      1         TO      CTR-ACE.
           PERFORM   COMPARA-MATRICULA QT-ACE    TIMES.

       COMPARA-MATRICULA    SECTION.
           IF   NUMERO-AUX EQUAL NUMERO-ACE-TAB (CTR-ACE)
                AND CURSO-AUX EQUAL CURSO-ACE-TAB (CTR-ACE)
                AND DISC-AUX EQUAL DISC-ACE-TAB (CTR-ACE)
                MOVE "JA MATRICULADO"  TO MOTIVO-AUX.
           ADD  1              TO CTR-ACE.

      *----------------------------------------------------------------
      * PRE-REQUISITO SEM APROVACAO NO HISTORICO RECUSA O PEDIDO.
      *----------------------------------------------------------------
       VERIFICA-PRE-REQUISITOS SECTION.
           MOVE      ZEROS     TO      IND-CUR.
           MOVE      1         TO      CTR-CUR.
           PERFORM   PESQUISA-CURRICULO  QT-CUR  TIMES.
           IF   IND-CUR NOT EQUAL ZEROS
                MOVE 1         TO      CTR-PRE
                PERFORM CONFERE-PRE-REQUISITO  2  TIMES.

       PESQUISA-CURRICULO   SECTION.
           IF   CURSO-AUX EQUAL CURSO-CUR-TAB (CTR-CUR)
                AND DISC-AUX EQUAL DISC-CUR-TAB (CTR-CUR)
                MOVE CTR-CUR   TO IND-CUR.
           ADD  1              TO CTR-CUR.

       CONFERE-PRE-REQUISITO SECTION.
           IF   MOTIVO-AUX EQUAL SPACES
                AND PRE-REQ-CUR-TAB (IND-CUR CTR-PRE) NOT EQUAL SPACES
                MOVE PRE-REQ-CUR-TAB (IND-CUR CTR-PRE) TO NOME-BUSCA
                PERFORM BUSCA-CODIGO-DISC
                PERFORM VERIFICA-APROVACAO
                IF   ACHOU-APROV EQUAL "NAO"
                     MOVE "FALTA PRE-REQUISITO" TO MOTIVO-AUX
                     MOVE NOME-BUSCA            TO COMPLEMENTO-AUX.
           ADD  1              TO CTR-PRE.

      *----------------------------------------------------------------
      * CHOQUE: MESMO DIA E PERIODOS SOBREPOSTOS COM TURMA DO ALUNO.
      *----------------------------------------------------------------
       VERIFICA-CHOQUE      SECTION.
           MOVE      1         TO      CTR-HOR.
           PERFORM   COMPARA-AULA-PEDIDO  QT-HOR  TIMES.

       COMPARA-AULA-PEDIDO  SECTION.
           IF   MOTIVO-AUX EQUAL SPACES
                AND CURSO-AUX EQUAL CURSO-HOR-TAB (CTR-HOR)
                AND DISC-AUX EQUAL DISC-HOR-TAB (CTR-HOR)
                MOVE 1         TO      CTR-ACE
                PERFORM COMPARA-TURMA-ALUNO  QT-ACE  TIMES.
           ADD  1              TO CTR-HOR.

       COMPARA-TURMA-ALUNO  SECTION.
           IF   MOTIVO-AUX EQUAL SPACES
                AND NUMERO-AUX EQUAL NUMERO-ACE-TAB (CTR-ACE)
                MOVE 1         TO      CTR-HOR2
                PERFORM COMPARA-AULA-ALUNO  QT-HOR  TIMES.
           ADD  1              TO CTR-ACE.

       COMPARA-AULA-ALUNO   SECTION.
           IF   MOTIVO-AUX EQUAL SPACES
                AND CURSO-HOR-TAB (CTR-HOR2) EQUAL
                    CURSO-ACE-TAB (CTR-ACE)
                AND DISC-HOR-TAB (CTR-HOR2) EQUAL
                    DISC-ACE-TAB (CTR-ACE)
                AND DIA-HOR-TAB (CTR-HOR2) EQUAL
                    DIA-HOR-TAB (CTR-HOR)
                AND INI-HOR-TAB (CTR-HOR2) NOT GREATER THAN
                    FIM-HOR-TAB (CTR-HOR)
                AND INI-HOR-TAB (CTR-HOR) NOT GREATER THAN
                    FIM-HOR-TAB (CTR-HOR2)
                MOVE "CHOQUE DE HORARIO" TO MOTIVO-AUX
                MOVE DISC-ACE-TAB (CTR-ACE) TO COMPLEMENTO-AUX.
           ADD  1              TO CTR-HOR2.

      *----------------------------------------------------------------
      * UMA PAGINA DE CONFIRMACAO POR ALUNO.
      *----------------------------------------------------------------
       ROT-CONFIRMA         SECTION.
           OPEN      OUTPUT    REL-CONFMAT.
           PERFORM   LE-TRAB-RES.
           PERFORM   CONFIRMA-PEDIDO
                     UNTIL     FIM-TR    EQUAL   "SIM".
           CLOSE     REL-CONFMAT.

       LE-TRAB-RES          SECTION.
           RETURN    TRAB-RES
                     AT END
                     MOVE      "SIM"     TO      FIM-TR.

       CONFIRMA-PEDIDO      SECTION.
           IF        NUMERO-TR NOT EQUAL ALUNO-ANT
                     PERFORM IMPRIME-CABECALHO-ALUNO.
           MOVE      DISCIPLINA-TR  TO   DISC-LIN.
           MOVE      PRIORIDADE-TR  TO   PRIORIDADE-LIN.
           MOVE      SITUACAO-TR    TO   SITUACAO-LIN.
           MOVE      MOTIVO-TR      TO   MOTIVO-LIN.
           WRITE     REG-REL FROM LINHA-PEDIDO
                     AFTER ADVANCING 1 LINE.
           MOVE      "CURSO        : " TO ROTULO-COMPL.
           MOVE      CURSO-TR       TO   COMPLEMENTO-LIN.
           WRITE     REG-REL FROM LINHA-COMPLEMENTO
                     AFTER ADVANCING 1 LINE.
           IF        MOTIVO-TR EQUAL "FALTA PRE-REQUISITO"
                     MOVE "PRE-REQUISITO: " TO ROTULO-COMPL
           ELSE
                     MOVE "CHOQUE COM   : " TO ROTULO-COMPL.
           IF        COMPLEMENTO-TR NOT EQUAL SPACES
                     MOVE COMPLEMENTO-TR   TO COMPLEMENTO-LIN
                     WRITE REG-REL FROM LINHA-COMPLEMENTO
                           AFTER ADVANCING 1 LINE.
           PERFORM   LE-TRAB-RES.
           IF        FIM-TR EQUAL "SIM"
                     OR NUMERO-TR NOT EQUAL ALUNO-ANT
                     PERFORM IMPRIME-RODAPE-ALUNO.

       IMPRIME-CABECALHO-ALUNO SECTION.
           ADD       1              TO   CT-ALUNOS.
           MOVE      NUMERO-TR      TO   ALUNO-ANT
                                         NUMERO-AUX.
           MOVE      "NAO CADASTRADO" TO NOME-AUX.
           MOVE      1              TO   CTR-ALU.
           PERFORM   PESQUISA-NOME  QT-ALU  TIMES.
           WRITE     REG-REL FROM LINHA-TITULO
                     AFTER ADVANCING PAGE.
           MOVE      HOJE-DD        TO   DD-LIN.
           MOVE      HOJE-MM        TO   MM-LIN.
           MOVE      HOJE-AAAA      TO   AAAA-LIN.
           WRITE     REG-REL FROM LINHA-DATA
                     AFTER ADVANCING 2 LINES.
           MOVE      NUMERO-TR      TO   NUMERO-LIN.
           MOVE      NOME-AUX       TO   NOME-LIN.
           MOVE      CR-TR          TO   CR-LIN.
           WRITE     REG-REL FROM LINHA-ALUNO
                     AFTER ADVANCING 3 LINES.
           WRITE     REG-REL FROM LINHA-COLUNAS
                     AFTER ADVANCING 2 LINES.

       PESQUISA-NOME        SECTION.
           IF   NUMERO-AUX EQUAL NUMERO-ALU-TAB (CTR-ALU)
                MOVE NOME-ALU-TAB (CTR-ALU) TO NOME-AUX.
           ADD  1              TO CTR-ALU.

       IMPRIME-RODAPE-ALUNO SECTION.
           WRITE     REG-REL FROM LINHA-TEXTO-1
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM LINHA-TEXTO-2
                     AFTER ADVANCING 1 LINE.

       TERMINO              SECTION.
           DISPLAY   "PEDIDOS LIDOS     : " CT-RUN-ENTRADA.
           DISPLAY   "PEDIDOS ACEITOS   : " CT-ACEITOS.
           DISPLAY   "PEDIDOS RECUSADOS : " CT-RECUSADOS.
           DISPLAY   "ALUNOS CONFIRMADOS: " CT-ALUNOS.
           PERFORM   GRAVA-RUN-FIM.

       GRAVA-RUN-INICIO     SECTION.

           OPEN EXTEND      RUN-LOG.
           PERFORM   LE-RUNID.
           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05K"    TO   RUN-PROGRAMA.
           MOVE      "I"        TO   RUN-TIPO.
           MOVE      DATA-RUN   TO   RUN-DATA.
           MOVE      HORA-RUN-HMS TO RUN-HORA.
           MOVE      ZEROS      TO   RUN-CT-ENTRADA
                                     RUN-CT-SAIDA
                                     RUN-CT-REJ.
           MOVE      "INICIO"   TO   RUN-STATUS.
           MOVE      IDENT-RODADA  TO  RUN-IDENT.
           WRITE     REG-RUN-LOG.

       GRAVA-RUN-FIM        SECTION.

           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05K"    TO   RUN-PROGRAMA.
           MOVE      "F"        TO   RUN-TIPO.
           MOVE      DATA-RUN   TO   RUN-DATA.
           MOVE      HORA-RUN-HMS TO RUN-HORA.
           MOVE      CT-RUN-ENTRADA TO RUN-CT-ENTRADA.
           MOVE      CT-RUN-SAIDA   TO RUN-CT-SAIDA.
           MOVE      CT-RUN-REJ     TO RUN-CT-REJ.
           MOVE      STATUS-RUN TO   RUN-STATUS.
           MOVE      IDENT-RODADA  TO  RUN-IDENT.
           WRITE     REG-RUN-LOG.
           CLOSE     RUN-LOG.

       LE-RUNID             SECTION.

           OPEN INPUT       RUNID.
           READ RUNID
                AT END
                MOVE "SIM" TO FIM-RUNID.
           IF   FIM-RUNID   NOT EQUAL  "SIM"
                MOVE DATA-RUNID  TO  IDENT-RODADA (1:8)
                MOVE SEQ-RUNID   TO  IDENT-RODADA (9:3).
           CLOSE RUNID.
