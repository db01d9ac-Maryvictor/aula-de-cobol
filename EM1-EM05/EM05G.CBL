       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05G.
       AUTHOR. MARIA VICTOR.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PORTAO DE COMPLETUDE DE NOTAS QUE RODA ANTES DO EX05
      *         NO JOB NOTURNO. LE O CADALU2.DAT (TRAILER TRLR:
      *         IGNORADO) E AS NOTAS POR DISCIPLINA CADNOTD.DAT E
      *         CONTA, POR TURMA (CURSO + DISCIPLINA), OS ALUNOS SEM
      *         NOTA1, SEM NOTA2 OU SEM FREQUENCIA LANCADA. A TURMA
      *         DO ALUNO VEM DO PERFIL-ALUNO.DAT (EX11); NO CADNOTD A
      *         DISCIPLINA E A DO PROPRIO REGISTRO, COM O NOME DA
      *         TABELA DISCIPL.DAT. NOTA EM BRANCO OU ZERADA (COMO O
      *         EX05P ABRE O TERMO) E NOTA NAO LANCADA; FREQUENCIA EM
      *         BRANCO E FREQUENCIA NAO LANCADA. ALUNO DO PERFIL SEM
      *         REGISTRO EM NENHUM DOS DOIS ARQUIVOS CONTA COMO SEM
      *         LANCAMENTO NA SUA TURMA. O RELATORIO REL-COMPLETA
      *         LISTA OS ALUNOS PENDENTES E FECHA COM O RESUMO POR
      *         TURMA PARA A COORDENACAO. TURMA INCOMPLETA TERMINA O
      *         PROGRAMA COM RC=6, SEGURANDO O EX05, A NAO SER QUE A
      *         COORDENACAO A LIBERE NO ARQUIVO DE PARAMETRO
      *         LIBERA-TURMA.DAT (CURSO, DISCIPLINA E RESPONSAVEL);
      *         CADA LIBERACAO USADA E GRAVADA NO FINAL DO
      *         LOGLIBTUR.DAT COM DATA, HORA, RODADA, RESPONSAVEL E
      *         PENDENCIAS, E A RODADA TERMINA COM RC=4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARIA-PC.
       OBJECT-COMPUTER. MARIA-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADNOTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISCIPL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERFIL-ALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIBERA-TURMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-LIBERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-COMPLETA ASSIGN TO DISK.

           SELECT   OPTIONAL RUN-LOG ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RUNID   ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADALU
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADALU2.DAT".
       01 REG-ENT.
          03 NUMERO-ENT   PIC 9(05).
          03 NOME-ENT     PIC X(20).
          03 NOTA1-ENT    PIC 9(02)V9(02).
          03 NOTA2-ENT    PIC 9(02)V99.
          03 FALTAS-ENT   PIC X(02).

       FD CADNOTD
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADNOTD.DAT".
       01 REG-NOTD.
          03 NUMERO-NOTD     PIC 9(05).
          03 DISCIPLINA-NOTD PIC 9(03).
          03 NOTA1-NOTD      PIC 9(02)V9(02).
          03 NOTA2-NOTD      PIC 9(02)V99.
          03 FALTAS-NOTD     PIC X(02).

       FD DISCIPL
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "DISCIPL.DAT".
       01 REG-DISC.
          03 CODIGO-DISC    PIC 9(03).
          03 NOME-DISC      PIC X(30).

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

       FD LIBERA-TURMA
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "LIBERA-TURMA.DAT".
       01 REG-LIB.
          03 CURSO-LIB        PIC X(30).
          03 DISCIPLINA-LIB   PIC X(30).
          03 RESPONSAVEL-LIB  PIC X(10).

       FD LOG-LIBERA
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "LOGLIBTUR.DAT".
       01 REG-LOGLIB.
          03 DATA-LOGLIB      PIC 9(08).
          03 HORA-LOGLIB      PIC 9(06).
          03 RODADA-LOGLIB    PIC X(11).
          03 CURSO-LOGLIB     PIC X(30).
          03 DISCIPLINA-LOGLIB PIC X(30).
          03 RESPONSAVEL-LOGLIB PIC X(10).
          03 PENDENTES-LOGLIB PIC 9(04).

       FD REL-COMPLETA
          LABEL RECORD IS OMITTED.
       01 REG-REL            PIC X(110).

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

       77 FIM-ALU    PIC X(03)       VALUE "NAO".
       77 FIM-NOTD   PIC X(03)       VALUE "NAO".
       77 FIM-DISC   PIC X(03)       VALUE "NAO".
       77 FIM-PF     PIC X(03)       VALUE "NAO".
       77 FIM-LIB    PIC X(03)       VALUE "NAO".
       77 QT-DISC    PIC 9(03)       VALUE ZEROS.
       77 CTR-DISC   PIC 9(03)       VALUE ZEROS.
       77 QT-PF      PIC 9(04)       VALUE ZEROS.
       77 CTR-PF     PIC 9(04)       VALUE ZEROS.
       77 IND-PF     PIC 9(04)       VALUE ZEROS.
       77 QT-TURMA   PIC 9(03)       VALUE ZEROS.
       77 CTR-TURMA  PIC 9(03)       VALUE ZEROS.
       77 IND-TURMA  PIC 9(03)       VALUE ZEROS.
       77 NUMERO-AUX PIC 9(05)       VALUE ZEROS.
       77 NOME-AUX   PIC X(20)       VALUE SPACES.
       77 CURSO-AUX  PIC X(30)       VALUE SPACES.
       77 DISC-AUX   PIC X(30)       VALUE SPACES.
       77 SEM-NOTA1  PIC X(03)       VALUE "NAO".
       77 SEM-NOTA2  PIC X(03)       VALUE "NAO".
       77 SEM-FREQ   PIC X(03)       VALUE "NAO".
       77 CT-PENDENTES PIC 9(05)     VALUE ZEROS.
       77 CT-INCOMPLETAS PIC 9(03)   VALUE ZEROS.
       77 CT-LIBERADAS PIC 9(03)     VALUE ZEROS.
       77 CT-LIN     PIC 9(02)       VALUE 60.
       77 CT-PAG     PIC 9(03)       VALUE ZEROS.

       01 TAB-DISCIPLINAS.
          02 ITEM-DISC-TAB   OCCURS 50 TIMES.
             03 CODIGO-DISC-TAB  PIC 9(03).
             03 NOME-DISC-TAB    PIC X(30).

       01 TAB-PERFIL.
          02 ITEM-PF-TAB     OCCURS 500 TIMES.
             03 NUMERO-PF-TAB    PIC 9(05).
             03 NOME-PF-TAB      PIC X(20).
             03 CURSO-PF-TAB     PIC X(30).
             03 DISC-PF-TAB      PIC X(30).
             03 VISTO-PF-TAB     PIC X(03).

       01 TAB-TURMAS.
          02 ITEM-TURMA-TAB  OCCURS 200 TIMES.
             03 CURSO-TUR-TAB    PIC X(30).
             03 DISC-TUR-TAB     PIC X(30).
             03 ALUNOS-TUR-TAB   PIC 9(04).
             03 SEM-N1-TUR-TAB   PIC 9(04).
             03 SEM-N2-TUR-TAB   PIC 9(04).
             03 SEM-FQ-TUR-TAB   PIC 9(04).
             03 SEM-LC-TUR-TAB   PIC 9(04).
             03 PEND-TUR-TAB     PIC 9(04).
             03 RESP-TUR-TAB     PIC X(10).

       01 CAB-01.
          02 FILLER     PIC X(10) VALUE SPACES.
          02 FILLER     PIC X(50) VALUE
             "COMPLETUDE DE NOTAS POR TURMA - PORTAO DO EX05".
          02 FILLER     PIC X(37) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 PAG-CAB    PIC ZZ9.
          02 FILLER     PIC X(05) VALUE SPACES.

       01 CAB-PENDENTES.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 FILLER     PIC X(07) VALUE "NUMERO ".
          02 FILLER     PIC X(22) VALUE "NOME".
          02 FILLER     PIC X(31) VALUE "CURSO".
          02 FILLER     PIC X(32) VALUE "DISCIPLINA".
          02 FILLER     PIC X(15) VALUE "PENDENCIA".

       01 LINHA-PENDENTE.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 NUMERO-DET PIC 9(05).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 NOME-DET   PIC X(20).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 CURSO-DET  PIC X(30).
          02 FILLER     PIC X(01) VALUE SPACES.
          02 DISC-DET   PIC X(30).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 PENDENCIA-DET.
             03 NOTA1-PEND  PIC X(06).
             03 NOTA2-PEND  PIC X(06).
             03 FREQ-PEND   PIC X(03).
          02 PENDENCIA-DET-R REDEFINES PENDENCIA-DET PIC X(15).

       01 CAB-RESUMO.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 FILLER     PIC X(31) VALUE "CURSO".
          02 FILLER     PIC X(30) VALUE "DISCIPLINA".
          02 FILLER     PIC X(07) VALUE "ALUNOS ".
          02 FILLER     PIC X(07) VALUE "S/NOT1 ".
          02 FILLER     PIC X(07) VALUE "S/NOT2 ".
          02 FILLER     PIC X(07) VALUE "S/FREQ ".
          02 FILLER     PIC X(07) VALUE "S/LANC ".
          02 FILLER     PIC X(13) VALUE "SITUACAO".

       01 LINHA-TURMA.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 CURSO-TUR  PIC X(30).
          02 FILLER     PIC X(01) VALUE SPACES.
          02 DISC-TUR   PIC X(30).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ALUNOS-TUR PIC ZZZ9.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 SEM-N1-TUR PIC ZZZ9.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 SEM-N2-TUR PIC ZZZ9.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 SEM-FQ-TUR PIC ZZZ9.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 SEM-LC-TUR PIC ZZZ9.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 SITUACAO-TUR PIC X(10).
          02 FILLER     PIC X(01) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 ROTULO-TOT PIC X(40).
          02 QT-TOT     PIC ZZZZ9.
          02 FILLER     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-EX05G.
           PERFORM INICIO.
           PERFORM PRINCIPAL-ALU
                   UNTIL FIM-ALU EQUAL "SIM".
           PERFORM PRINCIPAL-NOTD
                   UNTIL FIM-NOTD EQUAL "SIM".
           MOVE    1      TO  CTR-PF.
           PERFORM VERIFICA-NAO-VISTO  QT-PF  TIMES.
           PERFORM APLICA-LIBERACOES.
           PERFORM IMPRIME-RESUMO.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-RUN-INICIO.
           OPEN INPUT  CADALU
                       CADNOTD
                OUTPUT REL-COMPLETA.
           PERFORM CARGA-DISCIPLINAS.
           PERFORM CARGA-PERFIL.
           PERFORM CABECALHO.
           WRITE   REG-REL FROM CAB-PENDENTES
                   AFTER ADVANCING 2 LINES.
           ADD     2      TO  CT-LIN.
           PERFORM LEITURA-ALU.
           PERFORM LEITURA-NOTD.

       CARGA-DISCIPLINAS.
           OPEN INPUT DISCIPL.
           PERFORM LEITURA-DISC
                   UNTIL FIM-DISC EQUAL "SIM".
           CLOSE DISCIPL.

       LEITURA-DISC.
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

       CARGA-PERFIL.
           OPEN INPUT PERFIL-ALUNO.
           PERFORM LEITURA-PF
                   UNTIL FIM-PF EQUAL "SIM".
           CLOSE PERFIL-ALUNO.

       LEITURA-PF.
           READ PERFIL-ALUNO
                AT END
                MOVE "SIM" TO FIM-PF.
           IF   FIM-PF NOT EQUAL "SIM"
                IF   QT-PF EQUAL 500
                     DISPLAY "PERFIL-ALUNO EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO QT-PF
                     MOVE NUMERO-PF     TO NUMERO-PF-TAB (QT-PF)
                     MOVE NOME-PF       TO NOME-PF-TAB (QT-PF)
                     MOVE CURSO-PF      TO CURSO-PF-TAB (QT-PF)
                     MOVE DISCIPLINA-PF TO DISC-PF-TAB (QT-PF)
                     MOVE "NAO"         TO VISTO-PF-TAB (QT-PF).

       LEITURA-ALU.
           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU NOT EQUAL "SIM"
                AND REG-ENT (1:5) EQUAL "TRLR:"
                MOVE "SIM" TO FIM-ALU.

       LEITURA-NOTD.
           READ CADNOTD
                AT END
                MOVE "SIM" TO FIM-NOTD.

       PRINCIPAL-ALU.
           ADD     1            TO CT-RUN-ENTRADA.
           MOVE    NUMERO-ENT   TO NUMERO-AUX.
           MOVE    NOME-ENT     TO NOME-AUX.
           PERFORM BUSCA-PERFIL.
           IF      IND-PF EQUAL ZEROS
                   MOVE "SEM PERFIL" TO CURSO-AUX
                   MOVE SPACES       TO DISC-AUX
           ELSE
                   MOVE CURSO-PF-TAB (IND-PF) TO CURSO-AUX
                   MOVE DISC-PF-TAB (IND-PF)  TO DISC-AUX.
           MOVE    "NAO"        TO SEM-NOTA1
                                   SEM-NOTA2
                                   SEM-FREQ.
           IF      NOTA1-ENT NOT NUMERIC OR NOTA1-ENT EQUAL ZEROS
                   MOVE "SIM"   TO SEM-NOTA1.
           IF      NOTA2-ENT NOT NUMERIC OR NOTA2-ENT EQUAL ZEROS
                   MOVE "SIM"   TO SEM-NOTA2.
           IF      FALTAS-ENT NOT NUMERIC
                   MOVE "SIM"   TO SEM-FREQ.
           PERFORM CONTA-ALUNO.
           PERFORM LEITURA-ALU.

       PRINCIPAL-NOTD.
           ADD     1            TO CT-RUN-ENTRADA.
           MOVE    NUMERO-NOTD  TO NUMERO-AUX.
           PERFORM BUSCA-PERFIL.
           IF      IND-PF EQUAL ZEROS
                   MOVE "SEM PERFIL" TO CURSO-AUX
                   MOVE SPACES       TO NOME-AUX
           ELSE
                   MOVE CURSO-PF-TAB (IND-PF) TO CURSO-AUX
                   MOVE NOME-PF-TAB (IND-PF)  TO NOME-AUX.
           MOVE    SPACES       TO DISC-AUX.
           MOVE    1            TO CTR-DISC.
           PERFORM PESQUISA-DISCIPLINA  QT-DISC  TIMES.
           IF      DISC-AUX EQUAL SPACES
                   MOVE "DISCIPLINA"    TO DISC-AUX
                   MOVE DISCIPLINA-NOTD TO DISC-AUX (12:3).
           MOVE    "NAO"        TO SEM-NOTA1
                                   SEM-NOTA2
                                   SEM-FREQ.
           IF      NOTA1-NOTD NOT NUMERIC OR NOTA1-NOTD EQUAL ZEROS
                   MOVE "SIM"   TO SEM-NOTA1.
           IF      NOTA2-NOTD NOT NUMERIC OR NOTA2-NOTD EQUAL ZEROS
                   MOVE "SIM"   TO SEM-NOTA2.
           IF      FALTAS-NOTD NOT NUMERIC
                   MOVE "SIM"   TO SEM-FREQ.
           PERFORM CONTA-ALUNO.
           PERFORM LEITURA-NOTD.

       PESQUISA-DISCIPLINA.
           IF      DISCIPLINA-NOTD EQUAL CODIGO-DISC-TAB (CTR-DISC)
                   MOVE NOME-DISC-TAB (CTR-DISC) TO DISC-AUX.
           ADD     1      TO  CTR-DISC.

       BUSCA-PERFIL.
           MOVE    ZEROS  TO  IND-PF.
           MOVE    1      TO  CTR-PF.
           PERFORM PESQUISA-PERFIL  QT-PF  TIMES.
           IF      IND-PF NOT EQUAL ZEROS
                   MOVE "SIM" TO VISTO-PF-TAB (IND-PF).

       PESQUISA-PERFIL.
           IF      NUMERO-AUX EQUAL NUMERO-PF-TAB (CTR-PF)
                   MOVE CTR-PF TO IND-PF.
           ADD     1      TO  CTR-PF.

       CONTA-ALUNO.
           PERFORM BUSCA-TURMA.
           ADD     1      TO  ALUNOS-TUR-TAB (IND-TURMA).
           IF      SEM-NOTA1 EQUAL "SIM"
                   ADD 1  TO  SEM-N1-TUR-TAB (IND-TURMA).
           IF      SEM-NOTA2 EQUAL "SIM"
                   ADD 1  TO  SEM-N2-TUR-TAB (IND-TURMA).
           IF      SEM-FREQ EQUAL "SIM"
                   ADD 1  TO  SEM-FQ-TUR-TAB (IND-TURMA).
           MOVE    SPACES TO  PENDENCIA-DET.
           IF      SEM-NOTA1 EQUAL "SIM"
                   MOVE "NOTA1" TO NOTA1-PEND.
           IF      SEM-NOTA2 EQUAL "SIM"
                   MOVE "NOTA2" TO NOTA2-PEND.
           IF      SEM-FREQ EQUAL "SIM"
                   MOVE "FRQ"   TO FREQ-PEND.
           IF      PENDENCIA-DET NOT EQUAL SPACES
                   ADD 1  TO  PEND-TUR-TAB (IND-TURMA)
                   PERFORM IMPRIME-PENDENTE.

       BUSCA-TURMA.
           MOVE    ZEROS  TO  IND-TURMA.
           MOVE    1      TO  CTR-TURMA.
           PERFORM PESQUISA-TURMA  QT-TURMA  TIMES.
           IF      IND-TURMA EQUAL ZEROS
                   PERFORM INCLUI-TURMA.

       PESQUISA-TURMA.
           IF      CURSO-AUX EQUAL CURSO-TUR-TAB (CTR-TURMA)
                   AND DISC-AUX EQUAL DISC-TUR-TAB (CTR-TURMA)
                   MOVE CTR-TURMA TO IND-TURMA.
           ADD     1      TO  CTR-TURMA.

       INCLUI-TURMA.
           IF      QT-TURMA EQUAL 200
                   DISPLAY "TURMAS EXCEDEM A TABELA DE 200"
                           " - EXECUCAO ABORTADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           ADD     1          TO  QT-TURMA.
           MOVE    QT-TURMA   TO  IND-TURMA.
           MOVE    CURSO-AUX  TO  CURSO-TUR-TAB (IND-TURMA).
           MOVE    DISC-AUX   TO  DISC-TUR-TAB (IND-TURMA).
           MOVE    ZEROS      TO  ALUNOS-TUR-TAB (IND-TURMA)
                                  SEM-N1-TUR-TAB (IND-TURMA)
                                  SEM-N2-TUR-TAB (IND-TURMA)
                                  SEM-FQ-TUR-TAB (IND-TURMA)
                                  SEM-LC-TUR-TAB (IND-TURMA)
                                  PEND-TUR-TAB (IND-TURMA).
           MOVE    SPACES     TO  RESP-TUR-TAB (IND-TURMA).

       VERIFICA-NAO-VISTO.
           IF      VISTO-PF-TAB (CTR-PF) EQUAL "NAO"
                   MOVE NUMERO-PF-TAB (CTR-PF) TO NUMERO-AUX
                   MOVE NOME-PF-TAB (CTR-PF)   TO NOME-AUX
                   MOVE CURSO-PF-TAB (CTR-PF)  TO CURSO-AUX
                   MOVE DISC-PF-TAB (CTR-PF)   TO DISC-AUX
                   PERFORM BUSCA-TURMA
                   ADD  1  TO  ALUNOS-TUR-TAB (IND-TURMA)
                   ADD  1  TO  SEM-LC-TUR-TAB (IND-TURMA)
                   ADD  1  TO  PEND-TUR-TAB (IND-TURMA)
                   MOVE "SEM LANCAMENTO" TO PENDENCIA-DET-R
                   PERFORM IMPRIME-PENDENTE.
           ADD     1      TO  CTR-PF.

       IMPRIME-PENDENTE.
           IF      CT-LIN GREATER THAN 55
                   PERFORM CABECALHO
                   WRITE   REG-REL FROM CAB-PENDENTES
                           AFTER ADVANCING 2 LINES
                   ADD     2      TO  CT-LIN.
           MOVE    NUMERO-AUX TO  NUMERO-DET.
           MOVE    NOME-AUX   TO  NOME-DET.
           MOVE    CURSO-AUX  TO  CURSO-DET.
           MOVE    DISC-AUX   TO  DISC-DET.
           WRITE   REG-REL FROM LINHA-PENDENTE
                   AFTER ADVANCING 1 LINE.
           ADD     1          TO  CT-LIN.
           ADD     1          TO  CT-PENDENTES.

       APLICA-LIBERACOES.
           OPEN INPUT  LIBERA-TURMA.
           PERFORM LEITURA-LIB
                   UNTIL FIM-LIB EQUAL "SIM".
           CLOSE LIBERA-TURMA.

       LEITURA-LIB.
           READ LIBERA-TURMA
                AT END
                MOVE "SIM" TO FIM-LIB.
           IF   FIM-LIB NOT EQUAL "SIM"
                PERFORM TRATA-LIBERACAO.

       TRATA-LIBERACAO.
           MOVE    CURSO-LIB      TO  CURSO-AUX.
           MOVE    DISCIPLINA-LIB TO  DISC-AUX.
           MOVE    ZEROS  TO  IND-TURMA.
           MOVE    1      TO  CTR-TURMA.
           PERFORM PESQUISA-TURMA  QT-TURMA  TIMES.
           IF      IND-TURMA EQUAL ZEROS
                   DISPLAY "LIBERACAO PARA TURMA INEXISTENTE: "
                           CURSO-LIB " " DISCIPLINA-LIB
           ELSE
           IF      PEND-TUR-TAB (IND-TURMA) EQUAL ZEROS
                   DISPLAY "LIBERACAO DESNECESSARIA, TURMA COMPLETA: "
                           CURSO-LIB " " DISCIPLINA-LIB
           ELSE
           IF      RESP-TUR-TAB (IND-TURMA) EQUAL SPACES
                   MOVE RESPONSAVEL-LIB TO RESP-TUR-TAB (IND-TURMA)
                   PERFORM GRAVA-LOG-LIBERA.

       GRAVA-LOG-LIBERA.
           OPEN EXTEND LOG-LIBERA.
           ACCEPT  DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT  HORA-RUN   FROM   TIME.
           MOVE    DATA-RUN       TO  DATA-LOGLIB.
           MOVE    HORA-RUN-HMS   TO  HORA-LOGLIB.
           MOVE    IDENT-RODADA   TO  RODADA-LOGLIB.
           MOVE    CURSO-LIB      TO  CURSO-LOGLIB.
           MOVE    DISCIPLINA-LIB TO  DISCIPLINA-LOGLIB.
           MOVE    RESPONSAVEL-LIB TO RESPONSAVEL-LOGLIB.
           MOVE    PEND-TUR-TAB (IND-TURMA) TO PENDENTES-LOGLIB.
           WRITE   REG-LOGLIB.
           CLOSE   LOG-LIBERA.

       IMPRIME-RESUMO.
           PERFORM CABECALHO.
           WRITE   REG-REL FROM CAB-RESUMO
                   AFTER ADVANCING 2 LINES.
           ADD     2      TO  CT-LIN.
           MOVE    1      TO  CTR-TURMA.
           PERFORM IMPRIME-TURMA  QT-TURMA  TIMES.

       IMPRIME-TURMA.
           IF      CT-LIN GREATER THAN 55
                   PERFORM CABECALHO
                   WRITE   REG-REL FROM CAB-RESUMO
                           AFTER ADVANCING 2 LINES
                   ADD     2      TO  CT-LIN.
           MOVE    CURSO-TUR-TAB (CTR-TURMA)  TO CURSO-TUR.
           MOVE    DISC-TUR-TAB (CTR-TURMA)   TO DISC-TUR.
           MOVE    ALUNOS-TUR-TAB (CTR-TURMA) TO ALUNOS-TUR.
           MOVE    SEM-N1-TUR-TAB (CTR-TURMA) TO SEM-N1-TUR.
           MOVE    SEM-N2-TUR-TAB (CTR-TURMA) TO SEM-N2-TUR.
           MOVE    SEM-FQ-TUR-TAB (CTR-TURMA) TO SEM-FQ-TUR.
           MOVE    SEM-LC-TUR-TAB (CTR-TURMA) TO SEM-LC-TUR.
           IF      PEND-TUR-TAB (CTR-TURMA) EQUAL ZEROS
                   MOVE "COMPLETA"   TO SITUACAO-TUR
           ELSE
           IF      RESP-TUR-TAB (CTR-TURMA) NOT EQUAL SPACES
                   MOVE "LIBERADA"   TO SITUACAO-TUR
                   ADD  1            TO CT-LIBERADAS
           ELSE
                   MOVE "INCOMPLETA" TO SITUACAO-TUR
                   ADD  1            TO CT-INCOMPLETAS.
           WRITE   REG-REL FROM LINHA-TURMA
                   AFTER ADVANCING 1 LINE.
           ADD     1      TO  CT-LIN.
           ADD     1      TO  CTR-TURMA.

       CABECALHO.
           ADD     1      TO  CT-PAG.
           MOVE    CT-PAG TO  PAG-CAB.
           WRITE   REG-REL FROM CAB-01
                   AFTER ADVANCING PAGE.
           MOVE    1      TO  CT-LIN.

       TERMINO.
           MOVE    "TURMAS CONFERIDAS                     : "
                          TO  ROTULO-TOT.
           MOVE    QT-TURMA       TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 3 LINES.
           MOVE    "TURMAS INCOMPLETAS                    : "
                          TO  ROTULO-TOT.
           MOVE    CT-INCOMPLETAS TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           MOVE    "TURMAS LIBERADAS PELA COORDENACAO     : "
                          TO  ROTULO-TOT.
           MOVE    CT-LIBERADAS   TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           MOVE    "ALUNOS COM LANCAMENTO PENDENTE        : "
                          TO  ROTULO-TOT.
           MOVE    CT-PENDENTES   TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           DISPLAY "TURMAS CONFERIDAS : " QT-TURMA.
           DISPLAY "TURMAS INCOMPLETAS: " CT-INCOMPLETAS.
           DISPLAY "TURMAS LIBERADAS  : " CT-LIBERADAS.
           DISPLAY "ALUNOS PENDENTES  : " CT-PENDENTES.
           MOVE    CT-PENDENTES   TO  CT-RUN-REJ.
           COMPUTE CT-RUN-SAIDA = CT-RUN-ENTRADA - CT-PENDENTES.
           IF      CT-INCOMPLETAS GREATER THAN ZEROS
                   DISPLAY "HA TURMA COM NOTAS INCOMPLETAS - EX05 "
                           "NAO DEVE RODAR."
                   MOVE "INCOMPL"  TO STATUS-RUN
                   MOVE 6          TO RETURN-CODE
           ELSE
           IF      CT-LIBERADAS GREATER THAN ZEROS
                   MOVE "LIBERADA" TO STATUS-RUN
                   MOVE 4          TO RETURN-CODE.
           CLOSE   CADALU
                   CADNOTD
                   REL-COMPLETA.
           PERFORM GRAVA-RUN-FIM.

       GRAVA-RUN-INICIO.

           OPEN EXTEND      RUN-LOG.
           PERFORM   LE-RUNID.
           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05G"    TO   RUN-PROGRAMA.
           MOVE      "I"        TO   RUN-TIPO.
           MOVE      DATA-RUN   TO   RUN-DATA.
           MOVE      HORA-RUN-HMS TO RUN-HORA.
           MOVE      ZEROS      TO   RUN-CT-ENTRADA
                                     RUN-CT-SAIDA
                                     RUN-CT-REJ.
           MOVE      "INICIO"   TO   RUN-STATUS.
           MOVE      IDENT-RODADA  TO  RUN-IDENT.
           WRITE     REG-RUN-LOG.

       GRAVA-RUN-FIM.

           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05G"    TO   RUN-PROGRAMA.
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

       LE-RUNID.

           OPEN INPUT       RUNID.
           READ RUNID
                AT END
                MOVE "SIM" TO FIM-RUNID.
           IF   FIM-RUNID   NOT EQUAL  "SIM"
                MOVE DATA-RUNID  TO  IDENT-RODADA (1:8)
                MOVE SEQ-RUNID   TO  IDENT-RODADA (9:3).
           CLOSE RUNID.
