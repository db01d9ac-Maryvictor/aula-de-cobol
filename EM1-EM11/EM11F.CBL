       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX11F.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  AUDITORIA DE CONCLUSAO DE CURSO. PARA CADA ALUNO DO
      *          PERFIL-ALUNO.DAT (EX11) MONTA A LISTA DE DISCIPLINAS
      *          EXIGIDAS DO SEU CURSO A PARTIR DA SEQUENCIA DO
      *          CURRIC.DAT (TODA DISCIPLINA QUE TEM PROXIMA E TODA
      *          DISCIPLINA QUE E PROXIMA DE OUTRA; LINHA ISOLADA, SEM
      *          PROXIMA E SEM ANTECESSORA, E ELETIVA E NAO CONTA) E A
      *          CONFERE CONTRA O HISTORICO HIST-ALUNO.DAT (EX05H),
      *          COM O CODIGO DA DISCIPLINA CASADO PELO NOME NO
      *          DISCIPL.DAT. O RELATORIO REL-AUDITA MOSTRA, POR
      *          ALUNO, CADA DISCIPLINA COMO CONCLUIDA (COM O TERMO DA
      *          APROVACAO), REPROVADA (SEM APROVACAO POSTERIOR, COM O
      *          NUMERO DE REPROVACOES) OU FALTANTE, E O PERCENTUAL
      *          CONCLUIDO. QUEM CONCLUIU TODAS VAI PARA O ARQUIVO DE
      *          FORMANDOS FORMANDOS.DAT, QUE O EX11C PASSOU A EXIGIR
      *          ANTES DE NUMERAR A PRIMEIRA VIA DO CERTIFICADO.
      *          DISCIPLINA CREDITADA POR APROVEITAMENTO DE ESTUDOS
      *          (SITUACAO "CREDITADO" GRAVADA PELO EX11A) CONTA COMO
      *          CONCLUIDA E SAI NO RELATORIO COMO APROVEITAMENTO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   PERFIL-ALUNO  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL HIST-ALUNO ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CURRIC ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DISCIPL ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   FORMANDOS     ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-AUDITA    ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PERFIL-ALUNO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERFIL-ALUNO.DAT".

       01  REG-PERFIL.
             02 NUMERO-PF        PIC 9(05).
             02 NOME-PF          PIC X(20).
             02 MEDIA-PF         PIC 9(02)V99.
             02 STATUS-PF        PIC X(10).
             02 SEXO-PF          PIC X(01).
             02 MEDIA4-PF        PIC 9(02)V99.
             02 CURSO-PF         PIC X(30).
             02 DISCIPLINA-PF    PIC X(30).
             02 EMAIL-PF         PIC X(20).

       FD  HIST-ALUNO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "HIST-ALUNO.DAT".

       01  REG-HIST.
             02 TERMO-HIST       PIC 9(06).
             02 NUMERO-HIST      PIC 9(05).
             02 DISCIPLINA-HIST  PIC 9(03).
             02 NOTA1-HIST       PIC 9(02)V99.
             02 NOTA2-HIST       PIC 9(02)V99.
             02 MEDIA-HIST       PIC 9(02)V99.
             02 FALTAS-HIST      PIC 9(02).
             02 SITUACAO-HIST    PIC X(09).

       FD  CURRIC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CURRIC.DAT".

       01  REG-CURRIC.
             02 CURSO-CUR        PIC X(30).
             02 DISCIPLINA-CUR   PIC X(30).
             02 PROXIMA-CUR      PIC X(30).
             02 PRE-REQ-CUR      PIC X(30)  OCCURS 2 TIMES.
             02 CH-CUR           PIC 9(03).

       FD  DISCIPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DISCIPL.DAT".

       01  REG-DISC.
             02 CODIGO-DISC      PIC 9(03).
             02 NOME-DISC        PIC X(30).

       FD  FORMANDOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FORMANDOS.DAT".

       01  REG-FORMANDO.
             02 NUMERO-FRM       PIC 9(05).
             02 CURSO-FRM        PIC X(30).
             02 DATA-FRM         PIC 9(08).

       FD  REL-AUDITA
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-PERFIL       PIC X(03)   VALUE "NAO".
       77  FIM-HIST         PIC X(03)   VALUE "NAO".
       77  FIM-CUR          PIC X(03)   VALUE "NAO".
       77  FIM-DISC         PIC X(03)   VALUE "NAO".
       77  QT-CUR           PIC 9(03)   VALUE ZEROS.
       77  CTR-CUR          PIC 9(03)   VALUE ZEROS.
       77  QT-DISC          PIC 9(03)   VALUE ZEROS.
       77  CTR-DISC         PIC 9(03)   VALUE ZEROS.
       77  QT-HT            PIC 9(04)   VALUE ZEROS.
       77  CTR-HT           PIC 9(04)   VALUE ZEROS.
       77  IND-HT           PIC 9(04)   VALUE ZEROS.
       77  QT-EX            PIC 9(02)   VALUE ZEROS.
       77  CTR-EX           PIC 9(02)   VALUE ZEROS.
       77  IND-EX           PIC 9(02)   VALUE ZEROS.
       77  NOME-BUSCA       PIC X(30)   VALUE SPACES.
       77  CODIGO-AUX       PIC 9(03)   VALUE ZEROS.
       77  CT-CONCLUIDAS    PIC 9(02)   VALUE ZEROS.
       77  PERC-CONCLUIDO   PIC 9(03)V9 VALUE ZEROS.
       77  CT-LIN           PIC 9(02)   VALUE 60.
       77  CT-ALUNOS        PIC 9(05)   VALUE ZEROS.
       77  CT-FORMANDOS     PIC 9(05)   VALUE ZEROS.
       77  CT-SEM-CURRIC    PIC 9(05)   VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  TAB-CURRICULO.
           02 ITEM-CUR-TAB    OCCURS 100 TIMES.
              03 CURSO-CUR-TAB    PIC X(30).
              03 DISC-CUR-TAB     PIC X(30).
              03 PROX-CUR-TAB     PIC X(30).

       01  TAB-DISCIPLINAS.
           02 ITEM-DISC-TAB   OCCURS 50 TIMES.
              03 CODIGO-DISC-TAB  PIC 9(03).
              03 NOME-DISC-TAB    PIC X(30).

       01  TAB-HISTORICO.
           02 ITEM-HT-TAB     OCCURS 3000 TIMES.
              03 NUMERO-HT-TAB    PIC 9(05).
              03 DISC-HT-TAB      PIC 9(03).
              03 TERMO-APR-HT-TAB PIC 9(06).
              03 REPROV-HT-TAB    PIC 9(02).
              03 CREDITO-HT-TAB   PIC X(03).

       01  TAB-EXIGIDAS.
           02 NOME-EX-TAB     PIC X(30)  OCCURS 40 TIMES.

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                               "AUDITORIA DE CONCLUSAO DE CURSO".
           02 FILLER         PIC X(25) VALUE SPACES.

       01  LINHA-ALUNO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NUMERO-LIN     PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CURSO-LIN      PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PERC-LIN       PIC ZZ9,9.
           02 FILLER         PIC X(01) VALUE "%".
           02 FILLER         PIC X(13) VALUE SPACES.

       01  LINHA-DISCIPLINA.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 DISC-LIN       PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SITUACAO-LIN   PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 INFO-LIN       PIC X(20).
           02 FILLER         PIC X(07) VALUE SPACES.

       01  INFO-TERMO.
           02 FILLER         PIC X(06) VALUE "TERMO ".
           02 TERMO-INFO     PIC 9(06).
           02 FILLER         PIC X(08) VALUE SPACES.

       01  INFO-REPROV.
           02 REPROV-INFO    PIC Z9.
           02 FILLER         PIC X(18) VALUE " REPROVACAO(OES)".

       01  LINHA-CONCLUSAO.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 CONCLUSAO-LIN  PIC X(50).
           02 FILLER         PIC X(21) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TOT     PIC X(40).
           02 QT-TOT         PIC ZZZZ9.
           02 FILLER         PIC X(30) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX11F.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-PERFIL   EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    CARGA-CURRICULO.
           PERFORM    CARGA-DISCIPLINAS.
           PERFORM    CARGA-HISTORICO.
           OPEN INPUT        PERFIL-ALUNO
               OUTPUT        FORMANDOS
                             REL-AUDITA.
           PERFORM    LEITURA.

       CARGA-CURRICULO.

           OPEN INPUT       CURRIC.
           PERFORM    LEITURA-CUR
                      UNTIL     FIM-CUR    EQUAL    "SIM".
           CLOSE      CURRIC.

       LEITURA-CUR.

           READ CURRIC
                AT END
                MOVE "SIM" TO FIM-CUR.
           IF   FIM-CUR     NOT EQUAL  "SIM"
                IF   QT-CUR  EQUAL  100
                     DISPLAY "CURRIC EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-CUR
                     MOVE CURSO-CUR      TO  CURSO-CUR-TAB (QT-CUR)
                     MOVE DISCIPLINA-CUR TO  DISC-CUR-TAB (QT-CUR)
                     MOVE PROXIMA-CUR    TO  PROX-CUR-TAB (QT-CUR).

       CARGA-DISCIPLINAS.

           OPEN INPUT       DISCIPL.
           PERFORM    LEITURA-DISC
                      UNTIL     FIM-DISC   EQUAL    "SIM".
           CLOSE      DISCIPL.

       LEITURA-DISC.

           READ DISCIPL
                AT END
                MOVE "SIM" TO FIM-DISC.
           IF   FIM-DISC    NOT EQUAL  "SIM"
                IF   QT-DISC  EQUAL  50
                     DISPLAY "DISCIPL EXCEDE A TABELA DE 50"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-DISC
                     MOVE CODIGO-DISC    TO  CODIGO-DISC-TAB (QT-DISC)
                     MOVE NOME-DISC      TO  NOME-DISC-TAB (QT-DISC).

      *----------------------------------------------------------------
      * UMA ENTRADA POR ALUNO + DISCIPLINA: TERMO DA APROVACAO (ZEROS
      * SE NUNCA APROVADO) E QUANTAS VEZES FOI REPROVADO.
      *----------------------------------------------------------------
       CARGA-HISTORICO.

           OPEN INPUT       HIST-ALUNO.
           PERFORM    LEITURA-HIST
                      UNTIL     FIM-HIST   EQUAL    "SIM".
           CLOSE      HIST-ALUNO.

       LEITURA-HIST.

           READ HIST-ALUNO
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST    NOT EQUAL  "SIM"
                PERFORM  ACUMULA-HISTORICO.

       ACUMULA-HISTORICO.

           MOVE      DISCIPLINA-HIST  TO   CODIGO-AUX.
           PERFORM   BUSCA-HISTORICO.
           IF        IND-HT  EQUAL  ZEROS
                     PERFORM  INCLUI-HISTORICO.
           IF        SITUACAO-HIST  EQUAL  "APROVADO"
                     MOVE TERMO-HIST  TO  TERMO-APR-HT-TAB (IND-HT)
           ELSE
           IF        SITUACAO-HIST  EQUAL  "CREDITADO"
                     MOVE "SIM"       TO  CREDITO-HT-TAB (IND-HT)
           ELSE
                     ADD  1           TO  REPROV-HT-TAB (IND-HT).

       INCLUI-HISTORICO.

           IF        QT-HT  EQUAL  3000
                     DISPLAY "HIST-ALUNO EXCEDE A TABELA DE 3000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           ADD       1                TO   QT-HT.
           MOVE      QT-HT            TO   IND-HT.
           MOVE      NUMERO-HIST      TO   NUMERO-HT-TAB (IND-HT).
           MOVE      DISCIPLINA-HIST  TO   DISC-HT-TAB (IND-HT).
           MOVE      ZEROS            TO   TERMO-APR-HT-TAB (IND-HT)
                                           REPROV-HT-TAB (IND-HT).
           MOVE      "NAO"            TO   CREDITO-HT-TAB (IND-HT).

       BUSCA-HISTORICO.

           MOVE      ZEROS     TO   IND-HT.
           MOVE      1         TO   CTR-HT.
           PERFORM   PESQUISA-HISTORICO  QT-HT  TIMES.

       PESQUISA-HISTORICO.

           IF        NUMERO-HIST  EQUAL  NUMERO-HT-TAB (CTR-HT)
                AND  CODIGO-AUX   EQUAL  DISC-HT-TAB (CTR-HT)
                     MOVE  CTR-HT   TO   IND-HT.
           ADD       1         TO   CTR-HT.

       LEITURA.

           READ PERFIL-ALUNO
                AT END
                MOVE "SIM" TO FIM-PERFIL.

       PRINCIPAL.

           ADD       1         TO   CT-ALUNOS.
           PERFORM   MONTA-EXIGIDAS.
           IF        CT-LIN  GREATER THAN  50
                     WRITE  REG-REL FROM CAB-01
                            AFTER ADVANCING PAGE
                     MOVE   2       TO   CT-LIN.
           IF        QT-EX  EQUAL  ZEROS
                     PERFORM  IMPRIME-SEM-CURRICULO
           ELSE
                     PERFORM  AUDITA-ALUNO.
           PERFORM   LEITURA.

      *----------------------------------------------------------------
      * DISCIPLINAS EXIGIDAS = AS QUE TEM PROXIMA E AS QUE SAO PROXIMA
      * DE OUTRA, NO CURSO DO ALUNO, SEM REPETICAO.
      *----------------------------------------------------------------
       MONTA-EXIGIDAS.

           MOVE      ZEROS     TO   QT-EX.
           MOVE      1         TO   CTR-CUR.
           PERFORM   SELECIONA-CURRICULO  QT-CUR  TIMES.

       SELECIONA-CURRICULO.

           IF        CURSO-PF  EQUAL  CURSO-CUR-TAB (CTR-CUR)
                AND  PROX-CUR-TAB (CTR-CUR)  NOT EQUAL  SPACES
                     MOVE  DISC-CUR-TAB (CTR-CUR)  TO  NOME-BUSCA
                     PERFORM  INCLUI-EXIGIDA
                     MOVE  PROX-CUR-TAB (CTR-CUR)  TO  NOME-BUSCA
                     PERFORM  INCLUI-EXIGIDA.
           ADD       1         TO   CTR-CUR.

       INCLUI-EXIGIDA.

           MOVE      ZEROS     TO   IND-EX.
           MOVE      1         TO   CTR-EX.
           PERFORM   PESQUISA-EXIGIDA  QT-EX  TIMES.
           IF        IND-EX  EQUAL  ZEROS
                     IF   QT-EX  EQUAL  40
                          DISPLAY "CURSO " CURSO-PF
                                  " EXCEDE A TABELA DE 40 DISCIPLINAS"
                                  " - EXECUCAO ABORTADA."
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                     ELSE
                          ADD  1           TO  QT-EX
                          MOVE NOME-BUSCA  TO  NOME-EX-TAB (QT-EX).

       PESQUISA-EXIGIDA.

           IF        NOME-BUSCA  EQUAL  NOME-EX-TAB (CTR-EX)
                     MOVE  CTR-EX   TO   IND-EX.
           ADD       1         TO   CTR-EX.

       IMPRIME-SEM-CURRICULO.

           ADD       1         TO   CT-SEM-CURRIC.
           MOVE      ZEROS     TO   PERC-CONCLUIDO.
           PERFORM   IMPRIME-ALUNO.
           MOVE      "CURSO SEM SEQUENCIA NO CURRIC.DAT - NAO AUDITADO"
                               TO   CONCLUSAO-LIN.
           WRITE     REG-REL FROM LINHA-CONCLUSAO
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN.

       AUDITA-ALUNO.

           MOVE      ZEROS     TO   CT-CONCLUIDAS.
           MOVE      1         TO   CTR-EX.
           PERFORM   CONTA-CONCLUIDA  QT-EX  TIMES.
           COMPUTE   PERC-CONCLUIDO ROUNDED =
                     CT-CONCLUIDAS * 100 / QT-EX.
           PERFORM   IMPRIME-ALUNO.
           MOVE      1         TO   CTR-EX.
           PERFORM   IMPRIME-EXIGIDA  QT-EX  TIMES.
           IF        CT-CONCLUIDAS  EQUAL  QT-EX
                     MOVE  "TODAS AS DISCIPLINAS CONCLUIDAS - FORMANDO"
                                    TO   CONCLUSAO-LIN
                     PERFORM  GRAVA-FORMANDO
           ELSE
                     MOVE  "CURSO NAO CONCLUIDO - SEM CERTIFICADO"
                                    TO   CONCLUSAO-LIN.
           WRITE     REG-REL FROM LINHA-CONCLUSAO
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN.

       CONTA-CONCLUIDA.

           PERFORM   SITUACAO-EXIGIDA.
           IF        IND-HT  NOT EQUAL  ZEROS
                AND (TERMO-APR-HT-TAB (IND-HT)  NOT EQUAL  ZEROS
                 OR  CREDITO-HT-TAB (IND-HT)  EQUAL  "SIM")
                     ADD  1    TO   CT-CONCLUIDAS.
           ADD       1         TO   CTR-EX.

      *----------------------------------------------------------------
      * LOCALIZA NO HISTORICO A DISCIPLINA EXIGIDA DE NUMERO CTR-EX.
      *----------------------------------------------------------------
       SITUACAO-EXIGIDA.

           MOVE      ZEROS     TO   CODIGO-AUX
                                    IND-HT.
           MOVE      1         TO   CTR-DISC.
           PERFORM   PESQUISA-CODIGO  QT-DISC  TIMES.
           MOVE      NUMERO-PF TO   NUMERO-HIST.
           IF        CODIGO-AUX  NOT EQUAL  ZEROS
                     PERFORM  BUSCA-HISTORICO.

       PESQUISA-CODIGO.

           IF        NOME-EX-TAB (CTR-EX)  EQUAL
                     NOME-DISC-TAB (CTR-DISC)
                     MOVE  CODIGO-DISC-TAB (CTR-DISC)  TO  CODIGO-AUX.
           ADD       1         TO   CTR-DISC.

       IMPRIME-ALUNO.

           MOVE      NUMERO-PF      TO   NUMERO-LIN.
           MOVE      NOME-PF        TO   NOME-LIN.
           MOVE      CURSO-PF       TO   CURSO-LIN.
           MOVE      PERC-CONCLUIDO TO   PERC-LIN.
           WRITE     REG-REL FROM LINHA-ALUNO
                     AFTER ADVANCING 2 LINES.
           ADD       2         TO   CT-LIN.

       IMPRIME-EXIGIDA.

           PERFORM   SITUACAO-EXIGIDA.
           MOVE      NOME-EX-TAB (CTR-EX)  TO  DISC-LIN.
           MOVE      SPACES    TO   INFO-LIN.
           IF        IND-HT  EQUAL  ZEROS
                     MOVE  "FALTANTE"   TO   SITUACAO-LIN
           ELSE
           IF        TERMO-APR-HT-TAB (IND-HT)  NOT EQUAL  ZEROS
                     MOVE  "CONCLUIDA"  TO   SITUACAO-LIN
                     MOVE  TERMO-APR-HT-TAB (IND-HT)  TO  TERMO-INFO
                     MOVE  INFO-TERMO   TO   INFO-LIN
           ELSE
           IF        CREDITO-HT-TAB (IND-HT)  EQUAL  "SIM"
                     MOVE  "CONCLUIDA"  TO   SITUACAO-LIN
                     MOVE  "APROVEITAMENTO"  TO  INFO-LIN
           ELSE
                     MOVE  "REPROVADA"  TO   SITUACAO-LIN
                     MOVE  REPROV-HT-TAB (IND-HT)  TO  REPROV-INFO
                     MOVE  INFO-REPROV  TO   INFO-LIN.
           WRITE     REG-REL FROM LINHA-DISCIPLINA
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN.
           ADD       1         TO   CTR-EX.

       GRAVA-FORMANDO.

           MOVE      NUMERO-PF      TO   NUMERO-FRM.
           MOVE      CURSO-PF       TO   CURSO-FRM.
           MOVE      HOJE-NUM       TO   DATA-FRM.
           WRITE     REG-FORMANDO.
           ADD       1              TO   CT-FORMANDOS.

       TERMINO.

           MOVE      "ALUNOS AUDITADOS                      : "
                               TO   ROTULO-TOT.
           MOVE      CT-ALUNOS      TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 3 LINES.
           MOVE      "FORMANDOS (CURSO CONCLUIDO)           : "
                               TO   ROTULO-TOT.
           MOVE      CT-FORMANDOS   TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "ALUNOS DE CURSO SEM SEQUENCIA         : "
                               TO   ROTULO-TOT.
           MOVE      CT-SEM-CURRIC  TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           DISPLAY   "ALUNOS AUDITADOS : " CT-ALUNOS.
           DISPLAY   "FORMANDOS        : " CT-FORMANDOS.
           DISPLAY   "SEM CURRICULO    : " CT-SEM-CURRIC.
           CLOSE       PERFIL-ALUNO
                       FORMANDOS
                       REL-AUDITA.
