      *          MARCADA), QUE A BANCA REVISA ANTES DE CONFIRMAR O
      *          GABARITO -- UM ERRO DE CORRECAO DEIXA DE SER
      *          INDETECTAVEL.
      *          SO E CORRIGIDA A FOLHA DE CANDIDATO QUE CONSTA DA
      *          LISTA LIBERADOS.DAT (TAXA DE INSCRICAO PAGA OU
      *          ISENTA, GERADA PELO PGM13). FOLHA DE CANDIDATO FORA
      *          DA LISTA NAO ENTRA NO CADENT1 NEM NA ESTATISTICA E
      *          SAI NA PRIMEIRA PAGINA DO REL-QUESTOES (RC=4).

       ENVIRONMENT             DIVISION.

           SELECT   GABARITO         ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   LIBERADOS        ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   CADENT1          ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

            03 PESO-GAB      PIC 9(02).
            03 ANULADA-GAB   PIC X(01).

       FD  LIBERADOS
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "LIBERADOS.DAT".

       01   REG-LIB.
            03 CPF-LIB       PIC 9(11).
            03 SITUACAO-LIB  PIC X(06).

       FD  CADENT1
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT1.DAT".
       77    MAIOR-ERRADA     PIC 9(05) VALUE ZEROS.
       77    ALT-ERRADA       PIC X(01) VALUE SPACE.
       77    ALT-DO-IND       PIC X(01) VALUE SPACE.
       77    FIM-LIB          PIC X(03) VALUE "NAO".
       77    QT-LIB           PIC 9(03) VALUE ZEROS.
       77    CTR-LIB          PIC 9(03) VALUE ZEROS.
       77    ACHOU-LIB        PIC X(03) VALUE "NAO".
       77    CT-BLOQUEADOS    PIC 9(05) VALUE ZEROS.

       01  TAB-LIBERADOS.
           02 CPF-LIB-TAB    PIC 9(11) OCCURS 300 TIMES
                                        VALUE ZEROS.

       01  TABELA-ALTERNATIVAS.
           02 FILLER         PIC X(05) VALUE "ABCDE".
           02 OBS-DET        PIC X(10).
           02 FILLER         PIC X(18) VALUE SPACES.

       01  CAB-BLOQ.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(50) VALUE
              "FOLHAS NAO CORRIGIDAS - TAXA DE INSCRICAO PENDENTE".
           02 FILLER         PIC X(20) VALUE SPACES.

       01  LINHA-BLOQ.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 CPF-BLOQ       PIC 9(11).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-BLOQ      PIC X(30).
           02 FILLER         PIC X(32) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-11.
                OUTPUT      CADENT1
                            REL-QUESTOES.
           PERFORM    CARGA-GABARITO.
           PERFORM    CARGA-LIBERADOS.
           IF         QT-QUESTOES  EQUAL  ZEROS
                      DISPLAY "GABARITO.DAT VAZIO - EXECUCAO"
                              " CANCELADA."
                IF   QUESTAO-GAB  GREATER THAN  QT-QUESTOES
                     MOVE QUESTAO-GAB  TO  QT-QUESTOES.

       CARGA-LIBERADOS.

           OPEN INPUT       LIBERADOS.
           PERFORM    LEITURA-LIBERADO
                      UNTIL     FIM-LIB    EQUAL    "SIM".
           CLOSE      LIBERADOS.

       LEITURA-LIBERADO.

           READ LIBERADOS
                AT END
                MOVE "SIM" TO FIM-LIB.
           IF   FIM-LIB     NOT EQUAL  "SIM"
                IF   QT-LIB  NOT LESS THAN  300
                     DISPLAY "LIBERADOS EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1         TO  QT-LIB
                     MOVE CPF-LIB   TO  CPF-LIB-TAB (QT-LIB).

       LEITURA-FOLHA.

           READ FOLHAS

       PRINCIPAL.

           PERFORM   BUSCA-LIBERADO.
           IF        ACHOU-LIB  EQUAL  "SIM"
                     PERFORM   CORRIGE-FOLHA
           ELSE
                     PERFORM   LISTA-BLOQUEADO.
           PERFORM   LEITURA-FOLHA.

       BUSCA-LIBERADO.

           MOVE      "NAO"     TO   ACHOU-LIB.
           MOVE      1         TO   CTR-LIB.
           PERFORM   PESQUISA-LIBERADO   QT-LIB  TIMES.

       PESQUISA-LIBERADO.

           IF        CPF-FOLHA  EQUAL  CPF-LIB-TAB (CTR-LIB)
                     MOVE  "SIM"    TO   ACHOU-LIB.
           ADD       1         TO   CTR-LIB.

       LISTA-BLOQUEADO.

           IF        CT-BLOQUEADOS  EQUAL  ZEROS
                     WRITE REG-REL FROM CAB-BLOQ
                           AFTER ADVANCING PAGE.
           MOVE      CPF-FOLHA      TO   CPF-BLOQ.
           MOVE      NOME-FOLHA     TO   NOME-BLOQ.
           WRITE     REG-REL FROM LINHA-BLOQ
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-BLOQUEADOS.

       CORRIGE-FOLHA.

           MOVE      ZEROS     TO   WPONTUACAO.
           MOVE      1         TO   CTR-Q.
           PERFORM   CORRIGE-QUESTAO     QT-QUESTOES  TIMES.
           MOVE      WPONTUACAO     TO   PONT-ENT.
           WRITE     REG-ENT.
           ADD       1              TO   CT-CANDIDATOS.

       CORRIGE-QUESTAO.

           MOVE      1         TO   CTR-Q.
           PERFORM   IMPRIME-QUESTAO     QT-QUESTOES  TIMES.
           DISPLAY   "CANDIDATOS CORRIGIDOS: " CT-CANDIDATOS.
           DISPLAY   "FOLHAS SEM TAXA PAGA : " CT-BLOQUEADOS.
           IF        CT-BLOQUEADOS  GREATER THAN  ZEROS
                     MOVE 4 TO RETURN-CODE.
           CLOSE     FOLHAS
                     CADENT1
                     REL-QUESTOES.
