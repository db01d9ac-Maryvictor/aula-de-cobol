       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM20.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  PESQUISA DO ACERVO PELO CONSOLE. O ATENDENTE
      *          ESCOLHE (A) AUTOR, INFORMANDO PARTE DO NOME, OU (S)
      *          ASSUNTO, INFORMANDO O CODIGO DA TABELA ASSUNTOS.DAT,
      *          E RECEBE A LISTA DOS TITULOS DO CATALOGO CADLIVRO2
      *          QUE CASAM (AUTOR CONTENDO O TEXTO OU UM DOS TRES
      *          ASSUNTOS IGUAL AO CODIGO), CADA UM COM A
      *          DISPONIBILIDADE APURADA NO EXEMPLAR.DAT: EXEMPLARES
      *          DISPONIVEIS SOBRE O TOTAL E A SITUACAO DO TITULO
      *          (DISPONIVEL, EMPRESTADO, INDISPONIVEL OU SEM
      *          EXEMPLAR). AS PESQUISAS SE REPETEM ATE O ATENDENTE
      *          ESCOLHER (F) FIM. NADA E GRAVADO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADLIVRO2        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL EXEMPLAR ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ASSUNTOS ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADLIVRO2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADLIVRO2.DAT".

       01  REG-LIVRO.
             02 COD-LIVRO     PIC 9(05).
             02 NOME-LIVRO    PIC X(30).
             02 PRECO-LIVRO   PIC 9(02)V99.
             02 AUTOR-LIVRO   PIC X(30).
             02 ISBN-LIVRO    PIC 9(13).
             02 EDITORA-LIVRO PIC X(20).
             02 ANO-LIVRO     PIC 9(04).
             02 ASSUNTO-LIVRO PIC 9(03)  OCCURS 3 TIMES.

       FD  EXEMPLAR
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "EXEMPLAR.DAT".

       01  REG-EXEMPLAR.
             02 LIVRO-EXE     PIC 9(05).
             02 NUM-EXE       PIC 9(02).
             02 SIT-EXE       PIC X(01).

       FD  ASSUNTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ASSUNTOS.DAT".

       01  REG-ASSUNTO.
             02 COD-ASS        PIC 9(03).
             02 DESCR-ASS      PIC X(30).

       WORKING-STORAGE SECTION.

       77  FIM-LIVRO        PIC X(03)    VALUE "NAO".
       77  FIM-EXE          PIC X(03)    VALUE "NAO".
       77  FIM-ASS          PIC X(03)    VALUE "NAO".
       77  FIM-PESQUISA     PIC X(03)    VALUE "NAO".
       77  QT-TIT           PIC 9(03)    VALUE ZEROS.
       77  CTR-TIT          PIC 9(03)    VALUE ZEROS.
       77  IND-TIT          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-TIT        PIC X(03)    VALUE "NAO".
       77  QT-ASS           PIC 9(03)    VALUE ZEROS.
       77  CTR-ASS          PIC 9(03)    VALUE ZEROS.
       77  IND-ASS          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-ASS        PIC X(03)    VALUE "NAO".
       77  CTR-SUB          PIC 9(01)    VALUE ZEROS.
       77  CTR-POS          PIC 9(02)    VALUE ZEROS.
       77  TIPO-PESQ        PIC X(01)    VALUE SPACES.
       77  TEXTO-PESQ       PIC X(30)    VALUE SPACES.
       77  TAM-TEXTO        PIC 9(02)    VALUE ZEROS.
       77  ASSUNTO-PESQ-X   PIC X(03)    VALUE SPACES.
       77  ASSUNTO-PESQ     PIC 9(03)    VALUE ZEROS.
       77  QT-OCOR          PIC 9(03)    VALUE ZEROS.
       77  CASOU            PIC X(03)    VALUE "NAO".
       77  CT-ACHADOS       PIC 9(05)    VALUE ZEROS.

       01  TAB-TITULOS.
           02 ITEM-TIT-TAB    OCCURS 200 TIMES.
              03 LIVRO-TIT-TAB   PIC 9(05).
              03 TOTAL-TIT-TAB   PIC 9(02).
              03 DISP-TIT-TAB    PIC 9(02).
              03 EMPR-TIT-TAB    PIC 9(02).

       01  TAB-ASSUNTOS.
           02 ITEM-ASS-TAB    OCCURS 100 TIMES.
              03 COD-ASS-TAB     PIC 9(03).
              03 DESCR-ASS-TAB   PIC X(30).

       01  CAB-RES.
           02 FILLER         PIC X(06) VALUE "COD.  ".
           02 FILLER         PIC X(31) VALUE "TITULO".
           02 FILLER         PIC X(21) VALUE "AUTOR".
           02 FILLER         PIC X(06) VALUE "DISP".
           02 FILLER         PIC X(12) VALUE "SITUACAO".

       01  LINHA-RES.
           02 COD-RES        PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-RES       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 AUTOR-RES      PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DISP-RES       PIC Z9.
           02 FILLER         PIC X(01) VALUE "/".
           02 TOTAL-RES      PIC Z9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SITUACAO-RES   PIC X(12).

       PROCEDURE                                   DIVISION.

       PGM-PGM20.

           PERFORM    INICIO.
           PERFORM    PRINCIPAL
                      UNTIL   FIM-PESQUISA  EQUAL   "SIM".
           STOP RUN.

       INICIO.

           PERFORM    CARGA-ASSUNTOS.
           PERFORM    CARGA-EXEMPLARES.

       CARGA-ASSUNTOS.

           OPEN INPUT       ASSUNTOS.
           PERFORM    LEITURA-ASSUNTO
                      UNTIL     FIM-ASS    EQUAL    "SIM".
           CLOSE      ASSUNTOS.

       LEITURA-ASSUNTO.

           READ ASSUNTOS
                AT END
                MOVE "SIM" TO FIM-ASS.
           IF   FIM-ASS     NOT EQUAL  "SIM"
                IF   QT-ASS  NOT LESS THAN 100
                     DISPLAY "ASSUNTOS EXCEDE A TABELA DE 100"
                             " CODIGOS - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-ASS
                     MOVE COD-ASS     TO  COD-ASS-TAB (QT-ASS)
                     MOVE DESCR-ASS   TO  DESCR-ASS-TAB (QT-ASS).

      *    DISPONIBILIDADE POR TITULO: D CONTA COMO DISPONIVEL, E
      *    COMO EMPRESTADO; SEPARADO PARA RESERVA, AVARIADO E
      *    PERDIDO SO ENTRAM NO TOTAL.

       CARGA-EXEMPLARES.

           OPEN INPUT       EXEMPLAR.
           PERFORM    LEITURA-EXEMPLAR
                      UNTIL     FIM-EXE    EQUAL    "SIM".
           CLOSE      EXEMPLAR.

       LEITURA-EXEMPLAR.

           READ EXEMPLAR
                AT END
                MOVE "SIM" TO FIM-EXE.
           IF   FIM-EXE     NOT EQUAL  "SIM"
                PERFORM  LOCALIZA-TITULO
                ADD  1   TO   TOTAL-TIT-TAB (IND-TIT)
                IF   SIT-EXE  EQUAL  "D"
                     ADD  1   TO   DISP-TIT-TAB (IND-TIT)
                ELSE
                IF   SIT-EXE  EQUAL  "E"
                     ADD  1   TO   EMPR-TIT-TAB (IND-TIT).

       LOCALIZA-TITULO.

           PERFORM   BUSCA-TITULO.
           IF        ACHOU-TIT  EQUAL  "NAO"
                     IF   QT-TIT  NOT LESS THAN  200
                          DISPLAY "EXEMPLAR EXCEDE A TABELA DE 200"
                                  " TITULOS - EXECUCAO ABORTADA."
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                     ELSE
                          ADD   1          TO  QT-TIT
                          MOVE  QT-TIT     TO  IND-TIT
                          MOVE  LIVRO-EXE  TO  LIVRO-TIT-TAB (IND-TIT)
                          MOVE  ZEROS      TO  TOTAL-TIT-TAB (IND-TIT)
                                               DISP-TIT-TAB (IND-TIT)
                                               EMPR-TIT-TAB (IND-TIT).

       BUSCA-TITULO.

           MOVE      "NAO"     TO   ACHOU-TIT.
           MOVE      ZEROS     TO   IND-TIT.
           MOVE      1         TO   CTR-TIT.
           PERFORM   PESQUISA-TITULO     QT-TIT  TIMES.

       PESQUISA-TITULO.

           IF        LIVRO-EXE  EQUAL  LIVRO-TIT-TAB (CTR-TIT)
                     MOVE  CTR-TIT  TO  IND-TIT
                     MOVE  "SIM"    TO  ACHOU-TIT.
           ADD       1         TO   CTR-TIT.

       PRINCIPAL.

           DISPLAY   " ".
           DISPLAY   "PESQUISA POR (A) AUTOR, (S) ASSUNTO OU (F) FIM: ".
           ACCEPT    TIPO-PESQ.
           IF        TIPO-PESQ  EQUAL  "F"  OR  "f"
                     MOVE  "SIM"    TO   FIM-PESQUISA
           ELSE
           IF        TIPO-PESQ  EQUAL  "A"  OR  "a"
                     MOVE  "A"      TO   TIPO-PESQ
                     PERFORM  PEDE-AUTOR
           ELSE
           IF        TIPO-PESQ  EQUAL  "S"  OR  "s"
                     MOVE  "S"      TO   TIPO-PESQ
                     PERFORM  PEDE-ASSUNTO
           ELSE
                     DISPLAY "OPCAO INVALIDA.".

       PEDE-AUTOR.

           DISPLAY   "AUTOR (PARTE DO NOME): ".
           MOVE      SPACES    TO   TEXTO-PESQ.
           ACCEPT    TEXTO-PESQ.
           INSPECT   TEXTO-PESQ  CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE      ZEROS     TO   TAM-TEXTO.
           MOVE      30        TO   CTR-POS.
           PERFORM   MEDE-TEXTO          30  TIMES.
           IF        TAM-TEXTO  EQUAL  ZEROS
                     DISPLAY "INFORME AO MENOS UMA LETRA DO AUTOR."
           ELSE
                     PERFORM  PESQUISA-CATALOGO.

       MEDE-TEXTO.

           IF        TAM-TEXTO  EQUAL  ZEROS
            AND      TEXTO-PESQ (CTR-POS:1)  NOT EQUAL  SPACE
                     MOVE  CTR-POS  TO   TAM-TEXTO.
           SUBTRACT  1         FROM CTR-POS.

       PEDE-ASSUNTO.

           DISPLAY   "CODIGO DO ASSUNTO (3 DIGITOS): ".
           MOVE      SPACES    TO   ASSUNTO-PESQ-X.
           ACCEPT    ASSUNTO-PESQ-X.
           IF        ASSUNTO-PESQ-X  NOT NUMERIC
                     DISPLAY "CODIGO DE ASSUNTO INVALIDO."
           ELSE
                     MOVE  ASSUNTO-PESQ-X  TO  ASSUNTO-PESQ
                     PERFORM  BUSCA-ASSUNTO
                     IF   ACHOU-ASS  EQUAL  "NAO"
                          DISPLAY "ASSUNTO " ASSUNTO-PESQ
                                  " NAO CADASTRADO."
                     ELSE
                          DISPLAY "ASSUNTO " ASSUNTO-PESQ " - "
                                  DESCR-ASS-TAB (IND-ASS)
                          PERFORM  PESQUISA-CATALOGO.

       BUSCA-ASSUNTO.

           MOVE      "NAO"     TO   ACHOU-ASS.
           MOVE      ZEROS     TO   IND-ASS.
           MOVE      1         TO   CTR-ASS.
           PERFORM   PESQUISA-ASSUNTO    QT-ASS  TIMES.

       PESQUISA-ASSUNTO.

           IF        ASSUNTO-PESQ  EQUAL  COD-ASS-TAB (CTR-ASS)
                     MOVE  CTR-ASS  TO  IND-ASS
                     MOVE  "SIM"    TO  ACHOU-ASS.
           ADD       1         TO   CTR-ASS.

       PESQUISA-CATALOGO.

           MOVE      ZEROS     TO   CT-ACHADOS.
           MOVE      "NAO"     TO   FIM-LIVRO.
           DISPLAY   CAB-RES.
           OPEN INPUT       CADLIVRO2.
           PERFORM   LEITURA-LIVRO
                     UNTIL     FIM-LIVRO  EQUAL    "SIM".
           CLOSE     CADLIVRO2.
           DISPLAY   "TITULOS ENCONTRADOS: " CT-ACHADOS.

       LEITURA-LIVRO.

           READ CADLIVRO2
                AT END
                MOVE "SIM" TO FIM-LIVRO.
           IF   FIM-LIVRO   NOT EQUAL  "SIM"
                MOVE  "NAO"   TO   CASOU
                IF    TIPO-PESQ  EQUAL  "A"
                      PERFORM  CONFERE-AUTOR
                ELSE
                      PERFORM  CONFERE-ASSUNTO.
           IF   FIM-LIVRO   NOT EQUAL  "SIM"
            AND CASOU       EQUAL  "SIM"
                PERFORM  MOSTRA-TITULO.

       CONFERE-AUTOR.

           MOVE      ZEROS     TO   QT-OCOR.
           INSPECT   AUTOR-LIVRO  TALLYING  QT-OCOR
                     FOR ALL  TEXTO-PESQ (1:TAM-TEXTO).
           IF        QT-OCOR   GREATER  ZEROS
                     MOVE  "SIM"    TO   CASOU.

       CONFERE-ASSUNTO.

           MOVE      1         TO   CTR-SUB.
           PERFORM   TESTA-ASSUNTO       3  TIMES.

       TESTA-ASSUNTO.

           IF        ASSUNTO-LIVRO (CTR-SUB)  EQUAL  ASSUNTO-PESQ
                     MOVE  "SIM"    TO   CASOU.
           ADD       1         TO   CTR-SUB.

       MOSTRA-TITULO.

           MOVE      COD-LIVRO      TO   COD-RES  LIVRO-EXE.
           MOVE      NOME-LIVRO     TO   NOME-RES.
           MOVE      AUTOR-LIVRO    TO   AUTOR-RES.
           PERFORM   BUSCA-TITULO.
           IF        ACHOU-TIT  EQUAL  "NAO"
                     MOVE  ZEROS    TO   DISP-RES  TOTAL-RES
                     MOVE  "SEM EXEMPLAR"   TO   SITUACAO-RES
           ELSE
                     MOVE  DISP-TIT-TAB (IND-TIT)   TO  DISP-RES
                     MOVE  TOTAL-TIT-TAB (IND-TIT)  TO  TOTAL-RES
                     IF   DISP-TIT-TAB (IND-TIT)  GREATER  ZEROS
                          MOVE "DISPONIVEL"   TO   SITUACAO-RES
                     ELSE
                     IF   EMPR-TIT-TAB (IND-TIT)  GREATER  ZEROS
                          MOVE "EMPRESTADO"   TO   SITUACAO-RES
                     ELSE
                          MOVE "INDISPONIVEL" TO   SITUACAO-RES.
           DISPLAY   LINHA-RES.
           ADD       1              TO   CT-ACHADOS.
