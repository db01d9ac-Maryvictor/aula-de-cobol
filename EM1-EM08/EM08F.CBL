       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX08F.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  RELATORIO MENSAL DE SALARIO X FAIXA DO CARGO. LE O
      *          CADFUN NA ORDEM DA CHAVE, BUSCA O CARGO DE CADA
      *          FUNCIONARIO NO VINCULO FUNCARGO.DAT (MANTIDO PELO
      *          EX08C) E A FAIXA DO GRAU NA TABELA CARGOS.DAT, E
      *          IMPRIME EM REL-COMPA O SALARIO, MINIMO, PONTO MEDIO,
      *          MAXIMO E O COMPA-RATIO (SALARIO / PONTO MEDIO * 100).
      *          FUNCIONARIO SEM VINCULO OU COM GRAU INEXISTENTE SAI
      *          COMO SEM CARGO. AO FINAL LISTA A PARTE QUEM ESTA
      *          ABAIXO DO MINIMO OU ACIMA DO MAXIMO DA FAIXA, COM A
      *          DIFERENCA PARA O LIMITE, E OS TOTAIS DE CADA CASO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  SEQUENTIAL
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

           SELECT   OPTIONAL FUNCARGO ASSIGN TO  DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  MATRICULA-FC.

           SELECT   OPTIONAL CARGOS ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-COMPA ASSIGN TO   DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  FUNCARGO
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "FUNCARGO.DAT".

       01  REG-FC.
             02 MATRICULA-FC            PIC 9(05).
             02 GRAU-FC                 PIC 9(03).

       FD  CARGOS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CARGOS.DAT".

       01  REG-CARGO.
             02 GRAU-CARGO      PIC 9(03).
             02 TITULO-CARGO    PIC X(20).
             02 MINIMO-CARGO    PIC 9(5)V99.
             02 MEDIO-CARGO     PIC 9(5)V99.
             02 MAXIMO-CARGO    PIC 9(5)V99.

       FD  REL-COMPA
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)     VALUE   "NAO".
       77  FIM-CARGO        PIC X(03)     VALUE   "NAO".
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.
       77  QT-CARGO         PIC 9(03)     VALUE   ZEROS.
       77  CTR-CARGO        PIC 9(03)     VALUE   ZEROS.
       77  IND-CARGO        PIC 9(03)     VALUE   ZEROS.
       77  WGRAU            PIC 9(03)     VALUE   ZEROS.
       77  WCOMPA           PIC 9(03)V99  VALUE   ZEROS.
       77  WDIFERENCA       PIC 9(05)V99  VALUE   ZEROS.
       77  CT-FUNC          PIC 9(05)     VALUE   ZEROS.
       77  CT-DENTRO        PIC 9(05)     VALUE   ZEROS.
       77  CT-ABAIXO        PIC 9(05)     VALUE   ZEROS.
       77  CT-ACIMA         PIC 9(05)     VALUE   ZEROS.
       77  CT-SEM-CARGO     PIC 9(05)     VALUE   ZEROS.
       77  QT-EXC           PIC 9(03)     VALUE   ZEROS.
       77  CTR-EXC          PIC 9(03)     VALUE   ZEROS.

       01  TAB-CARGO.
           02 ITEM-CARGO-TAB  OCCURS 100 TIMES.
              03 GRAU-CARGO-TAB   PIC 9(03).
              03 TITULO-CARGO-TAB PIC X(20).
              03 MINIMO-CARGO-TAB PIC 9(5)V99.
              03 MEDIO-CARGO-TAB  PIC 9(5)V99.
              03 MAXIMO-CARGO-TAB PIC 9(5)V99.

       01  TAB-EXCECAO.
           02 ITEM-EXC-TAB    OCCURS 500 TIMES.
              03 CODIGO-EXC-TAB   PIC 9(05).
              03 NOME-EXC-TAB     PIC X(20).
              03 GRAU-EXC-TAB     PIC 9(03).
              03 SALARIO-EXC-TAB  PIC 9(5)V99.
              03 DIFER-EXC-TAB    PIC 9(5)V99.
              03 SITUACAO-EXC-TAB PIC X(16).

       01  CAB-01.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(39) VALUE
                     "SALARIOS X FAIXA DO CARGO - COMPA-RATIO".
           02 FILLER         PIC X(21) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 PAG-CAB        PIC Z9.
           02 FILLER         PIC X(03) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(06) VALUE "MATR.".
           02 FILLER         PIC X(21) VALUE "NOME".
           02 FILLER         PIC X(04) VALUE "GRAU".
           02 FILLER         PIC X(10) VALUE "   SALARIO".
           02 FILLER         PIC X(10) VALUE "    MINIMO".
           02 FILLER         PIC X(10) VALUE "     MEDIO".
           02 FILLER         PIC X(10) VALUE "    MAXIMO".
           02 FILLER         PIC X(07) VALUE "  COMPA".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(11) VALUE "SITUACAO".

       01  DETALHE.
           02 CODIGO-DET     PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 GRAU-DET       PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALARIO-DET    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MINIMO-DET     PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MEDIO-DET      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MAXIMO-DET     PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPA-DET      PIC ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SITUACAO-DET   PIC X(11).

       01  TITULO-EXC.
           02 FILLER         PIC X(50) VALUE
              "FORA DA FAIXA (ABAIXO DO MINIMO / ACIMA DO MAXIMO)".
           02 FILLER         PIC X(40) VALUE SPACES.

       01  CAB-EXC.
           02 FILLER         PIC X(06) VALUE "MATR.".
           02 FILLER         PIC X(21) VALUE "NOME".
           02 FILLER         PIC X(04) VALUE "GRAU".
           02 FILLER         PIC X(10) VALUE "   SALARIO".
           02 FILLER         PIC X(13) VALUE "   DIF.LIMITE".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(34) VALUE "SITUACAO".

       01  DETALHE-EXC.
           02 CODIGO-DEX     PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DEX       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 GRAU-DEX       PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALARIO-DEX    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 DIFER-DEX      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SITUACAO-DEX   PIC X(16).
           02 FILLER         PIC X(19) VALUE SPACES.

       01  TRAILER-01.
           02 ROTULO-TRL     PIC X(30).
           02 TOTAL-TRL      PIC ZZZZ9.
           02 FILLER         PIC X(55) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX08F.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ARQ     EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           PERFORM    CARGA-CARGOS.
           OPEN INPUT        CADFUN
                             FUNCARGO
               OUTPUT        REL-COMPA.
           PERFORM    LEITURA.

       CARGA-CARGOS.

           OPEN INPUT        CARGOS.
           PERFORM    LEITURA-CARGOS
                      UNTIL     FIM-CARGO   EQUAL  "SIM".
           CLOSE      CARGOS.

       LEITURA-CARGOS.

           READ CARGOS
                AT END
                MOVE "SIM" TO FIM-CARGO.
           IF    FIM-CARGO     NOT EQUAL "SIM"
                 AND QT-CARGO  LESS THAN 100
                 ADD   1              TO   QT-CARGO
                 MOVE  GRAU-CARGO     TO   GRAU-CARGO-TAB (QT-CARGO)
                 MOVE  TITULO-CARGO   TO   TITULO-CARGO-TAB (QT-CARGO)
                 MOVE  MINIMO-CARGO   TO   MINIMO-CARGO-TAB (QT-CARGO)
                 MOVE  MEDIO-CARGO    TO   MEDIO-CARGO-TAB (QT-CARGO)
                 MOVE  MAXIMO-CARGO   TO   MAXIMO-CARGO-TAB (QT-CARGO).

       BUSCA-CARGO.

           MOVE      ZEROS          TO    IND-CARGO.
           MOVE      1              TO    CTR-CARGO.
           PERFORM   PESQUISA-CARGO       QT-CARGO  TIMES.

       PESQUISA-CARGO.

           IF    WGRAU         EQUAL  GRAU-CARGO-TAB (CTR-CARGO)
                 MOVE    CTR-CARGO    TO   IND-CARGO.
           ADD       1              TO    CTR-CARGO.

       LEITURA.

           READ CADFUN
                AT END
                MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.

           ADD       1              TO    CT-FUNC.
           PERFORM   BUSCA-VINCULO.
           MOVE      CODIGO-ENT     TO    CODIGO-DET.
           MOVE      NOME-ENT       TO    NOME-DET.
           MOVE      SALARIO-BRUTO-ENT TO SALARIO-DET.
           IF        IND-CARGO      EQUAL ZEROS
                     PERFORM  SEM-CARGO
           ELSE
                     PERFORM  COMPARA-FAIXA.
           PERFORM   IMPRESSAO.
           PERFORM   LEITURA.

       BUSCA-VINCULO.

           MOVE      ZEROS          TO    IND-CARGO.
           MOVE      CODIGO-ENT     TO    MATRICULA-FC.
           READ      FUNCARGO
                     INVALID KEY
                     MOVE ZEROS     TO    WGRAU
                     NOT INVALID KEY
                     MOVE GRAU-FC   TO    WGRAU
                     PERFORM BUSCA-CARGO.

       SEM-CARGO.

           ADD       1              TO    CT-SEM-CARGO.
           MOVE      WGRAU          TO    GRAU-DET.
           MOVE      ZEROS          TO    MINIMO-DET
                                          MEDIO-DET
                                          MAXIMO-DET
                                          COMPA-DET.
           MOVE      "SEM CARGO"    TO    SITUACAO-DET.

       COMPARA-FAIXA.

           MOVE      WGRAU          TO    GRAU-DET.
           MOVE      MINIMO-CARGO-TAB (IND-CARGO) TO MINIMO-DET.
           MOVE      MEDIO-CARGO-TAB (IND-CARGO)  TO MEDIO-DET.
           MOVE      MAXIMO-CARGO-TAB (IND-CARGO) TO MAXIMO-DET.
           MOVE      ZEROS          TO    WCOMPA.
           IF        MEDIO-CARGO-TAB (IND-CARGO)  GREATER THAN ZEROS
                     COMPUTE  WCOMPA  ROUNDED  =
                              SALARIO-BRUTO-ENT * 100
                            / MEDIO-CARGO-TAB (IND-CARGO)
                              ON SIZE ERROR
                              MOVE  999,99  TO  WCOMPA.
           MOVE      WCOMPA         TO    COMPA-DET.
           IF        SALARIO-BRUTO-ENT LESS THAN
                     MINIMO-CARGO-TAB (IND-CARGO)
                     PERFORM  ABAIXO-MINIMO
           ELSE
           IF        SALARIO-BRUTO-ENT GREATER THAN
                     MAXIMO-CARGO-TAB (IND-CARGO)
                     PERFORM  ACIMA-MAXIMO
           ELSE
                     ADD      1    TO    CT-DENTRO
                     MOVE     "NA FAIXA" TO SITUACAO-DET.

       ABAIXO-MINIMO.

           ADD       1              TO    CT-ABAIXO.
           MOVE      "ABAIXO MIN."  TO    SITUACAO-DET.
           COMPUTE   WDIFERENCA  =  MINIMO-CARGO-TAB (IND-CARGO)
                                  - SALARIO-BRUTO-ENT.
           IF        QT-EXC   LESS THAN  500
                     ADD   1   TO   QT-EXC
                     MOVE  "ABAIXO DO MINIMO" TO
                           SITUACAO-EXC-TAB (QT-EXC)
                     PERFORM  GUARDA-EXCECAO.

       ACIMA-MAXIMO.

           ADD       1              TO    CT-ACIMA.
           MOVE      "ACIMA MAX."   TO    SITUACAO-DET.
           COMPUTE   WDIFERENCA  =  SALARIO-BRUTO-ENT
                                  - MAXIMO-CARGO-TAB (IND-CARGO).
           IF        QT-EXC   LESS THAN  500
                     ADD   1   TO   QT-EXC
                     MOVE  "ACIMA DO MAXIMO" TO
                           SITUACAO-EXC-TAB (QT-EXC)
                     PERFORM  GUARDA-EXCECAO.

       GUARDA-EXCECAO.

           MOVE      CODIGO-ENT     TO    CODIGO-EXC-TAB (QT-EXC).
           MOVE      NOME-ENT       TO    NOME-EXC-TAB (QT-EXC).
           MOVE      WGRAU          TO    GRAU-EXC-TAB (QT-EXC).
           MOVE      SALARIO-BRUTO-ENT TO SALARIO-EXC-TAB (QT-EXC).
           MOVE      WDIFERENCA     TO    DIFER-EXC-TAB (QT-EXC).

       IMPRESSAO.

           IF        CT-LIN   GREATER THAN  29
                     PERFORM  CABECALHO.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1              TO    CT-LIN.

       CABECALHO.

           ADD       1              TO    CT-PAG.
           MOVE      CT-PAG         TO    PAG-CAB.
           WRITE     REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE      ZEROS          TO    CT-LIN.

       IMPRIME-EXCECOES.

           WRITE     REG-REL FROM TITULO-EXC AFTER ADVANCING 3 LINES.
           WRITE     REG-REL FROM CAB-EXC AFTER ADVANCING 1 LINE.
           MOVE      1              TO    CTR-EXC.
           PERFORM   IMPRIME-LINHA-EXC    QT-EXC  TIMES.

       IMPRIME-LINHA-EXC.

           MOVE      CODIGO-EXC-TAB (CTR-EXC)   TO  CODIGO-DEX.
           MOVE      NOME-EXC-TAB (CTR-EXC)     TO  NOME-DEX.
           MOVE      GRAU-EXC-TAB (CTR-EXC)     TO  GRAU-DEX.
           MOVE      SALARIO-EXC-TAB (CTR-EXC)  TO  SALARIO-DEX.
           MOVE      DIFER-EXC-TAB (CTR-EXC)    TO  DIFER-DEX.
           MOVE      SITUACAO-EXC-TAB (CTR-EXC) TO  SITUACAO-DEX.
           WRITE     REG-REL FROM DETALHE-EXC AFTER ADVANCING 1 LINE.
           ADD       1              TO    CTR-EXC.

       TERMINO.

           PERFORM   IMPRIME-EXCECOES.
           MOVE      "TOTAL DE FUNCIONARIOS....: " TO ROTULO-TRL.
           MOVE      CT-FUNC        TO    TOTAL-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      "NA FAIXA.................: " TO ROTULO-TRL.
           MOVE      CT-DENTRO      TO    TOTAL-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "ABAIXO DO MINIMO.........: " TO ROTULO-TRL.
           MOVE      CT-ABAIXO      TO    TOTAL-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "ACIMA DO MAXIMO..........: " TO ROTULO-TRL.
           MOVE      CT-ACIMA       TO    TOTAL-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "SEM CARGO................: " TO ROTULO-TRL.
           MOVE      CT-SEM-CARGO   TO    TOTAL-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           CLOSE       CADFUN
                       FUNCARGO
                       REL-COMPA.
