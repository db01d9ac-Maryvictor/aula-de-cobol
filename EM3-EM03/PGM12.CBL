       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM12.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  EMISSAO DA TAXA DE INSCRICAO DO VESTIBULAR. PARA CADA
      *          FICHA DE INSCRICAO DE INSCVEST.DAT AINDA SEM TAXA NO
      *          CONTROLE TAXAVEST.DAT, GERA UM NOSSO NUMERO PROPRIO
      *          (OITO POSICOES SEQUENCIAIS DE SEQNOSSOV.DAT MAIS
      *          DIGITO VERIFICADOR MODULO 11, COMO O PGM11 DO EM2-EM02
      *          FAZ PARA AS PARCELAS), ACRESCENTA O REGISTRO AO
      *          CONTROLE E IMPRIME A FICHA DE PAGAMENTO EM REL-TAXA,
      *          UMA PAGINA POR INSCRICAO, COM O CURSO DE OPCAO.DAT.
      *          VALOR, VENCIMENTO E CATEGORIAS ISENTAS VEM DE
      *          PARAM-TAXAVEST.DAT (SEM ELE OU COM VALOR ZERADO A
      *          EXECUCAO E CANCELADA, RC=8). INSCRICAO DE CATEGORIA
      *          ISENTA ENTRA NO CONTROLE COM A MARCA DE ISENCAO,
      *          VALOR ZERO E SEM NOSSO NUMERO, E NAO TEM FICHA. O
      *          CONTROLE E CUMULATIVO: RODAR DE NOVO SO EMITE AS
      *          INSCRICOES NOVAS. A BAIXA DOS PAGAMENTOS E FEITA PELO
      *          PGM13.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   INSCVEST         ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL OPCAO   ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL PARAM-TAXAVEST ASSIGN TO    DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL SEQNOSSOV ASSIGN    TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL TAXAVEST ASSIGN     TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   REL-TAXA         ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  INSCVEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "INSCVEST.DAT".

       01   REG-INSC.
            03 CPF-INSC      PIC 9(11).
            03 SEXO-INSC     PIC X(01).
            03 DATA-NASC-INSC PIC 9(08).
            03 CATEG-INSC    PIC X(01).

       FD  OPCAO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "OPCAO.DAT".

       01   REG-OPCAO.
            03 CPF-OPCAO     PIC 9(11).
            03 CURSO-OPCAO   PIC 9(02).

       FD  PARAM-TAXAVEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "PARAM-TAXAVEST.DAT".

       01   REG-PARAM-TAXA.
            03 VALOR-PARAM   PIC 9(05)V99.
            03 VENCTO-PARAM  PIC 9(08).
            03 ISENTAS-PARAM PIC X(03).

       FD  SEQNOSSOV
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "SEQNOSSOV.DAT".

       01   REG-SEQNOSSOV.
            03 ULT-NOSSO     PIC 9(08).

       FD  TAXAVEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "TAXAVEST.DAT".

       01   REG-TAXA.
            03 CPF-TAXA      PIC 9(11).
            03 NOSSO-TAXA    PIC 9(09).
            03 VALOR-TAXA    PIC 9(05)V99.
            03 VENCTO-TAXA   PIC 9(08).
            03 CATEG-TAXA    PIC X(01).
            03 ISENTO-TAXA   PIC X(01).
            03 EMISSAO-TAXA  PIC 9(08).

       FD  REL-TAXA
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(80).

       WORKING-STORAGE SECTION.

       77    FIM-INSC         PIC X(03) VALUE "NAO".
       77    FIM-OPCAO        PIC X(03) VALUE "NAO".
       77    FIM-PARAM        PIC X(03) VALUE "NAO".
       77    FIM-NOSSO        PIC X(03) VALUE "NAO".
       77    FIM-TAXA         PIC X(03) VALUE "NAO".
       77    QT-OPCOES        PIC 9(03) VALUE ZEROS.
       77    CTR-OPCAO        PIC 9(03) VALUE ZEROS.
       77    QT-TAXAS         PIC 9(03) VALUE ZEROS.
       77    CTR-TAXA         PIC 9(03) VALUE ZEROS.
       77    ACHOU-TAXA       PIC X(03) VALUE "NAO".
       77    CATEG-ISENTA     PIC X(03) VALUE "NAO".
       77    CTR-ISENTA       PIC 9(01) VALUE ZEROS.
       77    WCURSO           PIC 9(02) VALUE ZEROS.
       77    VALOR-TAXA-VEST  PIC 9(05)V99 VALUE ZEROS.
       77    VENCTO-TAXA-VEST PIC 9(08) VALUE ZEROS.
       77    CATEG-ISENTAS    PIC X(03) VALUE SPACES.
       77    SEQ-NOSSO        PIC 9(08) VALUE ZEROS.
       77    CT-EMITIDAS      PIC 9(05) VALUE ZEROS.
       77    CT-ISENTAS       PIC 9(05) VALUE ZEROS.
       77    CT-JA-EMITIDAS   PIC 9(05) VALUE ZEROS.
       77    QT-M11           PIC 9(02) VALUE ZEROS.
       77    CTR-M11          PIC 9(02) VALUE ZEROS.
       77    PESO-M11         PIC 9(02) VALUE ZEROS.
       77    SOMA-M11         PIC 9(05) VALUE ZEROS.
       77    QUOC-M11         PIC 9(05) VALUE ZEROS.
       77    RESTO-M11        PIC 9(02) VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  NOSSO-NUMERO.
           02 SEQ-NN         PIC 9(08).
           02 DV-NN          PIC 9(01).

       01  NOSSO-NUMERO-NUM  REDEFINES NOSSO-NUMERO  PIC 9(09).

       01  AREA-M11.
           02 DIGITO-M11     PIC 9(01) OCCURS 8 TIMES.

       01  TAB-OPCOES.
           02 CPF-OPC-TAB    PIC 9(11) OCCURS 300 TIMES
                                        VALUE ZEROS.
           02 CURSO-OPC-TAB  PIC 9(02) OCCURS 300 TIMES
                                        VALUE ZEROS.

       01  TAB-TAXAS.
           02 CPF-TAXA-TAB   PIC 9(11) OCCURS 300 TIMES
                                        VALUE ZEROS.

       01  LINHA-TRACO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(70) VALUE ALL "-".
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-FICHA.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(45) VALUE
                       "FATEC-SP - TAXA DE INSCRICAO DO VESTIBULAR".
           02 FILLER         PIC X(30) VALUE SPACES.

       01  LINHA-NOSSO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "NOSSO NUMERO  : ".
           02 SEQ-NN-LIN     PIC 9(08).
           02 FILLER         PIC X(01) VALUE "-".
           02 DV-NN-LIN      PIC 9(01).
           02 FILLER         PIC X(49) VALUE SPACES.

       01  LINHA-CPF.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "CPF CANDIDATO : ".
           02 CPF-LIN        PIC 9(11).
           02 FILLER         PIC X(48) VALUE SPACES.

       01  LINHA-CURSO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "OPCAO DE CURSO: ".
           02 CURSO-LIN      PIC 9(02).
           02 FILLER         PIC X(57) VALUE SPACES.

       01  LINHA-VENCTO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "VENCIMENTO    : ".
           02 DD-VENC-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-VENC-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-VENC-LIN  PIC 9(04).
           02 FILLER         PIC X(49) VALUE SPACES.

       01  LINHA-VALOR.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "VALOR DA TAXA : ".
           02 VALOR-LIN      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(50) VALUE SPACES.

       01  LINHA-INSTRUCAO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
                       "SO SERA CORRIGIDA A PROVA DE QUEM PAGAR A TAXA".
           02 FILLER         PIC X(29) VALUE
                       " ATE O VENCIMENTO.".

       01  DATA-VENC.
           02 AAAA-VENC      PIC 9(04).
           02 MM-VENC        PIC 9(02).
           02 DD-VENC        PIC 9(02).

       01  DATA-VENC-NUM     REDEFINES DATA-VENC  PIC 9(08).

       PROCEDURE                                   DIVISION.

       PGM-12.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-INSC     EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE    FROM   DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    LE-SEQUENCIA-NOSSO.
           PERFORM    CARGA-OPCOES.
           PERFORM    CARGA-TAXAS.
           OPEN INPUT       INSCVEST
                EXTEND      TAXAVEST
                OUTPUT      REL-TAXA.
           PERFORM    LEITURA-INSC.

       LE-PARAMETRO.

           OPEN INPUT       PARAM-TAXAVEST.
           READ PARAM-TAXAVEST
                AT END
                MOVE "SIM" TO FIM-PARAM.
           IF   FIM-PARAM   NOT EQUAL  "SIM"
                MOVE VALOR-PARAM    TO  VALOR-TAXA-VEST
                MOVE VENCTO-PARAM   TO  VENCTO-TAXA-VEST
                MOVE ISENTAS-PARAM  TO  CATEG-ISENTAS.
           CLOSE      PARAM-TAXAVEST.
           IF   VALOR-TAXA-VEST  EQUAL  ZEROS
                OR VENCTO-TAXA-VEST  EQUAL  ZEROS
                DISPLAY "PARAM-TAXAVEST.DAT AUSENTE OU SEM VALOR/"
                        "VENCIMENTO - EXECUCAO CANCELADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.

       LE-SEQUENCIA-NOSSO.

           OPEN INPUT       SEQNOSSOV.
           READ SEQNOSSOV
                AT END
                MOVE "SIM" TO FIM-NOSSO.
           IF   FIM-NOSSO   NOT EQUAL  "SIM"
                MOVE ULT-NOSSO      TO  SEQ-NOSSO.
           CLOSE      SEQNOSSOV.

       CARGA-OPCOES.

           OPEN INPUT       OPCAO.
           PERFORM    LEITURA-OPCAO
                      UNTIL     FIM-OPCAO    EQUAL    "SIM".
           CLOSE      OPCAO.

       LEITURA-OPCAO.

           READ OPCAO
                AT END
                MOVE "SIM" TO FIM-OPCAO.
           IF   FIM-OPCAO    NOT EQUAL  "SIM"
                AND QT-OPCOES LESS THAN 300
                ADD  1              TO  QT-OPCOES
                MOVE CPF-OPCAO      TO  CPF-OPC-TAB (QT-OPCOES)
                MOVE CURSO-OPCAO    TO  CURSO-OPC-TAB (QT-OPCOES).

       CARGA-TAXAS.

           OPEN INPUT       TAXAVEST.
           PERFORM    LEITURA-TAXA
                      UNTIL     FIM-TAXA     EQUAL    "SIM".
           CLOSE      TAXAVEST.

       LEITURA-TAXA.

           READ TAXAVEST
                AT END
                MOVE "SIM" TO FIM-TAXA.
           IF   FIM-TAXA     NOT EQUAL  "SIM"
                PERFORM INCLUI-TAXA-TAB.

       INCLUI-TAXA-TAB.

           IF   QT-TAXAS  NOT LESS THAN  300
                DISPLAY "TAXAVEST EXCEDE A TABELA DE 300"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO  QT-TAXAS.
           MOVE CPF-TAXA       TO  CPF-TAXA-TAB (QT-TAXAS).

       LEITURA-INSC.

           READ INSCVEST
                AT END
                MOVE "SIM" TO FIM-INSC.

       PRINCIPAL.

           PERFORM    BUSCA-TAXA.
           IF         ACHOU-TAXA   EQUAL   "SIM"
                      ADD    1     TO    CT-JA-EMITIDAS
           ELSE
                      PERFORM    EMITE-TAXA.
           PERFORM    LEITURA-INSC.

       BUSCA-TAXA.

           MOVE       "NAO"     TO    ACHOU-TAXA.
           MOVE       1         TO    CTR-TAXA.
           PERFORM    PESQUISA-TAXA       QT-TAXAS    TIMES.

       PESQUISA-TAXA.

           IF         CPF-INSC  EQUAL  CPF-TAXA-TAB (CTR-TAXA)
                      MOVE   "SIM"     TO    ACHOU-TAXA.
           ADD        1         TO    CTR-TAXA.

       EMITE-TAXA.

           PERFORM    VERIFICA-ISENCAO.
           MOVE       CPF-INSC      TO    CPF-TAXA.
           MOVE       CATEG-INSC    TO    CATEG-TAXA.
           MOVE       HOJE-NUM      TO    EMISSAO-TAXA.
           MOVE       VENCTO-TAXA-VEST TO VENCTO-TAXA.
           IF         CATEG-ISENTA  EQUAL  "SIM"
                      MOVE   ZEROS     TO    NOSSO-TAXA
                                             VALOR-TAXA
                      MOVE   "S"       TO    ISENTO-TAXA
                      ADD    1         TO    CT-ISENTAS
           ELSE
                      PERFORM    NOVO-NOSSO-NUMERO
                      MOVE   NOSSO-NUMERO-NUM  TO  NOSSO-TAXA
                      MOVE   VALOR-TAXA-VEST   TO  VALOR-TAXA
                      MOVE   "N"       TO    ISENTO-TAXA
                      ADD    1         TO    CT-EMITIDAS
                      PERFORM    IMPRIME-FICHA.
           WRITE      REG-TAXA.
           PERFORM    INCLUI-TAXA-TAB.

       VERIFICA-ISENCAO.

           MOVE       "NAO"     TO    CATEG-ISENTA.
           MOVE       1         TO    CTR-ISENTA.
           PERFORM    TESTA-ISENCAO       3  TIMES.

       TESTA-ISENCAO.

           IF         CATEG-ISENTAS (CTR-ISENTA:1)  NOT EQUAL  SPACE
                AND   CATEG-ISENTAS (CTR-ISENTA:1)  EQUAL  CATEG-INSC
                      MOVE   "SIM"     TO    CATEG-ISENTA.
           ADD        1         TO    CTR-ISENTA.

       NOVO-NOSSO-NUMERO.

           ADD        1              TO     SEQ-NOSSO.
           MOVE       SEQ-NOSSO      TO     SEQ-NN.
           MOVE       SEQ-NN         TO     AREA-M11.
           MOVE       8              TO     QT-M11.
           PERFORM    CALCULA-MODULO-11.
           IF         RESTO-M11  LESS THAN  2
                      MOVE    ZERO           TO     DV-NN
           ELSE
                      COMPUTE DV-NN  =  11 - RESTO-M11.

       CALCULA-MODULO-11.

           MOVE       ZEROS          TO     SOMA-M11.
           MOVE       2              TO     PESO-M11.
           MOVE       QT-M11         TO     CTR-M11.
           PERFORM    SOMA-DIGITO-M11   QT-M11  TIMES.
           DIVIDE     SOMA-M11  BY  11  GIVING  QUOC-M11
                                        REMAINDER  RESTO-M11.

       SOMA-DIGITO-M11.

           COMPUTE    SOMA-M11  =  SOMA-M11 +
                                DIGITO-M11 (CTR-M11) * PESO-M11.
           IF         PESO-M11  EQUAL  9
                      MOVE    2              TO     PESO-M11
           ELSE
                      ADD     1              TO     PESO-M11.
           SUBTRACT   1              FROM   CTR-M11.

       IMPRIME-FICHA.

           MOVE       ZEROS     TO    WCURSO.
           MOVE       1         TO    CTR-OPCAO.
           PERFORM    PESQUISA-OPCAO      QT-OPCOES   TIMES.
           WRITE      REG-REL FROM CAB-FICHA
                      AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM LINHA-TRACO
                      AFTER ADVANCING 1 LINE.
           MOVE       SEQ-NN         TO    SEQ-NN-LIN.
           MOVE       DV-NN          TO    DV-NN-LIN.
           WRITE      REG-REL FROM LINHA-NOSSO
                      AFTER ADVANCING 2 LINES.
           MOVE       CPF-INSC       TO    CPF-LIN.
           WRITE      REG-REL FROM LINHA-CPF
                      AFTER ADVANCING 1 LINE.
           MOVE       WCURSO         TO    CURSO-LIN.
           WRITE      REG-REL FROM LINHA-CURSO
                      AFTER ADVANCING 1 LINE.
           MOVE       VENCTO-TAXA-VEST TO  DATA-VENC-NUM.
           MOVE       DD-VENC        TO    DD-VENC-LIN.
           MOVE       MM-VENC        TO    MM-VENC-LIN.
           MOVE       AAAA-VENC      TO    AAAA-VENC-LIN.
           WRITE      REG-REL FROM LINHA-VENCTO
                      AFTER ADVANCING 1 LINE.
           MOVE       VALOR-TAXA-VEST TO   VALOR-LIN.
           WRITE      REG-REL FROM LINHA-VALOR
                      AFTER ADVANCING 1 LINE.
           WRITE      REG-REL FROM LINHA-INSTRUCAO
                      AFTER ADVANCING 2 LINES.
           WRITE      REG-REL FROM LINHA-TRACO
                      AFTER ADVANCING 1 LINE.

       PESQUISA-OPCAO.

           IF         CPF-INSC  EQUAL  CPF-OPC-TAB (CTR-OPCAO)
                      MOVE   CURSO-OPC-TAB (CTR-OPCAO)  TO  WCURSO.
           ADD        1         TO    CTR-OPCAO.

       FIM.

           OPEN OUTPUT      SEQNOSSOV.
           MOVE       SEQ-NOSSO      TO     ULT-NOSSO.
           WRITE      REG-SEQNOSSOV.
           CLOSE      SEQNOSSOV.
           DISPLAY    "TAXAS EMITIDAS     : " CT-EMITIDAS.
           DISPLAY    "INSCRICOES ISENTAS : " CT-ISENTAS.
           DISPLAY    "JA EMITIDAS ANTES  : " CT-JA-EMITIDAS.
           CLOSE      INSCVEST
                      TAXAVEST
                      REL-TAXA.
