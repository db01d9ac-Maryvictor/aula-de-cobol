       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12H.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  REMESSA MENSAL DOS DESCONTOS DE CONSIGNADO AOS
      *          BANCOS CREDORES. LE O CADASTRO DE CONTRATOS
      *          CONSIG2.DAT (EX12E), AS PARCELAS DEVIDAS NO MES
      *          GRAVADAS PELA FOLHA EM CONSIG-DESC.DAT (EX12, COM
      *          SITUACAO D-DESCONTADA OU N-FORA DA MARGEM) E AS
      *          RESCISOES RESCISAO.DAT (EX08T, OPCIONAL).
      *          PARA CADA BANCO QUE TEM CONTRATO ATIVO SAI EM
      *          REMCONS.DAT UM LOTE NO LAYOUT DA REMESSA DO PGM05 DO
      *          EM3-EM02: HEADER COM BANCO, COMPETENCIA E DATA, UM
      *          DETALHE POR CONTRATO E TRAILER COM QUANTIDADE E
      *          TOTAL DESCONTADO. O DETALHE LEVA A SITUACAO DO MES:
      *          D DESCONTADA, N NAO DESCONTADA (FORA DA MARGEM OU SEM
      *          FOLHA NO MES), Q QUITADO (ULTIMA PARCELA DESCONTADA)
      *          E S SUSPENSO (FUNCIONARIO COM RESCISAO NO EX08T).
      *          O CADASTRO COM AS PARCELAS PAGAS ATUALIZADAS E A
      *          NOVA SITUACAO E GRAVADO EM CONSIGN.DAT, QUE A
      *          OPERACAO PROMOVE PARA CONSIG.DAT (COMO O PROVISAON
      *          DO EX13) ANTES DA PROXIMA MANUTENCAO. CONTRATO JA
      *          QUITADO OU SUSPENSO E SO COPIADO. A COMPETENCIA VEM
      *          DE PARAM-COMPET.DAT OU E O MES DA RODADA. O
      *          RELATORIO REL-REMCONS LISTA OS LOTES PARA CONFERENCIA.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL CONSIG2 ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CONSIG-DESC ASSIGN TO DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL RESCISAO ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CONSIGN  ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REMCONS  ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-REMCONS ASSIGN TO   DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CONSIG2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CONSIG2.DAT".

       01  REG-CONS.
             02 MATRICULA-CONS  PIC 9(05).
             02 BANCO-CONS      PIC 9(03).
             02 CONTRATO-CONS   PIC X(12).
             02 VALOR-PARC-CONS PIC 9(05)V99.
             02 QT-PARC-CONS    PIC 9(03).
             02 PAGAS-CONS      PIC 9(03).
             02 SITUACAO-CONS   PIC X(01).

       FD  CONSIG-DESC
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CONSIG-DESC.DAT".

       01  REG-CDESC.
             02 MATRICULA-CDESC     PIC 9(05).
             02 NOME-CDESC          PIC X(30).
             02 BANCO-CDESC         PIC 9(03).
             02 CONTRATO-CDESC      PIC X(12).
             02 PARCELA-CDESC       PIC 9(03).
             02 QT-PARC-CDESC       PIC 9(03).
             02 VALOR-CDESC         PIC 9(05)V99.
             02 STATUS-CDESC        PIC X(01).

       FD  RESCISAO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "RESCISAO.DAT".

       01  REG-RESCISAO.
             02 CODIGO-RS       PIC 9(05).
             02 NOME-RS         PIC X(20).
             02 SALDO-SAL-RS    PIC 9(05)V99.
             02 PROP-13-RS      PIC 9(07)V99.
             02 PROP-FER-RS     PIC 9(07)V99.
             02 INSS-RS         PIC 9(05)V99.
             02 IRRF-RS         PIC 9(05)V99.
             02 LIQUIDO-RS      PIC 9(07)V99.
             02 DATA-RS         PIC 9(08).

       FD  PARAM-COMPET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM        PIC 9(06).

       FD  CONSIGN
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CONSIGN.DAT".

       01  REG-CONS-NOVO.
             02 MATRICULA-CONSN PIC 9(05).
             02 BANCO-CONSN     PIC 9(03).
             02 CONTRATO-CONSN  PIC X(12).
             02 VALOR-PARC-CONSN PIC 9(05)V99.
             02 QT-PARC-CONSN   PIC 9(03).
             02 PAGAS-CONSN     PIC 9(03).
             02 SITUACAO-CONSN  PIC X(01).

       FD  REMCONS
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "REMCONS.DAT".

       01  REG-HEADER.
             02 TIPO-H          PIC X(01).
             02 BANCO-H         PIC 9(03).
             02 COMPET-H        PIC 9(06).
             02 DATA-H          PIC 9(08).
             02 FILLER          PIC X(47).

       01  REG-DETALHE.
             02 TIPO-D          PIC X(01).
             02 BANCO-D         PIC 9(03).
             02 CONTRATO-D      PIC X(12).
             02 MATRICULA-D     PIC 9(05).
             02 NOME-D          PIC X(30).
             02 PARCELA-D       PIC 9(03).
             02 QT-PARC-D       PIC 9(03).
             02 VALOR-D         PIC 9(05)V99.
             02 SITUACAO-D      PIC X(01).

       01  REG-TRAILER.
             02 TIPO-T          PIC X(01).
             02 BANCO-T         PIC 9(03).
             02 QUANT-T         PIC 9(05).
             02 TOTAL-T         PIC 9(09)V99.
             02 FILLER          PIC X(45).

       FD  REL-REMCONS
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-CONS         PIC X(03)     VALUE   "NAO".
       77  FIM-CDESC        PIC X(03)     VALUE   "NAO".
       77  FIM-RESC         PIC X(03)     VALUE   "NAO".
       77  COMPETENCIA      PIC 9(06)     VALUE   ZEROS.
       77  QT-CONS          PIC 9(03)     VALUE   ZEROS.
       77  CTR-CONS         PIC 9(03)     VALUE   ZEROS.
       77  QT-CDESC         PIC 9(03)     VALUE   ZEROS.
       77  CTR-CDESC        PIC 9(03)     VALUE   ZEROS.
       77  IND-CDESC        PIC 9(03)     VALUE   ZEROS.
       77  ACHOU-CDESC      PIC X(03)     VALUE   "NAO".
       77  QT-RESC          PIC 9(03)     VALUE   ZEROS.
       77  CTR-RESC         PIC 9(03)     VALUE   ZEROS.
       77  ACHOU-RESC       PIC X(03)     VALUE   "NAO".
       77  QT-BANCO         PIC 9(02)     VALUE   ZEROS.
       77  CTR-BANCO        PIC 9(02)     VALUE   ZEROS.
       77  ACHOU-BANCO      PIC X(03)     VALUE   "NAO".
       77  WBANCO           PIC 9(03)     VALUE   ZEROS.
       77  QUANT-BANCO      PIC 9(05)     VALUE   ZEROS.
       77  TOTAL-BANCO      PIC 9(09)V99  VALUE   ZEROS.
       77  TOTAL-GERAL      PIC 9(09)V99  VALUE   ZEROS.
       77  CT-LOTES         PIC 9(03)     VALUE   ZEROS.
       77  CT-QUITADOS      PIC 9(05)     VALUE   ZEROS.
       77  CT-SUSPENSOS     PIC 9(05)     VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  TAB-CONSIG.
           02 ITEM-CONS-TAB   OCCURS 500 TIMES.
              03 MATR-CONS-TAB     PIC 9(05).
              03 BANCO-CONS-TAB    PIC 9(03).
              03 CONTRATO-CONS-TAB PIC X(12).
              03 VALOR-CONS-TAB    PIC 9(05)V99.
              03 QT-PARC-CONS-TAB  PIC 9(03).
              03 PAGAS-CONS-TAB    PIC 9(03).
              03 SIT-CONS-TAB      PIC X(01).
              03 SIT-MES-TAB       PIC X(01).
              03 PARC-MES-TAB      PIC 9(03).
              03 NOME-CONS-TAB     PIC X(30).
              03 DESC-CONS-TAB     PIC 9(05)V99.

       01  TAB-CDESC.
           02 ITEM-CDESC-TAB  OCCURS 500 TIMES.
              03 MATR-CDESC-TAB     PIC 9(05).
              03 BANCO-CDESC-TAB    PIC 9(03).
              03 CONTRATO-CDESC-TAB PIC X(12).
              03 NOME-CDESC-TAB     PIC X(30).
              03 VALOR-CDESC-TAB    PIC 9(05)V99.
              03 STATUS-CDESC-TAB   PIC X(01).

       01  TAB-RESC.
           02 MATR-RESC-TAB  PIC 9(05)  OCCURS 300 TIMES
                                         VALUE ZEROS.

       01  TAB-BANCO.
           02 COD-BANCO-TAB  PIC 9(03)  OCCURS 50 TIMES
                                         VALUE ZEROS.

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                     "REMESSA DE CONSIGNADO AOS BANCOS - COMP.".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPET-CAB     PIC 9(06).
           02 FILLER         PIC X(16) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "BANCO ".
           02 FILLER         PIC X(13) VALUE "CONTRATO".
           02 FILLER         PIC X(06) VALUE "MAT.  ".
           02 FILLER         PIC X(31) VALUE "NOME".
           02 FILLER         PIC X(08) VALUE "PARCELA ".
           02 FILLER         PIC X(10) VALUE "     VALOR".
           02 FILLER         PIC X(05) VALUE "  SIT".
           02 FILLER         PIC X(08) VALUE SPACES.

       01  DETALHE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 BANCO-DET      PIC 9(03).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CONTRATO-DET   PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PARCELA-DET    PIC ZZ9.
           02 FILLER         PIC X(01) VALUE "/".
           02 QT-PARC-DET    PIC 999.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-DET      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 SITUACAO-DET   PIC X(01).
           02 FILLER         PIC X(09) VALUE SPACES.

       01  LINHA-BANCO.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(12) VALUE "TOTAL BANCO ".
           02 BANCO-TOT-LIN  PIC 9(03).
           02 FILLER         PIC X(04) VALUE " -  ".
           02 QUANT-TOT-LIN  PIC ZZZZ9.
           02 FILLER         PIC X(12) VALUE " CONTRATOS  ".
           02 TOTAL-BCO-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(20) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(28) VALUE
                               "TOTAL DESCONTADO NO MES  : ".
           02 TOTAL-GER-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(28) VALUE SPACES.

       01  TRAILER-02.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(28) VALUE
                               "CONTRATOS QUITADOS NO MES: ".
           02 QUITADOS-LIN   PIC ZZZZ9.
           02 FILLER         PIC X(37) VALUE SPACES.

       01  TRAILER-03.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(28) VALUE
                               "CONTRATOS SUSPENSOS      : ".
           02 SUSPENSOS-LIN  PIC ZZZZ9.
           02 FILLER         PIC X(37) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX12H.

           PERFORM    INICIO.

           MOVE       1         TO   CTR-CONS.
           PERFORM    APURA-CONTRATO      QT-CONS  TIMES.

           MOVE       1         TO   CTR-BANCO.
           PERFORM    GERA-LOTE-BANCO     QT-BANCO  TIMES.

           PERFORM    TERMINO.

           STOP RUN.

       INICIO.

           OPEN OUTPUT       CONSIGN
                              REMCONS
                              REL-REMCONS.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           DIVIDE     HOJE-NUM  BY  100  GIVING  COMPETENCIA.
           PERFORM    LE-PARAM-COMPET.
           PERFORM    CARGA-CDESC.
           PERFORM    CARGA-RESCISAO.
           PERFORM    CARGA-CONSIG.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPETENCIA.
           CLOSE PARAM-COMPET.

       CARGA-CDESC.

           OPEN INPUT       CONSIG-DESC.
           PERFORM    LEITURA-CDESC
                      UNTIL     FIM-CDESC  EQUAL    "SIM".
           CLOSE      CONSIG-DESC.

       LEITURA-CDESC.

           READ CONSIG-DESC
                AT END
                MOVE "SIM" TO FIM-CDESC.
           IF   FIM-CDESC   NOT EQUAL  "SIM"
                AND QT-CDESC LESS THAN 500
                ADD  1               TO  QT-CDESC
                MOVE MATRICULA-CDESC TO  MATR-CDESC-TAB (QT-CDESC)
                MOVE BANCO-CDESC     TO  BANCO-CDESC-TAB (QT-CDESC)
                MOVE CONTRATO-CDESC  TO  CONTRATO-CDESC-TAB (QT-CDESC)
                MOVE NOME-CDESC      TO  NOME-CDESC-TAB (QT-CDESC)
                MOVE VALOR-CDESC     TO  VALOR-CDESC-TAB (QT-CDESC)
                MOVE STATUS-CDESC    TO  STATUS-CDESC-TAB (QT-CDESC).

       CARGA-RESCISAO.

           OPEN INPUT       RESCISAO.
           PERFORM    LEITURA-RESC
                      UNTIL     FIM-RESC   EQUAL    "SIM".
           CLOSE      RESCISAO.

       LEITURA-RESC.

           READ RESCISAO
                AT END
                MOVE "SIM" TO FIM-RESC.
           IF   FIM-RESC    NOT EQUAL  "SIM"
                AND QT-RESC LESS THAN 300
                ADD  1               TO  QT-RESC
                MOVE CODIGO-RS       TO  MATR-RESC-TAB (QT-RESC).

       CARGA-CONSIG.

           OPEN INPUT       CONSIG2.
           PERFORM    LEITURA-CONS
                      UNTIL     FIM-CONS   EQUAL    "SIM".
           CLOSE      CONSIG2.

       LEITURA-CONS.

           READ CONSIG2
                AT END
                MOVE "SIM" TO FIM-CONS.
           IF   FIM-CONS    NOT EQUAL  "SIM"
                AND QT-CONS LESS THAN 500
                ADD  1               TO  QT-CONS
                MOVE MATRICULA-CONS  TO  MATR-CONS-TAB (QT-CONS)
                MOVE BANCO-CONS      TO  BANCO-CONS-TAB (QT-CONS)
                MOVE CONTRATO-CONS   TO  CONTRATO-CONS-TAB (QT-CONS)
                MOVE VALOR-PARC-CONS TO  VALOR-CONS-TAB (QT-CONS)
                MOVE QT-PARC-CONS    TO  QT-PARC-CONS-TAB (QT-CONS)
                MOVE PAGAS-CONS      TO  PAGAS-CONS-TAB (QT-CONS)
                MOVE SITUACAO-CONS   TO  SIT-CONS-TAB (QT-CONS)
                MOVE SPACES          TO  SIT-MES-TAB (QT-CONS)
                                         NOME-CONS-TAB (QT-CONS)
                MOVE ZEROS           TO  DESC-CONS-TAB (QT-CONS).

      *    SO CONTRATO ATIVO ENTRA NA REMESSA DO MES; O DESCONTO DA
      *    FOLHA AVANCA A PARCELA E A RESCISAO SUSPENDE O CONTRATO.

       APURA-CONTRATO.

           IF        SIT-CONS-TAB (CTR-CONS)  EQUAL  "A"
                     PERFORM  APURA-CONTRATO-ATIVO.
           PERFORM   GRAVA-CONSIGN.
           ADD       1         TO   CTR-CONS.

       APURA-CONTRATO-ATIVO.

           MOVE      "N"       TO   SIT-MES-TAB (CTR-CONS).
           ADD       1  PAGAS-CONS-TAB (CTR-CONS)  GIVING
                     PARC-MES-TAB (CTR-CONS).
           PERFORM   BUSCA-CDESC.
           IF        ACHOU-CDESC  EQUAL  "SIM"
                     MOVE  NOME-CDESC-TAB (IND-CDESC)  TO
                           NOME-CONS-TAB (CTR-CONS)
                     IF    STATUS-CDESC-TAB (IND-CDESC)  EQUAL  "D"
                           MOVE  VALOR-CDESC-TAB (IND-CDESC)  TO
                                 DESC-CONS-TAB (CTR-CONS)
                           MOVE  "D"   TO   SIT-MES-TAB (CTR-CONS)
                           ADD   1     TO   PAGAS-CONS-TAB (CTR-CONS).
           IF        PAGAS-CONS-TAB (CTR-CONS)  NOT LESS THAN
                     QT-PARC-CONS-TAB (CTR-CONS)
                     MOVE  "Q"   TO   SIT-CONS-TAB (CTR-CONS)
                                      SIT-MES-TAB (CTR-CONS)
                     ADD   1     TO   CT-QUITADOS.
           PERFORM   BUSCA-RESCISAO.
           IF        ACHOU-RESC  EQUAL  "SIM"
                AND  SIT-CONS-TAB (CTR-CONS)  EQUAL  "A"
                     MOVE  "S"   TO   SIT-CONS-TAB (CTR-CONS)
                                      SIT-MES-TAB (CTR-CONS)
                     ADD   1     TO   CT-SUSPENSOS.
           PERFORM   REGISTRA-BANCO.

       BUSCA-CDESC.

           MOVE      "NAO"     TO   ACHOU-CDESC.
           MOVE      ZEROS     TO   IND-CDESC.
           MOVE      1         TO   CTR-CDESC.
           PERFORM   PESQUISA-CDESC      QT-CDESC  TIMES.

       PESQUISA-CDESC.

           IF        MATR-CDESC-TAB (CTR-CDESC)  EQUAL
                     MATR-CONS-TAB (CTR-CONS)
                AND  BANCO-CDESC-TAB (CTR-CDESC)  EQUAL
                     BANCO-CONS-TAB (CTR-CONS)
                AND  CONTRATO-CDESC-TAB (CTR-CDESC)  EQUAL
                     CONTRATO-CONS-TAB (CTR-CONS)
                     MOVE  CTR-CDESC  TO  IND-CDESC
                     MOVE  "SIM"      TO  ACHOU-CDESC.
           ADD       1         TO   CTR-CDESC.

       BUSCA-RESCISAO.

           MOVE      "NAO"     TO   ACHOU-RESC.
           MOVE      1         TO   CTR-RESC.
           PERFORM   PESQUISA-RESCISAO   QT-RESC  TIMES.

       PESQUISA-RESCISAO.

           IF        MATR-RESC-TAB (CTR-RESC)  EQUAL
                     MATR-CONS-TAB (CTR-CONS)
                     MOVE  "SIM"      TO  ACHOU-RESC.
           ADD       1         TO   CTR-RESC.

       REGISTRA-BANCO.

           MOVE      "NAO"     TO   ACHOU-BANCO.
           MOVE      1         TO   CTR-BANCO.
           PERFORM   PESQUISA-BANCO      QT-BANCO  TIMES.
           IF        ACHOU-BANCO  EQUAL  "NAO"
                AND  QT-BANCO     LESS THAN  50
                     ADD   1     TO   QT-BANCO
                     MOVE  BANCO-CONS-TAB (CTR-CONS)  TO
                           COD-BANCO-TAB (QT-BANCO).

       PESQUISA-BANCO.

           IF        COD-BANCO-TAB (CTR-BANCO)  EQUAL
                     BANCO-CONS-TAB (CTR-CONS)
                     MOVE  "SIM"      TO  ACHOU-BANCO.
           ADD       1         TO   CTR-BANCO.

       GRAVA-CONSIGN.

           MOVE      MATR-CONS-TAB (CTR-CONS)     TO  MATRICULA-CONSN.
           MOVE      BANCO-CONS-TAB (CTR-CONS)    TO  BANCO-CONSN.
           MOVE      CONTRATO-CONS-TAB (CTR-CONS) TO  CONTRATO-CONSN.
           MOVE      VALOR-CONS-TAB (CTR-CONS)    TO  VALOR-PARC-CONSN.
           MOVE      QT-PARC-CONS-TAB (CTR-CONS)  TO  QT-PARC-CONSN.
           MOVE      PAGAS-CONS-TAB (CTR-CONS)    TO  PAGAS-CONSN.
           MOVE      SIT-CONS-TAB (CTR-CONS)      TO  SITUACAO-CONSN.
           WRITE     REG-CONS-NOVO.

      *    UM LOTE POR BANCO: HEADER, OS CONTRATOS APURADOS NO MES
      *    E O TRAILER COM QUANTIDADE E TOTAL DESCONTADO.

       GERA-LOTE-BANCO.

           MOVE      COD-BANCO-TAB (CTR-BANCO)  TO  WBANCO.
           MOVE      ZEROS     TO   QUANT-BANCO
                                    TOTAL-BANCO.
           MOVE      SPACES    TO   REG-HEADER.
           MOVE      "H"       TO   TIPO-H.
           MOVE      WBANCO    TO   BANCO-H.
           MOVE      COMPETENCIA TO COMPET-H.
           MOVE      HOJE-NUM  TO   DATA-H.
           WRITE     REG-HEADER.
           MOVE      1         TO   CTR-CONS.
           PERFORM   GRAVA-DETALHE-BANCO  QT-CONS  TIMES.
           MOVE      SPACES    TO   REG-TRAILER.
           MOVE      "T"       TO   TIPO-T.
           MOVE      WBANCO    TO   BANCO-T.
           MOVE      QUANT-BANCO TO QUANT-T.
           MOVE      TOTAL-BANCO TO TOTAL-T.
           WRITE     REG-TRAILER.
           PERFORM   IMPRIME-TOTAL-BANCO.
           ADD       TOTAL-BANCO  TO   TOTAL-GERAL.
           ADD       1         TO   CT-LOTES.
           ADD       1         TO   CTR-BANCO.

       GRAVA-DETALHE-BANCO.

           IF        BANCO-CONS-TAB (CTR-CONS)  EQUAL  WBANCO
                AND  SIT-MES-TAB (CTR-CONS)  NOT EQUAL  SPACES
                     PERFORM  GRAVA-DETALHE.
           ADD       1         TO   CTR-CONS.

       GRAVA-DETALHE.

           MOVE      "D"                          TO  TIPO-D.
           MOVE      WBANCO                       TO  BANCO-D.
           MOVE      CONTRATO-CONS-TAB (CTR-CONS) TO  CONTRATO-D.
           MOVE      MATR-CONS-TAB (CTR-CONS)     TO  MATRICULA-D.
           MOVE      NOME-CONS-TAB (CTR-CONS)     TO  NOME-D.
           MOVE      PARC-MES-TAB (CTR-CONS)      TO  PARCELA-D.
           MOVE      QT-PARC-CONS-TAB (CTR-CONS)  TO  QT-PARC-D.
           MOVE      DESC-CONS-TAB (CTR-CONS)     TO  VALOR-D.
           MOVE      SIT-MES-TAB (CTR-CONS)       TO  SITUACAO-D.
           WRITE     REG-DETALHE.
           ADD       1                  TO   QUANT-BANCO.
           ADD       DESC-CONS-TAB (CTR-CONS)  TO  TOTAL-BANCO.
           PERFORM   IMPRIME-DETALHE.

       IMPRIME-DETALHE.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      WBANCO           TO   BANCO-DET.
           MOVE      CONTRATO-D       TO   CONTRATO-DET.
           MOVE      MATRICULA-D      TO   MATRICULA-DET.
           MOVE      NOME-D           TO   NOME-DET.
           MOVE      PARCELA-D        TO   PARCELA-DET.
           MOVE      QT-PARC-D        TO   QT-PARC-DET.
           MOVE      VALOR-D          TO   VALOR-DET.
           MOVE      SITUACAO-D       TO   SITUACAO-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1                TO   CT-LIN.

       IMPRIME-TOTAL-BANCO.

           IF CT-LIN GREATER THAN 28
              PERFORM CABECALHO.
           MOVE      WBANCO           TO   BANCO-TOT-LIN.
           MOVE      QUANT-BANCO      TO   QUANT-TOT-LIN.
           MOVE      TOTAL-BANCO      TO   TOTAL-BCO-LIN.
           WRITE     REG-REL FROM LINHA-BANCO AFTER ADVANCING 2 LINES.
           MOVE      SPACES           TO   REG-REL.
           WRITE     REG-REL AFTER ADVANCING 1 LINE.
           ADD       3                TO   CT-LIN.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           MOVE COMPETENCIA       TO    COMPET-CAB.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TERMINO.

           IF        CT-LIN GREATER THAN 26
                     PERFORM CABECALHO.
           MOVE      TOTAL-GERAL    TO   TOTAL-GER-LIN.
           MOVE      CT-QUITADOS    TO   QUITADOS-LIN.
           MOVE      CT-SUSPENSOS   TO   SUSPENSOS-LIN.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM TRAILER-02 AFTER ADVANCING 1 LINE.
           WRITE     REG-REL FROM TRAILER-03 AFTER ADVANCING 1 LINE.
           DISPLAY   "REMESSA CONSIGNADO COMPET. " COMPETENCIA
                     " - LOTES: " CT-LOTES.
           CLOSE       CONSIGN
                       REMCONS
                       REL-REMCONS.
