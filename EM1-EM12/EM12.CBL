      *          CENTRAL PARAMGER.DAT (MESMA BUSCA POR VIGENCIA DO
      *          EX05), COM PADROES 189,59 / 14 ANOS / 56,47 /
      *          1655,98 QUANDO O NOME NAO CONSTA.
      *          OS CONTRATOS DE CONSIGNADO ATIVOS DE CONSIG2.DAT
      *          (EX12E, OPCIONAL) SAO DESCONTADOS DEPOIS DO INSS E DO
      *          IRRF: A SOMA DAS PARCELAS DO MES NAO PODE PASSAR DE
      *          MARGEM-CONS (PARAMGER, PADRAO 35) PORCENTO DO LIQUIDO
      *          ANTES DO EMPRESTIMO; AS PARCELAS SAO TOMADAS NA ORDEM
      *          DO CADASTRO E A QUE NAO COUBER NA MARGEM FICA FORA,
      *          LISTADA NO RELATORIO REL-CONSIG. O TOTAL DESCONTADO
      *          SAI NO CAMPO NOVO CONSIG-LIQ NO FINAL DE FOPAG-LIQ E
      *          CADA PARCELA DEVIDA (DESCONTADA OU NAO) E GRAVADA EM
      *          CONSIG-DESC.DAT, DE ONDE EX12H MONTA A REMESSA AOS
      *          BANCOS E ATUALIZA AS PARCELAS PAGAS.
      *          O ADIANTAMENTO QUINZENAL PAGO PELO EX12B (ADIANT.DAT,
      *          OPCIONAL) E DESCONTADO DO LIQUIDO DEPOIS DO
      *          CONSIGNADO, SEM DEIXAR O LIQUIDO NEGATIVO (O QUE NAO
      *          COUBER E AVISADO NO CONSOLE); O VALOR SAI NO CAMPO
      *          NOVO ADIANT-LIQ NO FINAL DE FOPAG-LIQ.
      *          PLANO DE SAUDE: AS VIDAS DE CADA MATRICULA NO
      *          CADASTRO DE ADESAO PLANO2.DAT (EX12P, OPCIONAL) TEM O
      *          PREMIO DA FAIXA ETARIA DE PRECO-PLANO.DAT (IDADE
      *          MAXIMA E VALOR, EM ORDEM CRESCENTE); O FUNCIONARIO
      *          PAGA SOBRE O PREMIO DA FAMILIA O PERCENTUAL DA FAIXA
      *          DO SEU SALARIO REAJUSTADO EM PARTIC-PLANO.DAT (LIMITE
      *          E PERCENTUAL, EM ORDEM CRESCENTE; FORA DAS FAIXAS A
      *          EMPRESA PAGA TUDO). A PARTICIPACAO E DESCONTADA DO
      *          LIQUIDO ANTES DO CONSIGNADO, LIMITADA AO LIQUIDO, E
      *          SAI NO CAMPO NOVO PLANO-LIQ NO FINAL DE FOPAG-LIQ.
      *          ANUENIO: COM A DATA DE ADMISSAO BUSCADA NO CADFUN
      *          (INDEXADO, PELA MATRICULA), CADA ANO COMPLETO DE CASA
      *          RENDE PERC-ANUENIO (PARAMGER, PADRAO 1) PORCENTO DO
      *          SALARIO REAJUSTADO, SOMADO AO REAJUSTADO ANTES DO
      *          PONTO E DA CASCATA DE INSS/IRRF. O VALOR SAI NO CAMPO
      *          NOVO ANUENIO-LIQ NO FINAL DE FOPAG-LIQ E O TOTAL NO
      *          RODAPE DO REL-LIQ. SEM DATA DE ADMISSAO NAO HA
      *          ANUENIO.
      *          DO ADIANT.DAT SO ENTRA O ADIANTAMENTO DA COMPETENCIA
      *          DA FOLHA, QUE VEM DE PARAM-COMPET.DAT OU E O MES DA
      *          RODADA (MESMO CRITERIO DO EX12B).

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   OPTIONAL PARAMGER ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CONSIG2 ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL ADIANT  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PLANO2  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PRECO-PLANO ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARTIC-PLANO ASSIGN TO DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CADFUN ASSIGN TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CODIGO-FUN
           ALTERNATE RECORD KEY IS NOME-FUN
                        WITH DUPLICATES.

           SELECT   FOPAG-LIQ ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CONSIG-DESC ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-LIQ  ASSIGN   TO    DISK.

           SELECT   REL-CONSIG ASSIGN TO   DISK.

       DATA                           DIVISION.

       FILE SECTION.
             02 VALOR-PG         PIC 9(07)V99.
             02 VIGENCIA-PG      PIC 9(08).

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

       FD  ADIANT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "ADIANT.DAT".

       01  REG-ADIANT.
             02 MATRICULA-ADT   PIC 9(05).
             02 NOME-ADT        PIC X(20).
             02 COMPET-ADT      PIC 9(06).
             02 SALARIO-ADT     PIC 9(05)V99.
             02 VALOR-ADT       PIC 9(05)V99.

       FD  PARAM-COMPET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM        PIC 9(06).

       FD  PLANO2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PLANO2.DAT".

       01  REG-PLANO.
             02 MATRICULA-PLANO PIC 9(05).
             02 NOME-PLANO      PIC X(20).
             02 TIPO-VIDA-PLANO PIC X(01).
             02 NASC-PLANO.
                03 AAAA-PLANO      PIC 9(04).
                03 MM-PLANO        PIC 9(02).
                03 DD-PLANO        PIC 9(02).
             02 ADESAO-PLANO    PIC 9(08).

       FD  PRECO-PLANO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PRECO-PLANO.DAT".

       01  REG-PRECO-PLANO.
             02 IDADE-MAX-PRECO     PIC 9(03).
             02 VALOR-PRECO         PIC 9(05)V99.

       FD  PARTIC-PLANO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARTIC-PLANO.DAT".

       01  REG-PARTIC-PLANO.
             02 LIMITE-PARTIC       PIC 9(05)V99.
             02 PERC-PARTIC         PIC 9(03)V99.

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-FUN.
             02 CODIGO-FUN              PIC 9(05).
             02 NOME-FUN                PIC X(20).
             02 SALARIO-FUN             PIC 9(5)V99.
             02 ADMISSAO-FUN            PIC 9(08).

       FD  FOPAG-LIQ
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FOPAG-LIQ.DAT".
             02 HE-LIQ              PIC 9(05)V99.
             02 FALTAS-LIQ          PIC 9(05)V99.
             02 SALFAM-LIQ          PIC 9(05)V99.
             02 CONSIG-LIQ          PIC 9(05)V99.
             02 ADIANT-LIQ          PIC 9(05)V99.
             02 PLANO-LIQ           PIC 9(05)V99.
             02 ANUENIO-LIQ         PIC 9(05)V99.

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

       FD  REL-LIQ
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       FD  REL-CONSIG
           LABEL RECORD IS OMITTED.

       01  REG-REL-CONS             PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)     VALUE   "NAO".
       77  VALOR-ACHADO     PIC 9(07)V99  VALUE   ZEROS.
       77  ACHOU-PARAMGER   PIC X(03)     VALUE   "NAO".
       77  MELHOR-VIGENCIA  PIC 9(08)     VALUE   ZEROS.
       77  FIM-CONS         PIC X(03)     VALUE   "NAO".
       77  QT-CONS          PIC 9(03)     VALUE   ZEROS.
       77  CTR-CONS         PIC 9(03)     VALUE   ZEROS.
       77  MARGEM-CONS      PIC 9(03)V99  VALUE   35.
       77  WMARGEM          PIC 9(05)V99  VALUE   ZEROS.
       77  WCONSIG          PIC 9(05)V99  VALUE   ZEROS.
       77  CT-LIN-CONS      PIC 9(02)     VALUE   30.
       77  CT-PAG-CONS      PIC 9(02)     VALUE   ZEROS.
       77  CT-FORA-MARGEM   PIC 9(05)     VALUE   ZEROS.
       77  TOTAL-CONSIG     PIC 9(09)V99  VALUE   ZEROS.
       77  FIM-ADT          PIC X(03)     VALUE   "NAO".
       77  QT-ADT           PIC 9(03)     VALUE   ZEROS.
       77  CTR-ADT          PIC 9(03)     VALUE   ZEROS.
       77  WADIANT          PIC 9(05)V99  VALUE   ZEROS.
       77  CT-ADT-PARCIAL   PIC 9(05)     VALUE   ZEROS.
       77  COMPETENCIA      PIC 9(06)     VALUE   ZEROS.
       77  FIM-PLANO        PIC X(03)     VALUE   "NAO".
       77  FIM-PRECO        PIC X(03)     VALUE   "NAO".
       77  FIM-PARTIC       PIC X(03)     VALUE   "NAO".
       77  QT-VIDAS         PIC 9(03)     VALUE   ZEROS.
       77  CTR-VIDA         PIC 9(03)     VALUE   ZEROS.
       77  QT-PRECO         PIC 9(02)     VALUE   ZEROS.
       77  QT-PARTIC        PIC 9(02)     VALUE   ZEROS.
       77  CTR-PL           PIC 9(02)     VALUE   ZEROS.
       77  ACHOU-FAIXA-PL   PIC X(03)     VALUE   "NAO".
       77  WIDADE-VIDA      PIC 9(03)     VALUE   ZEROS.
       77  WPREMIO          PIC 9(05)V99  VALUE   ZEROS.
       77  WPERC-PLANO      PIC 9(03)V99  VALUE   ZEROS.
       77  WPLANO           PIC 9(05)V99  VALUE   ZEROS.
       77  CT-PLANO-PARCIAL PIC 9(05)     VALUE   ZEROS.
       77  TOTAL-PLANO      PIC 9(09)V99  VALUE   ZEROS.
       77  PERC-ANUENIO     PIC 9(03)V99  VALUE   1.
       77  ANOS-CASA        PIC 9(02)     VALUE   ZEROS.
       77  WANUENIO         PIC 9(05)V99  VALUE   ZEROS.
       77  TOTAL-ANUENIO    PIC 9(09)V99  VALUE   ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  DATA-ADM.
           02 DATA-ADM-AAAA  PIC 9(04).
           02 DATA-ADM-MM    PIC 9(02).
           02 DATA-ADM-DD    PIC 9(02).

       01  DATA-ADM-NUM      REDEFINES DATA-ADM  PIC 9(08).

       01  TAB-DEPENDENTES.
           02 ITEM-DEP-TAB    OCCURS 300 TIMES.
              03 CODIGO-DEP-TAB   PIC 9(05).
              03 IDADE-DEP-TAB    PIC 9(03).

       01  TAB-VIDAS.
           02 ITEM-VIDA-TAB   OCCURS 500 TIMES.
              03 MATR-VIDA-TAB    PIC 9(05).
              03 IDADE-VIDA-TAB   PIC 9(03).

       01  TAB-PRECO-PLANO.
           02 IDADE-MAX-TAB   PIC 9(03)    OCCURS 10 TIMES
                                            VALUE ZEROS.
           02 VALOR-PRECO-TAB PIC 9(05)V99 OCCURS 10 TIMES
                                            VALUE ZEROS.

       01  TAB-PARTIC-PLANO.
           02 LIMITE-PARTIC-TAB PIC 9(05)V99 OCCURS 10 TIMES
                                              VALUE ZEROS.
           02 PERC-PARTIC-TAB   PIC 9(03)V99 OCCURS 10 TIMES
                                              VALUE ZEROS.

       01  TAB-CONSIG.
           02 ITEM-CONS-TAB   OCCURS 500 TIMES.
              03 MATR-CONS-TAB     PIC 9(05).
              03 BANCO-CONS-TAB    PIC 9(03).
              03 CONTRATO-CONS-TAB PIC X(12).
              03 VALOR-CONS-TAB    PIC 9(05)V99.
              03 PARCELA-CONS-TAB  PIC 9(03).
              03 QT-PARC-CONS-TAB  PIC 9(03).

       01  TAB-ADIANT.
           02 ITEM-ADT-TAB    OCCURS 300 TIMES.
              03 MATR-ADT-TAB     PIC 9(05).
              03 VALOR-ADT-TAB    PIC 9(05)V99.

       01  TAB-PONTO.
           02 ITEM-PONTO-TAB  OCCURS 100 TIMES.
              03 MATR-PONTO-TAB   PIC 9(05).
           02 TOTAL-LIQ-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(30) VALUE SPACES.

       01  TRAILER-PLANO.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
                               "TOTAL PLANO DE SAUDE    : ".
           02 TOTAL-PLANO-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(30) VALUE SPACES.

       01  TRAILER-ANUENIO.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
                               "TOTAL ANUENIO           : ".
           02 TOTAL-ANUENIO-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(30) VALUE SPACES.

       01  CAB-CONS-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(45) VALUE
                  "CONSIGNADO - PARCELAS FORA DA MARGEM DO MES".
           02 FILLER         PIC X(18) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-CONS   PIC 9(02).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-CONS-02.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "MAT.  ".
           02 FILLER         PIC X(31) VALUE "NOME".
           02 FILLER         PIC X(06) VALUE "BANCO ".
           02 FILLER         PIC X(13) VALUE "CONTRATO".
           02 FILLER         PIC X(08) VALUE "PARCELA ".
           02 FILLER         PIC X(10) VALUE "     VALOR".
           02 FILLER         PIC X(13) VALUE SPACES.

       01  DETALHE-CONS.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 MATRICULA-DCON PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DCON      PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BANCO-DCON     PIC 9(03).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CONTRATO-DCON  PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PARCELA-DCON   PIC ZZ9.
           02 FILLER         PIC X(01) VALUE "/".
           02 QT-PARC-DCON   PIC 999.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-DCON     PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(14) VALUE SPACES.

       01  TRAILER-CONS.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                               "PARCELAS FORA DA MARGEM     : ".
           02 FORA-MARGEM-LIN PIC ZZ.ZZ9.
           02 FILLER         PIC X(34) VALUE SPACES.

       01  TRAILER-CONS-02.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                               "TOTAL DESCONTADO CONSIGNADO : ".
           02 TOTAL-CONS-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(26) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX12.
       INICIO.

           OPEN INPUT        CADENT
                             CADFUN
               OUTPUT        FOPAG-LIQ
                              CONSIG-DESC
                              REL-LIQ
                              REL-CONSIG.

           ACCEPT        HOJE       FROM    DATE YYYYMMDD.
           COMPUTE       COMPETENCIA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM       LE-PARAM-COMPET.
           PERFORM       CARGA-TABELA-PADRAO.
           PERFORM       LE-PARAM-INSS.
           PERFORM       LE-PARAM-IRRF.
           PERFORM       CARGA-PONTO.
           PERFORM       CARGA-DEPENDENTES.
           PERFORM       LE-PARAMS-DEPENDENTES.
           PERFORM       CARGA-CONSIGNADO.
           PERFORM       CARGA-ADIANTAMENTO.
           PERFORM       CARGA-PLANO.
           PERFORM       LE-PARAM-ANUENIO.
           PERFORM       LEITURA.

       CARGA-PLANO.

           OPEN INPUT       PRECO-PLANO.
           PERFORM    LEITURA-PRECO-PLANO
                      UNTIL     FIM-PRECO  EQUAL    "SIM".
           CLOSE      PRECO-PLANO.
           OPEN INPUT       PARTIC-PLANO.
           PERFORM    LEITURA-PARTIC-PLANO
                      UNTIL     FIM-PARTIC EQUAL    "SIM".
           CLOSE      PARTIC-PLANO.
           OPEN INPUT       PLANO2.
           PERFORM    LEITURA-PLANO
                      UNTIL     FIM-PLANO  EQUAL    "SIM".
           CLOSE      PLANO2.

       LEITURA-PRECO-PLANO.

           READ PRECO-PLANO
                AT END
                MOVE "SIM" TO FIM-PRECO.
           IF   FIM-PRECO   NOT EQUAL  "SIM"
                AND QT-PRECO LESS THAN 10
                ADD  1               TO  QT-PRECO
                MOVE IDADE-MAX-PRECO TO  IDADE-MAX-TAB (QT-PRECO)
                MOVE VALOR-PRECO     TO  VALOR-PRECO-TAB (QT-PRECO).

       LEITURA-PARTIC-PLANO.

           READ PARTIC-PLANO
                AT END
                MOVE "SIM" TO FIM-PARTIC.
           IF   FIM-PARTIC  NOT EQUAL  "SIM"
                AND QT-PARTIC LESS THAN 10
                ADD  1               TO  QT-PARTIC
                MOVE LIMITE-PARTIC   TO  LIMITE-PARTIC-TAB (QT-PARTIC)
                MOVE PERC-PARTIC     TO  PERC-PARTIC-TAB (QT-PARTIC).

       LEITURA-PLANO.

           READ PLANO2
                AT END
                MOVE "SIM" TO FIM-PLANO.
           IF   FIM-PLANO   NOT EQUAL  "SIM"
                AND QT-VIDAS LESS THAN 500
                ADD  1               TO  QT-VIDAS
                MOVE MATRICULA-PLANO TO  MATR-VIDA-TAB (QT-VIDAS)
                PERFORM CALCULA-IDADE-VIDA
                MOVE WIDADE-VIDA     TO  IDADE-VIDA-TAB (QT-VIDAS).

       CALCULA-IDADE-VIDA.

           SUBTRACT  AAAA-PLANO FROM  HOJE-AAAA  GIVING  WIDADE-VIDA.
           IF        MM-PLANO   GREATER THAN  HOJE-MM
                     SUBTRACT   1    FROM  WIDADE-VIDA
           ELSE
           IF        MM-PLANO   EQUAL  HOJE-MM  AND
                     DD-PLANO   GREATER THAN  HOJE-DD
                     SUBTRACT   1    FROM  WIDADE-VIDA.

      *    O PREMIO DE CADA VIDA SAI DA FAIXA ETARIA; A PARTICIPACAO
      *    DO FUNCIONARIO E O PERCENTUAL DA FAIXA DO SALARIO
      *    REAJUSTADO (ANTES DE HORAS EXTRAS E FALTAS) SOBRE O
      *    PREMIO DE TODAS AS VIDAS DA MATRICULA.

       CALCULA-PLANO.

           MOVE      ZEROS     TO   WPREMIO
                                    WPERC-PLANO
                                    WPLANO.
           MOVE      1         TO   CTR-VIDA.
           PERFORM   SOMA-PREMIO-VIDA    QT-VIDAS  TIMES.
           IF        WPREMIO   GREATER THAN  ZEROS
                     MOVE     "NAO"    TO   ACHOU-FAIXA-PL
                     MOVE     1        TO   CTR-PL
                     PERFORM  BUSCA-PARTIC-PLANO  QT-PARTIC  TIMES
                     COMPUTE  WPLANO  ROUNDED  =
                              WPREMIO * WPERC-PLANO / 100.

       SOMA-PREMIO-VIDA.

           IF        MATRICULA-ENT  EQUAL  MATR-VIDA-TAB (CTR-VIDA)
                     MOVE     IDADE-VIDA-TAB (CTR-VIDA) TO WIDADE-VIDA
                     MOVE     "NAO"    TO   ACHOU-FAIXA-PL
                     MOVE     1        TO   CTR-PL
                     PERFORM  BUSCA-PRECO-PLANO   QT-PRECO  TIMES.
           ADD       1         TO   CTR-VIDA.

       BUSCA-PRECO-PLANO.

           IF        ACHOU-FAIXA-PL EQUAL   "NAO"    AND
                     WIDADE-VIDA NOT GREATER IDADE-MAX-TAB (CTR-PL)
                     MOVE  "SIM"    TO   ACHOU-FAIXA-PL
                     ADD   VALOR-PRECO-TAB (CTR-PL)  TO  WPREMIO.
           ADD       1              TO   CTR-PL.

       BUSCA-PARTIC-PLANO.

           IF        ACHOU-FAIXA-PL EQUAL   "NAO"    AND
                     WREAJUSTADO NOT GREATER LIMITE-PARTIC-TAB (CTR-PL)
                     MOVE  "SIM"    TO   ACHOU-FAIXA-PL
                     MOVE  PERC-PARTIC-TAB (CTR-PL)  TO  WPERC-PLANO.
           ADD       1              TO   CTR-PL.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPETENCIA.
           CLOSE PARAM-COMPET.

      *    O ADIANT.DAT E REGRAVADO PELO EX12B A CADA RODADA; O
      *    FILTRO DA COMPETENCIA SO IMPEDE DESCONTAR UM ARQUIVO
      *    DEIXADO POR RODADA DE OUTRO MES.

       CARGA-ADIANTAMENTO.

           OPEN INPUT       ADIANT.
           PERFORM    LEITURA-ADT
                      UNTIL     FIM-ADT    EQUAL    "SIM".
           CLOSE      ADIANT.

       LEITURA-ADT.

           READ ADIANT
                AT END
                MOVE "SIM" TO FIM-ADT.
           IF   FIM-ADT     NOT EQUAL  "SIM"
                AND COMPET-ADT EQUAL  COMPETENCIA
                AND QT-ADT LESS THAN 300
                ADD  1               TO  QT-ADT
                MOVE MATRICULA-ADT   TO  MATR-ADT-TAB (QT-ADT)
                MOVE VALOR-ADT       TO  VALOR-ADT-TAB (QT-ADT).

       CARGA-CONSIGNADO.

           MOVE "MARGEM-CONS"  TO  NOME-BUSCADO.
           PERFORM BUSCA-PARAMGER.
           IF   ACHOU-PARAMGER EQUAL "SIM"
                MOVE VALOR-ACHADO  TO  MARGEM-CONS.
           OPEN INPUT       CONSIG2.
           PERFORM    LEITURA-CONS
                      UNTIL     FIM-CONS   EQUAL    "SIM".
           CLOSE      CONSIG2.

       LEITURA-CONS.

           READ CONSIG2
                AT END
                MOVE "SIM" TO FIM-CONS.
           IF   FIM-CONS    NOT EQUAL  "SIM"
                AND SITUACAO-CONS EQUAL "A"
                AND PAGAS-CONS LESS THAN QT-PARC-CONS
                AND QT-CONS LESS THAN 500
                ADD  1               TO  QT-CONS
                MOVE MATRICULA-CONS  TO  MATR-CONS-TAB (QT-CONS)
                MOVE BANCO-CONS      TO  BANCO-CONS-TAB (QT-CONS)
                MOVE CONTRATO-CONS   TO  CONTRATO-CONS-TAB (QT-CONS)
                MOVE VALOR-PARC-CONS TO  VALOR-CONS-TAB (QT-CONS)
                MOVE QT-PARC-CONS    TO  QT-PARC-CONS-TAB (QT-CONS)
                ADD  1  PAGAS-CONS  GIVING  PARCELA-CONS-TAB (QT-CONS).

       CARGA-DEPENDENTES.

           OPEN INPUT       DEPENDENTES2.

           PERFORM             CALCULA-REAJUSTE.
           IF                  FAIXA-VALIDA EQUAL "SIM"
                               PERFORM CALCULA-PLANO
                               PERFORM CALCULA-ANUENIO
                               PERFORM APLICA-PONTO
                               PERFORM CONTA-DEPENDENTES-FUNC
                               PERFORM CALCULA-INSS
                               PERFORM CALCULA-IRRF
                               PERFORM CALCULA-LIQUIDO
                               PERFORM DESCONTA-PLANO
                               PERFORM DESCONTA-CONSIGNADO
                               PERFORM DESCONTA-ADIANTAMENTO
                               PERFORM GRAVACAO
                               PERFORM IMPRESSAO.
           PERFORM             LEITURA.
                 DIVIDE WMULT BY 100 GIVING WDIV
                 ADD    SALARIO-BRUTO-ENT WDIV GIVING WREAJUSTADO.

      *    ANUENIO DO ACORDO COLETIVO: PERC-ANUENIO POR CENTO DO
      *    SALARIO REAJUSTADO POR ANO COMPLETO DE CASA, CONTADO DA
      *    DATA DE ADMISSAO DO CADFUN. ENTRA COMO PROVENTO ANTES DAS
      *    HORAS EXTRAS E FALTAS E DA CASCATA DE INSS/IRRF.

       LE-PARAM-ANUENIO.

           MOVE "PERC-ANUENIO" TO  NOME-BUSCADO.
           PERFORM BUSCA-PARAMGER.
           IF   ACHOU-PARAMGER EQUAL "SIM"
                MOVE VALOR-ACHADO  TO  PERC-ANUENIO.

       CALCULA-ANUENIO.

           MOVE      ZEROS     TO   ANOS-CASA
                                    WANUENIO.
           MOVE      MATRICULA-ENT  TO   CODIGO-FUN.
           READ      CADFUN
                     INVALID KEY
                     MOVE  ZEROS    TO   ADMISSAO-FUN.
           IF        ADMISSAO-FUN   NOT EQUAL  ZEROS
                AND  ADMISSAO-FUN   NOT GREATER THAN  HOJE-NUM
                     PERFORM  CALCULA-ANOS-CASA
                     COMPUTE  WANUENIO  ROUNDED  =
                              WREAJUSTADO * ANOS-CASA
                              * PERC-ANUENIO / 100
                     ADD      WANUENIO  TO   WREAJUSTADO.
           ADD       WANUENIO  TO   TOTAL-ANUENIO.

       CALCULA-ANOS-CASA.

           MOVE      ADMISSAO-FUN   TO   DATA-ADM-NUM.
           SUBTRACT  DATA-ADM-AAAA  FROM  HOJE-AAAA  GIVING  ANOS-CASA.
           IF        DATA-ADM-MM    GREATER THAN  HOJE-MM
                     SUBTRACT   1   FROM  ANOS-CASA
           ELSE
           IF        DATA-ADM-MM    EQUAL  HOJE-MM  AND
                     DATA-ADM-DD    GREATER THAN  HOJE-DD
                     SUBTRACT   1   FROM  ANOS-CASA.

       APLICA-PONTO.

           MOVE      ZEROS     TO   WHE
           ADD       WLIQUIDO      TO   TOTAL-LIQUIDO.
           ADD       1             TO   CT-REG.

       DESCONTA-PLANO.

           IF        WPLANO    GREATER THAN  WLIQUIDO
                     DISPLAY "PLANO MAIOR QUE O LIQUIDO - MAT. "
                             MATRICULA-ENT " - DESCONTO LIMITADO."
                     MOVE    WLIQUIDO  TO   WPLANO
                     ADD     1         TO   CT-PLANO-PARCIAL.
           SUBTRACT  WPLANO    FROM  WLIQUIDO.
           SUBTRACT  WPLANO    FROM  TOTAL-LIQUIDO.
           ADD       WPLANO    TO    TOTAL-PLANO.

      *    A MARGEM E CALCULADA SOBRE O LIQUIDO ANTES DO EMPRESTIMO;
      *    PARCELA QUE NAO CABE NO QUE SOBROU DA MARGEM FICA FORA.

       DESCONTA-CONSIGNADO.

           MOVE      ZEROS     TO   WCONSIG.
           COMPUTE   WMARGEM   ROUNDED  =
                     WLIQUIDO * MARGEM-CONS / 100.
           MOVE      1         TO   CTR-CONS.
           PERFORM   TESTA-PARCELA-CONS  QT-CONS  TIMES.
           SUBTRACT  WCONSIG   FROM  WLIQUIDO.
           SUBTRACT  WCONSIG   FROM  TOTAL-LIQUIDO.
           ADD       WCONSIG   TO    TOTAL-CONSIG.

       TESTA-PARCELA-CONS.

           IF        MATRICULA-ENT  EQUAL  MATR-CONS-TAB (CTR-CONS)
                     PERFORM  APLICA-PARCELA-CONS.
           ADD       1         TO   CTR-CONS.

       APLICA-PARCELA-CONS.

           MOVE      MATRICULA-ENT              TO  MATRICULA-CDESC.
           MOVE      NOME-ENT                   TO  NOME-CDESC.
           MOVE      BANCO-CONS-TAB (CTR-CONS)  TO  BANCO-CDESC.
           MOVE      CONTRATO-CONS-TAB (CTR-CONS) TO CONTRATO-CDESC.
           MOVE      PARCELA-CONS-TAB (CTR-CONS) TO PARCELA-CDESC.
           MOVE      QT-PARC-CONS-TAB (CTR-CONS) TO QT-PARC-CDESC.
           MOVE      VALOR-CONS-TAB (CTR-CONS)  TO  VALOR-CDESC.
           IF        WCONSIG + VALOR-CONS-TAB (CTR-CONS)
                     NOT GREATER THAN  WMARGEM
                     ADD   VALOR-CONS-TAB (CTR-CONS)  TO  WCONSIG
                     MOVE  "D"      TO   STATUS-CDESC
           ELSE
                     MOVE  "N"      TO   STATUS-CDESC
                     PERFORM IMPRIME-FORA-MARGEM.
           WRITE     REG-CDESC.

       IMPRIME-FORA-MARGEM.

           IF CT-LIN-CONS GREATER THAN 29
              PERFORM CABECALHO-CONS.
           MOVE      MATRICULA-CDESC  TO   MATRICULA-DCON.
           MOVE      NOME-CDESC       TO   NOME-DCON.
           MOVE      BANCO-CDESC      TO   BANCO-DCON.
           MOVE      CONTRATO-CDESC   TO   CONTRATO-DCON.
           MOVE      PARCELA-CDESC    TO   PARCELA-DCON.
           MOVE      QT-PARC-CDESC    TO   QT-PARC-DCON.
           MOVE      VALOR-CDESC      TO   VALOR-DCON.
           WRITE     REG-REL-CONS FROM DETALHE-CONS
                     AFTER ADVANCING 1 LINE.
           ADD       1                TO   CT-LIN-CONS.
           ADD       1                TO   CT-FORA-MARGEM.

       CABECALHO-CONS.

           ADD       1            TO    CT-PAG-CONS.
           MOVE CT-PAG-CONS       TO    VAR-PAG-CONS.
           WRITE REG-REL-CONS AFTER ADVANCING PAGE.
           WRITE REG-REL-CONS FROM CAB-CONS-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL-CONS FROM CAB-CONS-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN-CONS.

       DESCONTA-ADIANTAMENTO.

           MOVE      ZEROS     TO   WADIANT.
           MOVE      1         TO   CTR-ADT.
           PERFORM   PESQUISA-ADIANTAMENTO  QT-ADT  TIMES.
           IF        WADIANT   GREATER THAN  WLIQUIDO
                     DISPLAY "ADIANTAMENTO MAIOR QUE O LIQUIDO - MAT. "
                             MATRICULA-ENT " - DESCONTO LIMITADO."
                     MOVE    WLIQUIDO  TO   WADIANT
                     ADD     1         TO   CT-ADT-PARCIAL.
           SUBTRACT  WADIANT   FROM  WLIQUIDO.
           SUBTRACT  WADIANT   FROM  TOTAL-LIQUIDO.

       PESQUISA-ADIANTAMENTO.

           IF        MATRICULA-ENT  EQUAL  MATR-ADT-TAB (CTR-ADT)
                     ADD   VALOR-ADT-TAB (CTR-ADT)  TO  WADIANT.
           ADD       1         TO   CTR-ADT.

       GRAVACAO.

           MOVE      MATRICULA-ENT  TO   MATRICULA-LIQ.
           MOVE      WHE            TO   HE-LIQ.
           MOVE      WDESC-FALTAS   TO   FALTAS-LIQ.
           MOVE      WSALFAM        TO   SALFAM-LIQ.
           MOVE      WCONSIG        TO   CONSIG-LIQ.
           MOVE      WADIANT        TO   ADIANT-LIQ.
           MOVE      WPLANO         TO   PLANO-LIQ.
           MOVE      WANUENIO       TO   ANUENIO-LIQ.
           WRITE     REG-LIQ.

       IMPRESSAO.

           MOVE      TOTAL-LIQUIDO  TO   TOTAL-LIQ-LIN.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      TOTAL-PLANO    TO   TOTAL-PLANO-LIN.
           WRITE     REG-REL FROM TRAILER-PLANO AFTER ADVANCING 1 LINE.
           MOVE      TOTAL-ANUENIO  TO   TOTAL-ANUENIO-LIN.
           WRITE     REG-REL FROM TRAILER-ANUENIO
                     AFTER ADVANCING 1 LINE.
           IF        CT-PLANO-PARCIAL  GREATER THAN  ZEROS
                     DISPLAY "PLANOS LIMITADOS AO LIQUIDO: "
                             CT-PLANO-PARCIAL.
           IF        CT-ADT-PARCIAL  GREATER THAN  ZEROS
                     DISPLAY "ADIANTAMENTOS LIMITADOS AO LIQUIDO: "
                             CT-ADT-PARCIAL.
           IF        CT-LIN-CONS GREATER THAN 29
                     PERFORM CABECALHO-CONS.
           MOVE      CT-FORA-MARGEM TO   FORA-MARGEM-LIN.
           MOVE      TOTAL-CONSIG   TO   TOTAL-CONS-LIN.
           WRITE     REG-REL-CONS FROM TRAILER-CONS
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL-CONS FROM TRAILER-CONS-02
                     AFTER ADVANCING 1 LINE.
           CLOSE       CADENT
                       CADFUN
                       FOPAG-LIQ
                       CONSIG-DESC
                       REL-LIQ
                       REL-CONSIG.
