      *          RENDEM A LINHA DE SALARIO-FAMILIA (VALOR-SF POR
      *          DEPENDENTE) QUANDO O REAJUSTADO NAO PASSA DE TETO-SF,
      *          COM OS PARAMETROS LIDOS DE PARAMGER.DAT COMO NO EX12.
      *          A PARTICIPACAO NO PLANO DE SAUDE E CALCULADA COMO NO
      *          EX12 (VIDAS DE PLANO2.DAT, PREMIO POR FAIXA ETARIA DE
      *          PRECO-PLANO.DAT, PERCENTUAL POR FAIXA DE SALARIO DE
      *          PARTIC-PLANO.DAT), SAI NA LINHA DE DESCONTO DO PLANO
      *          DE SAUDE E E ABATIDA DO LIQUIDO A RECEBER.
      *          O ANUENIO (PERC-ANUENIO DO PARAMGER POR ANO COMPLETO
      *          DE CASA, PELA DATA DE ADMISSAO DO CADFUN) E CALCULADO
      *          COMO NO EX12 E SAI NA LINHA PROPRIA DE PROVENTO, COM
      *          OS ANOS DE CASA, LOGO ABAIXO DA FAIXA DE REAJUSTE.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   OPTIONAL PARAMGER ASSIGN TO  DISK
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

           SELECT   REL-CONTRA ASSIGN TO   DISK.

       DATA                           DIVISION.
             02 VALOR-PG         PIC 9(07)V99.
             02 VIGENCIA-PG      PIC 9(08).

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

       FD  REL-CONTRA
           LABEL RECORD IS OMITTED.

       77  VALOR-ACHADO     PIC 9(07)V99  VALUE   ZEROS.
       77  ACHOU-PARAMGER   PIC X(03)     VALUE   "NAO".
       77  MELHOR-VIGENCIA  PIC 9(08)     VALUE   ZEROS.
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
       77  PERC-ANUENIO     PIC 9(03)V99  VALUE   1.
       77  ANOS-CASA        PIC 9(02)     VALUE   ZEROS.
       77  WANUENIO         PIC 9(05)V99  VALUE   ZEROS.

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

       01  TAB-INSS.
           02 LIMITE-INSS-TAB PIC 9(05)V99 OCCURS 10 TIMES
                                            VALUE ZEROS.

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  DATA-ADM.
           02 DATA-ADM-AAAA  PIC 9(04).
           02 DATA-ADM-MM    PIC 9(02).
           02 DATA-ADM-DD    PIC 9(02).

       01  DATA-ADM-NUM      REDEFINES DATA-ADM  PIC 9(08).

       01  LINHA-TITULO.
           02 FILLER         PIC X(25) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
           02 REAJUSTADO-LIN PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01  LINHA-ANUENIO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(09) VALUE "ANUENIO (".
           02 ANOS-LIN       PIC Z9.
           02 FILLER         PIC X(15) VALUE " ANOS)       +".
           02 ANUENIO-LIN    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01  LINHA-HE.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
           02 IRRF-LIN       PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01  LINHA-PLANO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
                               "PLANO DE SAUDE          -".
           02 PLANO-LIN      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01  LINHA-SALFAM.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
       INICIO.

           OPEN INPUT        CADENT
                             CADFUN
               OUTPUT        REL-CONTRA.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    CARGA-TABELA-PADRAO.
           PERFORM    CARGA-PONTO.
           PERFORM    CARGA-DEPENDENTES.
           PERFORM    LE-PARAMS-DEPENDENTES.
           PERFORM    CARGA-PLANO.
           PERFORM    LE-PARAM-ANUENIO.
           PERFORM    LEITURA.

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

       CARGA-DEPENDENTES.

           OPEN INPUT       DEPENDENTES2.

           PERFORM             CALCULA-REAJUSTE.
           IF                  FAIXA-VALIDA EQUAL "SIM"
                               PERFORM CALCULA-PLANO
                               PERFORM CALCULA-ANUENIO
                               PERFORM APLICA-PONTO
                               PERFORM CONTA-DEPENDENTES-FUNC
                               PERFORM CALCULA-INSS
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
                     COMPUTE  WSALFAM  =  QT-DEP-SF * VALOR-SF.
           COMPUTE   WLIQUIDO  =  WREAJUSTADO - WINSS - WIRRF
                                + WSALFAM.
           IF        WPLANO    GREATER THAN  WLIQUIDO
                     MOVE  WLIQUIDO  TO   WPLANO.
           SUBTRACT  WPLANO    FROM  WLIQUIDO.

       IMPRIME-CONTRACHEQUE.

           MOVE      WDIV           TO   REAJ-VAL-LIN.
           WRITE     REG-REL FROM LINHA-FAIXA
                     AFTER ADVANCING 1 LINE.
           IF        WANUENIO       GREATER THAN  ZEROS
                     MOVE  ANOS-CASA     TO   ANOS-LIN
                     MOVE  WANUENIO      TO   ANUENIO-LIN
                     WRITE REG-REL FROM LINHA-ANUENIO
                           AFTER ADVANCING 1 LINE.
           IF        ACHOU-PONTO    EQUAL   "SIM"
                     MOVE  WHE           TO   HE-LIN
                     WRITE REG-REL FROM LINHA-HE
           MOVE      WIRRF          TO   IRRF-LIN.
           WRITE     REG-REL FROM LINHA-IRRF
                     AFTER ADVANCING 1 LINE.
           IF        WPLANO         GREATER THAN  ZEROS
                     MOVE  WPLANO   TO   PLANO-LIN
                     WRITE REG-REL FROM LINHA-PLANO
                           AFTER ADVANCING 1 LINE.
           IF        WSALFAM        GREATER THAN  ZEROS
                     MOVE  WSALFAM  TO   SALFAM-LIN
                     WRITE REG-REL FROM LINHA-SALFAM

           DISPLAY   "CONTRACHEQUES EMITIDOS: " CT-PAGINAS.
           CLOSE       CADENT
                       CADFUN
                       REL-CONTRA.
