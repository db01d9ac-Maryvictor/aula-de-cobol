      *          VIRA REGISTRO DE DESEMBOLSO EM RESCISAO.DAT, OS
      *          SALDOS DO DESLIGADO SAO ZERADOS NO NOVO
      *          PROVISAON.DAT E A BAIXA E LOGADA EM LOGRESC.DAT.
      *          COM A DATA DE ADMISSAO NO CADFUN, O 13O E AS FERIAS
      *          PROPORCIONAIS PASSARAM A SER CALCULADOS PELOS AVOS
      *          REAIS (MES COM 15 DIAS OU MAIS CONTA UM AVO): O 13O
      *          CONTA DO INICIO DO ANO, OU DA ADMISSAO SE FOI NO
      *          PROPRIO ANO, ATE O DESLIGAMENTO; AS FERIAS CONTAM DO
      *          ULTIMO ANIVERSARIO DA ADMISSAO (PERIODO AQUISITIVO EM
      *          CURSO), COM O TERCO CONSTITUCIONAL. FUNCIONARIO AINDA
      *          SEM DATA DE ADMISSAO CONTINUA PELOS SALDOS DE
      *          PROVISAO.DAT. A DATA E OS AVOS SAEM NO TERMO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  TRANFUN
           LABEL  RECORD      ARE   STANDARD
             02 TIPO-TRANS      PIC X(01).
             02 NOME-TRANS      PIC X(20).
             02 SALARIO-TRANS   PIC 9(5)V99.
             02 ADMISSAO-TRANS  PIC 9(08).

       FD  PROVISAO
           LABEL  RECORD      ARE   STANDARD
       77  ACHOU-IRRF       PIC X(03)     VALUE   "NAO".
       77  CT-RESCISOES     PIC 9(05)     VALUE   ZEROS.
       77  CT-SEM-CADASTRO  PIC 9(05)     VALUE   ZEROS.
       77  MES-INI-13       PIC 9(02)     VALUE   ZEROS.
       77  ANIV-AAAA        PIC 9(04)     VALUE   ZEROS.
       77  WMESES           PIC S9(04)    VALUE   ZEROS.
       77  WDIAS-RESTO      PIC S9(03)    VALUE   ZEROS.
       77  AVOS-13          PIC 9(02)     VALUE   ZEROS.
       77  AVOS-FER         PIC 9(02)     VALUE   ZEROS.

       01  TAB-INSS.
           02 LIMITE-INSS-TAB PIC 9(05)V99 OCCURS 10 TIMES
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  DATA-ADM.
           02 DATA-ADM-AAAA  PIC 9(04).
           02 DATA-ADM-MM    PIC 9(02).
           02 DATA-ADM-DD    PIC 9(02).

       01  DATA-ADM-NUM      REDEFINES DATA-ADM  PIC 9(08).

       01  LINHA-TITULO.
           02 FILLER         PIC X(22) VALUE SPACES.
           02 FILLER         PIC X(36) VALUE
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(31) VALUE SPACES.

       01  LINHA-ADM.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(11) VALUE "ADMISSAO:  ".
           02 DD-ADM-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-ADM-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-ADM-LIN   PIC 9(04).
           02 FILLER         PIC X(13) VALUE "   AVOS 13O: ".
           02 AVOS-13-LIN    PIC Z9.
           02 FILLER         PIC X(16) VALUE "   AVOS FERIAS: ".
           02 AVOS-FER-LIN   PIC Z9.
           02 FILLER         PIC X(21) VALUE SPACES.

       01  LINHA-SALDO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
           COMPUTE   WSALDO-SAL  ROUNDED  =
                     SALARIO-BRUTO-ENT * HOJE-DD / 30.
           PERFORM   BUSCA-PROVISAO.
           IF        ADMISSAO-ENT   NOT EQUAL  ZEROS
                     PERFORM  CALCULA-PELA-ADMISSAO
           ELSE
                     PERFORM  USA-SALDO-PROVISAO.
           COMPUTE   WBASE  =  WSALDO-SAL + WPROP-13.
           PERFORM   CALCULA-INSS.
           PERFORM   CALCULA-IRRF.
           COMPUTE   WLIQUIDO  =  WSALDO-SAL + WPROP-13 + WPROP-FER
                                - WINSS - WIRRF.

       USA-SALDO-PROVISAO.

           IF        ACHOU-PROV  EQUAL  "SIM"
                     MOVE  SALDO-13-TAB (IND-PROV)   TO  WPROP-13
                     MOVE  SALDO-FER-TAB (IND-PROV)  TO  WPROP-FER
           ELSE
                     MOVE  ZEROS    TO   WPROP-13
                                         WPROP-FER.

       CALCULA-PELA-ADMISSAO.

           MOVE      ADMISSAO-ENT   TO   DATA-ADM-NUM.
           PERFORM   CALCULA-AVOS-13.
           PERFORM   CALCULA-AVOS-FERIAS.
           COMPUTE   WPROP-13   ROUNDED  =
                     SALARIO-BRUTO-ENT * AVOS-13 / 12.
           COMPUTE   WPROP-FER  ROUNDED  =
                     SALARIO-BRUTO-ENT * AVOS-FER / 12 * 4 / 3.

      *    13O: DE JANEIRO, OU DO MES DA ADMISSAO NO PROPRIO ANO (SE
      *    TRABALHOU AO MENOS 15 DIAS NELE), ATE O MES DO
      *    DESLIGAMENTO (SE TRABALHOU AO MENOS 15 DIAS NELE).

       CALCULA-AVOS-13.

           MOVE      1              TO   MES-INI-13.
           IF        DATA-ADM-AAAA  EQUAL  HOJE-AAAA
                     MOVE  DATA-ADM-MM   TO   MES-INI-13.
           IF        DATA-ADM-AAAA  EQUAL  HOJE-AAAA
                AND  DATA-ADM-DD    GREATER THAN  16
                     ADD   1        TO   MES-INI-13.
           COMPUTE   WMESES  =  HOJE-MM - MES-INI-13 + 1.
           IF        HOJE-DD        LESS THAN  15
                     SUBTRACT  1    FROM  WMESES.
           IF        WMESES         LESS THAN  ZEROS
                     MOVE  ZEROS    TO   WMESES.
           MOVE      WMESES         TO   AVOS-13.

      *    FERIAS: DO ULTIMO ANIVERSARIO DA ADMISSAO ATE O
      *    DESLIGAMENTO; FRACAO DE 15 DIAS OU MAIS CONTA UM AVO.

       CALCULA-AVOS-FERIAS.

           MOVE      HOJE-AAAA      TO   ANIV-AAAA.
           IF        DATA-ADM-MM    GREATER THAN  HOJE-MM
                     SUBTRACT   1   FROM  ANIV-AAAA
           ELSE
           IF        DATA-ADM-MM    EQUAL  HOJE-MM  AND
                     DATA-ADM-DD    GREATER THAN  HOJE-DD
                     SUBTRACT   1   FROM  ANIV-AAAA.
           COMPUTE   WMESES  =  (HOJE-AAAA - ANIV-AAAA) * 12
                              + HOJE-MM - DATA-ADM-MM.
           IF        HOJE-DD        NOT LESS THAN  DATA-ADM-DD
                     COMPUTE  WDIAS-RESTO  =  HOJE-DD - DATA-ADM-DD
           ELSE
                     SUBTRACT 1     FROM  WMESES
                     COMPUTE  WDIAS-RESTO  =
                              HOJE-DD + 30 - DATA-ADM-DD.
           IF        WDIAS-RESTO    NOT LESS THAN  14
                     ADD   1        TO   WMESES.
           IF        WMESES         GREATER THAN  12
                     MOVE  12       TO   WMESES.
           IF        WMESES         LESS THAN  ZEROS
                     MOVE  ZEROS    TO   WMESES.
           MOVE      WMESES         TO   AVOS-FER.

       BUSCA-PROVISAO.

           MOVE      "NAO"     TO   ACHOU-PROV.
           MOVE      NOME-ENT       TO   NOME-LIN.
           WRITE     REG-REL FROM LINHA-FUNC
                     AFTER ADVANCING 3 LINES.
           IF        ADMISSAO-ENT   NOT EQUAL  ZEROS
                     MOVE  DATA-ADM-DD    TO   DD-ADM-LIN
                     MOVE  DATA-ADM-MM    TO   MM-ADM-LIN
                     MOVE  DATA-ADM-AAAA  TO   AAAA-ADM-LIN
                     MOVE  AVOS-13        TO   AVOS-13-LIN
                     MOVE  AVOS-FER       TO   AVOS-FER-LIN
                     WRITE REG-REL FROM LINHA-ADM
                           AFTER ADVANCING 1 LINE.
           MOVE      WSALDO-SAL     TO   SALDO-LIN.
           WRITE     REG-REL FROM LINHA-SALDO
                     AFTER ADVANCING 2 LINES.
