       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX14G.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONSOLIDACAO MENSAL DAS RETENCOES DE INSS E IRRF DE
      *          TODAS AS RODADAS DE PAGAMENTO DA COMPETENCIA
      *          (PARAM-COMPET.DAT OU MES DA RODADA): FOLHA MENSAL
      *          (FOPAG-LIQ.DAT, EX12), FERIAS (FOPAG-FER.DAT, EX13B),
      *          13O SALARIO (RET13.DAT, EX13D), RESCISOES COM DATA
      *          NA COMPETENCIA (RESCISAO.DAT, EX08T) E O AJUSTE DO
      *          RECALCULO ANUAL DO INFORME (INFORME-RES.DAT, EX14A).
      *          O AJUSTE ANUAL E A DIFERENCA A MAIOR ENTRE O INSS/IRRF
      *          RECALCULADO PELO EX14A PARA O ANO ANTERIOR AO DA
      *          COMPETENCIA E O QUE FOI DE FATO RETIDO NAQUELE ANO
      *          SEGUNDO O HISTORICO DE RETENCOES RETHIST.DAT; ENTRA
      *          UMA UNICA VEZ POR FUNCIONARIO (O PROPRIO HISTORICO
      *          REGISTRA QUE O AJUSTE JA FOI RECOLHIDO).
      *          IMPRIME EM REL-RETENCOES AS RETENCOES POR
      *          FUNCIONARIO E FONTE, OS TOTAIS POR FONTE E AS GUIAS
      *          DE RECOLHIMENTO (INSS RECEITA 2100 E IRRF RECEITA
      *          0561) COM O VENCIMENTO LEGAL: DIA 20 DO MES SEGUINTE
      *          A COMPETENCIA, ANTECIPADO PARA O DIA UTIL ANTERIOR
      *          QUANDO O CALENDARIO CALEND-EXEC.DAT (CALGATE) MARCA
      *          O DIA COMO NAO UTIL. AS GUIAS SAEM TAMBEM EM
      *          GUIAS-RET.DAT PARA A TESOURARIA PROGRAMAR OS
      *          PAGAMENTOS.
      *          O HISTORICO E REGRAVADO EM RETHISTN.DAT (COMO O
      *          PROVISAON DO EX13): AS LINHAS DE OUTRAS COMPETENCIAS
      *          SAO COPIADAS E AS DA COMPETENCIA CORRENTE SAO
      *          SUBSTITUIDAS PELAS DESTA RODADA, DE MODO QUE RODAR
      *          DE NOVO O MESMO MES NAO DUPLICA NADA.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL FOPAG-LIQ ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL FOPAG-FER ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL RET13 ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL RESCISAO ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL INFORME-RES ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL RETHIST ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CALEND-EXEC ASSIGN TO DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   RETHISTN ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   GUIAS-RET ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-RETENCOES ASSIGN TO  DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  FOPAG-LIQ
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FOPAG-LIQ.DAT".

       01  REG-LIQ.
             02 MATRICULA-LIQ       PIC 9(05).
             02 NOME-LIQ            PIC X(30).
             02 REAJUSTADO-LIQ      PIC 9(05)V99.
             02 INSS-LIQ            PIC 9(05)V99.
             02 IRRF-LIQ            PIC 9(05)V99.
             02 LIQUIDO-LIQ         PIC 9(05)V99.
             02 HE-LIQ              PIC 9(05)V99.
             02 FALTAS-LIQ          PIC 9(05)V99.
             02 SALFAM-LIQ          PIC 9(05)V99.
             02 CONSIG-LIQ          PIC 9(05)V99.
             02 ADIANT-LIQ          PIC 9(05)V99.
             02 PLANO-LIQ           PIC 9(05)V99.
             02 ANUENIO-LIQ         PIC 9(05)V99.

       FD  FOPAG-FER
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FOPAG-FER.DAT".

       01  REG-FER-LIQ.
             02 MATRICULA-FL        PIC 9(05).
             02 NOME-FL             PIC X(20).
             02 BRUTO-FL            PIC 9(05)V99.
             02 INSS-FL             PIC 9(05)V99.
             02 IRRF-FL             PIC 9(05)V99.
             02 LIQUIDO-FL          PIC 9(05)V99.

       FD  RET13
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "RET13.DAT".

       01  REG-RET13.
             02 MATRICULA-R13       PIC 9(05).
             02 COMPET-R13          PIC 9(06).
             02 PARCELA-R13         PIC 9(01).
             02 BRUTO-R13           PIC 9(07)V99.
             02 INSS-R13            PIC 9(05)V99.
             02 IRRF-R13            PIC 9(05)V99.

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
             02 DATA-RS.
                03 COMPET-RS       PIC 9(06).
                03 DIA-RS          PIC 9(02).

       FD  INFORME-RES
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "INFORME-RES.DAT".

       01  REG-RESUMO.
             02 ANO-INF         PIC 9(04).
             02 CODIGO-INF      PIC 9(05).
             02 BRUTO-INF       PIC 9(09)V99.
             02 INSS-INF        PIC 9(07)V99.
             02 IRRF-INF        PIC 9(07)V99.
             02 DECIMO-INF      PIC 9(07)V99.
             02 QT-COMPET-INF   PIC 9(02).

       FD  RETHIST
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "RETHIST.DAT".

       01  REG-RETHIST.
             02 COMPET-RH.
                03 ANO-RH          PIC 9(04).
                03 MES-RH          PIC 9(02).
             02 MATRICULA-RH    PIC 9(05).
             02 FONTE-RH        PIC X(04).
             02 INSS-RH         PIC 9(07)V99.
             02 IRRF-RH         PIC 9(07)V99.

       FD  RETHISTN
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "RETHISTN.DAT".

       01  REG-RETHIST-NOVO.
             02 COMPET-RHN      PIC 9(06).
             02 MATRICULA-RHN   PIC 9(05).
             02 FONTE-RHN       PIC X(04).
             02 INSS-RHN        PIC 9(07)V99.
             02 IRRF-RHN        PIC 9(07)V99.

       FD  CALEND-EXEC
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CALEND-EXEC.DAT".

       01  REG-CALEND.
             02 DATA-CALEND.
                03 AAAAMM-CALEND   PIC 9(06).
                03 DD-CALEND       PIC 9(02).
             02 DIA-UTIL-CALEND  PIC X(01).
             02 FECHA-MES-CALEND PIC X(01).

       FD  PARAM-COMPET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM        PIC 9(06).

       FD  GUIAS-RET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "GUIAS-RET.DAT".

       01  REG-GUIA.
             02 COMPET-GUIA     PIC 9(06).
             02 TIPO-GUIA       PIC X(04).
             02 RECEITA-GUIA    PIC X(04).
             02 VENCTO-GUIA     PIC 9(08).
             02 VALOR-GUIA      PIC 9(09)V99.
             02 QT-FUNC-GUIA    PIC 9(05).

       FD  REL-RETENCOES
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-LIQ          PIC X(03)     VALUE   "NAO".
       77  FIM-FER          PIC X(03)     VALUE   "NAO".
       77  FIM-R13          PIC X(03)     VALUE   "NAO".
       77  FIM-RES          PIC X(03)     VALUE   "NAO".
       77  FIM-INF          PIC X(03)     VALUE   "NAO".
       77  FIM-HIST         PIC X(03)     VALUE   "NAO".
       77  FIM-CAL          PIC X(03)     VALUE   "NAO".
       77  COMPETENCIA      PIC 9(06)     VALUE   ZEROS.
       77  ANO-COMPET       PIC 9(04)     VALUE   ZEROS.
       77  MES-COMPET       PIC 9(02)     VALUE   ZEROS.
       77  ANO-AJUSTE       PIC 9(04)     VALUE   ZEROS.
       77  COMPET-VENCTO    PIC 9(06)     VALUE   ZEROS.
       77  DIA-VENCTO       PIC 9(02)     VALUE   20.
       77  WMATRICULA       PIC 9(05)     VALUE   ZEROS.
       77  WNOME            PIC X(30)     VALUE   SPACES.
       77  WFONTE           PIC 9(01)     VALUE   ZEROS.
       77  WINSS            PIC 9(07)V99  VALUE   ZEROS.
       77  WIRRF            PIC 9(07)V99  VALUE   ZEROS.
       77  WDIF             PIC S9(07)V99 VALUE   ZEROS.
       77  QT-FUNC          PIC 9(03)     VALUE   ZEROS.
       77  CTR-FUNC         PIC 9(03)     VALUE   ZEROS.
       77  IND-FUNC         PIC 9(03)     VALUE   ZEROS.
       77  QT-ANO           PIC 9(03)     VALUE   ZEROS.
       77  CTR-ANO          PIC 9(03)     VALUE   ZEROS.
       77  IND-ANO          PIC 9(03)     VALUE   ZEROS.
       77  CTR-FONTE        PIC 9(01)     VALUE   ZEROS.
       77  CTR-DIA          PIC 9(02)     VALUE   ZEROS.
       77  TOTAL-INSS       PIC 9(09)V99  VALUE   ZEROS.
       77  TOTAL-IRRF       PIC 9(09)V99  VALUE   ZEROS.
       77  QT-FUNC-INSS     PIC 9(05)     VALUE   ZEROS.
       77  QT-FUNC-IRRF     PIC 9(05)     VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   50.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  TAB-NOMES-FONTE.
           02 FILLER         PIC X(16) VALUE "FOLHFOLHA MENSAL".
           02 FILLER         PIC X(16) VALUE "FERIFERIAS      ".
           02 FILLER         PIC X(16) VALUE "13SA13O SALARIO ".
           02 FILLER         PIC X(16) VALUE "RESCRESCISAO    ".
           02 FILLER         PIC X(16) VALUE "AJANAJUSTE ANUAL".

       01  TAB-FONTES        REDEFINES TAB-NOMES-FONTE.
           02 ITEM-FONTE-TAB  OCCURS 5 TIMES.
              03 SIGLA-FONTE-TAB  PIC X(04).
              03 NOME-FONTE-TAB   PIC X(12).

       01  TAB-TOT-FONTE.
           02 ITEM-TF-TAB    OCCURS 5 TIMES.
              03 INSS-TF-TAB      PIC 9(09)V99.
              03 IRRF-TF-TAB      PIC 9(09)V99.

       01  TAB-FUNCIONARIOS.
           02 ITEM-FUNC-TAB  OCCURS 300 TIMES.
              03 MATR-FUNC-TAB    PIC 9(05).
              03 NOME-FUNC-TAB    PIC X(30).
              03 RET-FUNC-TAB     OCCURS 5 TIMES.
                 04 INSS-FUNC-TAB    PIC 9(07)V99.
                 04 IRRF-FUNC-TAB    PIC 9(07)V99.

       01  TAB-ANO.
           02 ITEM-ANO-TAB   OCCURS 300 TIMES.
              03 MATR-ANO-TAB     PIC 9(05).
              03 INSS-ANO-TAB     PIC 9(09)V99.
              03 IRRF-ANO-TAB     PIC 9(09)V99.
              03 AJUSTADO-ANO-TAB PIC X(01).

       01  TAB-CALEND.
           02 UTIL-CAL-TAB   PIC X(01)  OCCURS 31 TIMES.

       01  CAB-01.
           02 FILLER         PIC X(12) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
                    "CONSOLIDACAO DAS RETENCOES INSS/IRRF - COMPET.".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPET-CAB     PIC 9(06).
           02 FILLER         PIC X(13) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "MATRIC ".
           02 FILLER         PIC X(31) VALUE "NOME".
           02 FILLER         PIC X(14) VALUE "FONTE".
           02 FILLER         PIC X(13) VALUE "         INSS".
           02 FILLER         PIC X(13) VALUE "         IRRF".
           02 FILLER         PIC X(09) VALUE SPACES.

       01  DETALHE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-DET       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FONTE-DET      PIC X(12).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 INSS-DET       PIC ZZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 IRRF-DET       PIC ZZZZ.ZZ9,99.
           02 FILLER         PIC X(11) VALUE SPACES.

       01  CAB-FONTE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                           "TOTAIS RETIDOS POR RODADA DE PAGAMENTO".
           02 FILLER         PIC X(47) VALUE SPACES.

       01  LINHA-FONTE.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 NOME-FONTE-LIN PIC X(12).
           02 FILLER         PIC X(19) VALUE SPACES.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 INSS-FONTE-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 IRRF-FONTE-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(18) VALUE SPACES.

       01  CAB-GUIAS.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                           "GUIAS DE RECOLHIMENTO DA COMPETENCIA".
           02 FILLER         PIC X(47) VALUE SPACES.

       01  LINHA-GUIA.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 TIPO-GUIA-LIN  PIC X(04).
           02 FILLER         PIC X(10) VALUE " RECEITA ".
           02 RECEITA-LIN    PIC X(04).
           02 FILLER         PIC X(14) VALUE "  VENCIMENTO ".
           02 VENCTO-LIN     PIC 99/99/9999.
           02 FILLER         PIC X(08) VALUE "  VALOR ".
           02 VALOR-GUIA-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(16) VALUE SPACES.

       01  DATA-VENCTO       PIC 9(08)     VALUE   ZEROS.

       01  DATA-VENCTO-R     REDEFINES DATA-VENCTO.
           02 VENCTO-AAAA    PIC 9(04).
           02 VENCTO-MM      PIC 9(02).
           02 VENCTO-DD      PIC 9(02).

       01  DATA-EDITADA.
           02 DD-ED          PIC 9(02).
           02 MM-ED          PIC 9(02).
           02 AAAA-ED        PIC 9(04).

       01  DATA-EDITADA-NUM  REDEFINES DATA-EDITADA  PIC 9(08).

       PROCEDURE                     DIVISION.

       PGM-EX14G.

           PERFORM    INICIO.

           PERFORM    CARGA-FOLHA.
           PERFORM    CARGA-FERIAS.
           PERFORM    CARGA-DECIMO.
           PERFORM    CARGA-RESCISOES.
           PERFORM    CARGA-AJUSTE-ANUAL.

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           COMPUTE    COMPETENCIA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM    LE-PARAM-COMPET.
           DIVIDE     COMPETENCIA  BY  100  GIVING  ANO-COMPET
                      REMAINDER    MES-COMPET.
           SUBTRACT   1   FROM  ANO-COMPET  GIVING  ANO-AJUSTE.
           MOVE       ZEROS    TO   TAB-TOT-FONTE.
           OPEN OUTPUT       RETHISTN
                             GUIAS-RET
                             REL-RETENCOES.
           PERFORM    COPIA-HISTORICO.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPETENCIA.
           CLOSE PARAM-COMPET.

      *    COPIA O HISTORICO SEM A COMPETENCIA CORRENTE E ACUMULA O
      *    RETIDO NO ANO DO AJUSTE, PARA COMPARAR COM O EX14A.

       COPIA-HISTORICO.

           OPEN INPUT       RETHIST.
           PERFORM    LEITURA-HIST
                      UNTIL     FIM-HIST   EQUAL    "SIM".
           CLOSE      RETHIST.

       LEITURA-HIST.

           READ RETHIST
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST    NOT EQUAL  "SIM"
                AND COMPET-RH NOT EQUAL COMPETENCIA
                MOVE  REG-RETHIST   TO  REG-RETHIST-NOVO
                WRITE REG-RETHIST-NOVO
                PERFORM  ACUMULA-ANO.

       ACUMULA-ANO.

           IF        ANO-RH  EQUAL  ANO-AJUSTE
                AND  FONTE-RH  NOT EQUAL  "AJAN"
                     MOVE  MATRICULA-RH  TO  WMATRICULA
                     PERFORM  LOCALIZA-ANO
                     IF   IND-ANO  NOT EQUAL  ZEROS
                          ADD  INSS-RH  TO  INSS-ANO-TAB (IND-ANO)
                          ADD  IRRF-RH  TO  IRRF-ANO-TAB (IND-ANO).
           IF        ANO-RH  EQUAL  ANO-COMPET
                AND  FONTE-RH  EQUAL  "AJAN"
                     MOVE  MATRICULA-RH  TO  WMATRICULA
                     PERFORM  LOCALIZA-ANO
                     IF   IND-ANO  NOT EQUAL  ZEROS
                          MOVE "S"  TO  AJUSTADO-ANO-TAB (IND-ANO).

       LOCALIZA-ANO.

           MOVE      ZEROS     TO   IND-ANO.
           MOVE      1         TO   CTR-ANO.
           PERFORM   PESQUISA-ANO        QT-ANO  TIMES.
           IF        IND-ANO  EQUAL  ZEROS
                AND  QT-ANO   LESS THAN  300
                     ADD   1         TO  QT-ANO
                     MOVE  QT-ANO    TO  IND-ANO
                     MOVE  WMATRICULA TO MATR-ANO-TAB (IND-ANO)
                     MOVE  ZEROS     TO  INSS-ANO-TAB (IND-ANO)
                                         IRRF-ANO-TAB (IND-ANO)
                     MOVE  "N"       TO  AJUSTADO-ANO-TAB (IND-ANO).

       PESQUISA-ANO.

           IF        WMATRICULA  EQUAL  MATR-ANO-TAB (CTR-ANO)
                     MOVE  CTR-ANO   TO   IND-ANO.
           ADD       1         TO   CTR-ANO.

       CARGA-FOLHA.

           MOVE      1         TO   WFONTE.
           OPEN INPUT       FOPAG-LIQ.
           PERFORM    LEITURA-LIQ
                      UNTIL     FIM-LIQ    EQUAL    "SIM".
           CLOSE      FOPAG-LIQ.

       LEITURA-LIQ.

           READ FOPAG-LIQ
                AT END
                MOVE "SIM" TO FIM-LIQ.
           IF   FIM-LIQ     NOT EQUAL  "SIM"
                MOVE  MATRICULA-LIQ  TO  WMATRICULA
                MOVE  NOME-LIQ       TO  WNOME
                MOVE  INSS-LIQ       TO  WINSS
                MOVE  IRRF-LIQ       TO  WIRRF
                PERFORM  ACUMULA-RETENCAO.

       CARGA-FERIAS.

           MOVE      2         TO   WFONTE.
           OPEN INPUT       FOPAG-FER.
           PERFORM    LEITURA-FER
                      UNTIL     FIM-FER    EQUAL    "SIM".
           CLOSE      FOPAG-FER.

       LEITURA-FER.

           READ FOPAG-FER
                AT END
                MOVE "SIM" TO FIM-FER.
           IF   FIM-FER     NOT EQUAL  "SIM"
                MOVE  MATRICULA-FL   TO  WMATRICULA
                MOVE  NOME-FL        TO  WNOME
                MOVE  INSS-FL        TO  WINSS
                MOVE  IRRF-FL        TO  WIRRF
                PERFORM  ACUMULA-RETENCAO.

       CARGA-DECIMO.

           MOVE      3         TO   WFONTE.
           OPEN INPUT       RET13.
           PERFORM    LEITURA-R13
                      UNTIL     FIM-R13    EQUAL    "SIM".
           CLOSE      RET13.

       LEITURA-R13.

           READ RET13
                AT END
                MOVE "SIM" TO FIM-R13.
           IF   FIM-R13     NOT EQUAL  "SIM"
                AND COMPET-R13 EQUAL COMPETENCIA
                MOVE  MATRICULA-R13  TO  WMATRICULA
                MOVE  SPACES         TO  WNOME
                MOVE  INSS-R13       TO  WINSS
                MOVE  IRRF-R13       TO  WIRRF
                PERFORM  ACUMULA-RETENCAO.

       CARGA-RESCISOES.

           MOVE      4         TO   WFONTE.
           OPEN INPUT       RESCISAO.
           PERFORM    LEITURA-RES
                      UNTIL     FIM-RES    EQUAL    "SIM".
           CLOSE      RESCISAO.

       LEITURA-RES.

           READ RESCISAO
                AT END
                MOVE "SIM" TO FIM-RES.
           IF   FIM-RES     NOT EQUAL  "SIM"
                AND COMPET-RS EQUAL COMPETENCIA
                MOVE  CODIGO-RS      TO  WMATRICULA
                MOVE  NOME-RS        TO  WNOME
                MOVE  INSS-RS        TO  WINSS
                MOVE  IRRF-RS        TO  WIRRF
                PERFORM  ACUMULA-RETENCAO.

       CARGA-AJUSTE-ANUAL.

           MOVE      5         TO   WFONTE.
           OPEN INPUT       INFORME-RES.
           PERFORM    LEITURA-INF
                      UNTIL     FIM-INF    EQUAL    "SIM".
           CLOSE      INFORME-RES.

       LEITURA-INF.

           READ INFORME-RES
                AT END
                MOVE "SIM" TO FIM-INF.
           IF   FIM-INF     NOT EQUAL  "SIM"
                AND ANO-INF EQUAL ANO-AJUSTE
                PERFORM  CALCULA-AJUSTE.

       CALCULA-AJUSTE.

           MOVE      CODIGO-INF  TO   WMATRICULA.
           PERFORM   LOCALIZA-ANO.
           MOVE      ZEROS       TO   WINSS
                                      WIRRF.
           IF        IND-ANO  NOT EQUAL  ZEROS
                AND  AJUSTADO-ANO-TAB (IND-ANO)  EQUAL  "N"
                AND  (INSS-ANO-TAB (IND-ANO)  GREATER THAN  ZEROS
                 OR   IRRF-ANO-TAB (IND-ANO)  GREATER THAN  ZEROS)
                     PERFORM  APURA-DIFERENCA-ANUAL.
           IF        WINSS  GREATER THAN  ZEROS
                OR   WIRRF  GREATER THAN  ZEROS
                     MOVE  SPACES  TO  WNOME
                     PERFORM  ACUMULA-RETENCAO.

       APURA-DIFERENCA-ANUAL.

           COMPUTE   WDIF  =  INSS-INF - INSS-ANO-TAB (IND-ANO).
           IF        WDIF  GREATER THAN  ZEROS
                     MOVE  WDIF  TO  WINSS.
           COMPUTE   WDIF  =  IRRF-INF - IRRF-ANO-TAB (IND-ANO).
           IF        WDIF  GREATER THAN  ZEROS
                     MOVE  WDIF  TO  WIRRF.

       ACUMULA-RETENCAO.

           PERFORM   LOCALIZA-FUNC.
           IF        IND-FUNC  NOT EQUAL  ZEROS
                     ADD   WINSS  TO  INSS-FUNC-TAB (IND-FUNC WFONTE)
                     ADD   WIRRF  TO  IRRF-FUNC-TAB (IND-FUNC WFONTE)
                     ADD   WINSS  TO  INSS-TF-TAB (WFONTE)
                     ADD   WIRRF  TO  IRRF-TF-TAB (WFONTE)
                     ADD   WINSS  TO  TOTAL-INSS
                     ADD   WIRRF  TO  TOTAL-IRRF
                     IF   NOME-FUNC-TAB (IND-FUNC)  EQUAL  SPACES
                          MOVE  WNOME  TO  NOME-FUNC-TAB (IND-FUNC).

       LOCALIZA-FUNC.

           MOVE      ZEROS     TO   IND-FUNC.
           MOVE      1         TO   CTR-FUNC.
           PERFORM   PESQUISA-FUNC       QT-FUNC  TIMES.
           IF        IND-FUNC  EQUAL  ZEROS
                AND  QT-FUNC   LESS THAN  300
                     ADD   1         TO  QT-FUNC
                     MOVE  QT-FUNC   TO  IND-FUNC
                     MOVE  WMATRICULA TO MATR-FUNC-TAB (IND-FUNC)
                     MOVE  WNOME     TO  NOME-FUNC-TAB (IND-FUNC)
                     MOVE  1         TO  CTR-FONTE
                     PERFORM  ZERA-FONTE-FUNC  5  TIMES.

       ZERA-FONTE-FUNC.

           MOVE      ZEROS     TO   INSS-FUNC-TAB (IND-FUNC CTR-FONTE)
                                    IRRF-FUNC-TAB (IND-FUNC CTR-FONTE).
           ADD       1         TO   CTR-FONTE.

       PESQUISA-FUNC.

           IF        WMATRICULA  EQUAL  MATR-FUNC-TAB (CTR-FUNC)
                     MOVE  CTR-FUNC  TO   IND-FUNC.
           ADD       1         TO   CTR-FUNC.

       IMPRIME-FUNCIONARIO.

           MOVE      1         TO   CTR-FONTE.
           PERFORM   IMPRIME-FONTE-FUNC   5  TIMES.
           ADD       1         TO   CTR-FUNC.

       IMPRIME-FONTE-FUNC.

           IF        INSS-FUNC-TAB (CTR-FUNC CTR-FONTE)  GREATER ZEROS
                OR   IRRF-FUNC-TAB (CTR-FUNC CTR-FONTE)  GREATER ZEROS
                     PERFORM  IMPRIME-DETALHE
                     PERFORM  GRAVA-HISTORICO.
           ADD       1         TO   CTR-FONTE.

       IMPRIME-DETALHE.

           IF        CT-LIN  GREATER THAN  49
                     PERFORM  CABECALHO.
           MOVE      MATR-FUNC-TAB (CTR-FUNC)   TO  MATRICULA-DET.
           MOVE      NOME-FUNC-TAB (CTR-FUNC)   TO  NOME-DET.
           MOVE      NOME-FONTE-TAB (CTR-FONTE) TO  FONTE-DET.
           MOVE      INSS-FUNC-TAB (CTR-FUNC CTR-FONTE) TO INSS-DET.
           MOVE      IRRF-FUNC-TAB (CTR-FUNC CTR-FONTE) TO IRRF-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN.

       GRAVA-HISTORICO.

           MOVE      COMPETENCIA                 TO  COMPET-RHN.
           MOVE      MATR-FUNC-TAB (CTR-FUNC)    TO  MATRICULA-RHN.
           MOVE      SIGLA-FONTE-TAB (CTR-FONTE) TO  FONTE-RHN.
           MOVE      INSS-FUNC-TAB (CTR-FUNC CTR-FONTE) TO INSS-RHN.
           MOVE      IRRF-FUNC-TAB (CTR-FUNC CTR-FONTE) TO IRRF-RHN.
           WRITE     REG-RETHIST-NOVO.

       CONTA-FUNC-GUIA.

           MOVE      ZEROS     TO   WINSS
                                    WIRRF.
           MOVE      1         TO   CTR-FONTE.
           PERFORM   SOMA-FONTE-FUNC      5  TIMES.
           IF        WINSS  GREATER THAN  ZEROS
                     ADD  1    TO   QT-FUNC-INSS.
           IF        WIRRF  GREATER THAN  ZEROS
                     ADD  1    TO   QT-FUNC-IRRF.
           ADD       1         TO   CTR-FUNC.

       SOMA-FONTE-FUNC.

           ADD       INSS-FUNC-TAB (CTR-FUNC CTR-FONTE)  TO  WINSS.
           ADD       IRRF-FUNC-TAB (CTR-FUNC CTR-FONTE)  TO  WIRRF.
           ADD       1         TO   CTR-FONTE.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE      CT-PAG       TO    VAR-PAG.
           MOVE      COMPETENCIA  TO    COMPET-CAB.
           WRITE     REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE      ZEROES       TO    CT-LIN.

       IMPRIME-TOTAIS-FONTE.

           WRITE     REG-REL FROM CAB-FONTE AFTER ADVANCING 3 LINES.
           MOVE      1         TO   CTR-FONTE.
           PERFORM   IMPRIME-LINHA-FONTE  5  TIMES.

       IMPRIME-LINHA-FONTE.

           MOVE      NOME-FONTE-TAB (CTR-FONTE)  TO  NOME-FONTE-LIN.
           MOVE      INSS-TF-TAB (CTR-FONTE)     TO  INSS-FONTE-LIN.
           MOVE      IRRF-TF-TAB (CTR-FONTE)     TO  IRRF-FONTE-LIN.
           WRITE     REG-REL FROM LINHA-FONTE AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-FONTE.

      *    VENCIMENTO: DIA 20 DO MES SEGUINTE, ANTECIPADO PARA O DIA
      *    UTIL ANTERIOR SEGUNDO O CALENDARIO DE EXECUCAO.

       CALCULA-VENCIMENTO.

           IF        MES-COMPET  EQUAL  12
                     COMPUTE  COMPET-VENCTO  =
                              (ANO-COMPET + 1) * 100 + 1
           ELSE
                     COMPUTE  COMPET-VENCTO  =  COMPETENCIA + 1.
           MOVE      1         TO   CTR-DIA.
           PERFORM   MARCA-DIA-UTIL       31  TIMES.
           OPEN INPUT       CALEND-EXEC.
           PERFORM    LEITURA-CALEND
                      UNTIL     FIM-CAL    EQUAL    "SIM".
           CLOSE      CALEND-EXEC.
           MOVE      20        TO   DIA-VENCTO.
           PERFORM   ANTECIPA-VENCIMENTO
                     UNTIL     UTIL-CAL-TAB (DIA-VENCTO)  EQUAL  "S"
                     OR        DIA-VENCTO  EQUAL  1.
           COMPUTE   DATA-VENCTO  =  COMPET-VENCTO * 100 + DIA-VENCTO.

       MARCA-DIA-UTIL.

           MOVE      "S"       TO   UTIL-CAL-TAB (CTR-DIA).
           ADD       1         TO   CTR-DIA.

       LEITURA-CALEND.

           READ CALEND-EXEC
                AT END
                MOVE "SIM" TO FIM-CAL.
           IF   FIM-CAL     NOT EQUAL  "SIM"
                AND AAAAMM-CALEND EQUAL COMPET-VENCTO
                AND DD-CALEND GREATER THAN ZEROS
                AND DD-CALEND NOT GREATER THAN 31
                MOVE DIA-UTIL-CALEND  TO  UTIL-CAL-TAB (DD-CALEND).

       ANTECIPA-VENCIMENTO.

           SUBTRACT  1         FROM DIA-VENCTO.

       GRAVA-GUIAS.

           WRITE     REG-REL FROM CAB-GUIAS AFTER ADVANCING 3 LINES.
           MOVE      COMPETENCIA    TO   COMPET-GUIA.
           MOVE      DATA-VENCTO    TO   VENCTO-GUIA.
           MOVE      "INSS"         TO   TIPO-GUIA.
           MOVE      "2100"         TO   RECEITA-GUIA.
           MOVE      TOTAL-INSS     TO   VALOR-GUIA.
           MOVE      QT-FUNC-INSS   TO   QT-FUNC-GUIA.
           WRITE     REG-GUIA.
           PERFORM   IMPRIME-GUIA.
           MOVE      "IRRF"         TO   TIPO-GUIA.
           MOVE      "0561"         TO   RECEITA-GUIA.
           MOVE      TOTAL-IRRF     TO   VALOR-GUIA.
           MOVE      QT-FUNC-IRRF   TO   QT-FUNC-GUIA.
           WRITE     REG-GUIA.
           PERFORM   IMPRIME-GUIA.

       IMPRIME-GUIA.

           MOVE      TIPO-GUIA      TO   TIPO-GUIA-LIN.
           MOVE      RECEITA-GUIA   TO   RECEITA-LIN.
           MOVE      VENCTO-DD      TO   DD-ED.
           MOVE      VENCTO-MM      TO   MM-ED.
           MOVE      VENCTO-AAAA    TO   AAAA-ED.
           MOVE      DATA-EDITADA-NUM TO VENCTO-LIN.
           MOVE      VALOR-GUIA     TO   VALOR-GUIA-LIN.
           WRITE     REG-REL FROM LINHA-GUIA AFTER ADVANCING 1 LINE.

       TERMINO.

           MOVE      1         TO   CTR-FUNC.
           PERFORM   IMPRIME-FUNCIONARIO  QT-FUNC  TIMES.
           IF        CT-PAG  EQUAL  ZEROS
                     PERFORM  CABECALHO.
           MOVE      1         TO   CTR-FUNC.
           PERFORM   CONTA-FUNC-GUIA      QT-FUNC  TIMES.
           PERFORM   IMPRIME-TOTAIS-FONTE.
           PERFORM   CALCULA-VENCIMENTO.
           PERFORM   GRAVA-GUIAS.
           DISPLAY   "RETENCOES DA COMPETENCIA " COMPETENCIA.
           DISPLAY   "INSS A RECOLHER: " TOTAL-INSS
                     "  IRRF A RECOLHER: " TOTAL-IRRF.
           CLOSE       RETHISTN
                       GUIAS-RET
                       REL-RETENCOES.
