       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12I.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  AUDITORIA DE INTEGRIDADE DA FOLHA ANTES DA REMESSA
      *          DE SALARIOS, CONTRA FUNCIONARIO FANTASMA. CRUZA O
      *          CADFUN COM AS CONTAS BANCARIAS DE CONTAS2.DAT
      *          (PGM08), O PONTO (PONTO.DAT E O HISTORICO
      *          PONTO-HIST.DAT, AMBOS DO EX12A), A FOTOGRAFIA MENSAL
      *          FOLHA-HIST.DAT (EX14) E O LOG DE MANUTENCAO
      *          LOGFUN.DAT (EX08M), E LISTA EM REL-AUDITORIA:
      *            CRITICA - CONTA BANCARIA (BANCO, AGENCIA E CONTA)
      *                      CADASTRADA PARA DUAS OU MAIS MATRICULAS;
      *            CRITICA - FUNCIONARIO DO CADFUN SEM NENHUM
      *                      APONTAMENTO NA COMPETENCIA E NAS DUAS
      *                      ANTERIORES (ADMITIDO DENTRO DESSES TRES
      *                      MESES NAO E COBRADO). SO E FEITA QUANDO O
      *                      PONTO TEM MOVIMENTO NOS TRES MESES, PARA
      *                      NAO ACUSAR A EMPRESA INTEIRA ENQUANTO O
      *                      HISTORICO AINDA ESTA SENDO FORMADO;
      *            CRITICA - SALARIO DA COMPETENCIA NA FOLHA-HIST
      *                      MAIOR QUE O DA COMPETENCIA ANTERIOR SEM
      *                      TRANSACAO A APLICADA NO LOGFUN;
      *            ALERTA  - MESMO NOME EM MATRICULAS DIFERENTES
      *                      (PODE SER HOMONIMO, CONFERIR).
      *          A COMPETENCIA VEM DE PARAM-COMPET.DAT OU E O MES DA
      *          RODADA. COMO NO EX12G, HAVENDO ACHADO CRITICO A
      *          CORRENTE PARA COM RETURN-CODE 8 E A REMESSA FICA
      *          RETIDA; SO COM ALERTAS O RETURN-CODE E 4.
      *          DO LOGFUN.DAT, QUE E ACUMULADO, SO VALE PARA A CRITICA
      *          DE SALARIO A TRANSACAO A APLICADA COM DATA DENTRO DA
      *          COMPETENCIA (DEPOIS DA COMPETENCIA ANTERIOR ATE O FIM
      *          DA COMPETENCIA AUDITADA).

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

           SELECT   OPTIONAL CONTAS2 ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PONTO   ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PONTO-HIST ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL FOLHA-HIST ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL LOGFUN  ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-AUDITORIA ASSIGN TO  DISK.

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

       FD  CONTAS2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CONTAS2.DAT".

       01  REG-CONTA.
             02 MATR-CONTA     PIC 9(05).
             02 NOME-CONTA     PIC X(30).
             02 DADOS-CONTA.
                03 BANCO-CONTA    PIC 9(03).
                03 AGENCIA-CONTA  PIC 9(04).
                03 DVAG-CONTA     PIC 9(01).
                03 NUMCONTA-CONTA PIC 9(08).
                03 DVCT-CONTA     PIC 9(01).

       FD  PONTO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PONTO.DAT".

       01  REG-PONTO.
             02 MATRICULA-PONTO PIC 9(05).
             02 COMPET-PONTO    PIC 9(06).
             02 HE50-PONTO      PIC 9(03).
             02 HE100-PONTO     PIC 9(03).
             02 FALTAS-PONTO    PIC 9(02).

       FD  PONTO-HIST
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PONTO-HIST.DAT".

       01  REG-PONTO-HIST.
             02 MATRICULA-PH    PIC 9(05).
             02 COMPET-PH       PIC 9(06).
             02 HE50-PH         PIC 9(03).
             02 HE100-PH        PIC 9(03).
             02 FALTAS-PH       PIC 9(02).

       FD  FOLHA-HIST
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "FOLHA-HIST.DAT".

       01  REG-HIST.
             02 COMPET-HIST         PIC 9(06).
             02 CODIGO-HIST         PIC 9(05).
             02 NOME-HIST           PIC X(20).
             02 SALARIO-HIST        PIC 9(5)V99.

       FD  LOGFUN
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "LOGFUN.DAT".

       01  REG-LOG.
             02 CODIGO-LOG      PIC 9(05).
             02 TIPO-LOG        PIC X(01).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG        PIC 9(08).
             02 OPER-LOG        PIC X(06).

       FD  PARAM-COMPET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM        PIC 9(06).

       FD  REL-AUDITORIA
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-ENT          PIC X(03)     VALUE   "NAO".
       77  FIM-CONTA        PIC X(03)     VALUE   "NAO".
       77  FIM-PONTO        PIC X(03)     VALUE   "NAO".
       77  FIM-PH           PIC X(03)     VALUE   "NAO".
       77  FIM-HIST         PIC X(03)     VALUE   "NAO".
       77  FIM-LOG          PIC X(03)     VALUE   "NAO".
       77  COMPETENCIA      PIC 9(06)     VALUE   ZEROS.
       77  COMPET-ANT1      PIC 9(06)     VALUE   ZEROS.
       77  COMPET-ANT2      PIC 9(06)     VALUE   ZEROS.
       77  WCOMPET          PIC 9(06)     VALUE   ZEROS.
       77  INICIO-JANELA    PIC 9(08)     VALUE   ZEROS.
       77  FIM-MES-ANT1     PIC 9(08)     VALUE   ZEROS.
       77  FIM-MES-ATU      PIC 9(08)     VALUE   ZEROS.
       77  PONTO-MES0       PIC X(03)     VALUE   "NAO".
       77  PONTO-MES1       PIC X(03)     VALUE   "NAO".
       77  PONTO-MES2       PIC X(03)     VALUE   "NAO".
       77  QT-FUNC          PIC 9(04)     VALUE   ZEROS.
       77  QT-CONTA         PIC 9(04)     VALUE   ZEROS.
       77  CTR-I            PIC 9(04)     VALUE   ZEROS.
       77  CTR-J            PIC 9(04)     VALUE   ZEROS.
       77  QT-RESTO         PIC 9(04)     VALUE   ZEROS.
       77  CTR-FUNC         PIC 9(04)     VALUE   ZEROS.
       77  IND-FUNC         PIC 9(04)     VALUE   ZEROS.
       77  ACHOU-FUNC       PIC X(03)     VALUE   "NAO".
       77  CHAVE-BUSCA      PIC 9(05)     VALUE   ZEROS.
       77  CT-CONTAS        PIC 9(05)     VALUE   ZEROS.
       77  CT-HOMONIMOS     PIC 9(05)     VALUE   ZEROS.
       77  CT-SEM-PONTO     PIC 9(05)     VALUE   ZEROS.
       77  CT-SALTOS        PIC 9(05)     VALUE   ZEROS.
       77  CT-CRITICAS      PIC 9(05)     VALUE   ZEROS.
       77  CT-ALERTAS       PIC 9(05)     VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  TAB-FUNCIONARIOS.
           02 FUNC-TAB                    OCCURS 1000 TIMES.
              03 CODIGO-TAB       PIC 9(05).
              03 NOME-TAB         PIC X(20).
              03 ADMISSAO-TAB     PIC 9(08).
              03 PONTO-M0-TAB     PIC X(01).
              03 PONTO-M1-TAB     PIC X(01).
              03 PONTO-M2-TAB     PIC X(01).
              03 SAL-ATU-TAB      PIC 9(05)V99.
              03 SAL-ANT-TAB      PIC 9(05)V99.
              03 TEM-ATU-TAB      PIC X(01).
              03 TEM-ANT-TAB      PIC X(01).
              03 ALTERADO-TAB     PIC X(01).

       01  TAB-CONTAS.
           02 CONTA-TAB                   OCCURS 1000 TIMES.
              03 MATR-CONTA-TAB   PIC 9(05).
              03 NOME-CONTA-TAB   PIC X(30).
              03 DADOS-CONTA-TAB.
                 04 BANCO-TAB        PIC 9(03).
                 04 AGENCIA-TAB      PIC 9(04).
                 04 NUMCONTA-TAB     PIC 9(08).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  COMPET-QUEBRA.
           02 COMPET-AAAA    PIC 9(04).
           02 COMPET-MM      PIC 9(02).

       01  COMPET-QUEBRA-NUM REDEFINES COMPET-QUEBRA PIC 9(06).

       01  COMPL-MATR.
           02 TEXTO-COMPL    PIC X(20).
           02 MATR-COMPL     PIC 9(05).

       01  COMPL-SALTO.
           02 FILLER         PIC X(03) VALUE "DE ".
           02 SAL-ANT-COMPL  PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE " P/ ".
           02 SAL-ATU-COMPL  PIC ZZ.ZZ9,99.

       01  COMPL-JANELA.
           02 FILLER         PIC X(19) VALUE "SEM PONTO DESDE".
           02 COMPET-COMPL   PIC 9(06).

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE
                     "AUDITORIA DE INTEGRIDADE DA FOLHA - COMPET.".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPET-CAB     PIC 9(06).
           02 FILLER         PIC X(14) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(04) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(08) VALUE "GRAVID.".
           02 FILLER         PIC X(07) VALUE "MATR.".
           02 FILLER         PIC X(21) VALUE "NOME".
           02 FILLER         PIC X(27) VALUE "OCORRENCIA".
           02 FILLER         PIC X(27) VALUE "COMPLEMENTO".

       01  DETALHE.
           02 GRAV-DET       PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OCORR-DET      PIC X(26).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPL-DET      PIC X(25).
           02 FILLER         PIC X(02) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TRL     PIC X(30).
           02 QTDE-TRL       PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(46) VALUE SPACES.

       01  AVISO-PONTO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(50) VALUE
              "PONTO SEM MOVIMENTO NOS 3 MESES - VERIFICACAO NAO".
           02 FILLER         PIC X(35) VALUE " FEITA".

       PROCEDURE                     DIVISION.

       PGM-EX12I.

           PERFORM    INICIO.

           PERFORM    VERIFICA-CONTAS.

           PERFORM    VERIFICA-HOMONIMOS.

           PERFORM    VERIFICA-PONTO.

           PERFORM    VERIFICA-SALARIOS.

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           COMPUTE    COMPETENCIA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM    LE-PARAM-COMPET.
           MOVE       COMPETENCIA   TO   WCOMPET.
           PERFORM    MES-ANTERIOR.
           MOVE       WCOMPET       TO   COMPET-ANT1.
           PERFORM    MES-ANTERIOR.
           MOVE       WCOMPET       TO   COMPET-ANT2.
           COMPUTE    INICIO-JANELA  =  COMPET-ANT2 * 100 + 1.
           COMPUTE    FIM-MES-ANT1   =  COMPET-ANT1 * 100 + 31.
           COMPUTE    FIM-MES-ATU    =  COMPETENCIA * 100 + 31.
           OPEN OUTPUT       REL-AUDITORIA.
           PERFORM    CARGA-CADFUN.
           PERFORM    CARGA-CONTAS.
           PERFORM    CARGA-PONTO.
           PERFORM    CARGA-HISTORICO.
           PERFORM    CARGA-LOG.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPETENCIA.
           CLOSE      PARAM-COMPET.

       MES-ANTERIOR.

           MOVE       WCOMPET       TO   COMPET-QUEBRA-NUM.
           IF         COMPET-MM     EQUAL    1
                      SUBTRACT  1   FROM COMPET-AAAA
                      MOVE      12  TO   COMPET-MM
           ELSE
                      SUBTRACT  1   FROM COMPET-MM.
           MOVE       COMPET-QUEBRA-NUM  TO   WCOMPET.

       CARGA-CADFUN.

           OPEN INPUT       CADFUN.
           PERFORM    LEITURA-CADFUN
                      UNTIL     FIM-ENT    EQUAL    "SIM".
           CLOSE      CADFUN.

       LEITURA-CADFUN.

           READ CADFUN
                AT END
                MOVE "SIM" TO FIM-ENT.
           IF   FIM-ENT     NOT EQUAL  "SIM"
                PERFORM ANOTA-FUNCIONARIO.

       ANOTA-FUNCIONARIO.

           IF   QT-FUNC  NOT LESS THAN 1000
                DISPLAY "CADFUN EXCEDE A TABELA DE 1000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1                 TO  QT-FUNC.
           MOVE CODIGO-ENT        TO  CODIGO-TAB   (QT-FUNC).
           MOVE NOME-ENT          TO  NOME-TAB     (QT-FUNC).
           MOVE ADMISSAO-ENT      TO  ADMISSAO-TAB (QT-FUNC).
           MOVE "N"               TO  PONTO-M0-TAB (QT-FUNC)
                                      PONTO-M1-TAB (QT-FUNC)
                                      PONTO-M2-TAB (QT-FUNC)
                                      TEM-ATU-TAB  (QT-FUNC)
                                      TEM-ANT-TAB  (QT-FUNC)
                                      ALTERADO-TAB (QT-FUNC).
           MOVE ZEROS             TO  SAL-ATU-TAB  (QT-FUNC)
                                      SAL-ANT-TAB  (QT-FUNC).

       CARGA-CONTAS.

           OPEN INPUT       CONTAS2.
           PERFORM    LEITURA-CONTAS
                      UNTIL     FIM-CONTA  EQUAL    "SIM".
           CLOSE      CONTAS2.

       LEITURA-CONTAS.

           READ CONTAS2
                AT END
                MOVE "SIM" TO FIM-CONTA.
           IF   FIM-CONTA   NOT EQUAL  "SIM"
                PERFORM ANOTA-CONTA.

       ANOTA-CONTA.

           IF   QT-CONTA  NOT LESS THAN 1000
                DISPLAY "CONTAS2 EXCEDE A TABELA DE 1000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1                 TO  QT-CONTA.
           MOVE MATR-CONTA        TO  MATR-CONTA-TAB (QT-CONTA).
           MOVE NOME-CONTA        TO  NOME-CONTA-TAB (QT-CONTA).
           MOVE BANCO-CONTA       TO  BANCO-TAB      (QT-CONTA).
           MOVE AGENCIA-CONTA     TO  AGENCIA-TAB    (QT-CONTA).
           MOVE NUMCONTA-CONTA    TO  NUMCONTA-TAB   (QT-CONTA).

      *    O PONTO DO MES (PONTO.DAT) E O HISTORICO (PONTO-HIST.DAT)
      *    MARCAM, POR FUNCIONARIO, OS MESES DA JANELA COM APONTAMENTO.

       CARGA-PONTO.

           OPEN INPUT       PONTO.
           PERFORM    LEITURA-PONTO
                      UNTIL     FIM-PONTO  EQUAL    "SIM".
           CLOSE      PONTO.
           OPEN INPUT       PONTO-HIST.
           PERFORM    LEITURA-PONTO-HIST
                      UNTIL     FIM-PH     EQUAL    "SIM".
           CLOSE      PONTO-HIST.

       LEITURA-PONTO.

           READ PONTO
                AT END
                MOVE "SIM" TO FIM-PONTO.
           IF   FIM-PONTO   NOT EQUAL  "SIM"
                MOVE MATRICULA-PONTO  TO  CHAVE-BUSCA
                MOVE COMPET-PONTO     TO  WCOMPET
                PERFORM MARCA-PONTO.

       LEITURA-PONTO-HIST.

           READ PONTO-HIST
                AT END
                MOVE "SIM" TO FIM-PH.
           IF   FIM-PH      NOT EQUAL  "SIM"
                MOVE MATRICULA-PH     TO  CHAVE-BUSCA
                MOVE COMPET-PH        TO  WCOMPET
                PERFORM MARCA-PONTO.

       MARCA-PONTO.

           IF   WCOMPET  EQUAL  COMPETENCIA
                MOVE "SIM"  TO  PONTO-MES0.
           IF   WCOMPET  EQUAL  COMPET-ANT1
                MOVE "SIM"  TO  PONTO-MES1.
           IF   WCOMPET  EQUAL  COMPET-ANT2
                MOVE "SIM"  TO  PONTO-MES2.
           PERFORM   BUSCA-FUNCIONARIO.
           IF   ACHOU-FUNC  EQUAL  "SIM"
                PERFORM MARCA-MES-FUNCIONARIO.

       MARCA-MES-FUNCIONARIO.

           IF   WCOMPET  EQUAL  COMPETENCIA
                MOVE "S"    TO  PONTO-M0-TAB (IND-FUNC).
           IF   WCOMPET  EQUAL  COMPET-ANT1
                MOVE "S"    TO  PONTO-M1-TAB (IND-FUNC).
           IF   WCOMPET  EQUAL  COMPET-ANT2
                MOVE "S"    TO  PONTO-M2-TAB (IND-FUNC).

       CARGA-HISTORICO.

           OPEN INPUT       FOLHA-HIST.
           PERFORM    LEITURA-HIST
                      UNTIL     FIM-HIST   EQUAL    "SIM".
           CLOSE      FOLHA-HIST.

       LEITURA-HIST.

           READ FOLHA-HIST
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST    NOT EQUAL  "SIM"
                MOVE CODIGO-HIST      TO  CHAVE-BUSCA
                PERFORM ANOTA-HISTORICO.

       ANOTA-HISTORICO.

           IF   COMPET-HIST  EQUAL  COMPETENCIA
             OR COMPET-HIST  EQUAL  COMPET-ANT1
                PERFORM BUSCA-FUNCIONARIO.
           IF   ACHOU-FUNC   EQUAL  "SIM"
            AND COMPET-HIST  EQUAL  COMPETENCIA
                MOVE SALARIO-HIST  TO  SAL-ATU-TAB (IND-FUNC)
                MOVE "S"           TO  TEM-ATU-TAB (IND-FUNC).
           IF   ACHOU-FUNC   EQUAL  "SIM"
            AND COMPET-HIST  EQUAL  COMPET-ANT1
                MOVE SALARIO-HIST  TO  SAL-ANT-TAB (IND-FUNC)
                MOVE "S"           TO  TEM-ANT-TAB (IND-FUNC).
           MOVE "NAO"              TO  ACHOU-FUNC.

       CARGA-LOG.

           OPEN INPUT       LOGFUN.
           PERFORM    LEITURA-LOG
                      UNTIL     FIM-LOG    EQUAL    "SIM".
           CLOSE      LOGFUN.

      *    SO CONTA A ALTERACAO FEITA DENTRO DA COMPETENCIA (APOS O
      *    FIM DA COMPETENCIA ANTERIOR); O LOGFUN.DAT E ACUMULADO.

       LEITURA-LOG.

           READ LOGFUN
                AT END
                MOVE "SIM" TO FIM-LOG.
           IF   FIM-LOG     NOT EQUAL  "SIM"
            AND TIPO-LOG    EQUAL      "A"
            AND STATUS-LOG  EQUAL      "APLICADA"
            AND DATA-LOG    GREATER THAN   FIM-MES-ANT1
            AND DATA-LOG    NOT GREATER THAN FIM-MES-ATU
                MOVE CODIGO-LOG       TO  CHAVE-BUSCA
                PERFORM MARCA-ALTERACAO.

       MARCA-ALTERACAO.

           PERFORM   BUSCA-FUNCIONARIO.
           IF   ACHOU-FUNC  EQUAL  "SIM"
                MOVE "S"    TO  ALTERADO-TAB (IND-FUNC).

       BUSCA-FUNCIONARIO.

           MOVE      "NAO"          TO   ACHOU-FUNC.
           MOVE      ZEROS          TO   IND-FUNC.
           MOVE      1              TO   CTR-FUNC.
           PERFORM   PESQUISA-FUNCIONARIO  QT-FUNC  TIMES.

       PESQUISA-FUNCIONARIO.

           IF        CHAVE-BUSCA    EQUAL  CODIGO-TAB (CTR-FUNC)
                     MOVE  "SIM"    TO   ACHOU-FUNC
                     MOVE  CTR-FUNC TO   IND-FUNC.
           ADD       1              TO   CTR-FUNC.

      *    CONTA BANCARIA REPETIDA: COMPARA CADA CONTA COM AS SEGUINTES.

       VERIFICA-CONTAS.

           MOVE      1              TO   CTR-I.
           PERFORM   COMPARA-CONTA  QT-CONTA  TIMES.

       COMPARA-CONTA.

           COMPUTE   CTR-J     =  CTR-I + 1.
           COMPUTE   QT-RESTO  =  QT-CONTA - CTR-I.
           PERFORM   COMPARA-PAR-CONTA  QT-RESTO  TIMES.
           ADD       1              TO   CTR-I.

       COMPARA-PAR-CONTA.

           IF        DADOS-CONTA-TAB (CTR-I) EQUAL
                     DADOS-CONTA-TAB (CTR-J)
                 AND MATR-CONTA-TAB (CTR-I) NOT EQUAL
                     MATR-CONTA-TAB (CTR-J)
                     PERFORM  LISTA-CONTA-COMPARTILHADA.
           ADD       1              TO   CTR-J.

       LISTA-CONTA-COMPARTILHADA.

           ADD       1              TO   CT-CONTAS.
           MOVE      "CRITICA"      TO   GRAV-DET.
           MOVE      MATR-CONTA-TAB (CTR-J)  TO  MATRICULA-DET.
           MOVE      NOME-CONTA-TAB (CTR-J)  TO  NOME-DET.
           MOVE      "CONTA BANCARIA REPETIDA"  TO  OCORR-DET.
           MOVE      "MESMA CONTA DA MATR"   TO  TEXTO-COMPL.
           MOVE      MATR-CONTA-TAB (CTR-I)  TO  MATR-COMPL.
           MOVE      COMPL-MATR              TO  COMPL-DET.
           PERFORM   IMPRESSAO.

      *    MESMO NOME EM MATRICULAS DIFERENTES DO CADFUN.

       VERIFICA-HOMONIMOS.

           MOVE      1              TO   CTR-I.
           PERFORM   COMPARA-NOME   QT-FUNC  TIMES.

       COMPARA-NOME.

           COMPUTE   CTR-J     =  CTR-I + 1.
           COMPUTE   QT-RESTO  =  QT-FUNC - CTR-I.
           PERFORM   COMPARA-PAR-NOME   QT-RESTO  TIMES.
           ADD       1              TO   CTR-I.

       COMPARA-PAR-NOME.

           IF        NOME-TAB (CTR-I)  EQUAL  NOME-TAB (CTR-J)
                     PERFORM  LISTA-HOMONIMO.
           ADD       1              TO   CTR-J.

       LISTA-HOMONIMO.

           ADD       1              TO   CT-HOMONIMOS.
           MOVE      "ALERTA"       TO   GRAV-DET.
           MOVE      CODIGO-TAB (CTR-J)  TO  MATRICULA-DET.
           MOVE      NOME-TAB (CTR-J)    TO  NOME-DET.
           MOVE      "NOME EM OUTRA MATRICULA"  TO  OCORR-DET.
           MOVE      "MESMO NOME DA MATR"    TO  TEXTO-COMPL.
           MOVE      CODIGO-TAB (CTR-I)      TO  MATR-COMPL.
           MOVE      COMPL-MATR              TO  COMPL-DET.
           PERFORM   IMPRESSAO.

      *    FUNCIONARIO SEM PONTO NA COMPETENCIA E NAS DUAS ANTERIORES.

       VERIFICA-PONTO.

           IF        PONTO-MES0  EQUAL  "SIM"
                 AND PONTO-MES1  EQUAL  "SIM"
                 AND PONTO-MES2  EQUAL  "SIM"
                     MOVE  1        TO   CTR-I
                     PERFORM  TESTA-PONTO  QT-FUNC  TIMES.

       TESTA-PONTO.

           IF        PONTO-M0-TAB (CTR-I)  EQUAL  "N"
                 AND PONTO-M1-TAB (CTR-I)  EQUAL  "N"
                 AND PONTO-M2-TAB (CTR-I)  EQUAL  "N"
                 AND ADMISSAO-TAB (CTR-I)  LESS THAN  INICIO-JANELA
                     PERFORM  LISTA-SEM-PONTO.
           ADD       1              TO   CTR-I.

       LISTA-SEM-PONTO.

           ADD       1              TO   CT-SEM-PONTO.
           MOVE      "CRITICA"      TO   GRAV-DET.
           MOVE      CODIGO-TAB (CTR-I)  TO  MATRICULA-DET.
           MOVE      NOME-TAB (CTR-I)    TO  NOME-DET.
           MOVE      "SEM PONTO HA 3 MESES"  TO  OCORR-DET.
           MOVE      COMPET-ANT2         TO  COMPET-COMPL.
           MOVE      COMPL-JANELA        TO  COMPL-DET.
           PERFORM   IMPRESSAO.

      *    SALARIO QUE SUBIU NA FOLHA-HIST SEM TRANSACAO A NO LOGFUN.

       VERIFICA-SALARIOS.

           MOVE      1              TO   CTR-I.
           PERFORM   TESTA-SALARIO  QT-FUNC  TIMES.

       TESTA-SALARIO.

           IF        TEM-ATU-TAB (CTR-I)   EQUAL  "S"
                 AND TEM-ANT-TAB (CTR-I)   EQUAL  "S"
                 AND ALTERADO-TAB (CTR-I)  EQUAL  "N"
                 AND SAL-ATU-TAB (CTR-I)   GREATER THAN
                     SAL-ANT-TAB (CTR-I)
                     PERFORM  LISTA-SALTO.
           ADD       1              TO   CTR-I.

       LISTA-SALTO.

           ADD       1              TO   CT-SALTOS.
           MOVE      "CRITICA"      TO   GRAV-DET.
           MOVE      CODIGO-TAB (CTR-I)  TO  MATRICULA-DET.
           MOVE      NOME-TAB (CTR-I)    TO  NOME-DET.
           MOVE      "SALARIO SUBIU SEM TRANS.A"  TO  OCORR-DET.
           MOVE      SAL-ANT-TAB (CTR-I) TO  SAL-ANT-COMPL.
           MOVE      SAL-ATU-TAB (CTR-I) TO  SAL-ATU-COMPL.
           MOVE      COMPL-SALTO         TO  COMPL-DET.
           PERFORM   IMPRESSAO.

       IMPRESSAO.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           IF        GRAV-DET       EQUAL  "CRITICA"
                     ADD   1        TO   CT-CRITICAS
           ELSE
                     ADD   1        TO   CT-ALERTAS.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           MOVE COMPETENCIA       TO    COMPET-CAB.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TERMINO.

           IF        CT-LIN GREATER THAN 22
                     PERFORM CABECALHO.
           MOVE      "CONTAS BANCARIAS REPETIDAS..: " TO ROTULO-TRL.
           MOVE      CT-CONTAS      TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      "SEM PONTO HA TRES MESES.....: " TO ROTULO-TRL.
           MOVE      CT-SEM-PONTO   TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "SALARIO SEM TRANSACAO A.....: " TO ROTULO-TRL.
           MOVE      CT-SALTOS      TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "NOMES REPETIDOS (ALERTA)....: " TO ROTULO-TRL.
           MOVE      CT-HOMONIMOS   TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "TOTAL DE ACHADOS CRITICOS...: " TO ROTULO-TRL.
           MOVE      CT-CRITICAS    TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           IF        PONTO-MES0  NOT EQUAL  "SIM"
                  OR PONTO-MES1  NOT EQUAL  "SIM"
                  OR PONTO-MES2  NOT EQUAL  "SIM"
                     WRITE  REG-REL FROM AVISO-PONTO
                            AFTER ADVANCING 2 LINES
                     DISPLAY "PONTO SEM OS 3 MESES - FANTASMA POR "
                             "PONTO NAO VERIFICADO.".
           DISPLAY   "FUNCIONARIOS AUDITADOS : " QT-FUNC.
           DISPLAY   "ACHADOS CRITICOS       : " CT-CRITICAS.
           DISPLAY   "ALERTAS                : " CT-ALERTAS.
           IF        CT-CRITICAS  GREATER THAN  ZEROS
                     DISPLAY "REMESSA RETIDA PELA AUDITORIA."
                     MOVE  8   TO   RETURN-CODE
           ELSE
                     PERFORM  LIBERA-REMESSA.
           CLOSE       REL-AUDITORIA.

       LIBERA-REMESSA.

           DISPLAY   "REMESSA LIBERADA PELA AUDITORIA.".
           IF        CT-ALERTAS   GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
