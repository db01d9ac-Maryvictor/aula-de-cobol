       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX14H.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  QUADRO DE PESSOAL E ROTATIVIDADE (TURNOVER). O
      *          QUADRO DE CADA MES E A CONTAGEM DE FUNCIONARIOS DA
      *          COMPETENCIA NO HISTORICO FOLHA-HIST.DAT (EX14); AS
      *          ADMISSOES E OS DESLIGAMENTOS SAO AS TRANSACOES I E E
      *          APLICADAS PELO EX08M NO LOG LOGFUN.DAT, PELA DATA DO
      *          LOG. PARA A COMPETENCIA DA RODADA (PARAM-COMPET.DAT
      *          OU MES DA DATA) IMPRIME EM REL-TURNOVER, POR
      *          DEPARTAMENTO (CADDEPTO.DAT, COMO NO EX09; SEM ENTRADA
      *          VAI PARA SEM DEPTO), O QUADRO INICIAL (FIM DO MES
      *          ANTERIOR), ADMISSOES, DESLIGAMENTOS, QUADRO FINAL E A
      *          ROTATIVIDADE = ((ADMISSOES + DESLIGAMENTOS) / 2) /
      *          QUADRO MEDIO * 100. EM SEGUIDA A MESMA LINHA DA
      *          EMPRESA PARA CADA UM DOS DOZE MESES ATE A
      *          COMPETENCIA, A ROTATIVIDADE ACUMULADA DOS DOZE MESES
      *          E O SALARIO MEDIO DE QUEM ENTROU (PRIMEIRO SALARIO NO
      *          HISTORICO A PARTIR DA ADMISSAO) CONTRA O DE QUEM SAIU
      *          (ULTIMO SALARIO NO HISTORICO ATE O DESLIGAMENTO).

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL FOLHA-HIST ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL LOGFUN  ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL CADDEPTO ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-TURNOVER ASSIGN TO   DISK.

       DATA                           DIVISION.

       FILE SECTION.
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
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG        PIC X(06).

       FD  CADDEPTO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CADDEPTO.DAT".

       01   REG-DEPTO.
            03 MATRICULA-DEPTO      PIC 9(05).
            03 COD-DEPTO            PIC 9(02).
            03 NOME-DEPTO           PIC X(20).

       FD  PARAM-COMPET
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM        PIC 9(06).

       FD  REL-TURNOVER
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(90).

       WORKING-STORAGE SECTION.

       77  FIM-HIST         PIC X(03)     VALUE   "NAO".
       77  FIM-LOG          PIC X(03)     VALUE   "NAO".
       77  FIM-DEPTO        PIC X(03)     VALUE   "NAO".
       77  COMPETENCIA      PIC 9(06)     VALUE   ZEROS.
       77  ANO-COMPET       PIC 9(04)     VALUE   ZEROS.
       77  MES-COMPET       PIC 9(02)     VALUE   ZEROS.
       77  WCOMPET          PIC 9(06)     VALUE   ZEROS.
       77  CTR-COMP         PIC 9(02)     VALUE   ZEROS.
       77  IND-COMP         PIC 9(02)     VALUE   ZEROS.
       77  QT-HIST          PIC 9(04)     VALUE   ZEROS.
       77  CTR-HIST         PIC 9(04)     VALUE   ZEROS.
       77  WSALARIO         PIC 9(05)V99  VALUE   ZEROS.
       77  ACHOU-SALARIO    PIC X(03)     VALUE   "NAO".
       77  QT-FUN-DEPTO     PIC 9(03)     VALUE   ZEROS.
       77  CTR-FUN-DEPTO    PIC 9(03)     VALUE   ZEROS.
       77  QT-DEPTO         PIC 9(02)     VALUE   ZEROS.
       77  CTR-DEPTO        PIC 9(02)     VALUE   ZEROS.
       77  IND-DEPTO        PIC 9(02)     VALUE   ZEROS.
       77  ACHOU-DEPTO      PIC X(03)     VALUE   "NAO".
       77  WDEPTO           PIC 9(02)     VALUE   ZEROS.
       77  WDEPTO-NOME      PIC X(20)     VALUE   SPACES.
       77  WMATRICULA       PIC 9(05)     VALUE   ZEROS.
       77  WINICIAL         PIC 9(05)     VALUE   ZEROS.
       77  WADMISSOES       PIC 9(05)     VALUE   ZEROS.
       77  WDESLIG          PIC 9(05)     VALUE   ZEROS.
       77  WFINAL           PIC 9(05)     VALUE   ZEROS.
       77  WTURNOVER        PIC 9(03)V99  VALUE   ZEROS.
       77  TOT-ADM-12       PIC 9(05)     VALUE   ZEROS.
       77  TOT-DESL-12      PIC 9(05)     VALUE   ZEROS.
       77  TOT-QUADRO-12    PIC 9(07)     VALUE   ZEROS.
       77  QUADRO-MEDIO-12  PIC 9(05)V99  VALUE   ZEROS.
       77  QT-SAL-ADM       PIC 9(05)     VALUE   ZEROS.
       77  SOMA-SAL-ADM     PIC 9(09)V99  VALUE   ZEROS.
       77  QT-SAL-DESL      PIC 9(05)     VALUE   ZEROS.
       77  SOMA-SAL-DESL    PIC 9(09)V99  VALUE   ZEROS.
       77  MEDIA-SAL        PIC 9(07)V99  VALUE   ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

      *    POSICAO 13 E A COMPETENCIA DA RODADA; A 1 SO SERVE DE
      *    QUADRO INICIAL PARA O PRIMEIRO DOS DOZE MESES.

       01  TAB-COMP.
           02 ITEM-COMP-TAB   OCCURS 13 TIMES.
              03 COMPET-TAB       PIC 9(06).
              03 QUADRO-TAB       PIC 9(05).
              03 ADM-TAB          PIC 9(05).
              03 DESL-TAB         PIC 9(05).

       01  TAB-HIST.
           02 ITEM-HIST-TAB   OCCURS 3000 TIMES.
              03 COMPET-H-TAB     PIC 9(06).
              03 MATR-H-TAB       PIC 9(05).
              03 SALARIO-H-TAB    PIC 9(05)V99.

       01  TAB-FUN-DEPTO.
           02 MATRIC-FD-TAB  PIC 9(05)  OCCURS 200 TIMES
                                         VALUE ZEROS.
           02 DEPTO-FD-TAB   PIC 9(02)  OCCURS 200 TIMES
                                         VALUE ZEROS.
           02 NOME-FD-TAB    PIC X(20)  OCCURS 200 TIMES
                                         VALUE SPACES.

       01  TAB-TOT-DEPTO.
           02 ITEM-TD-TAB    OCCURS 20 TIMES.
              03 COD-TD-TAB     PIC 9(02).
              03 NOME-TD-TAB    PIC X(20).
              03 INICIAL-TD-TAB PIC 9(05).
              03 ADM-TD-TAB     PIC 9(05).
              03 DESL-TD-TAB    PIC 9(05).
              03 FINAL-TD-TAB   PIC 9(05).

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
                     "QUADRO DE PESSOAL E ROTATIVIDADE - COMPETENCIA".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPET-CAB     PIC 9(06).
           02 FILLER         PIC X(22) VALUE SPACES.

       01  CAB-DEPTO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(24) VALUE "DEPARTAMENTO".
           02 FILLER         PIC X(09) VALUE "  INICIAL".
           02 FILLER         PIC X(09) VALUE "  ADMIS.".
           02 FILLER         PIC X(09) VALUE "  DESLIG.".
           02 FILLER         PIC X(09) VALUE "    FINAL".
           02 FILLER         PIC X(10) VALUE " TURNOVER%".
           02 FILLER         PIC X(17) VALUE SPACES.

       01  CAB-TENDENCIA.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(24) VALUE "COMPETENCIA".
           02 FILLER         PIC X(09) VALUE "  INICIAL".
           02 FILLER         PIC X(09) VALUE "  ADMIS.".
           02 FILLER         PIC X(09) VALUE "  DESLIG.".
           02 FILLER         PIC X(09) VALUE "    FINAL".
           02 FILLER         PIC X(10) VALUE " TURNOVER%".
           02 FILLER         PIC X(17) VALUE SPACES.

       01  TITULO-SECAO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 TITULO-LIN     PIC X(50).
           02 FILLER         PIC X(37) VALUE SPACES.

       01  LINHA-QUADRO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 ROTULO-LIN     PIC X(23).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INICIAL-LIN    PIC ZZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ADM-LIN        PIC ZZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESL-LIN       PIC ZZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FINAL-LIN      PIC ZZZZZZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 TURNOVER-LIN   PIC ZZ9,99.
           02 FILLER         PIC X(19) VALUE SPACES.

       01  ROTULO-DEPTO.
           02 COD-ROT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-ROT       PIC X(20).

       01  ROTULO-COMPET.
           02 MES-ROT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-ROT        PIC 9(04).
           02 FILLER         PIC X(16) VALUE SPACES.

       01  LINHA-ACUMULADO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
                     "ROTATIVIDADE ACUMULADA 12 MESES (QUADRO MEDIO ".
           02 QUADRO-MEDIO-LIN PIC ZZZZ9,99.
           02 FILLER         PIC X(04) VALUE ") : ".
           02 TURNOVER-AC-LIN PIC ZZ9,99.
           02 FILLER         PIC X(01) VALUE "%".
           02 FILLER         PIC X(22) VALUE SPACES.

       01  LINHA-SALARIO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 ROTULO-SAL-LIN PIC X(34).
           02 QT-SAL-LIN     PIC ZZZZ9.
           02 FILLER         PIC X(16) VALUE " PESSOAS  MEDIA ".
           02 MEDIA-SAL-LIN  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(19) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX14H.

           PERFORM    INICIO.
           PERFORM    CARGA-HISTORICO.
           PERFORM    CARGA-MOVIMENTO.
           PERFORM    IMPRIME-DEPTOS.
           PERFORM    IMPRIME-TENDENCIA.
           PERFORM    IMPRIME-SALARIOS.
           PERFORM    TERMINO.

           STOP RUN.

       INICIO.

           OPEN OUTPUT       REL-TURNOVER.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           COMPUTE    COMPETENCIA  =  HOJE-AAAA * 100 + HOJE-MM.
           PERFORM    LE-PARAM-COMPET.
           DIVIDE     COMPETENCIA  BY  100  GIVING  ANO-COMPET
                      REMAINDER    MES-COMPET.
           MOVE       13        TO   CTR-COMP.
           PERFORM    MONTA-COMPETENCIA   13  TIMES.
           PERFORM    LE-CADDEPTO.

       LE-PARAM-COMPET.

           OPEN INPUT       PARAM-COMPET.
           READ PARAM-COMPET
                AT END
                NEXT SENTENCE.
           IF   COMPET-PARAM    NOT EQUAL  ZEROS
                MOVE COMPET-PARAM    TO  COMPETENCIA.
           CLOSE PARAM-COMPET.

       MONTA-COMPETENCIA.

           COMPUTE   COMPET-TAB (CTR-COMP)  =
                     ANO-COMPET * 100 + MES-COMPET.
           MOVE      ZEROS     TO   QUADRO-TAB (CTR-COMP)
                                    ADM-TAB (CTR-COMP)
                                    DESL-TAB (CTR-COMP).
           IF        MES-COMPET  EQUAL  1
                     MOVE     12   TO   MES-COMPET
                     SUBTRACT 1    FROM ANO-COMPET
           ELSE
                     SUBTRACT 1    FROM MES-COMPET.
           SUBTRACT  1         FROM CTR-COMP.

       LE-CADDEPTO.

           OPEN INPUT        CADDEPTO.
           PERFORM   LEITURA-CADDEPTO
                     UNTIL     FIM-DEPTO   EQUAL   "SIM".
           CLOSE     CADDEPTO.

       LEITURA-CADDEPTO.

           READ      CADDEPTO
                     AT END
                     MOVE      "SIM"       TO      FIM-DEPTO.
           IF        FIM-DEPTO    NOT EQUAL  "SIM"
                AND  QT-FUN-DEPTO LESS THAN  200
                     ADD       1            TO     QT-FUN-DEPTO
                     MOVE      MATRICULA-DEPTO TO
                               MATRIC-FD-TAB (QT-FUN-DEPTO)
                     MOVE      COD-DEPTO    TO
                               DEPTO-FD-TAB (QT-FUN-DEPTO)
                     MOVE      NOME-DEPTO   TO
                               NOME-FD-TAB (QT-FUN-DEPTO).

      *    O HISTORICO DA O QUADRO DE CADA MES DA JANELA; OS DOIS
      *    ULTIMOS MESES TAMBEM ALIMENTAM O QUADRO POR DEPARTAMENTO.

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
                MOVE    COMPET-HIST   TO   WCOMPET
                PERFORM BUSCA-COMPETENCIA
                IF      IND-COMP  NOT EQUAL  ZEROS
                        PERFORM  REGISTRA-HISTORICO.

       REGISTRA-HISTORICO.

           ADD       1         TO   QUADRO-TAB (IND-COMP).
           IF        QT-HIST   LESS THAN  3000
                     ADD   1              TO  QT-HIST
                     MOVE  COMPET-HIST    TO  COMPET-H-TAB (QT-HIST)
                     MOVE  CODIGO-HIST    TO  MATR-H-TAB (QT-HIST)
                     MOVE  SALARIO-HIST   TO  SALARIO-H-TAB (QT-HIST).
           IF        IND-COMP  GREATER THAN  11
                     MOVE    CODIGO-HIST  TO   WMATRICULA
                     PERFORM BUSCA-DEPTO
                     PERFORM ACUMULA-DEPTO
                     IF      IND-COMP  EQUAL  12
                             ADD  1  TO  INICIAL-TD-TAB (IND-DEPTO)
                     ELSE
                             ADD  1  TO  FINAL-TD-TAB (IND-DEPTO).

       BUSCA-COMPETENCIA.

           MOVE      ZEROS     TO   IND-COMP.
           MOVE      1         TO   CTR-COMP.
           PERFORM   PESQUISA-COMPETENCIA  13  TIMES.

       PESQUISA-COMPETENCIA.

           IF        WCOMPET   EQUAL  COMPET-TAB (CTR-COMP)
                     MOVE  CTR-COMP  TO  IND-COMP.
           ADD       1         TO   CTR-COMP.

       CARGA-MOVIMENTO.

           OPEN INPUT       LOGFUN.
           PERFORM    LEITURA-LOG
                      UNTIL     FIM-LOG    EQUAL    "SIM".
           CLOSE      LOGFUN.

       LEITURA-LOG.

           READ LOGFUN
                AT END
                MOVE "SIM" TO FIM-LOG.
           IF   FIM-LOG     NOT EQUAL  "SIM"
                AND STATUS-LOG  EQUAL "APLICADA"
                AND (TIPO-LOG EQUAL "I" OR "E")
                COMPUTE WCOMPET = DATA-LOG-AAAA * 100 + DATA-LOG-MM
                PERFORM BUSCA-COMPETENCIA
                IF      IND-COMP  GREATER THAN  1
                        PERFORM  REGISTRA-MOVIMENTO.

       REGISTRA-MOVIMENTO.

           MOVE      CODIGO-LOG  TO  WMATRICULA.
           IF        TIPO-LOG    EQUAL  "I"
                     PERFORM REGISTRA-ADMISSAO
           ELSE
                     PERFORM REGISTRA-DESLIGAMENTO.
           IF        IND-COMP    EQUAL  13
                     PERFORM BUSCA-DEPTO
                     PERFORM ACUMULA-DEPTO
                     IF      TIPO-LOG  EQUAL  "I"
                             ADD  1  TO  ADM-TD-TAB (IND-DEPTO)
                     ELSE
                             ADD  1  TO  DESL-TD-TAB (IND-DEPTO).

       REGISTRA-ADMISSAO.

           ADD       1         TO   ADM-TAB (IND-COMP)
                                    TOT-ADM-12.
           PERFORM   BUSCA-SALARIO-ENTRADA.
           IF        ACHOU-SALARIO  EQUAL  "SIM"
                     ADD  1         TO  QT-SAL-ADM
                     ADD  WSALARIO  TO  SOMA-SAL-ADM.

       REGISTRA-DESLIGAMENTO.

           ADD       1         TO   DESL-TAB (IND-COMP)
                                    TOT-DESL-12.
           PERFORM   BUSCA-SALARIO-SAIDA.
           IF        ACHOU-SALARIO  EQUAL  "SIM"
                     ADD  1         TO  QT-SAL-DESL
                     ADD  WSALARIO  TO  SOMA-SAL-DESL.

      *    O HISTORICO E GRAVADO EM ORDEM DE COMPETENCIA: NA ENTRADA
      *    VALE O PRIMEIRO SALARIO A PARTIR DO MES DA ADMISSAO, NA
      *    SAIDA O ULTIMO ATE O MES DO DESLIGAMENTO.

       BUSCA-SALARIO-ENTRADA.

           MOVE      "NAO"     TO   ACHOU-SALARIO.
           MOVE      1         TO   CTR-HIST.
           PERFORM   PESQUISA-SALARIO-ENTRADA  QT-HIST  TIMES.

       PESQUISA-SALARIO-ENTRADA.

           IF        ACHOU-SALARIO  EQUAL  "NAO"
                AND  MATR-H-TAB (CTR-HIST)  EQUAL  WMATRICULA
                AND  COMPET-H-TAB (CTR-HIST)  NOT LESS THAN  WCOMPET
                     MOVE  SALARIO-H-TAB (CTR-HIST)  TO  WSALARIO
                     MOVE  "SIM"     TO   ACHOU-SALARIO.
           ADD       1         TO   CTR-HIST.

       BUSCA-SALARIO-SAIDA.

           MOVE      "NAO"     TO   ACHOU-SALARIO.
           MOVE      1         TO   CTR-HIST.
           PERFORM   PESQUISA-SALARIO-SAIDA    QT-HIST  TIMES.

       PESQUISA-SALARIO-SAIDA.

           IF        MATR-H-TAB (CTR-HIST)  EQUAL  WMATRICULA
                AND  COMPET-H-TAB (CTR-HIST)  NOT GREATER THAN  WCOMPET
                     MOVE  SALARIO-H-TAB (CTR-HIST)  TO  WSALARIO
                     MOVE  "SIM"     TO   ACHOU-SALARIO.
           ADD       1         TO   CTR-HIST.

       BUSCA-DEPTO.

           MOVE      ZEROS          TO       WDEPTO.
           MOVE      "SEM DEPTO"    TO       WDEPTO-NOME.
           MOVE      1              TO       CTR-FUN-DEPTO.
           PERFORM   PESQUISA-FUN-DEPTO      QT-FUN-DEPTO   TIMES.

       PESQUISA-FUN-DEPTO.

           IF        WMATRICULA     EQUAL
                     MATRIC-FD-TAB (CTR-FUN-DEPTO)
                AND  WMATRICULA     NOT EQUAL  ZEROS
                     MOVE   DEPTO-FD-TAB (CTR-FUN-DEPTO) TO  WDEPTO
                     MOVE   NOME-FD-TAB  (CTR-FUN-DEPTO) TO
                            WDEPTO-NOME.
           ADD       1              TO       CTR-FUN-DEPTO.

      *    COM A TABELA CHEIA O MOVIMENTO VAI PARA A ULTIMA POSICAO,
      *    PARA NAO SE PERDER DO TOTAL DA EMPRESA.

       ACUMULA-DEPTO.

           MOVE      "NAO"          TO       ACHOU-DEPTO.
           MOVE      ZEROS          TO       IND-DEPTO.
           MOVE      1              TO       CTR-DEPTO.
           PERFORM   PESQUISA-TOT-DEPTO      QT-DEPTO   TIMES.
           IF        ACHOU-DEPTO    EQUAL    "NAO"
                AND  QT-DEPTO       LESS THAN 20
                     ADD    1       TO       QT-DEPTO
                     MOVE   QT-DEPTO TO      IND-DEPTO
                     MOVE   WDEPTO  TO       COD-TD-TAB (IND-DEPTO)
                     MOVE   WDEPTO-NOME TO   NOME-TD-TAB (IND-DEPTO)
                     MOVE   ZEROS   TO       INICIAL-TD-TAB (IND-DEPTO)
                                             ADM-TD-TAB (IND-DEPTO)
                                             DESL-TD-TAB (IND-DEPTO)
                                             FINAL-TD-TAB (IND-DEPTO).
           IF        IND-DEPTO      EQUAL    ZEROS
                     MOVE   20      TO       IND-DEPTO.

       PESQUISA-TOT-DEPTO.

           IF        WDEPTO   EQUAL  COD-TD-TAB (CTR-DEPTO)
                     MOVE   "SIM"       TO   ACHOU-DEPTO
                     MOVE   CTR-DEPTO   TO   IND-DEPTO.
           ADD       1              TO       CTR-DEPTO.

       CALCULA-TURNOVER.

           MOVE      ZEROS     TO   WTURNOVER.
           IF        WINICIAL + WFINAL  GREATER THAN  ZEROS
                     COMPUTE  WTURNOVER  ROUNDED  =
                              (WADMISSOES + WDESLIG) * 100
                            / (WINICIAL + WFINAL).

       IMPRIME-DEPTOS.

           MOVE      COMPETENCIA    TO   COMPET-CAB.
           WRITE     REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           MOVE      "POR DEPARTAMENTO NA COMPETENCIA" TO TITULO-LIN.
           WRITE     REG-REL FROM TITULO-SECAO AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM CAB-DEPTO AFTER ADVANCING 1 LINE.
           MOVE      1              TO   CTR-DEPTO.
           PERFORM   IMPRIME-LINHA-DEPTO  QT-DEPTO  TIMES.
           MOVE      SPACES         TO   ROTULO-LIN.
           MOVE      "TOTAL DA EMPRESA" TO ROTULO-LIN.
           MOVE      QUADRO-TAB (12) TO  WINICIAL.
           MOVE      ADM-TAB (13)    TO  WADMISSOES.
           MOVE      DESL-TAB (13)   TO  WDESLIG.
           MOVE      QUADRO-TAB (13) TO  WFINAL.
           PERFORM   IMPRIME-LINHA-QUADRO.

       IMPRIME-LINHA-DEPTO.

           MOVE      COD-TD-TAB (CTR-DEPTO)     TO  COD-ROT.
           MOVE      NOME-TD-TAB (CTR-DEPTO)    TO  NOME-ROT.
           MOVE      ROTULO-DEPTO               TO  ROTULO-LIN.
           MOVE      INICIAL-TD-TAB (CTR-DEPTO) TO  WINICIAL.
           MOVE      ADM-TD-TAB (CTR-DEPTO)     TO  WADMISSOES.
           MOVE      DESL-TD-TAB (CTR-DEPTO)    TO  WDESLIG.
           MOVE      FINAL-TD-TAB (CTR-DEPTO)   TO  WFINAL.
           PERFORM   IMPRIME-LINHA-QUADRO.
           ADD       1              TO   CTR-DEPTO.

       IMPRIME-LINHA-QUADRO.

           PERFORM   CALCULA-TURNOVER.
           MOVE      WINICIAL       TO   INICIAL-LIN.
           MOVE      WADMISSOES     TO   ADM-LIN.
           MOVE      WDESLIG        TO   DESL-LIN.
           MOVE      WFINAL         TO   FINAL-LIN.
           MOVE      WTURNOVER      TO   TURNOVER-LIN.
           WRITE     REG-REL FROM LINHA-QUADRO AFTER ADVANCING 1 LINE.

       IMPRIME-TENDENCIA.

           MOVE      "TENDENCIA DOS ULTIMOS 12 MESES - EMPRESA"
                                    TO   TITULO-LIN.
           WRITE     REG-REL FROM TITULO-SECAO AFTER ADVANCING 3 LINES.
           WRITE     REG-REL FROM CAB-TENDENCIA AFTER ADVANCING 1 LINE.
           MOVE      2              TO   CTR-COMP.
           PERFORM   IMPRIME-LINHA-MES    12  TIMES.
           COMPUTE   QUADRO-MEDIO-12  ROUNDED  =  TOT-QUADRO-12 / 12.
           MOVE      ZEROS          TO   WTURNOVER.
           IF        QUADRO-MEDIO-12  GREATER THAN  ZEROS
                     COMPUTE  WTURNOVER  ROUNDED  =
                              (TOT-ADM-12 + TOT-DESL-12) / 2
                            / QUADRO-MEDIO-12 * 100.
           MOVE      QUADRO-MEDIO-12  TO  QUADRO-MEDIO-LIN.
           MOVE      WTURNOVER        TO  TURNOVER-AC-LIN.
           WRITE     REG-REL FROM LINHA-ACUMULADO
                     AFTER ADVANCING 2 LINES.

       IMPRIME-LINHA-MES.

           DIVIDE    COMPET-TAB (CTR-COMP)  BY  100  GIVING  ANO-ROT
                     REMAINDER  MES-ROT.
           MOVE      ROTULO-COMPET  TO   ROTULO-LIN.
           SUBTRACT  1  FROM  CTR-COMP  GIVING  IND-COMP.
           MOVE      QUADRO-TAB (IND-COMP)  TO  WINICIAL.
           MOVE      ADM-TAB (CTR-COMP)     TO  WADMISSOES.
           MOVE      DESL-TAB (CTR-COMP)    TO  WDESLIG.
           MOVE      QUADRO-TAB (CTR-COMP)  TO  WFINAL.
           ADD       QUADRO-TAB (CTR-COMP)  TO  TOT-QUADRO-12.
           PERFORM   IMPRIME-LINHA-QUADRO.
           ADD       1              TO   CTR-COMP.

       IMPRIME-SALARIOS.

           MOVE      "SALARIO MEDIO - ENTRADAS X SAIDAS EM 12 MESES"
                                    TO   TITULO-LIN.
           WRITE     REG-REL FROM TITULO-SECAO AFTER ADVANCING 3 LINES.
           MOVE      ZEROS          TO   MEDIA-SAL.
           IF        QT-SAL-ADM  GREATER THAN  ZEROS
                     COMPUTE  MEDIA-SAL  ROUNDED  =
                              SOMA-SAL-ADM / QT-SAL-ADM.
           MOVE      "ADMITIDOS COM SALARIO NO HISTORICO"
                                    TO   ROTULO-SAL-LIN.
           MOVE      QT-SAL-ADM     TO   QT-SAL-LIN.
           MOVE      MEDIA-SAL      TO   MEDIA-SAL-LIN.
           WRITE     REG-REL FROM LINHA-SALARIO AFTER ADVANCING 2 LINES.
           MOVE      ZEROS          TO   MEDIA-SAL.
           IF        QT-SAL-DESL GREATER THAN  ZEROS
                     COMPUTE  MEDIA-SAL  ROUNDED  =
                              SOMA-SAL-DESL / QT-SAL-DESL.
           MOVE      "DESLIGADOS COM SALARIO NO HISTOR."
                                    TO   ROTULO-SAL-LIN.
           MOVE      QT-SAL-DESL    TO   QT-SAL-LIN.
           MOVE      MEDIA-SAL      TO   MEDIA-SAL-LIN.
           WRITE     REG-REL FROM LINHA-SALARIO AFTER ADVANCING 1 LINE.

       TERMINO.

           DISPLAY   "QUADRO E ROTATIVIDADE COMPET. " COMPETENCIA
                     " - ADMISSOES 12M: " TOT-ADM-12
                     " DESLIGAMENTOS 12M: " TOT-DESL-12.
           CLOSE       REL-TURNOVER.
