       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX11R.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  COEFICIENTE DE RENDIMENTO (CR) ACUMULADO. PERCORRE
      *          TODO O HISTORICO HIST-ALUNO.DAT (TODOS OS TERMOS,
      *          APROVACOES E REPROVACOES) E CALCULA PARA CADA ALUNO A
      *          MEDIA DAS MEDIAS PONDERADA PELA CARGA HORARIA DA
      *          DISCIPLINA, TIRADA DA COLUNA CH DO CURRIC.DAT (O
      *          CODIGO DO HISTORICO E CASADO PELO NOME NO DISCIPL.DAT).
      *          DISCIPLINA SEM CARGA HORARIA NO CURRIC ENTRA COM A
      *          CARGA PADRAO DO PARAMETRO. O CR DE CADA ALUNO E
      *          GRAVADO EM CR-ALUNO.DAT (NUMERO, CURSO DO PERFIL-ALUNO,
      *          CR, CARGA CURSADA, REPROVACOES, DATA), LIDO PELO EX11T
      *          E PELO EX11H. EM SEGUIDA O ARQUIVO E CLASSIFICADO POR
      *          CURSO E CR DECRESCENTE E SAEM A CLASSIFICACAO POR CURSO
      *          (REL-RANKCR) E O QUADRO DE HONRA (REL-HONRA): ALUNOS
      *          COM CR IGUAL OU ACIMA DO MINIMO E NENHUMA REPROVACAO.
      *          O CR MINIMO E A CARGA PADRAO VEM DO PARAMETRO OPCIONAL
      *          PARAM-HONRA.DAT; SEM ELE VALEM 8,00 E 80 HORAS.
      *          DISCIPLINA CREDITADA POR APROVEITAMENTO DE ESTUDOS
      *          (SITUACAO "CREDITADO", EX11A) NAO ENTRA NO CR: A NOTA
      *          FOI OBTIDA FORA E NAO E MEDIA DE TERMO DA CASA.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   HIST-ALUNO    ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERFIL-ALUNO ASSIGN TO   DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CURRIC ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DISCIPL ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-HONRA ASSIGN TO    DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CR-ALUNO      ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CR-ORD        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRAB          ASSIGN      TO      DISK.

           SELECT   REL-RANKCR    ASSIGN      TO      DISK.

           SELECT   REL-HONRA     ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  HIST-ALUNO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "HIST-ALUNO.DAT".

       01  REG-HIST.
             02 TERMO-HIST       PIC 9(06).
             02 NUMERO-HIST      PIC 9(05).
             02 DISCIPLINA-HIST  PIC 9(03).
             02 NOTA1-HIST       PIC 9(02)V99.
             02 NOTA2-HIST       PIC 9(02)V99.
             02 MEDIA-HIST       PIC 9(02)V99.
             02 FALTAS-HIST      PIC 9(02).
             02 SITUACAO-HIST    PIC X(09).

       FD  PERFIL-ALUNO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERFIL-ALUNO.DAT".

       01  REG-PERFIL.
             02 NUMERO-PF        PIC 9(05).
             02 NOME-PF          PIC X(20).
             02 MEDIA-PF         PIC 9(02)V99.
             02 STATUS-PF        PIC X(10).
             02 SEXO-PF          PIC X(01).
             02 MEDIA4-PF        PIC 9(02)V99.
             02 CURSO-PF         PIC X(30).
             02 DISCIPLINA-PF    PIC X(30).
             02 EMAIL-PF         PIC X(20).

       FD  CURRIC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CURRIC.DAT".

       01  REG-CURRIC.
             02 CURSO-CUR        PIC X(30).
             02 DISCIPLINA-CUR   PIC X(30).
             02 PROXIMA-CUR      PIC X(30).
             02 PRE-REQ-CUR      PIC X(30)  OCCURS 2 TIMES.
             02 CH-CUR           PIC 9(03).

       FD  DISCIPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DISCIPL.DAT".

       01  REG-DISC.
             02 CODIGO-DISC      PIC 9(03).
             02 NOME-DISC        PIC X(30).

       FD  PARAM-HONRA
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-HONRA.DAT".

       01  REG-PARAM-HONRA.
             02 CR-MINIMO-PARAM  PIC 9(02)V99.
             02 CH-PADRAO-PARAM  PIC 9(03).

       FD  CR-ALUNO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CR-ALUNO.DAT".

       01  REG-CR.
             02 NUMERO-CRA       PIC 9(05).
             02 CURSO-CRA        PIC X(30).
             02 CR-CRA           PIC 9(02)V99.
             02 CH-CRA           PIC 9(05).
             02 REPROV-CRA       PIC 9(03).
             02 DATA-CRA         PIC 9(08).

       FD  CR-ORD
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CR-ORD.DAT".

       01  REG-CR-ORD.
             02 NUMERO-ORD       PIC 9(05).
             02 CURSO-ORD        PIC X(30).
             02 CR-ORD-VAL       PIC 9(02)V99.
             02 CH-ORD           PIC 9(05).
             02 REPROV-ORD       PIC 9(03).
             02 DATA-ORD         PIC 9(08).

       SD  TRAB.

       01  REG-TRAB.
             02 NUMERO-TRAB      PIC 9(05).
             02 CURSO-TRAB       PIC X(30).
             02 CR-TRAB          PIC 9(02)V99.
             02 CH-TRAB          PIC 9(05).
             02 REPROV-TRAB      PIC 9(03).
             02 DATA-TRAB        PIC 9(08).

       FD  REL-RANKCR
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(80).

       FD  REL-HONRA
           LABEL RECORD IS OMITTED.

       01  REG-REL-HONRA            PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-HIST         PIC X(03)   VALUE "NAO".
       77  FIM-PERFIL       PIC X(03)   VALUE "NAO".
       77  FIM-CUR          PIC X(03)   VALUE "NAO".
       77  FIM-DISC         PIC X(03)   VALUE "NAO".
       77  FIM-PARAM        PIC X(03)   VALUE "NAO".
       77  FIM-ORD          PIC X(03)   VALUE "NAO".
       77  CR-MINIMO        PIC 9(02)V99 VALUE 8,00.
       77  CH-PADRAO        PIC 9(03)   VALUE 80.
       77  QT-PF            PIC 9(03)   VALUE ZEROS.
       77  CTR-PF           PIC 9(03)   VALUE ZEROS.
       77  IND-PF           PIC 9(03)   VALUE ZEROS.
       77  QT-CUR           PIC 9(03)   VALUE ZEROS.
       77  CTR-CUR          PIC 9(03)   VALUE ZEROS.
       77  QT-DISC          PIC 9(03)   VALUE ZEROS.
       77  CTR-DISC         PIC 9(03)   VALUE ZEROS.
       77  QT-CR            PIC 9(04)   VALUE ZEROS.
       77  CTR-CR           PIC 9(04)   VALUE ZEROS.
       77  IND-CR           PIC 9(04)   VALUE ZEROS.
       77  NOME-BUSCA       PIC X(30)   VALUE SPACES.
       77  CH-AUX           PIC 9(03)   VALUE ZEROS.
       77  CT-CH-PADRAO     PIC 9(05)   VALUE ZEROS.
       77  CURSO-ANT        PIC X(30)   VALUE SPACES.
       77  CURSO-NA-HONRA   PIC X(03)   VALUE "NAO".
       77  POSICAO          PIC 9(04)   VALUE ZEROS.
       77  CT-LIN           PIC 9(02)   VALUE 60.
       77  CT-LIN-HONRA     PIC 9(02)   VALUE 60.
       77  CT-ALUNOS        PIC 9(05)   VALUE ZEROS.
       77  CT-HONRA         PIC 9(05)   VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  TAB-PERFIL.
           02 ITEM-PF-TAB     OCCURS 500 TIMES.
              03 NUMERO-PF-TAB    PIC 9(05).
              03 NOME-PF-TAB      PIC X(20).
              03 CURSO-PF-TAB     PIC X(30).

       01  TAB-CURRICULO.
           02 ITEM-CUR-TAB    OCCURS 100 TIMES.
              03 DISC-CUR-TAB     PIC X(30).
              03 CH-CUR-TAB       PIC 9(03).

       01  TAB-DISCIPLINAS.
           02 ITEM-DISC-TAB   OCCURS 50 TIMES.
              03 CODIGO-DISC-TAB  PIC 9(03).
              03 NOME-DISC-TAB    PIC X(30).

       01  TAB-COEFICIENTES.
           02 ITEM-CR-TAB     OCCURS 1000 TIMES.
              03 NUMERO-CR-TAB    PIC 9(05).
              03 PONTOS-CR-TAB    PIC 9(07)V99.
              03 CH-CR-TAB        PIC 9(05).
              03 REPROV-CR-TAB    PIC 9(03).

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(44) VALUE
                     "CLASSIFICACAO POR COEFICIENTE DE RENDIMENTO".
           02 FILLER         PIC X(09) VALUE SPACES.
           02 DD-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-CAB       PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.

       01  CAB-HONRA.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(15) VALUE "QUADRO DE HONRA".
           02 FILLER         PIC X(14) VALUE " - CR MINIMO: ".
           02 CR-MINIMO-CAB  PIC Z9,99.
           02 FILLER         PIC X(31) VALUE SPACES.

       01  CAB-CURSO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "CURSO: ".
           02 CURSO-CAB      PIC X(30).
           02 FILLER         PIC X(40) VALUE SPACES.

       01  CAB-COLUNAS.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "POS.  ".
           02 FILLER         PIC X(08) VALUE "NUMERO  ".
           02 FILLER         PIC X(21) VALUE "NOME".
           02 FILLER         PIC X(08) VALUE "    CR  ".
           02 FILLER         PIC X(08) VALUE "  CARGA ".
           02 FILLER         PIC X(08) VALUE " REPROV.".
           02 FILLER         PIC X(18) VALUE SPACES.

       01  DETALHE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 POSICAO-DET    PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NUMERO-DET     PIC 9(05).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CR-DET         PIC Z9,99.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CH-DET         PIC ZZZZ9.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 REPROV-DET     PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 HONRA-DET      PIC X(05).
           02 FILLER         PIC X(12) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TOT     PIC X(40).
           02 QT-TOT         PIC ZZZZ9.
           02 FILLER         PIC X(30) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX11R.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-HIST     EQUAL     "SIM".

           PERFORM    GRAVA-COEFICIENTES.

           SORT       TRAB
                      ASCENDING  KEY   CURSO-TRAB
                      DESCENDING KEY   CR-TRAB
                      ASCENDING  KEY   NUMERO-TRAB
                      USING      CR-ALUNO
                      GIVING     CR-ORD.

           PERFORM    CLASSIFICACAO.

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-PERFIL.
           PERFORM    CARGA-CURRICULO.
           PERFORM    CARGA-DISCIPLINAS.
           OPEN INPUT        HIST-ALUNO.
           PERFORM    LEITURA.

       LE-PARAMETRO.

           OPEN INPUT        PARAM-HONRA.
           READ PARAM-HONRA
                AT END
                MOVE "SIM" TO FIM-PARAM.
           IF   FIM-PARAM   NOT EQUAL  "SIM"
                MOVE CR-MINIMO-PARAM  TO  CR-MINIMO
                IF   CH-PADRAO-PARAM  NOT EQUAL  ZEROS
                     MOVE CH-PADRAO-PARAM  TO  CH-PADRAO.
           CLOSE      PARAM-HONRA.

       CARGA-PERFIL.

           OPEN INPUT       PERFIL-ALUNO.
           PERFORM    LEITURA-PERFIL
                      UNTIL     FIM-PERFIL EQUAL    "SIM".
           CLOSE      PERFIL-ALUNO.

       LEITURA-PERFIL.

           READ PERFIL-ALUNO
                AT END
                MOVE "SIM" TO FIM-PERFIL.
           IF   FIM-PERFIL  NOT EQUAL  "SIM"
                IF   QT-PF  EQUAL  500
                     DISPLAY "PERFIL-ALUNO EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-PF
                     MOVE NUMERO-PF      TO  NUMERO-PF-TAB (QT-PF)
                     MOVE NOME-PF        TO  NOME-PF-TAB (QT-PF)
                     MOVE CURSO-PF       TO  CURSO-PF-TAB (QT-PF).

       CARGA-CURRICULO.

           OPEN INPUT       CURRIC.
           PERFORM    LEITURA-CUR
                      UNTIL     FIM-CUR    EQUAL    "SIM".
           CLOSE      CURRIC.

       LEITURA-CUR.

           READ CURRIC
                AT END
                MOVE "SIM" TO FIM-CUR.
           IF   FIM-CUR     NOT EQUAL  "SIM"
                IF   QT-CUR  EQUAL  100
                     DISPLAY "CURRIC EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-CUR
                     MOVE DISCIPLINA-CUR TO  DISC-CUR-TAB (QT-CUR)
                     MOVE CH-CUR         TO  CH-CUR-TAB (QT-CUR).

       CARGA-DISCIPLINAS.

           OPEN INPUT       DISCIPL.
           PERFORM    LEITURA-DISC
                      UNTIL     FIM-DISC   EQUAL    "SIM".
           CLOSE      DISCIPL.

       LEITURA-DISC.

           READ DISCIPL
                AT END
                MOVE "SIM" TO FIM-DISC.
           IF   FIM-DISC    NOT EQUAL  "SIM"
                IF   QT-DISC  EQUAL  50
                     DISPLAY "DISCIPL EXCEDE A TABELA DE 50"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-DISC
                     MOVE CODIGO-DISC    TO  CODIGO-DISC-TAB (QT-DISC)
                     MOVE NOME-DISC      TO  NOME-DISC-TAB (QT-DISC).

       LEITURA.

           READ HIST-ALUNO
                AT END
                MOVE "SIM" TO FIM-HIST.

      *----------------------------------------------------------------
      * CADA LINHA DO HISTORICO, MENOS AS CREDITADAS, SOMA MEDIA X
      * CARGA HORARIA NOS PONTOS DO ALUNO, A CARGA NO TOTAL CURSADO
      * E, SE NAO APROVADO, UMA REPROVACAO.
      *----------------------------------------------------------------
       PRINCIPAL.

           IF        SITUACAO-HIST  NOT EQUAL  "CREDITADO"
                     PERFORM  ACUMULA-CR.
           PERFORM   LEITURA.

       ACUMULA-CR.

           PERFORM   BUSCA-CARGA.
           PERFORM   BUSCA-CR.
           IF        IND-CR  EQUAL  ZEROS
                     PERFORM  INCLUI-CR.
           COMPUTE   PONTOS-CR-TAB (IND-CR) =
                     PONTOS-CR-TAB (IND-CR) + MEDIA-HIST * CH-AUX.
           ADD       CH-AUX    TO   CH-CR-TAB (IND-CR).
           IF        SITUACAO-HIST  NOT EQUAL  "APROVADO"
                     ADD  1    TO   REPROV-CR-TAB (IND-CR).

       BUSCA-CARGA.

           MOVE      SPACES    TO   NOME-BUSCA.
           MOVE      ZEROS     TO   CH-AUX.
           MOVE      1         TO   CTR-DISC.
           PERFORM   PESQUISA-DISCIPLINA  QT-DISC  TIMES.
           IF        NOME-BUSCA  NOT EQUAL  SPACES
                     MOVE  1   TO   CTR-CUR
                     PERFORM  PESQUISA-CARGA  QT-CUR  TIMES.
           IF        CH-AUX  EQUAL  ZEROS
                     MOVE  CH-PADRAO  TO  CH-AUX
                     ADD   1          TO  CT-CH-PADRAO.

       PESQUISA-DISCIPLINA.

           IF        DISCIPLINA-HIST  EQUAL  CODIGO-DISC-TAB (CTR-DISC)
                     MOVE  NOME-DISC-TAB (CTR-DISC)  TO  NOME-BUSCA.
           ADD       1         TO   CTR-DISC.

       PESQUISA-CARGA.

           IF        NOME-BUSCA  EQUAL  DISC-CUR-TAB (CTR-CUR)
                AND  CH-AUX      EQUAL  ZEROS
                     MOVE  CH-CUR-TAB (CTR-CUR)  TO  CH-AUX.
           ADD       1         TO   CTR-CUR.

       BUSCA-CR.

           MOVE      ZEROS     TO   IND-CR.
           MOVE      1         TO   CTR-CR.
           PERFORM   PESQUISA-CR     QT-CR  TIMES.

       PESQUISA-CR.

           IF        NUMERO-HIST  EQUAL  NUMERO-CR-TAB (CTR-CR)
                     MOVE  CTR-CR   TO   IND-CR.
           ADD       1         TO   CTR-CR.

       INCLUI-CR.

           IF        QT-CR  EQUAL  1000
                     DISPLAY "ALUNOS DO HISTORICO EXCEDEM A TABELA DE"
                             " 1000 - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           ADD       1              TO   QT-CR.
           MOVE      QT-CR          TO   IND-CR.
           MOVE      NUMERO-HIST    TO   NUMERO-CR-TAB (IND-CR).
           MOVE      ZEROS          TO   PONTOS-CR-TAB (IND-CR)
                                         CH-CR-TAB (IND-CR)
                                         REPROV-CR-TAB (IND-CR).

       GRAVA-COEFICIENTES.

           CLOSE      HIST-ALUNO.
           OPEN OUTPUT       CR-ALUNO.
           MOVE       1         TO   CTR-CR.
           PERFORM    GRAVA-CR       QT-CR  TIMES.
           CLOSE      CR-ALUNO.

       GRAVA-CR.

           MOVE      NUMERO-CR-TAB (CTR-CR)  TO   NUMERO-CRA.
           PERFORM   BUSCA-PERFIL.
           IF        IND-PF  EQUAL  ZEROS
                     MOVE  "SEM PERFIL NO TERMO"  TO  CURSO-CRA
           ELSE
                     MOVE  CURSO-PF-TAB (IND-PF)  TO  CURSO-CRA.
           COMPUTE   CR-CRA ROUNDED = PONTOS-CR-TAB (CTR-CR)
                                    / CH-CR-TAB (CTR-CR).
           MOVE      CH-CR-TAB (CTR-CR)      TO   CH-CRA.
           MOVE      REPROV-CR-TAB (CTR-CR)  TO   REPROV-CRA.
           MOVE      HOJE-NUM                TO   DATA-CRA.
           WRITE     REG-CR.
           ADD       1         TO   CT-ALUNOS.
           ADD       1         TO   CTR-CR.

       BUSCA-PERFIL.

           MOVE      ZEROS     TO   IND-PF.
           MOVE      1         TO   CTR-PF.
           PERFORM   PESQUISA-PERFIL  QT-PF  TIMES.

       PESQUISA-PERFIL.

           IF        NUMERO-CRA  EQUAL  NUMERO-PF-TAB (CTR-PF)
                     MOVE  CTR-PF   TO   IND-PF.
           ADD       1         TO   CTR-PF.

      *----------------------------------------------------------------
      * CR-ORD VEM POR CURSO E CR DECRESCENTE: A POSICAO RECOMECA A
      * CADA CURSO E O QUADRO DE HONRA SAI NA MESMA PASSADA.
      *----------------------------------------------------------------
       CLASSIFICACAO.

           MOVE      HOJE-DD        TO   DD-CAB.
           MOVE      HOJE-MM        TO   MM-CAB.
           MOVE      HOJE-AAAA      TO   AAAA-CAB.
           MOVE      CR-MINIMO      TO   CR-MINIMO-CAB.
           MOVE      HIGH-VALUES    TO   CURSO-ANT.
           OPEN INPUT        CR-ORD
               OUTPUT        REL-RANKCR
                             REL-HONRA.
           PERFORM   LEITURA-ORD.
           PERFORM   IMPRIME-CLASSIFICADO
                     UNTIL     FIM-ORD    EQUAL    "SIM".

       LEITURA-ORD.

           READ CR-ORD
                AT END
                MOVE "SIM" TO FIM-ORD.

       IMPRIME-CLASSIFICADO.

           IF        CURSO-ORD  NOT EQUAL  CURSO-ANT
                     MOVE  ZEROS      TO   POSICAO
                     MOVE  60         TO   CT-LIN
                     MOVE  "NAO"      TO   CURSO-NA-HONRA
                     MOVE  CURSO-ORD  TO   CURSO-ANT
                                           CURSO-CAB.
           IF        CT-LIN  GREATER THAN  55
                     PERFORM  CABECALHO-RANKING.
           ADD       1              TO   POSICAO.
           MOVE      POSICAO        TO   POSICAO-DET.
           MOVE      NUMERO-ORD     TO   NUMERO-DET
                                         NUMERO-CRA.
           PERFORM   BUSCA-PERFIL.
           IF        IND-PF  EQUAL  ZEROS
                     MOVE  SPACES   TO   NOME-DET
           ELSE
                     MOVE  NOME-PF-TAB (IND-PF)  TO  NOME-DET.
           MOVE      CR-ORD-VAL     TO   CR-DET.
           MOVE      CH-ORD         TO   CH-DET.
           MOVE      REPROV-ORD     TO   REPROV-DET.
           MOVE      SPACES         TO   HONRA-DET.
           IF        CR-ORD-VAL  NOT LESS THAN  CR-MINIMO
                AND  REPROV-ORD  EQUAL  ZEROS
                     MOVE  "HONRA"  TO   HONRA-DET.
           WRITE     REG-REL FROM DETALHE
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.
           IF        HONRA-DET  EQUAL  "HONRA"
                     PERFORM  IMPRIME-HONRA.
           PERFORM   LEITURA-ORD.

       CABECALHO-RANKING.

           WRITE     REG-REL FROM CAB-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-CURSO
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM CAB-COLUNAS
                     AFTER ADVANCING 2 LINES.
           MOVE      6         TO   CT-LIN.

      *----------------------------------------------------------------
      * NO QUADRO DE HONRA O CURSO SO E IMPRESSO QUANDO TEM O PRIMEIRO
      * ALUNO HONRADO, E DE NOVO NO ALTO DE CADA PAGINA.
      *----------------------------------------------------------------
       IMPRIME-HONRA.

           IF        CT-LIN-HONRA  GREATER THAN  55
                     WRITE  REG-REL-HONRA FROM CAB-HONRA
                            AFTER ADVANCING PAGE
                     MOVE   2       TO   CT-LIN-HONRA
                     MOVE   "NAO"   TO   CURSO-NA-HONRA.
           IF        CURSO-NA-HONRA  EQUAL  "NAO"
                     WRITE  REG-REL-HONRA FROM CAB-CURSO
                            AFTER ADVANCING 2 LINES
                     WRITE  REG-REL-HONRA FROM CAB-COLUNAS
                            AFTER ADVANCING 1 LINE
                     ADD    3       TO   CT-LIN-HONRA
                     MOVE   "SIM"   TO   CURSO-NA-HONRA.
           WRITE     REG-REL-HONRA FROM DETALHE
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN-HONRA.
           ADD       1              TO   CT-HONRA.

       TERMINO.

           MOVE      "ALUNOS COM CR CALCULADO               : "
                               TO   ROTULO-TOT.
           MOVE      CT-ALUNOS      TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 3 LINES.
           MOVE      "LINHAS DO HISTORICO COM CARGA PADRAO  : "
                               TO   ROTULO-TOT.
           MOVE      CT-CH-PADRAO   TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "ALUNOS NO QUADRO DE HONRA             : "
                               TO   ROTULO-TOT.
           MOVE      CT-HONRA       TO   QT-TOT.
           WRITE     REG-REL-HONRA FROM LINHA-TOTAL
                     AFTER ADVANCING 3 LINES.
           DISPLAY   "ALUNOS COM CR     : " CT-ALUNOS.
           DISPLAY   "CARGA PADRAO USADA: " CT-CH-PADRAO.
           DISPLAY   "QUADRO DE HONRA   : " CT-HONRA.
           CLOSE       CR-ORD
                       REL-RANKCR
                       REL-HONRA.
