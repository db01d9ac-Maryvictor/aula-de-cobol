       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX11A.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  APROVEITAMENTO DE ESTUDOS. LE OS PEDIDOS DO
      *          APROVEIT.DAT (ALUNO, DISCIPLINA CURSADA FORA, CARGA
      *          HORARIA, NOTA, DISCIPLINA PEDIDA DO CURRIC.DAT E O
      *          CODIGO DE EXCECAO DO COORDENADOR, SE HOUVER),
      *          ORDENADOS POR ALUNO. A EQUIVALENCIA EXIGE CARGA
      *          HORARIA DE PELO MENOS PERC-CH-MIN% DA CH-CUR DA
      *          DISCIPLINA PEDIDA NO CURSO DO ALUNO (PERFIL-ALUNO.DAT;
      *          SEM CH NO CURRIC VALE A CH-PADRAO) E NOTA NAO MENOR
      *          QUE NOTA-MIN, AMBOS DO PARAM-APROV.DAT (PADRAO 75%,
      *          6,00 E 80H). PEDIDO QUE NAO ATENDE A REGRA SO E
      *          DEFERIDO SE O CODIGO DE EXCECAO ESTIVER NO AUTORIZA.DAT
      *          PARA O PROGRAMA EX11A COM O TIPO "O"; DISCIPLINA FORA
      *          DO CURRICULO, SEM CODIGO NO DISCIPL.DAT OU JA APROVADA
      *          OU CREDITADA NO HIST-ALUNO.DAT E SEMPRE INDEFERIDA. O
      *          CREDITO DEFERIDO E GRAVADO NO FINAL DO HIST-ALUNO.DAT
      *          COM O TERMO 000000 E A SITUACAO "CREDITADO", COM A NOTA
      *          DO PEDIDO COMO MEDIA E ZERO FALTAS. CADA ALUNO RECEBE
      *          EM REL-DECISAO UMA CARTA, UMA PAGINA POR ALUNO, COM O
      *          QUE FOI DEFERIDO E INDEFERIDO E O MOTIVO DE CADA
      *          DECISAO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   APROVEIT      ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   APROVEIT-ORD  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRAB          ASSIGN      TO      DISK.

           SELECT   OPTIONAL PERFIL-ALUNO ASSIGN TO   DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CURRIC ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DISCIPL ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL HIST-ALUNO ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-APROV ASSIGN TO    DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-DECISAO   ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  APROVEIT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "APROVEIT.DAT".

       01  REG-APROVEIT.
             02 NUMERO-APV       PIC 9(05).
             02 DISC-EXT-APV     PIC X(30).
             02 CH-APV           PIC 9(03).
             02 NOTA-APV         PIC 9(02)V99.
             02 DISC-ALVO-APV    PIC X(30).
             02 EXCECAO-APV      PIC X(06).

       FD  APROVEIT-ORD
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "APROVEIT-ORD.DAT".

       01  REG-ORD.
             02 NUMERO-ORD       PIC 9(05).
             02 DISC-EXT-ORD     PIC X(30).
             02 CH-ORD           PIC 9(03).
             02 NOTA-ORD         PIC 9(02)V99.
             02 DISC-ALVO-ORD    PIC X(30).
             02 EXCECAO-ORD      PIC X(06).

       SD  TRAB.

       01  REG-TRAB.
             02 NUMERO-TRAB      PIC 9(05).
             02 DISC-EXT-TRAB    PIC X(30).
             02 CH-TRAB          PIC 9(03).
             02 NOTA-TRAB        PIC 9(02)V99.
             02 DISC-ALVO-TRAB   PIC X(30).
             02 EXCECAO-TRAB     PIC X(06).

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

       FD  AUTORIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT         PIC X(06).
             02 PROG-AUT         PIC X(08).
             02 TIPOS-AUT        PIC X(04).

       FD  PARAM-APROV
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-APROV.DAT".

       01  REG-PARAM.
             02 PERC-CH-PARAM    PIC 9(03).
             02 NOTA-MIN-PARAM   PIC 9(02)V99.
             02 CH-PADRAO-PARAM  PIC 9(03).

       FD  REL-DECISAO
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-ORD          PIC X(03)   VALUE "NAO".
       77  FIM-PERFIL       PIC X(03)   VALUE "NAO".
       77  FIM-CUR          PIC X(03)   VALUE "NAO".
       77  FIM-DISC         PIC X(03)   VALUE "NAO".
       77  FIM-HIST         PIC X(03)   VALUE "NAO".
       77  FIM-AUT          PIC X(03)   VALUE "NAO".
       77  PROGRAMA-AUT     PIC X(08)   VALUE "EX11A".
       77  TIPO-EXCECAO     PIC X(01)   VALUE "O".
       77  TERMO-CREDITO    PIC 9(06)   VALUE ZEROS.
       77  PERC-CH-MIN      PIC 9(03)   VALUE 75.
       77  NOTA-MIN         PIC 9(02)V99 VALUE 6.
       77  CH-PADRAO        PIC 9(03)   VALUE 80.
       77  QT-PF            PIC 9(04)   VALUE ZEROS.
       77  CTR-PF           PIC 9(04)   VALUE ZEROS.
       77  IND-PF           PIC 9(04)   VALUE ZEROS.
       77  QT-CUR           PIC 9(03)   VALUE ZEROS.
       77  CTR-CUR          PIC 9(03)   VALUE ZEROS.
       77  QT-DISC          PIC 9(03)   VALUE ZEROS.
       77  CTR-DISC         PIC 9(03)   VALUE ZEROS.
       77  QT-CURSADAS      PIC 9(04)   VALUE ZEROS.
       77  CTR-CURSADAS     PIC 9(04)   VALUE ZEROS.
       77  QT-EXC           PIC 9(02)   VALUE ZEROS.
       77  CTR-EXC          PIC 9(02)   VALUE ZEROS.
       77  CTR-TIPO         PIC 9(01)   VALUE ZEROS.
       77  QT-MOT           PIC 9(01)   VALUE ZEROS.
       77  CTR-MOT          PIC 9(01)   VALUE ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)   VALUE "NAO".
       77  NO-CURRICULO     PIC X(03)   VALUE "NAO".
       77  JA-CURSADA       PIC X(03)   VALUE "NAO".
       77  EXCECAO-VALIDA   PIC X(03)   VALUE "NAO".
       77  REGRA-ATENDIDA   PIC X(03)   VALUE "NAO".
       77  DEFERIDO         PIC X(03)   VALUE "NAO".
       77  CODIGO-AUX       PIC 9(03)   VALUE ZEROS.
       77  CH-EXIGIDA       PIC 9(03)   VALUE ZEROS.
       77  CH-MINIMA        PIC 9(03)   VALUE ZEROS.
       77  ALUNO-ATUAL      PIC 9(05)   VALUE ZEROS.
       77  CT-DEF-ALUNO     PIC 9(02)   VALUE ZEROS.
       77  CT-INDEF-ALUNO   PIC 9(02)   VALUE ZEROS.
       77  CT-PEDIDOS       PIC 9(05)   VALUE ZEROS.
       77  CT-DEFERIDOS     PIC 9(05)   VALUE ZEROS.
       77  CT-EXCECOES      PIC 9(05)   VALUE ZEROS.
       77  CT-INDEFERIDOS   PIC 9(05)   VALUE ZEROS.
       77  CT-CARTAS        PIC 9(05)   VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  TAB-PERFIS.
           02 ITEM-PF-TAB     OCCURS 1000 TIMES.
              03 NUMERO-PF-TAB    PIC 9(05).
              03 NOME-PF-TAB      PIC X(20).
              03 CURSO-PF-TAB     PIC X(30).

       01  TAB-CURRICULO.
           02 ITEM-CUR-TAB    OCCURS 100 TIMES.
              03 CURSO-CUR-TAB    PIC X(30).
              03 DISC-CUR-TAB     PIC X(30).
              03 PROX-CUR-TAB     PIC X(30).
              03 CH-CUR-TAB       PIC 9(03).

       01  TAB-DISCIPLINAS.
           02 ITEM-DISC-TAB   OCCURS 50 TIMES.
              03 CODIGO-DISC-TAB  PIC 9(03).
              03 NOME-DISC-TAB    PIC X(30).

       01  TAB-CURSADAS.
           02 ITEM-CURSADA-TAB OCCURS 3000 TIMES.
              03 NUMERO-CURSADA-TAB PIC 9(05).
              03 DISC-CURSADA-TAB   PIC 9(03).

       01  TAB-EXCECOES.
           02 OPER-EXC-TAB    PIC X(06)  OCCURS 50 TIMES.

       01  TAB-MOTIVOS.
           02 MOTIVO-TAB      PIC X(50)  OCCURS 3 TIMES.

       01  MOTIVO-CH.
           02 FILLER         PIC X(14) VALUE "CARGA HORARIA ".
           02 CH-MOT         PIC ZZ9.
           02 FILLER         PIC X(24) VALUE
                               "H INFERIOR AO MINIMO DE ".
           02 CH-MIN-MOT     PIC ZZ9.
           02 FILLER         PIC X(06) VALUE "H".

       01  MOTIVO-NOTA.
           02 FILLER         PIC X(05) VALUE "NOTA ".
           02 NOTA-MOT       PIC Z9,99.
           02 FILLER         PIC X(21) VALUE " INFERIOR A MINIMA DE".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOTA-MIN-MOT   PIC Z9,99.
           02 FILLER         PIC X(13) VALUE SPACES.

       01  MOTIVO-EXC-OK.
           02 FILLER         PIC X(36) VALUE
                               "EXCECAO AUTORIZADA PELO COORDENADOR ".
           02 OPER-OK-MOT    PIC X(06).
           02 FILLER         PIC X(08) VALUE SPACES.

       01  MOTIVO-EXC-NAO.
           02 FILLER         PIC X(18) VALUE "CODIGO DE EXCECAO ".
           02 OPER-NAO-MOT   PIC X(06).
           02 FILLER         PIC X(26) VALUE " NAO AUTORIZADO".

       01  CAB-CARTA.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(46) VALUE
                     "DECISAO DO PEDIDO DE APROVEITAMENTO DE ESTUDOS".
           02 FILLER         PIC X(19) VALUE SPACES.

       01  LINHA-DATA.
           02 FILLER         PIC X(50) VALUE SPACES.
           02 FILLER         PIC X(13) VALUE "SAO PAULO,   ".
           02 DD-LIN         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-LIN         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-LIN       PIC 9(04).
           02 FILLER         PIC X(07) VALUE SPACES.

       01  LINHA-ALUNO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "ALUNO: ".
           02 NUMERO-LIN     PIC 9(05).
           02 FILLER         PIC X(03) VALUE " - ".
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(40) VALUE SPACES.

       01  LINHA-CURSO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "CURSO: ".
           02 CURSO-LIN      PIC X(30).
           02 FILLER         PIC X(38) VALUE SPACES.

       01  LINHA-TEXTO-1.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE
                     "ANALISADO O SEU PEDIDO DE APROVEITAMENTO DE".
           02 FILLER         PIC X(32) VALUE
                     " ESTUDOS, FOI DECIDIDO:".

       01  LINHA-PEDIDO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(10) VALUE "CURSADA : ".
           02 DISC-EXT-LIN   PIC X(30).
           02 FILLER         PIC X(05) VALUE " CH: ".
           02 CH-LIN         PIC ZZ9.
           02 FILLER         PIC X(08) VALUE "  NOTA: ".
           02 NOTA-LIN       PIC Z9,99.
           02 FILLER         PIC X(14) VALUE SPACES.

       01  LINHA-EQUIVALENCIA.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(10) VALUE "PEDIDA  : ".
           02 DISC-ALVO-LIN  PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DECISAO-LIN    PIC X(10).
           02 FILLER         PIC X(23) VALUE SPACES.

       01  LINHA-MOTIVO.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(02) VALUE "- ".
           02 MOTIVO-LIN     PIC X(50).
           02 FILLER         PIC X(13) VALUE SPACES.

       01  LINHA-RESUMO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE "CREDITOS DEFERIDOS: ".
           02 DEF-LIN        PIC Z9.
           02 FILLER         PIC X(17) VALUE "     INDEFERIDOS:".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INDEF-LIN      PIC Z9.
           02 FILLER         PIC X(33) VALUE SPACES.

       01  LINHA-TEXTO-2.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(45) VALUE
                     "AS DISCIPLINAS DEFERIDAS JA CONSTAM DO SEU HI".
           02 FILLER         PIC X(30) VALUE
                     "STORICO COMO CREDITADAS.".

       01  LINHA-TEXTO-3.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE
                     "PEDIDOS DE RECONSIDERACAO DEVEM SER FEITOS ".
           02 FILLER         PIC X(32) VALUE
                     "NA SECRETARIA.".

       PROCEDURE                     DIVISION.

       PGM-EX11A.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ORD      EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-PERFIS.
           PERFORM    CARGA-CURRICULO.
           PERFORM    CARGA-DISCIPLINAS.
           PERFORM    CARGA-HISTORICO.
           PERFORM    CARGA-EXCECOES.
           SORT       TRAB
                      ASCENDING  KEY   NUMERO-TRAB
                      USING      APROVEIT
                      GIVING     APROVEIT-ORD.
           OPEN INPUT        APROVEIT-ORD
               EXTEND        HIST-ALUNO
               OUTPUT        REL-DECISAO.
           PERFORM    LEITURA.

       LE-PARAMETRO.

           OPEN INPUT       PARAM-APROV.
           READ PARAM-APROV
                AT END
                NEXT SENTENCE.
           IF   PERC-CH-PARAM    NOT EQUAL  ZEROS
                MOVE PERC-CH-PARAM    TO  PERC-CH-MIN.
           IF   NOTA-MIN-PARAM   NOT EQUAL  ZEROS
                MOVE NOTA-MIN-PARAM   TO  NOTA-MIN.
           IF   CH-PADRAO-PARAM  NOT EQUAL  ZEROS
                MOVE CH-PADRAO-PARAM  TO  CH-PADRAO.
           CLOSE      PARAM-APROV.

       CARGA-PERFIS.

           OPEN INPUT       PERFIL-ALUNO.
           PERFORM    LEITURA-PERFIL
                      UNTIL     FIM-PERFIL EQUAL    "SIM".
           CLOSE      PERFIL-ALUNO.

       LEITURA-PERFIL.

           READ PERFIL-ALUNO
                AT END
                MOVE "SIM" TO FIM-PERFIL.
           IF   FIM-PERFIL  NOT EQUAL  "SIM"
                IF   QT-PF  EQUAL  1000
                     DISPLAY "PERFIL-ALUNO EXCEDE A TABELA DE 1000"
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
                     MOVE CURSO-CUR      TO  CURSO-CUR-TAB (QT-CUR)
                     MOVE DISCIPLINA-CUR TO  DISC-CUR-TAB (QT-CUR)
                     MOVE PROXIMA-CUR    TO  PROX-CUR-TAB (QT-CUR)
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

      *----------------------------------------------------------------
      * SO INTERESSA DO HISTORICO O QUE JA FOI APROVADO OU CREDITADO:
      * ESSAS DISCIPLINAS NAO PODEM SER APROVEITADAS DE NOVO.
      *----------------------------------------------------------------
       CARGA-HISTORICO.

           OPEN INPUT       HIST-ALUNO.
           PERFORM    LEITURA-HIST
                      UNTIL     FIM-HIST   EQUAL    "SIM".
           CLOSE      HIST-ALUNO.

       LEITURA-HIST.

           READ HIST-ALUNO
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST    NOT EQUAL  "SIM"
                AND (SITUACAO-HIST  EQUAL  "APROVADO"
                 OR  SITUACAO-HIST  EQUAL  "CREDITADO")
                PERFORM  INCLUI-CURSADA.

       INCLUI-CURSADA.

           IF        QT-CURSADAS  EQUAL  3000
                     DISPLAY "HIST-ALUNO EXCEDE A TABELA DE 3000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           ADD       1                TO   QT-CURSADAS.
           MOVE      NUMERO-HIST      TO
                     NUMERO-CURSADA-TAB (QT-CURSADAS).
           MOVE      DISCIPLINA-HIST  TO
                     DISC-CURSADA-TAB (QT-CURSADAS).

      *----------------------------------------------------------------
      * CODIGOS DE EXCECAO VALIDOS: OPERADORES DO AUTORIZA.DAT COM O
      * TIPO "O" PARA ESTE PROGRAMA.
      *----------------------------------------------------------------
       CARGA-EXCECOES.

           OPEN INPUT       AUTORIZA.
           PERFORM    LEITURA-AUTORIZA
                      UNTIL     FIM-AUT    EQUAL    "SIM".
           CLOSE      AUTORIZA.

       LEITURA-AUTORIZA.

           READ AUTORIZA
                AT END
                MOVE "SIM" TO FIM-AUT.
           MOVE "NAO"       TO  TIPO-PERMITIDO.
           IF   FIM-AUT     NOT EQUAL  "SIM"
                AND PROG-AUT  EQUAL  PROGRAMA-AUT
                MOVE 1      TO  CTR-TIPO
                PERFORM TESTA-TIPO-AUT 4 TIMES.
           IF   TIPO-PERMITIDO  EQUAL  "SIM"
                IF   QT-EXC  EQUAL  50
                     DISPLAY "AUTORIZA EXCEDE A TABELA DE 50"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-EXC
                     MOVE OPER-AUT       TO  OPER-EXC-TAB (QT-EXC).

       TESTA-TIPO-AUT.

           IF   TIPOS-AUT (CTR-TIPO:1)  EQUAL  TIPO-EXCECAO
                MOVE "SIM"  TO  TIPO-PERMITIDO.
           ADD  1           TO  CTR-TIPO.

       LEITURA.

           READ APROVEIT-ORD
                AT END
                MOVE "SIM" TO FIM-ORD.

       PRINCIPAL.

           IF        NUMERO-ORD  NOT EQUAL  ALUNO-ATUAL
                     IF   ALUNO-ATUAL  NOT EQUAL  ZEROS
                          PERFORM  FECHA-CARTA
                          PERFORM  ABRE-CARTA
                     ELSE
                          PERFORM  ABRE-CARTA.
           ADD       1         TO   CT-PEDIDOS.
           PERFORM   AVALIA-PEDIDO.
           IF        DEFERIDO  EQUAL  "SIM"
                     PERFORM  GRAVA-CREDITO.
           PERFORM   IMPRIME-PEDIDO.
           PERFORM   LEITURA.

       ABRE-CARTA.

           MOVE      NUMERO-ORD     TO   ALUNO-ATUAL
                                         NUMERO-LIN.
           MOVE      ZEROS          TO   CT-DEF-ALUNO
                                         CT-INDEF-ALUNO.
           ADD       1              TO   CT-CARTAS.
           PERFORM   BUSCA-PERFIL.
           IF        IND-PF  EQUAL  ZEROS
                     MOVE  SPACES   TO   NOME-LIN
                     MOVE  "SEM PERFIL NO TERMO"  TO  CURSO-LIN
           ELSE
                     MOVE  NOME-PF-TAB (IND-PF)   TO  NOME-LIN
                     MOVE  CURSO-PF-TAB (IND-PF)  TO  CURSO-LIN.
           WRITE     REG-REL FROM CAB-CARTA AFTER ADVANCING PAGE.
           MOVE      HOJE-DD        TO   DD-LIN.
           MOVE      HOJE-MM        TO   MM-LIN.
           MOVE      HOJE-AAAA      TO   AAAA-LIN.
           WRITE     REG-REL FROM LINHA-DATA AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM LINHA-ALUNO AFTER ADVANCING 3 LINES.
           WRITE     REG-REL FROM LINHA-CURSO AFTER ADVANCING 1 LINE.
           WRITE     REG-REL FROM LINHA-TEXTO-1
                     AFTER ADVANCING 2 LINES.

       BUSCA-PERFIL.

           MOVE      ZEROS     TO   IND-PF.
           MOVE      1         TO   CTR-PF.
           PERFORM   PESQUISA-PERFIL  QT-PF  TIMES.

       PESQUISA-PERFIL.

           IF        IND-PF  EQUAL  ZEROS
                AND  NUMERO-ORD  EQUAL  NUMERO-PF-TAB (CTR-PF)
                     MOVE  CTR-PF   TO   IND-PF.
           ADD       1         TO   CTR-PF.

      *----------------------------------------------------------------
      * FORA DO CURRICULO, SEM CODIGO OU JA CURSADA: INDEFERIDO SEM
      * EXCECAO. CH OU NOTA ABAIXO DO MINIMO: INDEFERIDO, SALVO
      * CODIGO DE EXCECAO AUTORIZADO.
      *----------------------------------------------------------------
       AVALIA-PEDIDO.

           MOVE      ZEROS     TO   QT-MOT.
           MOVE      SPACES    TO   TAB-MOTIVOS.
           MOVE      "NAO"     TO   DEFERIDO.
           IF        IND-PF  EQUAL  ZEROS
                     MOVE  "ALUNO SEM PERFIL NO TERMO"
                                    TO   MOTIVO-TAB (1)
                     MOVE  1        TO   QT-MOT.
           IF        QT-MOT  EQUAL  ZEROS
                     PERFORM  BUSCA-CURRICULO.
           IF        QT-MOT  EQUAL  ZEROS
                AND  NO-CURRICULO  EQUAL  "NAO"
                     MOVE  "DISCIPLINA FORA DO CURRICULO DO CURSO"
                                    TO   MOTIVO-TAB (1)
                     MOVE  1        TO   QT-MOT.
           IF        QT-MOT  EQUAL  ZEROS
                     PERFORM  BUSCA-CODIGO.
           IF        QT-MOT  EQUAL  ZEROS
                AND  CODIGO-AUX  EQUAL  ZEROS
                     MOVE  "DISCIPLINA SEM CODIGO NO DISCIPL.DAT"
                                    TO   MOTIVO-TAB (1)
                     MOVE  1        TO   QT-MOT.
           IF        QT-MOT  EQUAL  ZEROS
                     PERFORM  BUSCA-CURSADA.
           IF        QT-MOT  EQUAL  ZEROS
                AND  JA-CURSADA  EQUAL  "SIM"
                     MOVE  "DISCIPLINA JA APROVADA OU CREDITADA"
                                    TO   MOTIVO-TAB (1)
                     MOVE  1        TO   QT-MOT.
           IF        QT-MOT  EQUAL  ZEROS
                     PERFORM  APLICA-REGRA.

       BUSCA-CURRICULO.

           MOVE      "NAO"     TO   NO-CURRICULO.
           MOVE      ZEROS     TO   CH-EXIGIDA.
           MOVE      1         TO   CTR-CUR.
           PERFORM   PESQUISA-CURRICULO  QT-CUR  TIMES.
           IF        CH-EXIGIDA  EQUAL  ZEROS
                     MOVE  CH-PADRAO  TO  CH-EXIGIDA.

       PESQUISA-CURRICULO.

           IF        CURSO-PF-TAB (IND-PF)  EQUAL
                     CURSO-CUR-TAB (CTR-CUR)
                AND  DISC-ALVO-ORD  EQUAL  DISC-CUR-TAB (CTR-CUR)
                     MOVE  "SIM"    TO   NO-CURRICULO
                     MOVE  CH-CUR-TAB (CTR-CUR)  TO  CH-EXIGIDA.
           IF        CURSO-PF-TAB (IND-PF)  EQUAL
                     CURSO-CUR-TAB (CTR-CUR)
                AND  DISC-ALVO-ORD  EQUAL  PROX-CUR-TAB (CTR-CUR)
                     MOVE  "SIM"    TO   NO-CURRICULO.
           ADD       1         TO   CTR-CUR.

       BUSCA-CODIGO.

           MOVE      ZEROS     TO   CODIGO-AUX.
           MOVE      1         TO   CTR-DISC.
           PERFORM   PESQUISA-CODIGO  QT-DISC  TIMES.

       PESQUISA-CODIGO.

           IF        DISC-ALVO-ORD  EQUAL  NOME-DISC-TAB (CTR-DISC)
                     MOVE  CODIGO-DISC-TAB (CTR-DISC)  TO  CODIGO-AUX.
           ADD       1         TO   CTR-DISC.

       BUSCA-CURSADA.

           MOVE      "NAO"     TO   JA-CURSADA.
           MOVE      1         TO   CTR-CURSADAS.
           PERFORM   PESQUISA-CURSADA  QT-CURSADAS  TIMES.

       PESQUISA-CURSADA.

           IF        NUMERO-ORD  EQUAL
                     NUMERO-CURSADA-TAB (CTR-CURSADAS)
                AND  CODIGO-AUX  EQUAL  DISC-CURSADA-TAB (CTR-CURSADAS)
                     MOVE  "SIM"    TO   JA-CURSADA.
           ADD       1         TO   CTR-CURSADAS.

       APLICA-REGRA.

           COMPUTE   CH-MINIMA ROUNDED = CH-EXIGIDA * PERC-CH-MIN / 100.
           MOVE      "SIM"     TO   REGRA-ATENDIDA.
           IF        CH-ORD  LESS THAN  CH-MINIMA
                     MOVE  "NAO"        TO   REGRA-ATENDIDA
                     MOVE  CH-ORD       TO   CH-MOT
                     MOVE  CH-MINIMA    TO   CH-MIN-MOT
                     ADD   1            TO   QT-MOT
                     MOVE  MOTIVO-CH    TO   MOTIVO-TAB (QT-MOT).
           IF        NOTA-ORD  LESS THAN  NOTA-MIN
                     MOVE  "NAO"        TO   REGRA-ATENDIDA
                     MOVE  NOTA-ORD     TO   NOTA-MOT
                     MOVE  NOTA-MIN     TO   NOTA-MIN-MOT
                     ADD   1            TO   QT-MOT
                     MOVE  MOTIVO-NOTA  TO   MOTIVO-TAB (QT-MOT).
           IF        REGRA-ATENDIDA  EQUAL  "SIM"
                     MOVE  "SIM"        TO   DEFERIDO
                     MOVE  1            TO   QT-MOT
                     MOVE  "CARGA HORARIA E NOTA ATENDEM A EQUIVALENCIA"
                                        TO   MOTIVO-TAB (1)
           ELSE
                     IF   EXCECAO-ORD  NOT EQUAL  SPACES
                          PERFORM  VERIFICA-EXCECAO.

       VERIFICA-EXCECAO.

           MOVE      "NAO"     TO   EXCECAO-VALIDA.
           MOVE      1         TO   CTR-EXC.
           PERFORM   PESQUISA-EXCECAO  QT-EXC  TIMES.
           ADD       1         TO   QT-MOT.
           IF        EXCECAO-VALIDA  EQUAL  "SIM"
                     MOVE  "SIM"          TO   DEFERIDO
                     ADD   1              TO   CT-EXCECOES
                     MOVE  EXCECAO-ORD    TO   OPER-OK-MOT
                     MOVE  MOTIVO-EXC-OK  TO   MOTIVO-TAB (QT-MOT)
           ELSE
                     MOVE  EXCECAO-ORD    TO   OPER-NAO-MOT
                     MOVE  MOTIVO-EXC-NAO TO   MOTIVO-TAB (QT-MOT).

       PESQUISA-EXCECAO.

           IF        EXCECAO-ORD  EQUAL  OPER-EXC-TAB (CTR-EXC)
                     MOVE  "SIM"    TO   EXCECAO-VALIDA.
           ADD       1         TO   CTR-EXC.

      *----------------------------------------------------------------
      * O CREDITO ENTRA NO HISTORICO COMO TERMO ESPECIAL E PASSA A
      * CONTAR COMO CURSADO PARA OS PEDIDOS SEGUINTES DO MESMO ALUNO.
      *----------------------------------------------------------------
       GRAVA-CREDITO.

           MOVE      TERMO-CREDITO  TO   TERMO-HIST.
           MOVE      NUMERO-ORD     TO   NUMERO-HIST.
           MOVE      CODIGO-AUX     TO   DISCIPLINA-HIST.
           MOVE      NOTA-ORD       TO   NOTA1-HIST
                                         NOTA2-HIST
                                         MEDIA-HIST.
           MOVE      ZEROS          TO   FALTAS-HIST.
           MOVE      "CREDITADO"    TO   SITUACAO-HIST.
           WRITE     REG-HIST.
           PERFORM   INCLUI-CURSADA.

       IMPRIME-PEDIDO.

           MOVE      DISC-EXT-ORD   TO   DISC-EXT-LIN.
           MOVE      CH-ORD         TO   CH-LIN.
           MOVE      NOTA-ORD       TO   NOTA-LIN.
           WRITE     REG-REL FROM LINHA-PEDIDO AFTER ADVANCING 2 LINES.
           MOVE      DISC-ALVO-ORD  TO   DISC-ALVO-LIN.
           IF        DEFERIDO  EQUAL  "SIM"
                     MOVE  "DEFERIDO"     TO   DECISAO-LIN
                     ADD   1              TO   CT-DEF-ALUNO
                                               CT-DEFERIDOS
           ELSE
                     MOVE  "INDEFERIDO"   TO   DECISAO-LIN
                     ADD   1              TO   CT-INDEF-ALUNO
                                               CT-INDEFERIDOS.
           WRITE     REG-REL FROM LINHA-EQUIVALENCIA
                     AFTER ADVANCING 1 LINE.
           MOVE      1         TO   CTR-MOT.
           PERFORM   IMPRIME-MOTIVO  QT-MOT  TIMES.

       IMPRIME-MOTIVO.

           MOVE      MOTIVO-TAB (CTR-MOT)  TO  MOTIVO-LIN.
           WRITE     REG-REL FROM LINHA-MOTIVO AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-MOT.

       FECHA-CARTA.

           MOVE      CT-DEF-ALUNO   TO   DEF-LIN.
           MOVE      CT-INDEF-ALUNO TO   INDEF-LIN.
           WRITE     REG-REL FROM LINHA-RESUMO AFTER ADVANCING 3 LINES.
           IF        CT-DEF-ALUNO  NOT EQUAL  ZEROS
                     WRITE  REG-REL FROM LINHA-TEXTO-2
                            AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM LINHA-TEXTO-3 AFTER ADVANCING 1 LINE.

       TERMINO.

           IF        ALUNO-ATUAL  NOT EQUAL  ZEROS
                     PERFORM  FECHA-CARTA.
           DISPLAY   "PEDIDOS ANALISADOS     : " CT-PEDIDOS.
           DISPLAY   "DEFERIDOS              : " CT-DEFERIDOS.
           DISPLAY   "  DOS QUAIS POR EXCECAO: " CT-EXCECOES.
           DISPLAY   "INDEFERIDOS            : " CT-INDEFERIDOS.
           DISPLAY   "CARTAS EMITIDAS        : " CT-CARTAS.
           CLOSE     APROVEIT-ORD
                     HIST-ALUNO
                     REL-DECISAO.
