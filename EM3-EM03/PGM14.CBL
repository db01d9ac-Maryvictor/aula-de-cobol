       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM14.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  ESTATISTICA DO RESULTADO DO VESTIBULAR PARA A
      *          CONGREGACAO. CRUZA AS OPCOES DE CURSO (OPCAO.DAT),
      *          A TABELA DE VAGAS (VAGAS-CURSO.DAT), OS ALOCADOS DO
      *          PGM07 (APROV-CURSO.DAT), A LISTA DE ESPERA
      *          (LISTA-ESP.DAT) E AS FICHAS DE INSCRICAO
      *          (INSCVEST.DAT) E EMITE O REL-ESTVEST COM:
      *          - POR CURSO: INSCRITOS, VAGAS, CANDIDATOS POR VAGA,
      *            NOTA DE CORTE (MENOR NOTA ALOCADA) DA CATEGORIA
      *            GERAL, DA COTA A E DA COTA B, E MEDIA E MEDIANA
      *            DAS NOTAS DOS CLASSIFICADOS (ALOCADOS MAIS LISTA
      *            DE ESPERA; QUEM NAO PASSOU DO CORTE DO PGM06 NAO
      *            TEM NOTA NESSES ARQUIVOS);
      *          - PERFIL DE INSCRITOS E APROVADOS POR SEXO, FAIXA
      *            ETARIA NA DATA DA PROVA E CATEGORIA DE COTA;
      *          - COMPARATIVO DE CADA CURSO COM OS TRES EXAMES
      *            ANTERIORES GUARDADOS NO HISTORICO HIST-VEST.DAT.
      *          O EXAME E A DATA DA PROVA VEM DO PARAMETRO
      *          PARAM-ESTVEST.DAT (AUSENTE = ANO-SEMESTRE E DATA DE
      *          HOJE). O HISTORICO E REGRAVADO A CADA EXECUCAO COM
      *          OS NUMEROS DO EXAME CORRENTE, SUBSTITUINDO OS DE UMA
      *          EXECUCAO ANTERIOR DO MESMO EXAME.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPCAO            ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   VAGAS-CURSO      ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   APROV-CURSO      ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL LISTA-ESP ASSIGN    TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   INSCVEST         ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL PARAM-ESTVEST ASSIGN TO     DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL HIST-VEST ASSIGN    TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   REL-ESTVEST      ASSIGN      TO      DISK.

       DATA                                        DIVISION.

       FILE SECTION.

       FD  OPCAO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "OPCAO.DAT".

       01   REG-OPCAO.
            03 CPF-OPCAO     PIC 9(11).
            03 CURSO-OPCAO   PIC 9(02).

       FD  VAGAS-CURSO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "VAGAS-CURSO.DAT".

       01   REG-VAGAS.
            03 CURSO-VAGAS   PIC 9(02).
            03 NOME-VAGAS    PIC X(30).
            03 QT-VAGAS      PIC 9(03).
            03 PERC-RES-A    PIC 9(03).
            03 PERC-RES-B    PIC 9(03).

       FD  APROV-CURSO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "APROV-CURSO.DAT".

       01   REG-APROV.
            03 CURSO-APROV   PIC 9(02).
            03 CLASS-APROV   PIC 9(03).
            03 CPF-APROV     PIC 9(11).
            03 NOME-APROV    PIC X(30).
            03 PONT-APROV    PIC 9(03).
            03 CATEG-APROV   PIC X(01).

       FD  LISTA-ESP
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "LISTA-ESP.DAT".

       01   REG-ESPERA.
            03 CURSO-ESP     PIC 9(02).
            03 ORDEM-ESP     PIC 9(03).
            03 CLASS-ESP     PIC 9(03).
            03 CPF-ESP       PIC 9(11).
            03 NOME-ESP      PIC X(30).
            03 PONT-ESP      PIC 9(03).
            03 CATEG-ESP     PIC X(01).

       FD  INSCVEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "INSCVEST.DAT".

       01   REG-INSC.
            03 CPF-INSC      PIC 9(11).
            03 SEXO-INSC     PIC X(01).
            03 DATA-NASC-INSC.
               04 DD-INSC    PIC 9(02).
               04 MM-INSC    PIC 9(02).
               04 AAAA-INSC  PIC 9(04).
            03 CATEG-INSC    PIC X(01).

       FD  PARAM-ESTVEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "PARAM-ESTVEST.DAT".

       01   REG-PARAM-ESTVEST.
            03 EXAME-PARAM   PIC X(06).
            03 DATA-PROVA-PARAM PIC 9(08).

       FD  HIST-VEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "HIST-VEST.DAT".

       01   REG-HIST.
            03 EXAME-HIST    PIC X(06).
            03 CURSO-HIST    PIC 9(02).
            03 INSCR-HIST    PIC 9(05).
            03 VAGAS-HIST    PIC 9(03).
            03 CORTE-G-HIST  PIC 9(03).
            03 CORTE-A-HIST  PIC 9(03).
            03 CORTE-B-HIST  PIC 9(03).
            03 MEDIA-HIST    PIC 9(03)V99.
            03 MEDIANA-HIST  PIC 9(03)V9.

       FD  REL-ESTVEST
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(80).

       WORKING-STORAGE SECTION.

       77    FIM-OPCAO        PIC X(03) VALUE "NAO".
       77    FIM-VAGAS        PIC X(03) VALUE "NAO".
       77    FIM-APROV        PIC X(03) VALUE "NAO".
       77    FIM-ESP          PIC X(03) VALUE "NAO".
       77    FIM-INSC         PIC X(03) VALUE "NAO".
       77    FIM-HIST         PIC X(03) VALUE "NAO".
       77    QT-CURSOS        PIC 9(02) VALUE ZEROS.
       77    CTR-CURSO        PIC 9(02) VALUE ZEROS.
       77    IND-CURSO        PIC 9(02) VALUE ZEROS.
       77    ACHOU-CURSO      PIC X(03) VALUE "NAO".
       77    WCURSO           PIC 9(02) VALUE ZEROS.
       77    QT-INSC          PIC 9(03) VALUE ZEROS.
       77    CTR-INSC         PIC 9(03) VALUE ZEROS.
       77    IND-INSC         PIC 9(03) VALUE ZEROS.
       77    QT-NOTAS         PIC 9(03) VALUE ZEROS.
       77    CTR-NOTA         PIC 9(03) VALUE ZEROS.
       77    CTR-NOTA-2       PIC 9(03) VALUE ZEROS.
       77    QT-HIST          PIC 9(03) VALUE ZEROS.
       77    CTR-HIST         PIC 9(03) VALUE ZEROS.
       77    QT-ANTERIORES    PIC 9(01) VALUE ZEROS.
       77    CT-OPCAO-INVAL   PIC 9(05) VALUE ZEROS.
       77    CT-APROV-INVAL   PIC 9(05) VALUE ZEROS.
       77    CT-APROVADOS     PIC 9(05) VALUE ZEROS.
       77    CT-ESPERA        PIC 9(05) VALUE ZEROS.
       77    EXAME-ATUAL      PIC X(06) VALUE SPACES.
       77    IDADE            PIC 9(03) VALUE ZEROS.
       77    WMMDD-NASC       PIC 9(04) VALUE ZEROS.
       77    WMMDD-PROVA      PIC 9(04) VALUE ZEROS.
       77    IND-SEXO         PIC 9(02) VALUE ZEROS.
       77    IND-FAIXA        PIC 9(02) VALUE ZEROS.
       77    IND-CATEG        PIC 9(02) VALUE ZEROS.
       77    WSEXO            PIC X(01) VALUE SPACE.
       77    WCATEG           PIC X(01) VALUE SPACE.
       77    CTR-PERFIL       PIC 9(02) VALUE ZEROS.
       77    TOT-INSC-PERF    PIC 9(05) VALUE ZEROS.
       77    TOT-APROV-PERF   PIC 9(05) VALUE ZEROS.
       77    QT-NOTAS-CURSO   PIC 9(03) VALUE ZEROS.
       77    SOMA-NOTAS       PIC 9(07) VALUE ZEROS.
       77    K-PROCURADO      PIC 9(03) VALUE ZEROS.
       77    K-MENOR          PIC 9(03) VALUE ZEROS.
       77    K-MENOR-IGUAL    PIC 9(03) VALUE ZEROS.
       77    NOTA-K           PIC 9(03) VALUE ZEROS.
       77    NOTA-K1          PIC 9(03) VALUE ZEROS.
       77    WMEDIA           PIC 9(03)V99 VALUE ZEROS.
       77    WMEDIANA         PIC 9(03)V9 VALUE ZEROS.
       77    WRELACAO         PIC 9(03)V99 VALUE ZEROS.
       77    TOT-INSCR        PIC 9(05) VALUE ZEROS.
       77    TOT-VAGAS        PIC 9(05) VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  DATA-PROVA.
           02 PROVA-AAAA     PIC 9(04).
           02 PROVA-MM       PIC 9(02).
           02 PROVA-DD       PIC 9(02).

       01  DATA-PROVA-NUM    REDEFINES DATA-PROVA  PIC 9(08).

       01  EXAME-PADRAO.
           02 EXAME-AAAA     PIC 9(04).
           02 FILLER         PIC X(01) VALUE "-".
           02 EXAME-SEM      PIC 9(01).

       01  TAB-CURSOS.
           02 ITEM-CURSO-TAB  OCCURS 20 TIMES.
              03 CURSO-TAB       PIC 9(02).
              03 NOME-CURSO-TAB  PIC X(30).
              03 VAGAS-TAB       PIC 9(03).
              03 INSCR-TAB       PIC 9(05).
              03 APROV-G-TAB     PIC 9(03).
              03 APROV-A-TAB     PIC 9(03).
              03 APROV-B-TAB     PIC 9(03).
              03 CORTE-G-TAB     PIC 9(03).
              03 CORTE-A-TAB     PIC 9(03).
              03 CORTE-B-TAB     PIC 9(03).
              03 MEDIA-TAB       PIC 9(03)V99.
              03 MEDIANA-TAB     PIC 9(03)V9.

       01  TAB-INSCRICOES.
           02 ITEM-INSC-TAB   OCCURS 300 TIMES.
              03 CPF-INSC-TAB    PIC 9(11).
              03 SEXO-INSC-TAB   PIC X(01).
              03 IDADE-INSC-TAB  PIC 9(03).
              03 CATEG-INSC-TAB  PIC X(01).

       01  TAB-NOTAS.
           02 ITEM-NOTA-TAB   OCCURS 600 TIMES.
              03 CURSO-NOTA-TAB  PIC 9(02).
              03 PONT-NOTA-TAB   PIC 9(03).

       01  TAB-HISTORICO.
           02 ITEM-HIST-TAB   OCCURS 500 TIMES.
              03 EXAME-HIST-TAB   PIC X(06).
              03 CURSO-HIST-TAB   PIC 9(02).
              03 INSCR-HIST-TAB   PIC 9(05).
              03 VAGAS-HIST-TAB   PIC 9(03).
              03 CORTE-G-HIST-TAB PIC 9(03).
              03 CORTE-A-HIST-TAB PIC 9(03).
              03 CORTE-B-HIST-TAB PIC 9(03).
              03 MEDIA-HIST-TAB   PIC 9(03)V99.
              03 MEDIANA-HIST-TAB PIC 9(03)V9.

       01  TAB-ROTULOS-VALORES.
           02 FILLER         PIC X(24) VALUE "SEXO MASCULINO".
           02 FILLER         PIC X(24) VALUE "SEXO FEMININO".
           02 FILLER         PIC X(24) VALUE "SEXO NAO INFORMADO".
           02 FILLER         PIC X(24) VALUE "IDADE ATE 17 ANOS".
           02 FILLER         PIC X(24) VALUE "IDADE 18 A 20 ANOS".
           02 FILLER         PIC X(24) VALUE "IDADE 21 A 24 ANOS".
           02 FILLER         PIC X(24) VALUE "IDADE 25 A 29 ANOS".
           02 FILLER         PIC X(24) VALUE "IDADE 30 ANOS OU MAIS".
           02 FILLER         PIC X(24) VALUE "CATEGORIA GERAL".
           02 FILLER         PIC X(24) VALUE "CATEGORIA COTA A".
           02 FILLER         PIC X(24) VALUE "CATEGORIA COTA B".
           02 FILLER         PIC X(24) VALUE "APROVADO SEM FICHA".

       01  TAB-ROTULOS       REDEFINES TAB-ROTULOS-VALORES.
           02 ROTULO-TAB     PIC X(24) OCCURS 12 TIMES.

       01  TAB-PERFIL.
           02 INSC-PERF-TAB  PIC 9(05) OCCURS 12 TIMES
                                        VALUE ZEROS.
           02 APROV-PERF-TAB PIC 9(05) OCCURS 12 TIMES
                                        VALUE ZEROS.

       01  CAB-TITULO.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(42) VALUE
              "ESTATISTICA DO VESTIBULAR - EXAME         ".
           02 EXAME-CAB      PIC X(06).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "PROVA: ".
           02 PROVA-DD-CAB   PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 PROVA-MM-CAB   PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 PROVA-AAAA-CAB PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.

       01  CAB-CURSOS.
           02 FILLER         PIC X(24) VALUE " CURSO".
           02 FILLER         PIC X(06) VALUE " INSCR".
           02 FILLER         PIC X(06) VALUE " VAGAS".
           02 FILLER         PIC X(07) VALUE " C/VAGA".
           02 FILLER         PIC X(15) VALUE "  CORTE G  A  B".
           02 FILLER         PIC X(08) VALUE "   MEDIA".
           02 FILLER         PIC X(08) VALUE " MEDIANA".
           02 FILLER         PIC X(06) VALUE SPACES.

       01  LINHA-CURSO.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CURSO-LIN      PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INSCR-LIN      PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VAGAS-LIN      PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RELACAO-LIN    PIC ZZ9,99.
           02 FILLER         PIC X(07) VALUE SPACES.
           02 CORTE-G-LIN    PIC ZZ9 BLANK WHEN ZERO.
           02 CORTE-A-LIN    PIC ZZ9 BLANK WHEN ZERO.
           02 CORTE-B-LIN    PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MEDIA-LIN      PIC ZZ9,99.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 MEDIANA-LIN    PIC ZZ9,9.
           02 FILLER         PIC X(06) VALUE SPACES.

       01  CAB-PERFIL.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(42) VALUE
              "PERFIL DOS INSCRITOS E DOS APROVADOS      ".
           02 FILLER         PIC X(28) VALUE SPACES.

       01  CAB-PERFIL-2.
           02 FILLER         PIC X(30) VALUE SPACES.
           02 FILLER         PIC X(13) VALUE "INSCR.      %".
           02 FILLER         PIC X(07) VALUE SPACES.
           02 FILLER         PIC X(13) VALUE "APROV.      %".
           02 FILLER         PIC X(17) VALUE SPACES.

       01  LINHA-PERFIL.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 ROTULO-LIN     PIC X(24).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 INSC-PERF-LIN  PIC ZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PERC-INSC-LIN  PIC ZZ9,9.
           02 FILLER         PIC X(07) VALUE SPACES.
           02 APROV-PERF-LIN PIC ZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PERC-APROV-LIN PIC ZZ9,9.
           02 FILLER         PIC X(17) VALUE SPACES.

       01  CAB-HIST.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(42) VALUE
              "COMPARATIVO COM OS EXAMES ANTERIORES      ".
           02 FILLER         PIC X(28) VALUE SPACES.

       01  CAB-HIST-2.
           02 FILLER         PIC X(25) VALUE " CURSO".
           02 FILLER         PIC X(05) VALUE "EXAME".
           02 FILLER         PIC X(06) VALUE " INSCR".
           02 FILLER         PIC X(06) VALUE " VAGAS".
           02 FILLER         PIC X(07) VALUE " C/VAGA".
           02 FILLER         PIC X(15) VALUE "  CORTE G  A  B".
           02 FILLER         PIC X(08) VALUE "   MEDIA".
           02 FILLER         PIC X(08) VALUE " MEDIANA".

       01  LINHA-HIST.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CURSO-HLIN     PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-HLIN      PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 EXAME-HLIN     PIC X(06).
           02 INSCR-HLIN     PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VAGAS-HLIN     PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RELACAO-HLIN   PIC ZZ9,99.
           02 FILLER         PIC X(07) VALUE SPACES.
           02 CORTE-G-HLIN   PIC ZZ9 BLANK WHEN ZERO.
           02 CORTE-A-HLIN   PIC ZZ9 BLANK WHEN ZERO.
           02 CORTE-B-HLIN   PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MEDIA-HLIN     PIC ZZ9,99.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 MEDIANA-HLIN   PIC ZZ9,9.

       01  LINHA-SEM-HIST.
           02 FILLER         PIC X(31) VALUE SPACES.
           02 FILLER         PIC X(35) VALUE
              "SEM EXAMES ANTERIORES NO HISTORICO".
           02 FILLER         PIC X(14) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-14.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-APROV    EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-VAGAS.
           PERFORM    CARGA-OPCOES.
           PERFORM    CARGA-INSCRICOES.
           PERFORM    CARGA-ESPERA.
           PERFORM    CARGA-HISTORICO.
           OPEN INPUT       APROV-CURSO
                OUTPUT      REL-ESTVEST.
           PERFORM    LEITURA-APROV.

       LE-PARAMETRO.

           MOVE       HOJE-AAAA     TO    EXAME-AAAA.
           IF         HOJE-MM  GREATER THAN  6
                      MOVE  2       TO    EXAME-SEM
           ELSE
                      MOVE  1       TO    EXAME-SEM.
           MOVE       EXAME-PADRAO  TO    EXAME-ATUAL.
           MOVE       HOJE          TO    DATA-PROVA.
           OPEN INPUT       PARAM-ESTVEST.
           READ PARAM-ESTVEST
                AT END
                MOVE SPACES TO REG-PARAM-ESTVEST.
           IF         EXAME-PARAM  NOT EQUAL  SPACES
                      MOVE  EXAME-PARAM    TO   EXAME-ATUAL.
           IF         DATA-PROVA-PARAM  NUMERIC
                AND   DATA-PROVA-PARAM  GREATER THAN  ZEROS
                      MOVE  DATA-PROVA-PARAM  TO  DATA-PROVA-NUM.
           CLOSE      PARAM-ESTVEST.

       CARGA-VAGAS.

           OPEN INPUT       VAGAS-CURSO.
           PERFORM    LEITURA-VAGAS
                      UNTIL     FIM-VAGAS    EQUAL    "SIM".
           CLOSE      VAGAS-CURSO.

       LEITURA-VAGAS.

           READ VAGAS-CURSO
                AT END
                MOVE "SIM" TO FIM-VAGAS.
           IF   FIM-VAGAS    NOT EQUAL  "SIM"
                IF   QT-CURSOS  NOT LESS THAN  20
                     DISPLAY "VAGAS-CURSO EXCEDE A TABELA DE 20"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-CURSOS
                     MOVE CURSO-VAGAS    TO  CURSO-TAB (QT-CURSOS)
                     MOVE NOME-VAGAS     TO
                          NOME-CURSO-TAB (QT-CURSOS)
                     MOVE QT-VAGAS       TO  VAGAS-TAB (QT-CURSOS)
                     MOVE ZEROS          TO  INSCR-TAB (QT-CURSOS)
                                             APROV-G-TAB (QT-CURSOS)
                                             APROV-A-TAB (QT-CURSOS)
                                             APROV-B-TAB (QT-CURSOS)
                                             CORTE-G-TAB (QT-CURSOS)
                                             CORTE-A-TAB (QT-CURSOS)
                                             CORTE-B-TAB (QT-CURSOS)
                                             MEDIA-TAB (QT-CURSOS)
                                             MEDIANA-TAB (QT-CURSOS).

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
                MOVE  CURSO-OPCAO   TO   WCURSO
                PERFORM   BUSCA-CURSO
                IF   ACHOU-CURSO   EQUAL   "SIM"
                     ADD  1  TO  INSCR-TAB (IND-CURSO)
                ELSE
                     ADD  1  TO  CT-OPCAO-INVAL.

       BUSCA-CURSO.

           MOVE       "NAO"     TO    ACHOU-CURSO.
           MOVE       ZEROS     TO    IND-CURSO.
           MOVE       1         TO    CTR-CURSO.
           PERFORM    PESQUISA-CURSO      QT-CURSOS   TIMES.

       PESQUISA-CURSO.

           IF         WCURSO    EQUAL  CURSO-TAB (CTR-CURSO)
                      MOVE   CTR-CURSO  TO    IND-CURSO
                      MOVE   "SIM"      TO    ACHOU-CURSO.
           ADD        1         TO    CTR-CURSO.

       CARGA-INSCRICOES.

           OPEN INPUT       INSCVEST.
           PERFORM    LEITURA-INSC
                      UNTIL     FIM-INSC     EQUAL    "SIM".
           CLOSE      INSCVEST.

       LEITURA-INSC.

           READ INSCVEST
                AT END
                MOVE "SIM" TO FIM-INSC.
           IF   FIM-INSC    NOT EQUAL  "SIM"
                IF   QT-INSC  NOT LESS THAN  300
                     DISPLAY "INSCVEST EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     PERFORM   CALCULA-IDADE
                     ADD  1              TO  QT-INSC
                     MOVE CPF-INSC       TO  CPF-INSC-TAB (QT-INSC)
                     MOVE SEXO-INSC      TO  SEXO-INSC-TAB (QT-INSC)
                     MOVE IDADE          TO  IDADE-INSC-TAB (QT-INSC)
                     MOVE CATEG-INSC     TO  CATEG-INSC-TAB (QT-INSC)
                     MOVE SEXO-INSC      TO  WSEXO
                     MOVE CATEG-INSC     TO  WCATEG
                     PERFORM   CLASSIFICA-PERFIL
                     ADD  1   TO  INSC-PERF-TAB (IND-SEXO)
                                  INSC-PERF-TAB (IND-FAIXA)
                                  INSC-PERF-TAB (IND-CATEG)
                                  TOT-INSC-PERF.

       CALCULA-IDADE.

           MOVE       ZEROS         TO    IDADE.
           IF         AAAA-INSC  NUMERIC
                AND   AAAA-INSC  NOT GREATER THAN  PROVA-AAAA
                      COMPUTE IDADE = PROVA-AAAA - AAAA-INSC
                      COMPUTE WMMDD-NASC  = MM-INSC * 100 + DD-INSC
                      COMPUTE WMMDD-PROVA = PROVA-MM * 100 + PROVA-DD
                      IF   WMMDD-PROVA  LESS THAN  WMMDD-NASC
                       AND IDADE        GREATER THAN  ZEROS
                           SUBTRACT 1 FROM IDADE.

       CLASSIFICA-PERFIL.

           IF         WSEXO  EQUAL  "M"
                      MOVE  1       TO    IND-SEXO
           ELSE
           IF         WSEXO  EQUAL  "F"
                      MOVE  2       TO    IND-SEXO
           ELSE
                      MOVE  3       TO    IND-SEXO.
           IF         IDADE  LESS THAN  18
                      MOVE  4       TO    IND-FAIXA
           ELSE
           IF         IDADE  LESS THAN  21
                      MOVE  5       TO    IND-FAIXA
           ELSE
           IF         IDADE  LESS THAN  25
                      MOVE  6       TO    IND-FAIXA
           ELSE
           IF         IDADE  LESS THAN  30
                      MOVE  7       TO    IND-FAIXA
           ELSE
                      MOVE  8       TO    IND-FAIXA.
           IF         WCATEG  EQUAL  "A"
                      MOVE  10      TO    IND-CATEG
           ELSE
           IF         WCATEG  EQUAL  "B"
                      MOVE  11      TO    IND-CATEG
           ELSE
                      MOVE  9       TO    IND-CATEG.

       CARGA-ESPERA.

           OPEN INPUT       LISTA-ESP.
           PERFORM    LEITURA-ESPERA
                      UNTIL     FIM-ESP      EQUAL    "SIM".
           CLOSE      LISTA-ESP.

       LEITURA-ESPERA.

           READ LISTA-ESP
                AT END
                MOVE "SIM" TO FIM-ESP.
           IF   FIM-ESP      NOT EQUAL  "SIM"
                MOVE  CURSO-ESP     TO   WCURSO
                PERFORM   BUSCA-CURSO
                IF   ACHOU-CURSO   EQUAL   "SIM"
                     MOVE  PONT-ESP  TO  NOTA-K
                     PERFORM  GUARDA-NOTA
                     ADD   1         TO  CT-ESPERA.

       GUARDA-NOTA.

           IF         QT-NOTAS  NOT LESS THAN  600
                      DISPLAY "NOTAS EXCEDEM A TABELA DE 600"
                              " - EXECUCAO ABORTADA."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
           ADD        1             TO    QT-NOTAS.
           MOVE       WCURSO        TO    CURSO-NOTA-TAB (QT-NOTAS).
           MOVE       NOTA-K        TO    PONT-NOTA-TAB (QT-NOTAS).

       CARGA-HISTORICO.

           OPEN INPUT       HIST-VEST.
           PERFORM    LEITURA-HIST
                      UNTIL     FIM-HIST     EQUAL    "SIM".
           CLOSE      HIST-VEST.

       LEITURA-HIST.

           READ HIST-VEST
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST     NOT EQUAL  "SIM"
            AND EXAME-HIST   NOT EQUAL  EXAME-ATUAL
                IF   QT-HIST  NOT LESS THAN  500
                     DISPLAY "HIST-VEST EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-HIST
                     MOVE REG-HIST       TO  ITEM-HIST-TAB (QT-HIST).

       LEITURA-APROV.

           READ APROV-CURSO
                AT END
                MOVE "SIM" TO FIM-APROV.

       PRINCIPAL.

           MOVE       CURSO-APROV   TO    WCURSO.
           PERFORM    BUSCA-CURSO.
           IF         ACHOU-CURSO   EQUAL   "NAO"
                      ADD   1       TO    CT-APROV-INVAL
           ELSE
                      PERFORM   CONTA-APROVADO.
           PERFORM    LEITURA-APROV.

       CONTA-APROVADO.

           ADD        1             TO    CT-APROVADOS.
           MOVE       PONT-APROV    TO    NOTA-K.
           PERFORM    GUARDA-NOTA.
           IF         CATEG-APROV   EQUAL  "A"
                      ADD   1       TO    APROV-A-TAB (IND-CURSO)
                      IF    APROV-A-TAB (IND-CURSO)  EQUAL  1
                       OR   PONT-APROV  LESS THAN
                            CORTE-A-TAB (IND-CURSO)
                            MOVE  PONT-APROV  TO
                                  CORTE-A-TAB (IND-CURSO)
                      ELSE
                            NEXT SENTENCE
           ELSE
           IF         CATEG-APROV   EQUAL  "B"
                      ADD   1       TO    APROV-B-TAB (IND-CURSO)
                      IF    APROV-B-TAB (IND-CURSO)  EQUAL  1
                       OR   PONT-APROV  LESS THAN
                            CORTE-B-TAB (IND-CURSO)
                            MOVE  PONT-APROV  TO
                                  CORTE-B-TAB (IND-CURSO)
                      ELSE
                            NEXT SENTENCE
           ELSE
                      ADD   1       TO    APROV-G-TAB (IND-CURSO)
                      IF    APROV-G-TAB (IND-CURSO)  EQUAL  1
                       OR   PONT-APROV  LESS THAN
                            CORTE-G-TAB (IND-CURSO)
                            MOVE  PONT-APROV  TO
                                  CORTE-G-TAB (IND-CURSO).
           PERFORM    PERFIL-APROVADO.

       PERFIL-APROVADO.

           MOVE       ZEROS         TO    IND-INSC.
           MOVE       1             TO    CTR-INSC.
           PERFORM    PESQUISA-INSC       QT-INSC   TIMES.
           ADD        1             TO    TOT-APROV-PERF.
           IF         IND-INSC  EQUAL  ZEROS
                      ADD   1       TO    APROV-PERF-TAB (12)
           ELSE
                      MOVE  SEXO-INSC-TAB (IND-INSC)   TO  WSEXO
                      MOVE  IDADE-INSC-TAB (IND-INSC)  TO  IDADE
                      MOVE  CATEG-INSC-TAB (IND-INSC)  TO  WCATEG
                      PERFORM   CLASSIFICA-PERFIL
                      ADD   1   TO  APROV-PERF-TAB (IND-SEXO)
                                    APROV-PERF-TAB (IND-FAIXA)
                                    APROV-PERF-TAB (IND-CATEG).

       PESQUISA-INSC.

           IF         CPF-APROV  EQUAL  CPF-INSC-TAB (CTR-INSC)
                      MOVE  CTR-INSC      TO   IND-INSC.
           ADD        1             TO    CTR-INSC.

       FIM.

           MOVE       1             TO    CTR-CURSO.
           PERFORM    CALCULA-NOTAS-CURSO   QT-CURSOS  TIMES.
           PERFORM    IMPRIME-CURSOS.
           PERFORM    IMPRIME-PERFIL.
           PERFORM    IMPRIME-COMPARATIVO.
           PERFORM    GRAVA-HISTORICO.
           DISPLAY    "EXAME                : " EXAME-ATUAL.
           DISPLAY    "APROVADOS LIDOS      : " CT-APROVADOS.
           DISPLAY    "LISTA DE ESPERA LIDA : " CT-ESPERA.
           DISPLAY    "OPCOES SEM CURSO     : " CT-OPCAO-INVAL.
           DISPLAY    "APROVADOS SEM CURSO  : " CT-APROV-INVAL.
           CLOSE      APROV-CURSO
                      REL-ESTVEST.

       CALCULA-NOTAS-CURSO.

           MOVE       CURSO-TAB (CTR-CURSO)  TO   WCURSO.
           PERFORM    MEDIA-E-MEDIANA.
           MOVE       WMEDIA        TO    MEDIA-TAB (CTR-CURSO).
           MOVE       WMEDIANA      TO    MEDIANA-TAB (CTR-CURSO).
           ADD        1             TO    CTR-CURSO.

       MEDIA-E-MEDIANA.

           MOVE       ZEROS         TO    QT-NOTAS-CURSO
                                          SOMA-NOTAS
                                          WMEDIA
                                          WMEDIANA.
           MOVE       1             TO    CTR-NOTA.
           PERFORM    SOMA-NOTA-CURSO     QT-NOTAS  TIMES.
           IF         QT-NOTAS-CURSO  GREATER THAN  ZEROS
                      COMPUTE WMEDIA ROUNDED =
                              SOMA-NOTAS / QT-NOTAS-CURSO
                      COMPUTE K-PROCURADO =
                              (QT-NOTAS-CURSO + 1) / 2
                      PERFORM  ACHA-NOTA-K
                      MOVE     NOTA-K        TO    NOTA-K1
                      COMPUTE K-PROCURADO =
                              (QT-NOTAS-CURSO + 2) / 2
                      PERFORM  ACHA-NOTA-K
                      COMPUTE WMEDIANA ROUNDED =
                              (NOTA-K1 + NOTA-K) / 2.

       SOMA-NOTA-CURSO.

           IF         WCURSO  EQUAL  ZEROS
            OR        WCURSO  EQUAL  CURSO-NOTA-TAB (CTR-NOTA)
                      ADD   1       TO    QT-NOTAS-CURSO
                      ADD   PONT-NOTA-TAB (CTR-NOTA)  TO  SOMA-NOTAS.
           ADD        1             TO    CTR-NOTA.

      *    A K-ESIMA MENOR NOTA E A QUE TEM MENOS DE K NOTAS
      *    ABAIXO DELA E PELO MENOS K NOTAS MENORES OU IGUAIS.
      *    COM QUANTIDADE PAR, A MEDIANA E A MEDIA ENTRE A
      *    (N+1)/2-ESIMA E A (N+2)/2-ESIMA (DIVISAO INTEIRA).

       ACHA-NOTA-K.

           MOVE       ZEROS         TO    NOTA-K.
           MOVE       1             TO    CTR-NOTA.
           PERFORM    TESTA-NOTA-K        QT-NOTAS  TIMES.

       TESTA-NOTA-K.

           IF         WCURSO  EQUAL  ZEROS
            OR        WCURSO  EQUAL  CURSO-NOTA-TAB (CTR-NOTA)
                      MOVE  ZEROS   TO    K-MENOR
                                          K-MENOR-IGUAL
                      MOVE  1       TO    CTR-NOTA-2
                      PERFORM  CONTA-MENORES     QT-NOTAS  TIMES
                      IF    K-MENOR  LESS THAN  K-PROCURADO
                       AND  K-MENOR-IGUAL  NOT LESS THAN  K-PROCURADO
                            MOVE  PONT-NOTA-TAB (CTR-NOTA)  TO
                                  NOTA-K.
           ADD        1             TO    CTR-NOTA.

       CONTA-MENORES.

           IF         WCURSO  EQUAL  ZEROS
            OR        WCURSO  EQUAL  CURSO-NOTA-TAB (CTR-NOTA-2)
                      IF    PONT-NOTA-TAB (CTR-NOTA-2)  LESS THAN
                            PONT-NOTA-TAB (CTR-NOTA)
                            ADD  1  TO  K-MENOR
                                        K-MENOR-IGUAL
                      ELSE
                      IF    PONT-NOTA-TAB (CTR-NOTA-2)  EQUAL
                            PONT-NOTA-TAB (CTR-NOTA)
                            ADD  1  TO  K-MENOR-IGUAL.
           ADD        1             TO    CTR-NOTA-2.

       IMPRIME-CURSOS.

           MOVE       EXAME-ATUAL   TO    EXAME-CAB.
           MOVE       PROVA-DD      TO    PROVA-DD-CAB.
           MOVE       PROVA-MM      TO    PROVA-MM-CAB.
           MOVE       PROVA-AAAA    TO    PROVA-AAAA-CAB.
           WRITE      REG-REL FROM CAB-TITULO
                      AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM CAB-CURSOS
                      AFTER ADVANCING 2 LINES.
           MOVE       1             TO    CTR-CURSO.
           PERFORM    IMPRIME-UM-CURSO    QT-CURSOS  TIMES.
           MOVE       ZEROS         TO    WCURSO.
           PERFORM    MEDIA-E-MEDIANA.
           MOVE       SPACES        TO    LINHA-CURSO.
           MOVE       "TOTAL GERAL"  TO   NOME-LIN.
           MOVE       TOT-INSCR     TO    INSCR-LIN.
           MOVE       TOT-VAGAS     TO    VAGAS-LIN.
           MOVE       ZEROS         TO    WRELACAO.
           IF         TOT-VAGAS  GREATER THAN  ZEROS
                      COMPUTE WRELACAO ROUNDED =
                              TOT-INSCR / TOT-VAGAS.
           MOVE       WRELACAO      TO    RELACAO-LIN.
           MOVE       WMEDIA        TO    MEDIA-LIN.
           MOVE       WMEDIANA      TO    MEDIANA-LIN.
           WRITE      REG-REL FROM LINHA-CURSO
                      AFTER ADVANCING 2 LINES.

       IMPRIME-UM-CURSO.

           MOVE       CURSO-TAB (CTR-CURSO)       TO  CURSO-LIN.
           MOVE       NOME-CURSO-TAB (CTR-CURSO)  TO  NOME-LIN.
           MOVE       INSCR-TAB (CTR-CURSO)       TO  INSCR-LIN.
           MOVE       VAGAS-TAB (CTR-CURSO)       TO  VAGAS-LIN.
           MOVE       ZEROS         TO    WRELACAO.
           IF         VAGAS-TAB (CTR-CURSO)  GREATER THAN  ZEROS
                      COMPUTE WRELACAO ROUNDED =
                              INSCR-TAB (CTR-CURSO)
                            / VAGAS-TAB (CTR-CURSO).
           MOVE       WRELACAO      TO    RELACAO-LIN.
           MOVE       CORTE-G-TAB (CTR-CURSO)     TO  CORTE-G-LIN.
           MOVE       CORTE-A-TAB (CTR-CURSO)     TO  CORTE-A-LIN.
           MOVE       CORTE-B-TAB (CTR-CURSO)     TO  CORTE-B-LIN.
           MOVE       MEDIA-TAB (CTR-CURSO)       TO  MEDIA-LIN.
           MOVE       MEDIANA-TAB (CTR-CURSO)     TO  MEDIANA-LIN.
           WRITE      REG-REL FROM LINHA-CURSO
                      AFTER ADVANCING 1 LINE.
           ADD        INSCR-TAB (CTR-CURSO)   TO  TOT-INSCR.
           ADD        VAGAS-TAB (CTR-CURSO)   TO  TOT-VAGAS.
           ADD        1             TO    CTR-CURSO.

       IMPRIME-PERFIL.

           WRITE      REG-REL FROM CAB-PERFIL
                      AFTER ADVANCING 3 LINES.
           WRITE      REG-REL FROM CAB-PERFIL-2
                      AFTER ADVANCING 2 LINES.
           MOVE       1             TO    CTR-PERFIL.
           PERFORM    IMPRIME-UM-PERFIL   12  TIMES.

       IMPRIME-UM-PERFIL.

           MOVE       ROTULO-TAB (CTR-PERFIL)      TO  ROTULO-LIN.
           MOVE       INSC-PERF-TAB (CTR-PERFIL)   TO  INSC-PERF-LIN.
           MOVE       APROV-PERF-TAB (CTR-PERFIL)  TO  APROV-PERF-LIN.
           MOVE       ZEROS         TO    PERC-INSC-LIN
                                          PERC-APROV-LIN.
           IF         TOT-INSC-PERF  GREATER THAN  ZEROS
                      COMPUTE PERC-INSC-LIN ROUNDED =
                              INSC-PERF-TAB (CTR-PERFIL) * 100
                            / TOT-INSC-PERF.
           IF         TOT-APROV-PERF  GREATER THAN  ZEROS
                      COMPUTE PERC-APROV-LIN ROUNDED =
                              APROV-PERF-TAB (CTR-PERFIL) * 100
                            / TOT-APROV-PERF.
           IF         CTR-PERFIL  EQUAL  4
            OR        CTR-PERFIL  EQUAL  9
            OR        CTR-PERFIL  EQUAL  12
                      WRITE  REG-REL FROM LINHA-PERFIL
                             AFTER ADVANCING 2 LINES
           ELSE
                      WRITE  REG-REL FROM LINHA-PERFIL
                             AFTER ADVANCING 1 LINE.
           ADD        1             TO    CTR-PERFIL.

       IMPRIME-COMPARATIVO.

           WRITE      REG-REL FROM CAB-HIST
                      AFTER ADVANCING PAGE.
           WRITE      REG-REL FROM CAB-HIST-2
                      AFTER ADVANCING 2 LINES.
           MOVE       1             TO    CTR-CURSO.
           PERFORM    COMPARA-UM-CURSO    QT-CURSOS  TIMES.

       COMPARA-UM-CURSO.

           MOVE       SPACES        TO    LINHA-HIST.
           MOVE       CURSO-TAB (CTR-CURSO)       TO  CURSO-HLIN.
           MOVE       NOME-CURSO-TAB (CTR-CURSO)  TO  NOME-HLIN.
           MOVE       EXAME-ATUAL                 TO  EXAME-HLIN.
           MOVE       INSCR-TAB (CTR-CURSO)       TO  INSCR-HLIN.
           MOVE       VAGAS-TAB (CTR-CURSO)       TO  VAGAS-HLIN.
           MOVE       ZEROS         TO    WRELACAO.
           IF         VAGAS-TAB (CTR-CURSO)  GREATER THAN  ZEROS
                      COMPUTE WRELACAO ROUNDED =
                              INSCR-TAB (CTR-CURSO)
                            / VAGAS-TAB (CTR-CURSO).
           MOVE       WRELACAO      TO    RELACAO-HLIN.
           MOVE       CORTE-G-TAB (CTR-CURSO)     TO  CORTE-G-HLIN.
           MOVE       CORTE-A-TAB (CTR-CURSO)     TO  CORTE-A-HLIN.
           MOVE       CORTE-B-TAB (CTR-CURSO)     TO  CORTE-B-HLIN.
           MOVE       MEDIA-TAB (CTR-CURSO)       TO  MEDIA-HLIN.
           MOVE       MEDIANA-TAB (CTR-CURSO)     TO  MEDIANA-HLIN.
           WRITE      REG-REL FROM LINHA-HIST
                      AFTER ADVANCING 2 LINES.
           MOVE       ZEROS         TO    QT-ANTERIORES.
           MOVE       QT-HIST       TO    CTR-HIST.
           PERFORM    COMPARA-UM-HISTORICO   QT-HIST  TIMES.
           IF         QT-ANTERIORES  EQUAL  ZEROS
                      WRITE  REG-REL FROM LINHA-SEM-HIST
                             AFTER ADVANCING 1 LINE.
           ADD        1             TO    CTR-CURSO.

      *    O HISTORICO E PERCORRIDO DO FIM PARA O INICIO PARA
      *    MOSTRAR OS TRES EXAMES MAIS RECENTES DO CURSO.

       COMPARA-UM-HISTORICO.

           IF         QT-ANTERIORES  LESS THAN  3
            AND       CURSO-HIST-TAB (CTR-HIST)  EQUAL
                      CURSO-TAB (CTR-CURSO)
                      PERFORM   IMPRIME-HISTORICO.
           SUBTRACT   1             FROM  CTR-HIST.

       IMPRIME-HISTORICO.

           MOVE       SPACES        TO    LINHA-HIST.
           MOVE       EXAME-HIST-TAB (CTR-HIST)   TO  EXAME-HLIN.
           MOVE       INSCR-HIST-TAB (CTR-HIST)   TO  INSCR-HLIN.
           MOVE       VAGAS-HIST-TAB (CTR-HIST)   TO  VAGAS-HLIN.
           MOVE       ZEROS         TO    WRELACAO.
           IF         VAGAS-HIST-TAB (CTR-HIST)  GREATER THAN  ZEROS
                      COMPUTE WRELACAO ROUNDED =
                              INSCR-HIST-TAB (CTR-HIST)
                            / VAGAS-HIST-TAB (CTR-HIST).
           MOVE       WRELACAO      TO    RELACAO-HLIN.
           MOVE       CORTE-G-HIST-TAB (CTR-HIST) TO  CORTE-G-HLIN.
           MOVE       CORTE-A-HIST-TAB (CTR-HIST) TO  CORTE-A-HLIN.
           MOVE       CORTE-B-HIST-TAB (CTR-HIST) TO  CORTE-B-HLIN.
           MOVE       MEDIA-HIST-TAB (CTR-HIST)   TO  MEDIA-HLIN.
           MOVE       MEDIANA-HIST-TAB (CTR-HIST) TO  MEDIANA-HLIN.
           WRITE      REG-REL FROM LINHA-HIST
                      AFTER ADVANCING 1 LINE.
           ADD        1             TO    QT-ANTERIORES.

       GRAVA-HISTORICO.

           OPEN OUTPUT      HIST-VEST.
           MOVE       1             TO    CTR-HIST.
           PERFORM    REGRAVA-HISTORICO   QT-HIST    TIMES.
           MOVE       1             TO    CTR-CURSO.
           PERFORM    GRAVA-HIST-CURSO    QT-CURSOS  TIMES.
           CLOSE      HIST-VEST.

       REGRAVA-HISTORICO.

           MOVE       ITEM-HIST-TAB (CTR-HIST)    TO  REG-HIST.
           WRITE      REG-HIST.
           ADD        1             TO    CTR-HIST.

       GRAVA-HIST-CURSO.

           MOVE       EXAME-ATUAL                 TO  EXAME-HIST.
           MOVE       CURSO-TAB (CTR-CURSO)       TO  CURSO-HIST.
           MOVE       INSCR-TAB (CTR-CURSO)       TO  INSCR-HIST.
           MOVE       VAGAS-TAB (CTR-CURSO)       TO  VAGAS-HIST.
           MOVE       CORTE-G-TAB (CTR-CURSO)     TO  CORTE-G-HIST.
           MOVE       CORTE-A-TAB (CTR-CURSO)     TO  CORTE-A-HIST.
           MOVE       CORTE-B-TAB (CTR-CURSO)     TO  CORTE-B-HIST.
           MOVE       MEDIA-TAB (CTR-CURSO)       TO  MEDIA-HIST.
           MOVE       MEDIANA-TAB (CTR-CURSO)     TO  MEDIANA-HIST.
           WRITE      REG-HIST.
           ADD        1             TO    CTR-CURSO.
