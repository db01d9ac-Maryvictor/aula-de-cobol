       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM18.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  ESTATISTICA DE CIRCULACAO DA BIBLIOTECA, MENSAL OU
      *          ANUAL, PARA A COMISSAO DA BIBLIOTECA. COMO O
      *          EMPFECHADO.DAT (PGM05) E RECOLHIDO APOS AS MULTAS
      *          (PGM06), O PROGRAMA MANTEM O HISTORICO ACUMULADO DE
      *          EMPRESTIMOS FECHADOS: LE HIST-EMPF.DAT, ACRESCENTA O
      *          EMPFECHADO DO DIA (REGISTRO JA PRESENTE NO HISTORICO
      *          NAO E REPETIDO, DE MODO QUE UMA REEXECUCAO NAO CONTA
      *          EM DOBRO) E GRAVA HIST-EMPFN.DAT. SOBRE O HISTORICO
      *          E OS EMPRESTIMOS EM ABERTO (EMPABERTO.DAT) IMPRIME
      *          EM REL-CIRC, PARA O PERIODO DO PARAMETRO
      *          PARAM-CIRC.DAT (M = MES, A = ANO; AUSENTE = MES
      *          CORRENTE):
      *          - EMPRESTIMOS FEITOS NO PERIODO, DEVOLUCOES NO
      *            PERIODO, PRAZO MEDIO DE EMPRESTIMO EM DIAS
      *            (CALENDARIO 30/360) E TAXA DE DEVOLUCAO EM ATRASO;
      *          - EMPRESTIMOS POR TITULO E POR EXEMPLAR
      *            (EXEMPLAR.DAT), COM A ULTIMA CIRCULACAO;
      *          - OS DEZ TITULOS E OS DEZ USUARIOS QUE MAIS TOMARAM
      *            EMPRESTADO NO PERIODO;
      *          - CANDIDATOS A DESBASTE: TITULOS COM EXEMPLARES
      *            DISPONIVEIS SEM CIRCULAR HA MAIS MESES QUE O
      *            LIMITE DO PARAMETRO (PADRAO 12), COM O PRECO DO
      *            CADLIVRO2.DAT. OS CANDIDATOS SAEM TAMBEM EM
      *            DESBASTE.DAT (LIVRO, EXEMPLARES PARADOS, PRECO),
      *            PARA O CICLO DE COMPRA (PGM13/PGM14) CONFRONTAR
      *            AQUISICOES COM RETIRADAS DO ACERVO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL EMPFECHADO ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL HIST-EMPF ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   HIST-EMPFN       ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL EMPABERTO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL EXEMPLAR ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADLIVRO2        ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CAD-USU2 ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-CIRC ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   DESBASTE         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CIRC         ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  EMPFECHADO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "EMPFECHADO.DAT".

       01  REG-FECHADO.
             02 LIVRO-FEC     PIC 9(05).
             02 USU-FEC       PIC 9(04).
             02 DATA-EMP-FEC  PIC 9(08).
             02 DATA-VENC-FEC PIC 9(08).
             02 DATA-DEV-FEC  PIC 9(08).
             02 EXEMPLAR-FEC  PIC 9(02).
             02 RENOV-FEC     PIC 9(02).

       FD  HIST-EMPF
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "HIST-EMPF.DAT".

       01  REG-HIST.
             02 LIVRO-HIS     PIC 9(05).
             02 USU-HIS       PIC 9(04).
             02 DATA-EMP-HIS  PIC 9(08).
             02 DATA-VENC-HIS PIC 9(08).
             02 DATA-DEV-HIS  PIC 9(08).
             02 EXEMPLAR-HIS  PIC 9(02).
             02 RENOV-HIS     PIC 9(02).

       FD  HIST-EMPFN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "HIST-EMPFN.DAT".

       01  REG-HIST-NOVO         PIC X(37).

       FD  EMPABERTO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "EMPABERTO.DAT".

       01  REG-ABERTO.
             02 LIVRO-ABE     PIC 9(05).
             02 USU-ABE       PIC 9(04).
             02 DATA-EMP-ABE  PIC 9(08).
             02 DATA-VENC-ABE PIC 9(08).
             02 EXEMPLAR-ABE  PIC 9(02).
             02 RENOV-ABE     PIC 9(02).

       FD  EXEMPLAR
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "EXEMPLAR.DAT".

       01  REG-EXEMPLAR.
             02 LIVRO-EXE     PIC 9(05).
             02 NUM-EXE       PIC 9(02).
             02 SIT-EXE       PIC X(01).

       FD  CADLIVRO2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADLIVRO2.DAT".

       01  REG-LIVRO.
             02 COD-LIVRO     PIC 9(05).
             02 NOME-LIVRO    PIC X(30).
             02 PRECO-LIVRO   PIC 9(02)V99.
             02 FILLER        PIC X(76).

       FD  CAD-USU2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CAD-USU2.DAT".

       01  REG-USU.
             02 COD-USU       PIC 9(04).
             02 NOM-USU       PIC X(30).
             02 DATA-USU      PIC 9(08).

       FD  PARAM-CIRC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-CIRC.DAT".

       01  REG-PARAM-CIRC.
             02 TIPO-PER-PARAM  PIC X(01).
             02 ANO-PARAM       PIC 9(04).
             02 MES-PARAM       PIC 9(02).
             02 MESES-PARAM     PIC 9(02).

       FD  DESBASTE
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DESBASTE.DAT".

       01  REG-DESBASTE.
             02 LIVRO-DES     PIC 9(05).
             02 PARADOS-DES   PIC 9(02).
             02 PRECO-DES     PIC 9(02)V99.

       FD  REL-CIRC
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-FEC          PIC X(03)    VALUE "NAO".
       77  FIM-HIST         PIC X(03)    VALUE "NAO".
       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-EXE          PIC X(03)    VALUE "NAO".
       77  FIM-LIVRO        PIC X(03)    VALUE "NAO".
       77  FIM-USU          PIC X(03)    VALUE "NAO".
       77  QT-DIA           PIC 9(03)    VALUE ZEROS.
       77  CTR-DIA          PIC 9(03)    VALUE ZEROS.
       77  QT-LIVRO         PIC 9(03)    VALUE ZEROS.
       77  CTR-LIVRO        PIC 9(03)    VALUE ZEROS.
       77  IND-LIVRO        PIC 9(03)    VALUE ZEROS.
       77  QT-EXE           PIC 9(03)    VALUE ZEROS.
       77  CTR-EXE          PIC 9(03)    VALUE ZEROS.
       77  IND-EXE          PIC 9(03)    VALUE ZEROS.
       77  QT-USU           PIC 9(03)    VALUE ZEROS.
       77  CTR-USU          PIC 9(03)    VALUE ZEROS.
       77  IND-USU          PIC 9(03)    VALUE ZEROS.
       77  TIPO-PERIODO     PIC X(01)    VALUE "M".
       77  MESES-PARADO     PIC 9(02)    VALUE 12.
       77  NO-PERIODO       PIC X(03)    VALUE "NAO".
       77  CT-HIST-LIDOS    PIC 9(07)    VALUE ZEROS.
       77  CT-HIST-NOVOS    PIC 9(05)    VALUE ZEROS.
       77  CT-EMPRESTIMOS   PIC 9(07)    VALUE ZEROS.
       77  CT-DEVOLUCOES    PIC 9(07)    VALUE ZEROS.
       77  CT-ATRASADAS     PIC 9(07)    VALUE ZEROS.
       77  SOMA-DIAS        PIC 9(09)    VALUE ZEROS.
       77  DIAS-EMP         PIC S9(05)   VALUE ZEROS.
       77  ULT-CIRC         PIC 9(08)    VALUE ZEROS.
       77  MAIOR-QT         PIC 9(05)    VALUE ZEROS.
       77  IND-MAIOR        PIC 9(03)    VALUE ZEROS.
       77  POSICAO-RANK     PIC 9(03)    VALUE ZEROS.
       77  MESES-CALC       PIC 9(06)    VALUE ZEROS.
       77  CT-CANDIDATOS    PIC 9(05)    VALUE ZEROS.
       77  TOT-PARADOS      PIC 9(05)    VALUE ZEROS.
       77  TOT-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WVALOR           PIC 9(05)V99 VALUE ZEROS.
       77  WMEDIA           PIC 9(05)V99 VALUE ZEROS.
       77  WTAXA            PIC 9(03)V99 VALUE ZEROS.

       01  EMPRESTIMO-ATUAL.
           02 WLIVRO         PIC 9(05).
           02 WUSU           PIC 9(04).
           02 WDATA-EMP.
              03 EMP-AAAA    PIC 9(04).
              03 EMP-MM      PIC 9(02).
              03 EMP-DD      PIC 9(02).
           02 WDATA-EMP-NUM  REDEFINES WDATA-EMP  PIC 9(08).
           02 WDATA-VENC     PIC 9(08).
           02 WDATA-DEV.
              03 DEV-AAAA    PIC 9(04).
              03 DEV-MM      PIC 9(02).
              03 DEV-DD      PIC 9(02).
           02 WDATA-DEV-NUM  REDEFINES WDATA-DEV  PIC 9(08).
           02 WEXEMPLAR      PIC 9(02).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  PERIODO.
           02 PER-AAAA       PIC 9(04).
           02 PER-MM         PIC 9(02).

       01  CORTE.
           02 CORTE-AAAA     PIC 9(04).
           02 CORTE-MM       PIC 9(02).
           02 CORTE-DD       PIC 9(02).

       01  CORTE-NUM         REDEFINES CORTE  PIC 9(08).

       01  DATA-EDICAO.
           02 ED-AAAA        PIC 9(04).
           02 ED-MM          PIC 9(02).
           02 ED-DD          PIC 9(02).

       01  DATA-EDICAO-NUM   REDEFINES DATA-EDICAO  PIC 9(08).

       01  TAB-DIA.
           02 ITEM-DIA-TAB    OCCURS 200 TIMES.
              03 REG-DIA-TAB     PIC X(37).
              03 SIT-DIA-TAB     PIC X(01).

       01  TAB-LIVROS.
           02 ITEM-LIVRO-TAB  OCCURS 200 TIMES.
              03 COD-LIVRO-TAB   PIC 9(05).
              03 NOME-LIVRO-TAB  PIC X(30).
              03 PRECO-LIVRO-TAB PIC 9(02)V99.
              03 EMP-LIVRO-TAB   PIC 9(05).
              03 EXE-LIVRO-TAB   PIC 9(03).
              03 PARADOS-TAB     PIC 9(03).
              03 LISTADO-LIVRO   PIC X(01).

       01  TAB-EXEMPLARES.
           02 ITEM-EXE-TAB    OCCURS 400 TIMES.
              03 LIVRO-EXE-TAB   PIC 9(05).
              03 NUM-EXE-TAB     PIC 9(02).
              03 SIT-EXE-TAB     PIC X(01).
              03 EMP-EXE-TAB     PIC 9(05).
              03 ULT-EXE-TAB     PIC 9(08).

       01  TAB-USUARIOS.
           02 ITEM-USU-TAB    OCCURS 100 TIMES.
              03 COD-USU-TAB     PIC 9(04).
              03 NOM-USU-TAB     PIC X(30).
              03 EMP-USU-TAB     PIC 9(05).
              03 LISTADO-USU     PIC X(01).

       01  CAB-01.
           02 FILLER          PIC X(15) VALUE SPACES.
           02 FILLER          PIC X(37) VALUE
                       "ESTATISTICA DE CIRCULACAO - PERIODO: ".
           02 PER-MM-CAB      PIC X(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 PER-AAAA-CAB    PIC 9(04).
           02 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-RESUMO.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ROTULO-RES      PIC X(36).
           02 VALOR-RES       PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(29) VALUE SPACES.

       01  CAB-TITULOS.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
                       "LIVRO  TITULO".
           02 FILLER          PIC X(33) VALUE
                       "EXEMPL.  EMPREST.  EMP/EXEMPLAR".
           02 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-TITULO.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LIVRO-TLIN      PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-TLIN       PIC X(30).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 EXE-TLIN        PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 EMP-TLIN        PIC ZZZZ9.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 RAZAO-TLIN      PIC ZZ9,99.
           02 FILLER          PIC X(08) VALUE SPACES.

       01  CAB-EXEMPLARES.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(50) VALUE
              "LIVRO  EXEMPLAR  SITUACAO  EMPREST.  ULTIMA CIRC.".
           02 FILLER          PIC X(25) VALUE SPACES.

       01  LINHA-EXEMPLAR.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LIVRO-ELIN      PIC 9(05).
           02 FILLER          PIC X(05) VALUE SPACES.
           02 NUM-ELIN        PIC 9(02).
           02 FILLER          PIC X(09) VALUE SPACES.
           02 SIT-ELIN        PIC X(01).
           02 FILLER          PIC X(06) VALUE SPACES.
           02 EMP-ELIN        PIC ZZZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 ULT-ELIN        PIC X(10).
           02 FILLER          PIC X(28) VALUE SPACES.

       01  ULT-DATA-LIN.
           02 ULT-DD-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 ULT-MM-LIN      PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 ULT-AAAA-LIN    PIC 9(04).

       01  CAB-RANK-TIT.
           02 FILLER          PIC X(20) VALUE SPACES.
           02 FILLER          PIC X(40) VALUE
                       "TITULOS MAIS EMPRESTADOS NO PERIODO".
           02 FILLER          PIC X(20) VALUE SPACES.

       01  CAB-RANK-USU.
           02 FILLER          PIC X(20) VALUE SPACES.
           02 FILLER          PIC X(40) VALUE
                       "USUARIOS QUE MAIS TOMARAM EMPRESTADO".
           02 FILLER          PIC X(20) VALUE SPACES.

       01  LINHA-RANK.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 POSICAO-LIN     PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CODIGO-LIN      PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-LIN        PIC X(30).
           02 FILLER          PIC X(15) VALUE "  EMPRESTIMOS: ".
           02 QT-RANK-LIN     PIC ZZZZ9.
           02 FILLER          PIC X(13) VALUE SPACES.

       01  CAB-DESBASTE.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 FILLER          PIC X(47) VALUE
              "CANDIDATOS A DESBASTE - SEM CIRCULAR DESDE    ".
           02 CORTE-DD-CAB    PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 CORTE-MM-CAB    PIC 9(02).
           02 FILLER          PIC X(01) VALUE "/".
           02 CORTE-AAAA-CAB  PIC 9(04).
           02 FILLER          PIC X(13) VALUE SPACES.

       01  CAB-DESBASTE-2.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
                       "LIVRO  TITULO".
           02 FILLER          PIC X(37) VALUE
                       "EXEMPL. PARADOS   PRECO      VALOR".

       01  LINHA-DESBASTE.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LIVRO-DLIN      PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-DLIN       PIC X(30).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 EXE-DLIN        PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 PARADOS-DLIN    PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PRECO-DLIN      PIC Z9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 VALOR-DLIN      PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-TOT-DESB.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
                       "TOTAL DE EXEMPLARES PARADOS".
           02 TOT-PAR-DLIN    PIC ZZZZ9.
           02 FILLER          PIC X(16) VALUE SPACES.
           02 TOT-VAL-DLIN    PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM18.

           PERFORM    INICIO.
           PERFORM    TRATA-HISTORICO
                      UNTIL   FIM-HIST   EQUAL   "SIM".
           PERFORM    TRATA-ABERTOS
                      UNTIL   FIM-ABE    EQUAL   "SIM".
           PERFORM    FIM.
           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-LIVROS.
           PERFORM    CARGA-EXEMPLARES.
           PERFORM    CARGA-USUARIOS.
           PERFORM    CARGA-DIA.
           OPEN INPUT       HIST-EMPF
                            EMPABERTO
                OUTPUT      HIST-EMPFN
                            DESBASTE
                            REL-CIRC.

       LE-PARAMETRO.

           MOVE       HOJE-AAAA     TO   PER-AAAA.
           MOVE       HOJE-MM       TO   PER-MM.
           OPEN INPUT       PARAM-CIRC.
           READ PARAM-CIRC
                AT END
                MOVE SPACES TO REG-PARAM-CIRC.
           IF   TIPO-PER-PARAM  EQUAL  "A"
                MOVE "A"          TO  TIPO-PERIODO.
           IF   ANO-PARAM  NUMERIC
            AND ANO-PARAM  NOT EQUAL  ZEROS
                MOVE ANO-PARAM    TO  PER-AAAA.
           IF   MES-PARAM  NUMERIC
            AND MES-PARAM  NOT EQUAL  ZEROS
                MOVE MES-PARAM    TO  PER-MM.
           IF   MESES-PARAM  NUMERIC
            AND MESES-PARAM  NOT EQUAL  ZEROS
                MOVE MESES-PARAM  TO  MESES-PARADO.
           CLOSE PARAM-CIRC.
      *    DATA DE CORTE DO DESBASTE: HOJE MENOS OS MESES DO
      *    PARAMETRO, NO MESMO DIA DO MES.
           COMPUTE    MESES-CALC = HOJE-AAAA * 12 + HOJE-MM - 1
                                 - MESES-PARADO.
           DIVIDE     MESES-CALC BY 12 GIVING CORTE-AAAA
                      REMAINDER CORTE-MM.
           ADD        1             TO   CORTE-MM.
           MOVE       HOJE-DD       TO   CORTE-DD.

       CARGA-LIVROS.

           OPEN INPUT       CADLIVRO2.
           PERFORM    LEITURA-LIVRO
                      UNTIL     FIM-LIVRO  EQUAL    "SIM".
           CLOSE      CADLIVRO2.

       LEITURA-LIVRO.

           READ CADLIVRO2
                AT END
                MOVE "SIM" TO FIM-LIVRO.
           IF   FIM-LIVRO   NOT EQUAL  "SIM"
                IF   QT-LIVRO  NOT LESS THAN 200
                     DISPLAY "CADLIVRO2 EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1            TO  QT-LIVRO
                     MOVE COD-LIVRO    TO  COD-LIVRO-TAB (QT-LIVRO)
                     MOVE NOME-LIVRO   TO  NOME-LIVRO-TAB (QT-LIVRO)
                     MOVE PRECO-LIVRO  TO  PRECO-LIVRO-TAB (QT-LIVRO)
                     MOVE ZEROS        TO  EMP-LIVRO-TAB (QT-LIVRO)
                                           EXE-LIVRO-TAB (QT-LIVRO)
                                           PARADOS-TAB (QT-LIVRO)
                     MOVE "N"          TO  LISTADO-LIVRO (QT-LIVRO).

       CARGA-EXEMPLARES.

           OPEN INPUT       EXEMPLAR.
           PERFORM    LEITURA-EXEMPLAR
                      UNTIL     FIM-EXE    EQUAL    "SIM".
           CLOSE      EXEMPLAR.

       LEITURA-EXEMPLAR.

           READ EXEMPLAR
                AT END
                MOVE "SIM" TO FIM-EXE.
           IF   FIM-EXE     NOT EQUAL  "SIM"
                IF   QT-EXE  NOT LESS THAN 400
                     DISPLAY "EXEMPLAR EXCEDE A TABELA DE 400"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-EXE
                     MOVE LIVRO-EXE   TO  LIVRO-EXE-TAB (QT-EXE)
                     MOVE NUM-EXE     TO  NUM-EXE-TAB (QT-EXE)
                     MOVE SIT-EXE     TO  SIT-EXE-TAB (QT-EXE)
                     MOVE ZEROS       TO  EMP-EXE-TAB (QT-EXE)
                                          ULT-EXE-TAB (QT-EXE)
                     MOVE LIVRO-EXE   TO  WLIVRO
                     PERFORM  BUSCA-LIVRO
                     IF   IND-LIVRO  NOT EQUAL  ZEROS
                          ADD  1  TO  EXE-LIVRO-TAB (IND-LIVRO).

       CARGA-USUARIOS.

           OPEN INPUT       CAD-USU2.
           PERFORM    LEITURA-USU
                      UNTIL     FIM-USU    EQUAL    "SIM".
           CLOSE      CAD-USU2.

       LEITURA-USU.

           READ CAD-USU2
                AT END
                MOVE "SIM" TO FIM-USU.
           IF   FIM-USU     NOT EQUAL  "SIM"
                AND QT-USU  LESS THAN 100
                ADD  1           TO  QT-USU
                MOVE COD-USU     TO  COD-USU-TAB (QT-USU)
                MOVE NOM-USU     TO  NOM-USU-TAB (QT-USU)
                MOVE ZEROS       TO  EMP-USU-TAB (QT-USU)
                MOVE "N"         TO  LISTADO-USU (QT-USU).

       CARGA-DIA.

           OPEN INPUT       EMPFECHADO.
           PERFORM    LEITURA-DIA
                      UNTIL     FIM-FEC    EQUAL    "SIM".
           CLOSE      EMPFECHADO.

       LEITURA-DIA.

           READ EMPFECHADO
                AT END
                MOVE "SIM" TO FIM-FEC.
           IF   FIM-FEC     NOT EQUAL  "SIM"
            AND RENOV-FEC   NOT NUMERIC
                MOVE ZEROS       TO  RENOV-FEC.
           IF   FIM-FEC     NOT EQUAL  "SIM"
                IF   QT-DIA  NOT LESS THAN 200
                     DISPLAY "EMPFECHADO EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1            TO  QT-DIA
                     MOVE REG-FECHADO  TO  REG-DIA-TAB (QT-DIA)
                     MOVE "N"          TO  SIT-DIA-TAB (QT-DIA).

       TRATA-HISTORICO.

           READ HIST-EMPF
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST    NOT EQUAL  "SIM"
                ADD  1             TO  CT-HIST-LIDOS
                MOVE 1             TO  CTR-DIA
                PERFORM  MARCA-REPETIDO     QT-DIA  TIMES
                MOVE REG-HIST      TO  REG-HIST-NOVO
                WRITE REG-HIST-NOVO
                MOVE LIVRO-HIS     TO  WLIVRO
                MOVE USU-HIS       TO  WUSU
                MOVE DATA-EMP-HIS  TO  WDATA-EMP-NUM
                MOVE DATA-VENC-HIS TO  WDATA-VENC
                MOVE DATA-DEV-HIS  TO  WDATA-DEV-NUM
                MOVE EXEMPLAR-HIS  TO  WEXEMPLAR
                PERFORM  PROCESSA-EMPRESTIMO.

       MARCA-REPETIDO.

           IF        SIT-DIA-TAB (CTR-DIA)  EQUAL  "N"
                AND  REG-DIA-TAB (CTR-DIA) (1:35)  EQUAL
                     REG-HIST (1:35)
                     MOVE  "R"      TO  SIT-DIA-TAB (CTR-DIA).
           ADD       1         TO   CTR-DIA.

       TRATA-ABERTOS.

           READ EMPABERTO
                AT END
                MOVE "SIM" TO FIM-ABE.
           IF   FIM-ABE     NOT EQUAL  "SIM"
                MOVE LIVRO-ABE     TO  WLIVRO
                MOVE USU-ABE       TO  WUSU
                MOVE DATA-EMP-ABE  TO  WDATA-EMP-NUM
                MOVE DATA-VENC-ABE TO  WDATA-VENC
                MOVE ZEROS         TO  WDATA-DEV-NUM
                MOVE EXEMPLAR-ABE  TO  WEXEMPLAR
                PERFORM  PROCESSA-EMPRESTIMO.

       ACRESCENTA-DIA.

           IF        SIT-DIA-TAB (CTR-DIA)  EQUAL  "N"
                     MOVE  REG-DIA-TAB (CTR-DIA)  TO  REG-FECHADO
                     MOVE  REG-FECHADO    TO  REG-HIST-NOVO
                     WRITE REG-HIST-NOVO
                     ADD   1              TO  CT-HIST-NOVOS
                     MOVE  LIVRO-FEC      TO  WLIVRO
                     MOVE  USU-FEC        TO  WUSU
                     MOVE  DATA-EMP-FEC   TO  WDATA-EMP-NUM
                     MOVE  DATA-VENC-FEC  TO  WDATA-VENC
                     MOVE  DATA-DEV-FEC   TO  WDATA-DEV-NUM
                     MOVE  EXEMPLAR-FEC   TO  WEXEMPLAR
                     PERFORM  PROCESSA-EMPRESTIMO.
           ADD       1         TO   CTR-DIA.

      *    CADA EMPRESTIMO (FECHADO OU EM ABERTO) ATUALIZA A ULTIMA
      *    CIRCULACAO DO EXEMPLAR; OS FEITOS NO PERIODO CONTAM POR
      *    TITULO, EXEMPLAR E USUARIO; OS DEVOLVIDOS NO PERIODO
      *    ENTRAM NO PRAZO MEDIO E NA TAXA DE ATRASO.

       PROCESSA-EMPRESTIMO.

           MOVE      WDATA-EMP-NUM  TO   ULT-CIRC.
           IF        WDATA-DEV-NUM  GREATER THAN  ULT-CIRC
                     MOVE  WDATA-DEV-NUM  TO  ULT-CIRC.
           PERFORM   BUSCA-EXEMPLAR.
           IF        IND-EXE  NOT EQUAL  ZEROS
            AND      ULT-CIRC  GREATER THAN  ULT-EXE-TAB (IND-EXE)
                     MOVE  ULT-CIRC  TO  ULT-EXE-TAB (IND-EXE).
           MOVE      WDATA-EMP      TO   DATA-EDICAO.
           PERFORM   VERIFICA-PERIODO.
           IF        NO-PERIODO  EQUAL  "SIM"
                     PERFORM   CONTA-EMPRESTIMO.
           IF        WDATA-DEV-NUM  NOT EQUAL  ZEROS
                     MOVE  WDATA-DEV   TO   DATA-EDICAO
                     PERFORM   VERIFICA-PERIODO
                     IF   NO-PERIODO  EQUAL  "SIM"
                          PERFORM  CONTA-DEVOLUCAO.

       VERIFICA-PERIODO.

           MOVE      "NAO"     TO   NO-PERIODO.
           IF        ED-AAAA  EQUAL  PER-AAAA
                     IF   TIPO-PERIODO  EQUAL  "A"
                      OR  ED-MM  EQUAL  PER-MM
                          MOVE  "SIM"   TO   NO-PERIODO.

       CONTA-EMPRESTIMO.

           ADD       1         TO   CT-EMPRESTIMOS.
           IF        IND-EXE  NOT EQUAL  ZEROS
                     ADD  1    TO   EMP-EXE-TAB (IND-EXE).
           PERFORM   BUSCA-LIVRO.
           IF        IND-LIVRO  NOT EQUAL  ZEROS
                     ADD  1    TO   EMP-LIVRO-TAB (IND-LIVRO).
           PERFORM   BUSCA-USUARIO.
           IF        IND-USU  NOT EQUAL  ZEROS
                     ADD  1    TO   EMP-USU-TAB (IND-USU).

       CONTA-DEVOLUCAO.

           ADD       1         TO   CT-DEVOLUCOES.
           COMPUTE   DIAS-EMP = (DEV-AAAA - EMP-AAAA) * 360
                              + (DEV-MM - EMP-MM) * 30
                              + DEV-DD - EMP-DD.
           IF        DIAS-EMP  GREATER THAN  ZEROS
                     ADD  DIAS-EMP  TO  SOMA-DIAS.
           IF        WDATA-DEV-NUM  GREATER THAN  WDATA-VENC
                     ADD  1    TO   CT-ATRASADAS.

       BUSCA-EXEMPLAR.

           MOVE      ZEROS     TO   IND-EXE.
           MOVE      1         TO   CTR-EXE.
           PERFORM   PESQUISA-EXEMPLAR    QT-EXE   TIMES.

       PESQUISA-EXEMPLAR.

           IF        WLIVRO     EQUAL  LIVRO-EXE-TAB (CTR-EXE)
                AND  WEXEMPLAR  EQUAL  NUM-EXE-TAB (CTR-EXE)
                     MOVE  CTR-EXE  TO  IND-EXE.
           ADD       1         TO   CTR-EXE.

       BUSCA-LIVRO.

           MOVE      ZEROS     TO   IND-LIVRO.
           MOVE      1         TO   CTR-LIVRO.
           PERFORM   PESQUISA-LIVRO      QT-LIVRO  TIMES.

       PESQUISA-LIVRO.

           IF        WLIVRO  EQUAL  COD-LIVRO-TAB (CTR-LIVRO)
                     MOVE  CTR-LIVRO  TO  IND-LIVRO.
           ADD       1         TO   CTR-LIVRO.

       BUSCA-USUARIO.

           MOVE      ZEROS     TO   IND-USU.
           MOVE      1         TO   CTR-USU.
           PERFORM   PESQUISA-USUARIO    QT-USU   TIMES.

       PESQUISA-USUARIO.

           IF        WUSU  EQUAL  COD-USU-TAB (CTR-USU)
                     MOVE  CTR-USU  TO  IND-USU.
           ADD       1         TO   CTR-USU.

       FIM.

           MOVE      1         TO   CTR-DIA.
           PERFORM   ACRESCENTA-DIA      QT-DIA  TIMES.
           PERFORM   IMPRIME-RESUMO.
           PERFORM   IMPRIME-TITULOS.
           PERFORM   IMPRIME-EXEMPLARES.
           PERFORM   IMPRIME-RANKINGS.
           PERFORM   IMPRIME-DESBASTE.
           DISPLAY   "HISTORICO LIDO       : " CT-HIST-LIDOS.
           DISPLAY   "FECHADOS ACRESCIDOS  : " CT-HIST-NOVOS.
           DISPLAY   "EMPRESTIMOS PERIODO  : " CT-EMPRESTIMOS.
           DISPLAY   "CANDIDATOS DESBASTE  : " CT-CANDIDATOS.
           CLOSE     HIST-EMPF
                     EMPABERTO
                     HIST-EMPFN
                     DESBASTE
                     REL-CIRC.

       IMPRIME-RESUMO.

           IF        TIPO-PERIODO  EQUAL  "A"
                     MOVE  "--"     TO   PER-MM-CAB
           ELSE
                     MOVE  PER-MM   TO   PER-MM-CAB.
           MOVE      PER-AAAA       TO   PER-AAAA-CAB.
           WRITE     REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           MOVE      "EMPRESTIMOS FEITOS NO PERIODO"  TO  ROTULO-RES.
           MOVE      CT-EMPRESTIMOS TO   VALOR-RES.
           WRITE     REG-REL FROM LINHA-RESUMO
                     AFTER ADVANCING 2 LINES.
           MOVE      "DEVOLUCOES NO PERIODO"  TO  ROTULO-RES.
           MOVE      CT-DEVOLUCOES  TO   VALOR-RES.
           WRITE     REG-REL FROM LINHA-RESUMO
                     AFTER ADVANCING 1 LINE.
           MOVE      ZEROS          TO   WMEDIA
                                         WTAXA.
           IF        CT-DEVOLUCOES  GREATER THAN  ZEROS
                     COMPUTE WMEDIA ROUNDED =
                             SOMA-DIAS / CT-DEVOLUCOES
                     COMPUTE WTAXA  ROUNDED =
                             CT-ATRASADAS * 100 / CT-DEVOLUCOES.
           MOVE      "PRAZO MEDIO DE EMPRESTIMO (DIAS)"  TO
                     ROTULO-RES.
           MOVE      WMEDIA         TO   VALOR-RES.
           WRITE     REG-REL FROM LINHA-RESUMO
                     AFTER ADVANCING 1 LINE.
           MOVE      "DEVOLUCOES EM ATRASO"  TO  ROTULO-RES.
           MOVE      CT-ATRASADAS   TO   VALOR-RES.
           WRITE     REG-REL FROM LINHA-RESUMO
                     AFTER ADVANCING 1 LINE.
           MOVE      "TAXA DE DEVOLUCAO EM ATRASO (%)"  TO
                     ROTULO-RES.
           MOVE      WTAXA          TO   VALOR-RES.
           WRITE     REG-REL FROM LINHA-RESUMO
                     AFTER ADVANCING 1 LINE.

       IMPRIME-TITULOS.

           WRITE     REG-REL FROM CAB-TITULOS
                     AFTER ADVANCING 3 LINES.
           MOVE      1         TO   CTR-LIVRO.
           PERFORM   IMPRIME-UM-TITULO   QT-LIVRO  TIMES.

       IMPRIME-UM-TITULO.

           MOVE      COD-LIVRO-TAB (CTR-LIVRO)   TO  LIVRO-TLIN.
           MOVE      NOME-LIVRO-TAB (CTR-LIVRO)  TO  NOME-TLIN.
           MOVE      EXE-LIVRO-TAB (CTR-LIVRO)   TO  EXE-TLIN.
           MOVE      EMP-LIVRO-TAB (CTR-LIVRO)   TO  EMP-TLIN.
           MOVE      ZEROS     TO   RAZAO-TLIN.
           IF        EXE-LIVRO-TAB (CTR-LIVRO)  GREATER THAN  ZEROS
                     COMPUTE RAZAO-TLIN ROUNDED =
                             EMP-LIVRO-TAB (CTR-LIVRO)
                           / EXE-LIVRO-TAB (CTR-LIVRO).
           WRITE     REG-REL FROM LINHA-TITULO
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-LIVRO.

       IMPRIME-EXEMPLARES.

           WRITE     REG-REL FROM CAB-EXEMPLARES
                     AFTER ADVANCING PAGE.
           MOVE      1         TO   CTR-EXE.
           PERFORM   IMPRIME-UM-EXEMPLAR  QT-EXE  TIMES.

       IMPRIME-UM-EXEMPLAR.

           MOVE      LIVRO-EXE-TAB (CTR-EXE)  TO  LIVRO-ELIN.
           MOVE      NUM-EXE-TAB (CTR-EXE)    TO  NUM-ELIN.
           MOVE      SIT-EXE-TAB (CTR-EXE)    TO  SIT-ELIN.
           MOVE      EMP-EXE-TAB (CTR-EXE)    TO  EMP-ELIN.
           IF        ULT-EXE-TAB (CTR-EXE)  EQUAL  ZEROS
                     MOVE  "NUNCA"       TO  ULT-ELIN
           ELSE
                     MOVE  ULT-EXE-TAB (CTR-EXE)  TO  DATA-EDICAO-NUM
                     MOVE  ED-DD         TO  ULT-DD-LIN
                     MOVE  ED-MM         TO  ULT-MM-LIN
                     MOVE  ED-AAAA       TO  ULT-AAAA-LIN
                     MOVE  ULT-DATA-LIN  TO  ULT-ELIN.
           WRITE     REG-REL FROM LINHA-EXEMPLAR
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-EXE.

       IMPRIME-RANKINGS.

           WRITE     REG-REL FROM CAB-RANK-TIT
                     AFTER ADVANCING PAGE.
           MOVE      ZEROS     TO   POSICAO-RANK.
           PERFORM   RANKING-TITULO      10  TIMES.
           WRITE     REG-REL FROM CAB-RANK-USU
                     AFTER ADVANCING 3 LINES.
           MOVE      ZEROS     TO   POSICAO-RANK.
           PERFORM   RANKING-USUARIO     10  TIMES.

       RANKING-TITULO.

           MOVE      ZEROS     TO   MAIOR-QT
                                    IND-MAIOR.
           MOVE      1         TO   CTR-LIVRO.
           PERFORM   ACHA-MAIOR-TITULO   QT-LIVRO  TIMES.
           IF        IND-MAIOR  NOT EQUAL  ZEROS
                     ADD   1   TO   POSICAO-RANK
                     MOVE  "S"      TO   LISTADO-LIVRO (IND-MAIOR)
                     MOVE  POSICAO-RANK  TO  POSICAO-LIN
                     MOVE  COD-LIVRO-TAB (IND-MAIOR)   TO  CODIGO-LIN
                     MOVE  NOME-LIVRO-TAB (IND-MAIOR)  TO  NOME-LIN
                     MOVE  EMP-LIVRO-TAB (IND-MAIOR)   TO  QT-RANK-LIN
                     WRITE REG-REL FROM LINHA-RANK
                           AFTER ADVANCING 1 LINE.

       ACHA-MAIOR-TITULO.

           IF        LISTADO-LIVRO (CTR-LIVRO)  EQUAL  "N"
                AND  EMP-LIVRO-TAB (CTR-LIVRO)  GREATER THAN  MAIOR-QT
                     MOVE  EMP-LIVRO-TAB (CTR-LIVRO)  TO  MAIOR-QT
                     MOVE  CTR-LIVRO  TO  IND-MAIOR.
           ADD       1         TO   CTR-LIVRO.

       RANKING-USUARIO.

           MOVE      ZEROS     TO   MAIOR-QT
                                    IND-MAIOR.
           MOVE      1         TO   CTR-USU.
           PERFORM   ACHA-MAIOR-USUARIO  QT-USU  TIMES.
           IF        IND-MAIOR  NOT EQUAL  ZEROS
                     ADD   1   TO   POSICAO-RANK
                     MOVE  "S"      TO   LISTADO-USU (IND-MAIOR)
                     MOVE  POSICAO-RANK  TO  POSICAO-LIN
                     MOVE  COD-USU-TAB (IND-MAIOR)   TO  CODIGO-LIN
                     MOVE  NOM-USU-TAB (IND-MAIOR)   TO  NOME-LIN
                     MOVE  EMP-USU-TAB (IND-MAIOR)   TO  QT-RANK-LIN
                     WRITE REG-REL FROM LINHA-RANK
                           AFTER ADVANCING 1 LINE.

       ACHA-MAIOR-USUARIO.

           IF        LISTADO-USU (CTR-USU)  EQUAL  "N"
                AND  EMP-USU-TAB (CTR-USU)  GREATER THAN  MAIOR-QT
                     MOVE  EMP-USU-TAB (CTR-USU)  TO  MAIOR-QT
                     MOVE  CTR-USU  TO  IND-MAIOR.
           ADD       1         TO   CTR-USU.

      *    EXEMPLAR PARADO: DISPONIVEL NA PRATELEIRA (SITUACAO D)
      *    E SEM EMPRESTIMO DESDE A DATA DE CORTE (OU NUNCA).

       IMPRIME-DESBASTE.

           MOVE      1         TO   CTR-EXE.
           PERFORM   CONTA-PARADO        QT-EXE  TIMES.
           MOVE      CORTE-DD       TO   CORTE-DD-CAB.
           MOVE      CORTE-MM       TO   CORTE-MM-CAB.
           MOVE      CORTE-AAAA     TO   CORTE-AAAA-CAB.
           WRITE     REG-REL FROM CAB-DESBASTE
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-DESBASTE-2
                     AFTER ADVANCING 2 LINES.
           MOVE      1         TO   CTR-LIVRO.
           PERFORM   LISTA-DESBASTE      QT-LIVRO  TIMES.
           MOVE      TOT-PARADOS    TO   TOT-PAR-DLIN.
           MOVE      TOT-VALOR      TO   TOT-VAL-DLIN.
           WRITE     REG-REL FROM LINHA-TOT-DESB
                     AFTER ADVANCING 2 LINES.

       CONTA-PARADO.

           IF        SIT-EXE-TAB (CTR-EXE)  EQUAL  "D"
                AND  ULT-EXE-TAB (CTR-EXE)  LESS THAN  CORTE-NUM
                     MOVE  LIVRO-EXE-TAB (CTR-EXE)  TO  WLIVRO
                     PERFORM  BUSCA-LIVRO
                     IF   IND-LIVRO  NOT EQUAL  ZEROS
                          ADD  1  TO  PARADOS-TAB (IND-LIVRO).
           ADD       1         TO   CTR-EXE.

       LISTA-DESBASTE.

           IF        PARADOS-TAB (CTR-LIVRO)  GREATER THAN  ZEROS
                     COMPUTE WVALOR = PARADOS-TAB (CTR-LIVRO)
                                    * PRECO-LIVRO-TAB (CTR-LIVRO)
                     MOVE  COD-LIVRO-TAB (CTR-LIVRO)   TO  LIVRO-DLIN
                                                           LIVRO-DES
                     MOVE  NOME-LIVRO-TAB (CTR-LIVRO)  TO  NOME-DLIN
                     MOVE  EXE-LIVRO-TAB (CTR-LIVRO)   TO  EXE-DLIN
                     MOVE  PARADOS-TAB (CTR-LIVRO)     TO  PARADOS-DLIN
                                                           PARADOS-DES
                     MOVE  PRECO-LIVRO-TAB (CTR-LIVRO) TO  PRECO-DLIN
                                                           PRECO-DES
                     MOVE  WVALOR                      TO  VALOR-DLIN
                     WRITE REG-REL FROM LINHA-DESBASTE
                           AFTER ADVANCING 1 LINE
                     WRITE REG-DESBASTE
                     ADD   1       TO   CT-CANDIDATOS
                     ADD   PARADOS-TAB (CTR-LIVRO)  TO  TOT-PARADOS
                     ADD   WVALOR  TO   TOT-VALOR.
           ADD       1         TO   CTR-LIVRO.
