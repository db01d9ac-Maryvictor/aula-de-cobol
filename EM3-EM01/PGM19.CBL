       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM19.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  SINCRONIZACAO DOS USUARIOS DA BIBLIOTECA COM OS
      *          CADASTROS DE ALUNOS E FUNCIONARIOS. O VINCULO
      *          VINCUSU.DAT (USUARIO, TIPO A-ALUNO/F-FUNCIONARIO,
      *          NUMERO DO ALUNO OU CODIGO DO FUNCIONARIO, SITUACAO
      *          A-ATIVO/I-INATIVO E DATA DA SITUACAO) E CARREGADO,
      *          ATUALIZADO E REGRAVADO EM VINCUSUN.DAT, QUE A
      *          OPERACAO PROMOVE PARA O NOME OFICIAL.
      *          1. OS VINCULOS INFORMADOS PELO BALCAO EM TRANVINC.DAT
      *             (USUARIO, TIPO, NUMERO) SAO APLICADOS PRIMEIRO --
      *             E ASSIM QUE OS USUARIOS JA CADASTRADOS SAO
      *             LIGADOS AO ALUNO OU FUNCIONARIO ANTES DA PRIMEIRA
      *             SINCRONIZACAO. VINCULO RECUSADO SAI NO RELATORIO.
      *          2. CADA VINCULO E CONFERIDO: ALUNO ATIVO E O QUE
      *             ESTA EM CADALU2.DAT OU EM CADALU-NOVO.DAT (PONTE
      *             DE MATRICULA, PGM09 DO EM3-EM03); FUNCIONARIO
      *             ATIVO E O QUE ESTA NO CADFUN (O DESLIGAMENTO DO
      *             EX08M EXCLUI O REGISTRO). VINCULO QUE DEIXOU DE
      *             SER ATIVO PASSA A I; O MOTIVO DO ALUNO VEM DE
      *             TRANCADOS.DAT. USUARIO INATIVO SEM PENDENCIA
      *             RECEBE UMA EXCLUSAO (E) NO TRANUSU E O VINCULO E
      *             BAIXADO; USUARIO INATIVO COM LIVRO EM ABERTO
      *             (EMPABERTO.DAT) OU MULTA (MULTAS.DAT) NAO E
      *             EXCLUIDO -- SAI NA LISTA DE RECUPERACAO E O PGM05
      *             DEIXA DE LHE EMPRESTAR. VINCULO QUE VOLTA A SER
      *             ATIVO (REINTEGRACAO) VOLTA A A.
      *          3. ALUNO OU FUNCIONARIO ATIVO SEM VINCULO RECEBE UMA
      *             INCLUSAO (I) NO TRANUSU COM O PROXIMO CODIGO DE
      *             USUARIO LIVRE (ACIMA DO CAD-USU2, DOS VINCULOS E
      *             DAS INCLUSOES JA PENDENTES NO TRANUSU) E O
      *             VINCULO JA NASCE ATIVO.
      *          AS TRANSACOES SAO ACRESCENTADAS AO TRANUSU.DAT NO
      *          LAYOUT DO PGM02 DO EM2-EM01 E PASSAM PELO SORT
      *          HABITUAL ANTES DA MANUTENCAO. O RELATORIO REL-VINC
      *          LISTA OS VINCULOS RECUSADOS, AS EXCLUSOES, OS
      *          INATIVOS COM PENDENCIA, AS INCLUSOES E OS USUARIOS
      *          AINDA SEM VINCULO. HAVENDO INATIVO COM PENDENCIA O
      *          PROGRAMA TERMINA COM RETURN-CODE 4.
      *          O TRAILER TRLR: DO CADALU2 E IGNORADO NA CARGA DOS
      *          ALUNOS.
      *          NA INCLUSAO A DATA DO TRANUSU E A DATA DE NASCIMENTO
      *          (VIRA O DATA-USU DO CAD-USU2, USADO PELO PGM16 NA
      *          CLASSIFICACAO INDICATIVA): A DO CADALU-NOVO PARA O
      *          CALOURO E ZEROS, NASCIMENTO NAO INFORMADO, PARA O
      *          ALUNO DO CADALU2 E PARA O FUNCIONARIO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CAD-USU2         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL VINCUSU ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   VINCUSUN         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL TRANVINC ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADALU2          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADALU-NOVO ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL TRANCADOS ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  SEQUENTIAL
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

           SELECT   OPTIONAL EMPABERTO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL MULTAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL TRANUSU ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-VINC         ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CAD-USU2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CAD-USU2.DAT".

       01  REG-USU.
             02 COD-USU       PIC 9(04).
             02 NOM-USU       PIC X(30).
             02 DATA-USU      PIC 9(08).

       FD  VINCUSU
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "VINCUSU.DAT".

       01  REG-VINC.
             02 USU-VINC      PIC 9(04).
             02 TIPO-VINC     PIC X(01).
             02 NUM-VINC      PIC 9(05).
             02 SIT-VINC      PIC X(01).
             02 DATA-VINC     PIC 9(08).

       FD  VINCUSUN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "VINCUSUN.DAT".

       01  REG-VINC-NOVO.
             02 USU-VINCN     PIC 9(04).
             02 TIPO-VINCN    PIC X(01).
             02 NUM-VINCN     PIC 9(05).
             02 SIT-VINCN     PIC X(01).
             02 DATA-VINCN    PIC 9(08).

       FD  TRANVINC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANVINC.DAT".

       01  REG-TVINC.
             02 USU-TVINC     PIC 9(04).
             02 TIPO-TVINC    PIC X(01).
             02 NUM-TVINC     PIC 9(05).

       FD  CADALU2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADALU2.DAT".

       01  REG-ALU.
             02 NUMERO-ALU    PIC 9(05).
             02 NOME-ALU      PIC X(20).
             02 NOTA1-ALU     PIC 9(02)V99.
             02 NOTA2-ALU     PIC 9(02)V99.
             02 FALTAS-ALU    PIC X(02).

       FD  CADALU-NOVO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADALU-NOVO.DAT".

       01  REG-CALOURO.
             02 NUMERO-CAL    PIC 9(05).
             02 NOME-CAL      PIC X(20).
             02 SEXO-CAL      PIC X(01).
             02 NASC-CAL      PIC 9(08).

       FD  TRANCADOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANCADOS.DAT".

       01  REG-TRANCADO.
             02 NUMERO-TRC    PIC 9(05).
             02 NOME-TRC      PIC X(20).
             02 NOTA1-TRC     PIC 9(02)V99.
             02 NOTA2-TRC     PIC 9(02)V99.
             02 FALTAS-TRC    PIC X(02).
             02 DATA-TRC      PIC 9(08).
             02 MOTIVO-TRC    PIC X(02).

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

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

       FD  MULTAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "MULTAS.DAT".

       01  REG-MULTA.
             02 USU-MULTA     PIC 9(04).
             02 SALDO-MULTA   PIC 9(05)V99.

       FD  TRANUSU
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANUSU.DAT".

       01  REG-TRANS.
             02 COD-TRANS      PIC 9(04).
             02 TIPO-TRANS     PIC X(01).
             02 NOME-TRANS     PIC X(30).
             02 DATA-TRANS.
                03 DIA-TRANS      PIC 9(02).
                03 MES-TRANS      PIC 9(02).
                03 ANO-TRANS      PIC 9(04).

       FD  REL-VINC
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-USU          PIC X(03)    VALUE "NAO".
       77  FIM-VINC         PIC X(03)    VALUE "NAO".
       77  FIM-TVINC        PIC X(03)    VALUE "NAO".
       77  FIM-ALU          PIC X(03)    VALUE "NAO".
       77  FIM-CAL          PIC X(03)    VALUE "NAO".
       77  FIM-TRC          PIC X(03)    VALUE "NAO".
       77  FIM-FUN          PIC X(03)    VALUE "NAO".
       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-MULTA        PIC X(03)    VALUE "NAO".
       77  FIM-TRANUSU      PIC X(03)    VALUE "NAO".
       77  QT-USU           PIC 9(03)    VALUE ZEROS.
       77  CTR-USU          PIC 9(03)    VALUE ZEROS.
       77  IND-USU          PIC 9(03)    VALUE ZEROS.
       77  QT-VIN           PIC 9(03)    VALUE ZEROS.
       77  CTR-VIN          PIC 9(03)    VALUE ZEROS.
       77  IND-VIN          PIC 9(03)    VALUE ZEROS.
       77  QT-ALU           PIC 9(03)    VALUE ZEROS.
       77  CTR-ALU          PIC 9(03)    VALUE ZEROS.
       77  IND-ALU          PIC 9(03)    VALUE ZEROS.
       77  QT-TRC           PIC 9(03)    VALUE ZEROS.
       77  CTR-TRC          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-TRC        PIC X(03)    VALUE "NAO".
       77  QT-FUN           PIC 9(03)    VALUE ZEROS.
       77  CTR-FUN          PIC 9(03)    VALUE ZEROS.
       77  IND-FUN          PIC 9(03)    VALUE ZEROS.
       77  WCOD-USU         PIC 9(04)    VALUE ZEROS.
       77  WTIPO            PIC X(01)    VALUE SPACES.
       77  WNUMERO          PIC 9(05)    VALUE ZEROS.
       77  WNOME            PIC X(20)    VALUE SPACES.
       77  WNASC            PIC 9(08)    VALUE ZEROS.
       77  VINC-ATIVO       PIC X(03)    VALUE "NAO".
       77  MAIOR-COD        PIC 9(05)    VALUE ZEROS.
       77  PROX-COD         PIC 9(05)    VALUE ZEROS.
       77  CT-RECUSADOS     PIC 9(05)    VALUE ZEROS.
       77  CT-INATIVADOS    PIC 9(05)    VALUE ZEROS.
       77  CT-REATIVADOS    PIC 9(05)    VALUE ZEROS.
       77  CT-EXCLUSOES     PIC 9(05)    VALUE ZEROS.
       77  CT-PENDENTES     PIC 9(05)    VALUE ZEROS.
       77  CT-INCLUSOES     PIC 9(05)    VALUE ZEROS.
       77  CT-SEM-VINCULO   PIC 9(05)    VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  TAB-USUARIOS.
           02 ITEM-USU-TAB    OCCURS 300 TIMES.
              03 COD-USU-TAB     PIC 9(04).
              03 NOM-USU-TAB     PIC X(30).
              03 LIVROS-USU-TAB  PIC 9(03).
              03 SALDO-USU-TAB   PIC 9(05)V99.

       01  TAB-VINCULOS.
           02 ITEM-VIN-TAB    OCCURS 500 TIMES.
              03 USU-VIN-TAB     PIC 9(04).
              03 TIPO-VIN-TAB    PIC X(01).
              03 NUM-VIN-TAB     PIC 9(05).
              03 SIT-VIN-TAB     PIC X(01).
              03 DATA-VIN-TAB    PIC 9(08).
              03 MARCA-VIN-TAB   PIC X(01).

       01  TAB-ALUNOS.
           02 ITEM-ALU-TAB    OCCURS 500 TIMES.
              03 NUM-ALU-TAB     PIC 9(05).
              03 NOME-ALU-TAB    PIC X(20).
              03 NASC-ALU-TAB    PIC 9(08).

       01  TAB-TRANCADOS.
           02 NUM-TRC-TAB     PIC 9(05)  OCCURS 500 TIMES
                                          VALUE ZEROS.

       01  TAB-FUNCIONARIOS.
           02 ITEM-FUN-TAB    OCCURS 300 TIMES.
              03 COD-FUN-TAB     PIC 9(05).
              03 NOME-FUN-TAB    PIC X(20).

       01  CAB-01.
           02 FILLER          PIC X(18) VALUE SPACES.
           02 FILLER          PIC X(44) VALUE
              "SINCRONIZACAO DE USUARIOS DA BIBLIOTECA".
           02 FILLER          PIC X(18) VALUE SPACES.

       01  CAB-SECAO.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 TITULO-SEC      PIC X(60).
           02 FILLER          PIC X(18) VALUE SPACES.

       01  CAB-COLUNAS.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
              "USU.  NOME".
           02 FILLER          PIC X(40) VALUE
              "T NUMERO   LIV      MULTA  OBSERVACAO".

       01  LINHA-DET.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 USU-LIN         PIC 9(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-LIN        PIC X(30).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 TIPO-LIN        PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 NUM-LIN         PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LIVROS-LIN      PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 SALDO-LIN       PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 OBS-LIN         PIC X(14).

       PROCEDURE                                   DIVISION.

       PGM-PGM19.

           PERFORM    INICIO.
           PERFORM    APLICA-TRANVINC
                      UNTIL   FIM-TVINC  EQUAL   "SIM".
           MOVE       1         TO   CTR-VIN.
           PERFORM    VERIFICA-VINCULO    QT-VIN   TIMES.
           PERFORM    LISTA-EXCLUSOES.
           PERFORM    LISTA-PENDENTES.
           PERFORM    GERA-INCLUSOES.
           PERFORM    LISTA-SEM-VINCULO.
           PERFORM    FIM.
           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    CARGA-USUARIOS.
           PERFORM    CARGA-VINCULOS.
           PERFORM    CARGA-ALUNOS.
           PERFORM    CARGA-CALOUROS.
           PERFORM    CARGA-TRANCADOS.
           PERFORM    CARGA-FUNCIONARIOS.
           PERFORM    CARGA-ABERTOS.
           PERFORM    CARGA-MULTAS.
           PERFORM    VERIFICA-TRANUSU.
           COMPUTE    PROX-COD = MAIOR-COD + 1.
           OPEN INPUT       TRANVINC
                OUTPUT      VINCUSUN
                            REL-VINC
                EXTEND      TRANUSU.
           WRITE      REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           MOVE       "VINCULOS INFORMADOS PELO BALCAO E RECUSADOS"
                      TO   TITULO-SEC.
           PERFORM    IMPRIME-SECAO.
           PERFORM    LEITURA-TVINC.

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
                IF   QT-USU  NOT LESS THAN 300
                     DISPLAY "CAD-USU2 EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-USU
                     MOVE COD-USU     TO  COD-USU-TAB (QT-USU)
                     MOVE NOM-USU     TO  NOM-USU-TAB (QT-USU)
                     MOVE ZEROS       TO  LIVROS-USU-TAB (QT-USU)
                                          SALDO-USU-TAB (QT-USU)
                     IF   COD-USU  GREATER THAN  MAIOR-COD
                          MOVE COD-USU  TO  MAIOR-COD.

       CARGA-VINCULOS.

           OPEN INPUT       VINCUSU.
           PERFORM    LEITURA-VINC
                      UNTIL     FIM-VINC   EQUAL    "SIM".
           CLOSE      VINCUSU.

       LEITURA-VINC.

           READ VINCUSU
                AT END
                MOVE "SIM" TO FIM-VINC.
           IF   FIM-VINC    NOT EQUAL  "SIM"
                IF   QT-VIN  NOT LESS THAN 500
                     DISPLAY "VINCUSU EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-VIN
                     MOVE USU-VINC    TO  USU-VIN-TAB (QT-VIN)
                     MOVE TIPO-VINC   TO  TIPO-VIN-TAB (QT-VIN)
                     MOVE NUM-VINC    TO  NUM-VIN-TAB (QT-VIN)
                     MOVE SIT-VINC    TO  SIT-VIN-TAB (QT-VIN)
                     MOVE DATA-VINC   TO  DATA-VIN-TAB (QT-VIN)
                     MOVE SPACES      TO  MARCA-VIN-TAB (QT-VIN)
                     IF   USU-VINC  GREATER THAN  MAIOR-COD
                          MOVE USU-VINC  TO  MAIOR-COD.

       CARGA-ALUNOS.

           OPEN INPUT       CADALU2.
           PERFORM    LEITURA-ALU
                      UNTIL     FIM-ALU    EQUAL    "SIM".
           CLOSE      CADALU2.

       LEITURA-ALU.

           READ CADALU2
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU     NOT EQUAL  "SIM"
                AND REG-ALU (1:5) NOT EQUAL "TRLR:"
                MOVE NUMERO-ALU  TO  WNUMERO
                MOVE NOME-ALU    TO  WNOME
                MOVE ZEROS       TO  WNASC
                PERFORM  ACRESCENTA-ALUNO.

       CARGA-CALOUROS.

           OPEN INPUT       CADALU-NOVO.
           PERFORM    LEITURA-CALOURO
                      UNTIL     FIM-CAL    EQUAL    "SIM".
           CLOSE      CADALU-NOVO.

       LEITURA-CALOURO.

           READ CADALU-NOVO
                AT END
                MOVE "SIM" TO FIM-CAL.
           IF   FIM-CAL     NOT EQUAL  "SIM"
                MOVE NUMERO-CAL  TO  WNUMERO
                MOVE NOME-CAL    TO  WNOME
                MOVE NASC-CAL    TO  WNASC
                PERFORM  BUSCA-ALUNO
                IF   IND-ALU  EQUAL  ZEROS
                     PERFORM  ACRESCENTA-ALUNO
                ELSE
                     MOVE NASC-CAL  TO  NASC-ALU-TAB (IND-ALU).

       ACRESCENTA-ALUNO.

           IF   QT-ALU  NOT LESS THAN 500
                DISPLAY "ALUNOS EXCEDEM A TABELA DE 500"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN
           ELSE
                ADD  1           TO  QT-ALU
                MOVE WNUMERO     TO  NUM-ALU-TAB (QT-ALU)
                MOVE WNOME       TO  NOME-ALU-TAB (QT-ALU)
                MOVE WNASC       TO  NASC-ALU-TAB (QT-ALU).

       CARGA-TRANCADOS.

           OPEN INPUT       TRANCADOS.
           PERFORM    LEITURA-TRANCADO
                      UNTIL     FIM-TRC    EQUAL    "SIM".
           CLOSE      TRANCADOS.

       LEITURA-TRANCADO.

           READ TRANCADOS
                AT END
                MOVE "SIM" TO FIM-TRC.
           IF   FIM-TRC     NOT EQUAL  "SIM"
                AND QT-TRC  LESS THAN 500
                ADD  1           TO  QT-TRC
                MOVE NUMERO-TRC  TO  NUM-TRC-TAB (QT-TRC).

       CARGA-FUNCIONARIOS.

           OPEN INPUT       CADFUN.
           PERFORM    LEITURA-FUN
                      UNTIL     FIM-FUN    EQUAL    "SIM".
           CLOSE      CADFUN.

       LEITURA-FUN.

           READ CADFUN
                AT END
                MOVE "SIM" TO FIM-FUN.
           IF   FIM-FUN     NOT EQUAL  "SIM"
                IF   QT-FUN  NOT LESS THAN 300
                     DISPLAY "CADFUN EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-FUN
                     MOVE CODIGO-ENT  TO  COD-FUN-TAB (QT-FUN)
                     MOVE NOME-ENT    TO  NOME-FUN-TAB (QT-FUN).

       CARGA-ABERTOS.

           OPEN INPUT       EMPABERTO.
           PERFORM    LEITURA-ABERTO
                      UNTIL     FIM-ABE    EQUAL    "SIM".
           CLOSE      EMPABERTO.

       LEITURA-ABERTO.

           READ EMPABERTO
                AT END
                MOVE "SIM" TO FIM-ABE.
           IF   FIM-ABE     NOT EQUAL  "SIM"
                MOVE USU-ABE     TO  WCOD-USU
                PERFORM  BUSCA-USUARIO
                IF   IND-USU  NOT EQUAL  ZEROS
                     ADD  1  TO  LIVROS-USU-TAB (IND-USU).

       CARGA-MULTAS.

           OPEN INPUT       MULTAS.
           PERFORM    LEITURA-MULTA
                      UNTIL     FIM-MULTA  EQUAL    "SIM".
           CLOSE      MULTAS.

       LEITURA-MULTA.

           READ MULTAS
                AT END
                MOVE "SIM" TO FIM-MULTA.
           IF   FIM-MULTA   NOT EQUAL  "SIM"
                MOVE USU-MULTA   TO  WCOD-USU
                PERFORM  BUSCA-USUARIO
                IF   IND-USU  NOT EQUAL  ZEROS
                     ADD  SALDO-MULTA  TO  SALDO-USU-TAB (IND-USU).

      *    AS INCLUSOES AINDA NAO APLICADAS PELO PGM02 TAMBEM
      *    OCUPAM CODIGO: O TRANUSU PENDENTE E LIDO ANTES DE SER
      *    ESTENDIDO.

       VERIFICA-TRANUSU.

           OPEN INPUT       TRANUSU.
           PERFORM    LEITURA-TRANUSU
                      UNTIL     FIM-TRANUSU  EQUAL  "SIM".
           CLOSE      TRANUSU.

       LEITURA-TRANUSU.

           READ TRANUSU
                AT END
                MOVE "SIM" TO FIM-TRANUSU.
           IF   FIM-TRANUSU  NOT EQUAL  "SIM"
                AND COD-TRANS  NUMERIC
                AND COD-TRANS  GREATER THAN  MAIOR-COD
                MOVE COD-TRANS   TO  MAIOR-COD.

       LEITURA-TVINC.

           READ TRANVINC
                AT END
                MOVE "SIM" TO FIM-TVINC.

       APLICA-TRANVINC.

           MOVE      USU-TVINC      TO   WCOD-USU.
           MOVE      TIPO-TVINC     TO   WTIPO.
           MOVE      NUM-TVINC      TO   WNUMERO.
           PERFORM   BUSCA-USUARIO.
           PERFORM   VERIFICA-ATIVO.
           PERFORM   BUSCA-VINC-NUMERO.
           IF        IND-USU  EQUAL  ZEROS
                     MOVE "SEM CADASTRO"    TO  OBS-LIN
                     PERFORM  RECUSA-VINCULO
           ELSE
           IF        WTIPO  NOT EQUAL  "A"
                AND  WTIPO  NOT EQUAL  "F"
                     MOVE "TIPO INVALIDO"   TO  OBS-LIN
                     PERFORM  RECUSA-VINCULO
           ELSE
           IF        VINC-ATIVO  EQUAL  "NAO"
                     MOVE "NUMERO INATIVO"  TO  OBS-LIN
                     PERFORM  RECUSA-VINCULO
           ELSE
           IF        IND-VIN  NOT EQUAL  ZEROS
                AND  USU-VIN-TAB (IND-VIN)  NOT EQUAL  WCOD-USU
                     MOVE "JA VINCULADO"    TO  OBS-LIN
                     PERFORM  RECUSA-VINCULO
           ELSE
                     PERFORM  GRAVA-VINCULO.
           PERFORM   LEITURA-TVINC.

       RECUSA-VINCULO.

           MOVE      WCOD-USU       TO   USU-LIN.
           MOVE      SPACES         TO   NOME-LIN.
           IF        IND-USU  NOT EQUAL  ZEROS
                     MOVE  NOM-USU-TAB (IND-USU)  TO  NOME-LIN.
           MOVE      WTIPO          TO   TIPO-LIN.
           MOVE      WNUMERO        TO   NUM-LIN.
           MOVE      ZEROS          TO   LIVROS-LIN
                                         SALDO-LIN.
           WRITE     REG-REL FROM LINHA-DET
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-RECUSADOS.

      *    O VINCULO INFORMADO SUBSTITUI O QUE O USUARIO JA TINHA.

       GRAVA-VINCULO.

           PERFORM   BUSCA-VINC-USUARIO.
           IF        IND-VIN  EQUAL  ZEROS
                     PERFORM  ACRESCENTA-VINCULO
           ELSE
                     MOVE  WTIPO       TO  TIPO-VIN-TAB (IND-VIN)
                     MOVE  WNUMERO     TO  NUM-VIN-TAB (IND-VIN)
                     MOVE  "A"         TO  SIT-VIN-TAB (IND-VIN)
                     MOVE  HOJE-NUM    TO  DATA-VIN-TAB (IND-VIN).

       ACRESCENTA-VINCULO.

           IF        QT-VIN  NOT LESS THAN 500
                     DISPLAY "VINCUSU EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           ELSE
                     ADD   1           TO  QT-VIN
                     MOVE  WCOD-USU    TO  USU-VIN-TAB (QT-VIN)
                     MOVE  WTIPO       TO  TIPO-VIN-TAB (QT-VIN)
                     MOVE  WNUMERO     TO  NUM-VIN-TAB (QT-VIN)
                     MOVE  "A"         TO  SIT-VIN-TAB (QT-VIN)
                     MOVE  HOJE-NUM    TO  DATA-VIN-TAB (QT-VIN)
                     MOVE  SPACES      TO  MARCA-VIN-TAB (QT-VIN).

      *    CONFERE UM VINCULO CONTRA O CADASTRO DE ORIGEM. INATIVO
      *    SEM LIVRO NEM MULTA E EXCLUIDO (MARCA E); COM PENDENCIA
      *    FICA I E VAI PARA A RECUPERACAO (MARCA P).

       VERIFICA-VINCULO.

           MOVE      TIPO-VIN-TAB (CTR-VIN)  TO  WTIPO.
           MOVE      NUM-VIN-TAB (CTR-VIN)   TO  WNUMERO.
           MOVE      USU-VIN-TAB (CTR-VIN)   TO  WCOD-USU.
           PERFORM   VERIFICA-ATIVO.
           IF        VINC-ATIVO  EQUAL  "SIM"
                     IF   SIT-VIN-TAB (CTR-VIN)  NOT EQUAL  "A"
                          MOVE "A"       TO  SIT-VIN-TAB (CTR-VIN)
                          MOVE HOJE-NUM  TO  DATA-VIN-TAB (CTR-VIN)
                          ADD  1         TO  CT-REATIVADOS
                     ELSE
                          NEXT SENTENCE
           ELSE
                     PERFORM   TRATA-INATIVO.
           ADD       1         TO   CTR-VIN.

       TRATA-INATIVO.

           IF        SIT-VIN-TAB (CTR-VIN)  EQUAL  "A"
                     MOVE "I"       TO  SIT-VIN-TAB (CTR-VIN)
                     MOVE HOJE-NUM  TO  DATA-VIN-TAB (CTR-VIN)
                     ADD  1         TO  CT-INATIVADOS.
           PERFORM   BUSCA-USUARIO.
           IF        IND-USU  NOT EQUAL  ZEROS
                     IF   LIVROS-USU-TAB (IND-USU)  GREATER THAN ZEROS
                      OR  SALDO-USU-TAB (IND-USU)   GREATER THAN ZEROS
                          MOVE "P"  TO  MARCA-VIN-TAB (CTR-VIN)
                          ADD  1    TO  CT-PENDENTES
                     ELSE
                          MOVE "E"  TO  MARCA-VIN-TAB (CTR-VIN)
                          PERFORM  GRAVA-EXCLUSAO.

       GRAVA-EXCLUSAO.

           MOVE      WCOD-USU       TO   COD-TRANS.
           MOVE      "E"            TO   TIPO-TRANS.
           MOVE      NOM-USU-TAB (IND-USU)  TO  NOME-TRANS.
           MOVE      HOJE-DD        TO   DIA-TRANS.
           MOVE      HOJE-MM        TO   MES-TRANS.
           MOVE      HOJE-AAAA      TO   ANO-TRANS.
           WRITE     REG-TRANS.
           ADD       1              TO   CT-EXCLUSOES.

       VERIFICA-ATIVO.

           MOVE      "NAO"     TO   VINC-ATIVO.
           IF        WTIPO  EQUAL  "A"
                     PERFORM  BUSCA-ALUNO
                     IF   IND-ALU  NOT EQUAL  ZEROS
                          MOVE "SIM"  TO  VINC-ATIVO
                     ELSE
                          NEXT SENTENCE
           ELSE
           IF        WTIPO  EQUAL  "F"
                     PERFORM  BUSCA-FUNCIONARIO
                     IF   IND-FUN  NOT EQUAL  ZEROS
                          MOVE "SIM"  TO  VINC-ATIVO.

       LISTA-EXCLUSOES.

           MOVE      "VINCULO INATIVO - EXCLUSAO GERADA NO TRANUSU"
                     TO   TITULO-SEC.
           PERFORM   IMPRIME-SECAO.
           MOVE      1         TO   CTR-VIN.
           PERFORM   LISTA-EXCLUIDO       QT-VIN   TIMES.

       LISTA-EXCLUIDO.

           IF        MARCA-VIN-TAB (CTR-VIN)  EQUAL  "E"
                     PERFORM  IMPRIME-INATIVO.
           ADD       1         TO   CTR-VIN.

       LISTA-PENDENTES.

           MOVE
              "INATIVOS COM LIVRO OU MULTA - RECUPERAR ANTES DE EXCLUIR"
                     TO   TITULO-SEC.
           PERFORM   IMPRIME-SECAO.
           MOVE      1         TO   CTR-VIN.
           PERFORM   LISTA-PENDENTE       QT-VIN   TIMES.

       LISTA-PENDENTE.

           IF        MARCA-VIN-TAB (CTR-VIN)  EQUAL  "P"
                     PERFORM  IMPRIME-INATIVO.
           ADD       1         TO   CTR-VIN.

       IMPRIME-INATIVO.

           MOVE      USU-VIN-TAB (CTR-VIN)   TO  WCOD-USU
                                                 USU-LIN.
           MOVE      TIPO-VIN-TAB (CTR-VIN)  TO  TIPO-LIN.
           MOVE      NUM-VIN-TAB (CTR-VIN)   TO  NUM-LIN
                                                 WNUMERO.
           PERFORM   BUSCA-USUARIO.
           MOVE      NOM-USU-TAB (IND-USU)     TO  NOME-LIN.
           MOVE      LIVROS-USU-TAB (IND-USU)  TO  LIVROS-LIN.
           MOVE      SALDO-USU-TAB (IND-USU)   TO  SALDO-LIN.
           IF        TIPO-VIN-TAB (CTR-VIN)  EQUAL  "F"
                     MOVE  "DESLIGADO"         TO  OBS-LIN
           ELSE
                     PERFORM  BUSCA-TRANCADO
                     IF   ACHOU-TRC  EQUAL  "SIM"
                          MOVE  "TRANCADO"       TO  OBS-LIN
                     ELSE
                          MOVE  "SEM MATRICULA"  TO  OBS-LIN.
           WRITE     REG-REL FROM LINHA-DET
                     AFTER ADVANCING 1 LINE.

       GERA-INCLUSOES.

           MOVE      "INCLUSOES GERADAS NO TRANUSU"  TO  TITULO-SEC.
           PERFORM   IMPRIME-SECAO.
           MOVE      "A"       TO   WTIPO.
           MOVE      1         TO   CTR-ALU.
           PERFORM   INCLUI-ALUNO         QT-ALU   TIMES.
           MOVE      "F"       TO   WTIPO.
           MOVE      1         TO   CTR-FUN.
           PERFORM   INCLUI-FUNCIONARIO   QT-FUN   TIMES.

       INCLUI-ALUNO.

           MOVE      NUM-ALU-TAB (CTR-ALU)   TO  WNUMERO.
           PERFORM   BUSCA-VINC-NUMERO.
           IF        IND-VIN  EQUAL  ZEROS
                     MOVE  NOME-ALU-TAB (CTR-ALU)  TO  NOME-TRANS
                     MOVE  NASC-ALU-TAB (CTR-ALU)  TO  WNASC
                     PERFORM  GRAVA-INCLUSAO.
           ADD       1         TO   CTR-ALU.

       INCLUI-FUNCIONARIO.

           MOVE      COD-FUN-TAB (CTR-FUN)   TO  WNUMERO.
           PERFORM   BUSCA-VINC-NUMERO.
           IF        IND-VIN  EQUAL  ZEROS
                     MOVE  NOME-FUN-TAB (CTR-FUN)  TO  NOME-TRANS
                     MOVE  ZEROS    TO  WNASC
                     PERFORM  GRAVA-INCLUSAO.
           ADD       1         TO   CTR-FUN.

       GRAVA-INCLUSAO.

           IF        PROX-COD  GREATER THAN  9999
                     DISPLAY "CODIGOS DE USUARIO ESGOTADOS"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           MOVE      PROX-COD       TO   WCOD-USU
                                         COD-TRANS.
           MOVE      "I"            TO   TIPO-TRANS.
           MOVE      WNASC          TO   DATA-TRANS.
           WRITE     REG-TRANS.
           PERFORM   ACRESCENTA-VINCULO.
           MOVE      WCOD-USU       TO   USU-LIN.
           MOVE      NOME-TRANS     TO   NOME-LIN.
           MOVE      WTIPO          TO   TIPO-LIN.
           MOVE      WNUMERO        TO   NUM-LIN.
           MOVE      ZEROS          TO   LIVROS-LIN
                                         SALDO-LIN.
           MOVE      "INCLUSAO"     TO   OBS-LIN.
           WRITE     REG-REL FROM LINHA-DET
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   PROX-COD
                                         CT-INCLUSOES.

       LISTA-SEM-VINCULO.

           MOVE      "USUARIOS SEM VINCULO - INFORMAR EM TRANVINC"
                     TO   TITULO-SEC.
           PERFORM   IMPRIME-SECAO.
           MOVE      1         TO   CTR-USU.
           PERFORM   LISTA-USUARIO        QT-USU   TIMES.

       LISTA-USUARIO.

           MOVE      COD-USU-TAB (CTR-USU)   TO  WCOD-USU.
           PERFORM   BUSCA-VINC-USUARIO.
           IF        IND-VIN  EQUAL  ZEROS
                     MOVE  WCOD-USU                 TO  USU-LIN
                     MOVE  NOM-USU-TAB (CTR-USU)    TO  NOME-LIN
                     MOVE  SPACES                   TO  TIPO-LIN
                     MOVE  ZEROS                    TO  NUM-LIN
                     MOVE  LIVROS-USU-TAB (CTR-USU) TO  LIVROS-LIN
                     MOVE  SALDO-USU-TAB (CTR-USU)  TO  SALDO-LIN
                     MOVE  "SEM VINCULO"            TO  OBS-LIN
                     WRITE REG-REL FROM LINHA-DET
                           AFTER ADVANCING 1 LINE
                     ADD   1    TO   CT-SEM-VINCULO.
           ADD       1         TO   CTR-USU.

       IMPRIME-SECAO.

           WRITE     REG-REL FROM CAB-SECAO
                     AFTER ADVANCING 3 LINES.
           WRITE     REG-REL FROM CAB-COLUNAS
                     AFTER ADVANCING 2 LINES.

       BUSCA-USUARIO.

           MOVE      ZEROS     TO   IND-USU.
           MOVE      1         TO   CTR-USU.
           PERFORM   PESQUISA-USUARIO     QT-USU   TIMES.

       PESQUISA-USUARIO.

           IF        WCOD-USU  EQUAL  COD-USU-TAB (CTR-USU)
                     MOVE  CTR-USU  TO  IND-USU.
           ADD       1         TO   CTR-USU.

       BUSCA-VINC-USUARIO.

           MOVE      ZEROS     TO   IND-VIN.
           MOVE      1         TO   CTR-VIN.
           PERFORM   PESQUISA-VINC-USUARIO  QT-VIN  TIMES.

       PESQUISA-VINC-USUARIO.

           IF        WCOD-USU  EQUAL  USU-VIN-TAB (CTR-VIN)
                     MOVE  CTR-VIN  TO  IND-VIN.
           ADD       1         TO   CTR-VIN.

       BUSCA-VINC-NUMERO.

           MOVE      ZEROS     TO   IND-VIN.
           MOVE      1         TO   CTR-VIN.
           PERFORM   PESQUISA-VINC-NUMERO   QT-VIN  TIMES.

       PESQUISA-VINC-NUMERO.

           IF        WTIPO    EQUAL  TIPO-VIN-TAB (CTR-VIN)
                AND  WNUMERO  EQUAL  NUM-VIN-TAB (CTR-VIN)
                AND  MARCA-VIN-TAB (CTR-VIN)  NOT EQUAL  "E"
                     MOVE  CTR-VIN  TO  IND-VIN.
           ADD       1         TO   CTR-VIN.

       BUSCA-ALUNO.

           MOVE      ZEROS     TO   IND-ALU.
           MOVE      1         TO   CTR-ALU.
           PERFORM   PESQUISA-ALUNO       QT-ALU   TIMES.

       PESQUISA-ALUNO.

           IF        WNUMERO  EQUAL  NUM-ALU-TAB (CTR-ALU)
                     MOVE  CTR-ALU  TO  IND-ALU.
           ADD       1         TO   CTR-ALU.

       BUSCA-FUNCIONARIO.

           MOVE      ZEROS     TO   IND-FUN.
           MOVE      1         TO   CTR-FUN.
           PERFORM   PESQUISA-FUNCIONARIO QT-FUN   TIMES.

       PESQUISA-FUNCIONARIO.

           IF        WNUMERO  EQUAL  COD-FUN-TAB (CTR-FUN)
                     MOVE  CTR-FUN  TO  IND-FUN.
           ADD       1         TO   CTR-FUN.

       BUSCA-TRANCADO.

           MOVE      "NAO"     TO   ACHOU-TRC.
           MOVE      1         TO   CTR-TRC.
           PERFORM   PESQUISA-TRANCADO    QT-TRC   TIMES.

       PESQUISA-TRANCADO.

           IF        WNUMERO  EQUAL  NUM-TRC-TAB (CTR-TRC)
                     MOVE  "SIM"    TO  ACHOU-TRC.
           ADD       1         TO   CTR-TRC.

       FIM.

           MOVE      1         TO   CTR-VIN.
           PERFORM   GRAVA-UM-VINCULO     QT-VIN   TIMES.
           DISPLAY   "VINCULOS RECUSADOS   : " CT-RECUSADOS.
           DISPLAY   "VINCULOS INATIVADOS  : " CT-INATIVADOS.
           DISPLAY   "VINCULOS REATIVADOS  : " CT-REATIVADOS.
           DISPLAY   "EXCLUSOES GERADAS    : " CT-EXCLUSOES.
           DISPLAY   "INATIVOS C/PENDENCIA : " CT-PENDENTES.
           DISPLAY   "INCLUSOES GERADAS    : " CT-INCLUSOES.
           DISPLAY   "USUARIOS SEM VINCULO : " CT-SEM-VINCULO.
           IF        CT-PENDENTES  GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     TRANVINC
                     VINCUSUN
                     TRANUSU
                     REL-VINC.

       GRAVA-UM-VINCULO.

           IF        MARCA-VIN-TAB (CTR-VIN)  NOT EQUAL  "E"
                     MOVE  USU-VIN-TAB (CTR-VIN)   TO  USU-VINCN
                     MOVE  TIPO-VIN-TAB (CTR-VIN)  TO  TIPO-VINCN
                     MOVE  NUM-VIN-TAB (CTR-VIN)   TO  NUM-VINCN
                     MOVE  SIT-VIN-TAB (CTR-VIN)   TO  SIT-VINCN
                     MOVE  DATA-VIN-TAB (CTR-VIN)  TO  DATA-VINCN
                     WRITE REG-VINC-NOVO.
           ADD       1         TO   CTR-VIN.
