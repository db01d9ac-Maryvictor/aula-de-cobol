      *          MULTAS/BLOQUEIO DE SEMPRE. LOCACOES ENCERRADAS VAO
      *          PARA LOCFECHADO.DAT (QUE O PGM17 RESUME) E TRANSACAO
      *          INVALIDA SAI EM LOC-EXC.DAT COM O MOTIVO.
      *          CLASSIFICACAO INDICATIVA: NA LOCACAO A IDADE DO
      *          USUARIO NA DATA DA TRANSACAO, CALCULADA PELA DATA DE
      *          NASCIMENTO DATA-USU DO CAD-USU2, E CONFERIDA COM A
      *          CLASSIFICACAO DO FILME EM CADFILME2 (PGM03). FILME
      *          ACIMA DA IDADE, OU RESTRITO PARA USUARIO SEM DATA DE
      *          NASCIMENTO VALIDA, E RECUSADO EM LOC-EXC.DAT COM O
      *          MOTIVO E ACUMULADO EM LOC-RECUSA.DAT (DATA, USUARIO,
      *          FILME, CLASSIFICACAO, IDADE, MOTIVO), QUE O PGM21
      *          LISTA NO FECHAMENTO DO MES. FILME LIVRE OU AINDA SEM
      *          CLASSIFICACAO CONTINUA SEM RESTRICAO.
      *          CATEGORIAS DE PRECO E PROMOCOES: O CADFILME2 GANHOU
      *          A DATA DE LANCAMENTO DO FILME (PGM03) E A LOCACAO
      *          PASSA A SER COBRADA PELA CATEGORIA -- LANCAMENTO (N)
      *          NOS PRIMEIROS DIAS-LANC-PARAM DIAS (PADRAO 90) E
      *          CATALOGO (C) DEPOIS, SEM MANUTENCAO MANUAL -- COM
      *          PRECO, PRAZO E MULTA DIARIA DE CATEG-LOC.DAT. O
      *          PRECO DO FILME FICA COMO VALOR DE REPOSICAO DA FITA E
      *          COMO PRECO QUANDO A CATEGORIA NAO ESTA CADASTRADA.
      *          O CALENDARIO PROMOCOES.DAT (DATA OU DIA DA SEMANA,
      *          CATEGORIA OU TODAS, PERCENTUAL) DA O DESCONTO, SEM
      *          ACUMULAR PROMOCOES. CADA LOCACAO GRAVA PRECO,
      *          DESCONTO E VALOR COBRADO EM LOCRECEITA.DAT (QUE O
      *          PGM17 RESUME POR CATEGORIA) E A LOCACAO EM ABERTO
      *          GUARDA A CATEGORIA, QUE DEFINE A MULTA NA DEVOLUCAO.
      *          O LANCMULT GRAVADO AQUI SEGUE O LAYOUT DO PGM05/PGM06,
      *          COM O TIPO DO LANCAMENTO EM BRANCO (DEBITO).

       ENVIRONMENT             DIVISION.

           SELECT   LOC-EXC          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOC-RECUSA ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CATEG-LOC ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PROMOCOES ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOCRECEITA ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
             02 COD-FILME     PIC 9(04).
             02 NOME-FILME    PIC X(30).
             02 PRECO-FILME   PIC 9(02)V99.
             02 CLASSIF-FILME PIC X(02).
             02 DATA-LANC-FILME PIC 9(08).

       FD  LOCABERTO
           LABEL         RECORD          ARE     STANDARD
             02 USU-ABE       PIC 9(04).
             02 DATA-LOC-ABE  PIC 9(08).
             02 DATA-VENC-ABE PIC 9(08).
             02 CATEG-ABE     PIC X(01).

       FD  BLOQUEADOS
           LABEL         RECORD          ARE     STANDARD
       01  REG-PARAM-LOC.
             02 PRAZO-LOC-PARAM  PIC 9(02).
             02 TAXA-DIA-PARAM   PIC 9(02)V99.
             02 DIAS-LANC-PARAM  PIC 9(03).

       FD  LOCABERTON
           LABEL         RECORD          ARE     STANDARD
             02 USU-ABN       PIC 9(04).
             02 DATA-LOC-ABN  PIC 9(08).
             02 DATA-VENC-ABN PIC 9(08).
             02 CATEG-ABN     PIC X(01).

       FD  LOCFECHADO
           LABEL         RECORD          ARE     STANDARD
       01  REG-LANCMULT.
             02 USU-LANC      PIC 9(04).
             02 VALOR-LANC    PIC 9(05)V99.
             02 TIPO-LANC     PIC X(01).

       FD  LOC-EXC
           LABEL         RECORD          ARE     STANDARD
             02 FILME-EXC     PIC 9(04).
             02 MOTIVO-EXC    PIC X(25).

       FD  LOC-RECUSA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOC-RECUSA.DAT".

       01  REG-RECUSA.
             02 DATA-REC      PIC 9(08).
             02 USU-REC       PIC 9(04).
             02 FILME-REC     PIC 9(04).
             02 CLASSIF-REC   PIC X(02).
             02 IDADE-REC     PIC 9(03).
             02 MOTIVO-REC    PIC X(25).

       FD  CATEG-LOC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CATEG-LOC.DAT".

       01  REG-CATEG.
             02 COD-CAT       PIC X(01).
             02 DESCR-CAT     PIC X(15).
             02 PRECO-CAT     PIC 9(02)V99.
             02 PRAZO-CAT     PIC 9(02).
             02 TAXA-CAT      PIC 9(02)V99.

       FD  PROMOCOES
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PROMOCOES.DAT".

       01  REG-PROMO.
             02 DATA-PROMO    PIC 9(08).
             02 DIA-SEM-PROMO PIC 9(01).
             02 CAT-PROMO     PIC X(01).
             02 PERC-PROMO    PIC 9(03).

       FD  LOCRECEITA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOCRECEITA.DAT".

       01  REG-RECEITA.
             02 DATA-RCT      PIC 9(08).
             02 FILME-RCT     PIC 9(04).
             02 USU-RCT       PIC 9(04).
             02 CATEG-RCT     PIC X(01).
             02 PRECO-RCT     PIC 9(03)V99.
             02 DESC-RCT      PIC 9(03)V99.
             02 VALOR-RCT     PIC 9(03)V99.

       WORKING-STORAGE SECTION.

       77  FIM-TRANS        PIC X(03)    VALUE "NAO".
       77  QT-USU           PIC 9(03)    VALUE ZEROS.
       77  CTR-USU          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-USU        PIC X(03)    VALUE "NAO".
       77  IND-USU          PIC 9(03)    VALUE ZEROS.
       77  IDADE-OK         PIC X(03)    VALUE "SIM".
       77  IDADE-USU        PIC S9(03)   VALUE ZEROS.
       77  CT-RECUSAS       PIC 9(05)    VALUE ZEROS.
       77  QT-FILME         PIC 9(03)    VALUE ZEROS.
       77  CTR-FILME        PIC 9(03)    VALUE ZEROS.
       77  IND-FILME        PIC 9(03)    VALUE ZEROS.
       77  CT-DEVOLUCOES    PIC 9(05)    VALUE ZEROS.
       77  CT-PERDAS        PIC 9(05)    VALUE ZEROS.
       77  CT-EXCECOES      PIC 9(05)    VALUE ZEROS.
       77  FIM-CATEG        PIC X(03)    VALUE "NAO".
       77  FIM-PROMO        PIC X(03)    VALUE "NAO".
       77  QT-CATEG         PIC 9(02)    VALUE ZEROS.
       77  CTR-CATEG        PIC 9(02)    VALUE ZEROS.
       77  IND-CATEG        PIC 9(02)    VALUE ZEROS.
       77  QT-PROMO         PIC 9(02)    VALUE ZEROS.
       77  CTR-PROMO        PIC 9(02)    VALUE ZEROS.
       77  DIAS-LANCAMENTO  PIC 9(03)    VALUE 90.
       77  DIAS-DESDE-LANC  PIC S9(06)   VALUE ZEROS.
       77  CATEG-CALC       PIC X(01)    VALUE SPACES.
       77  PRAZO-CALC       PIC 9(02)    VALUE ZEROS.
       77  TAXA-CALC        PIC 9(02)V99 VALUE ZEROS.
       77  PRECO-CALC       PIC 9(03)V99 VALUE ZEROS.
       77  PERC-CALC        PIC 9(03)    VALUE ZEROS.
       77  DESC-CALC        PIC 9(03)V99 VALUE ZEROS.
       77  TOT-RECEITA      PIC 9(07)V99 VALUE ZEROS.
       77  TOT-DESCONTO     PIC 9(07)V99 VALUE ZEROS.
       77  TOT-RECEITA-ED   PIC Z.ZZZ.ZZ9,99.
       77  TOT-DESCONTO-ED  PIC Z.ZZZ.ZZ9,99.

      *----------------------------------------------------------------
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (H = 0 SABADO,
      * 1 DOMINGO, 2 SEGUNDA ... 6 SEXTA), CONVERTIDO PARA O DIA DO
      * CALENDARIO DE PROMOCOES: 1 SEGUNDA ... 6 SABADO, 7 DOMINGO.
      *----------------------------------------------------------------
       77  Z-ANO            PIC 9(04)    VALUE ZEROS.
       77  Z-MES            PIC 9(02)    VALUE ZEROS.
       77  Z-SECULO         PIC 9(02)    VALUE ZEROS.
       77  Z-ANO-SEC        PIC 9(02)    VALUE ZEROS.
       77  Z-SOMA           PIC 9(05)    VALUE ZEROS.
       77  Z-QUOC           PIC 9(05)    VALUE ZEROS.
       77  Z-H              PIC 9(01)    VALUE ZEROS.
       77  DIA-SEMANA       PIC 9(01)    VALUE ZEROS.

       01  TAB-USUARIOS.
           02 ITEM-USU-TAB    OCCURS 100 TIMES.
              03 COD-USU-TAB     PIC 9(04).
              03 NASC-USU-TAB    PIC 9(08).

       01  TAB-FILMES.
           02 ITEM-FILME-TAB  OCCURS 200 TIMES.
              03 COD-FILME-TAB   PIC 9(04).
              03 PRECO-FILME-TAB PIC 9(02)V99.
              03 CLASSIF-FILME-TAB PIC X(02).
              03 LANC-FILME-TAB  PIC 9(08).

       01  TAB-BLOQUEADOS.
           02 USU-BLOQ-TAB    PIC 9(04)  OCCURS 100 TIMES.
              03 DATA-LOC-TAB    PIC 9(08).
              03 VENC-LOC-TAB    PIC 9(08).
              03 SIT-LOC-TAB     PIC X(01).
              03 CATEG-LOC-TAB   PIC X(01).

       01  TAB-CATEGORIAS.
           02 ITEM-CATEG-TAB  OCCURS 10 TIMES.
              03 COD-CAT-TAB     PIC X(01).
              03 PRECO-CAT-TAB   PIC 9(02)V99.
              03 PRAZO-CAT-TAB   PIC 9(02).
              03 TAXA-CAT-TAB    PIC 9(02)V99.

       01  TAB-PROMOCOES.
           02 ITEM-PROMO-TAB  OCCURS 50 TIMES.
              03 DATA-PROMO-TAB  PIC 9(08).
              03 DIA-PROMO-TAB   PIC 9(01).
              03 CAT-PROMO-TAB   PIC X(01).
              03 PERC-PROMO-TAB  PIC 9(03).

       01  VENC-CALC.
           02 VENC-AAAA      PIC 9(04).

       01  DATA-DEV-NUM      REDEFINES DATA-DEV  PIC 9(08).

       01  NASC-CALC.
           02 NASC-DD        PIC 9(02).
           02 NASC-MM        PIC 9(02).
           02 NASC-AAAA      PIC 9(04).

       01  NASC-CALC-NUM     REDEFINES NASC-CALC  PIC 9(08).

       01  DATA-LOC-CALC.
           02 LOC-AAAA       PIC 9(04).
           02 LOC-MM         PIC 9(02).
           02 LOC-DD         PIC 9(02).

       01  DATA-LOC-CALC-NUM REDEFINES DATA-LOC-CALC  PIC 9(08).

       01  LANC-CALC.
           02 LANC-AAAA      PIC 9(04).
           02 LANC-MM        PIC 9(02).
           02 LANC-DD        PIC 9(02).

       01  LANC-CALC-NUM     REDEFINES LANC-CALC  PIC 9(08).

       01  CLASSIF-CALC      PIC X(02).

       01  CLASSIF-CALC-NUM  REDEFINES CLASSIF-CALC  PIC 9(02).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
                OUTPUT      LOCABERTON
                            LOC-EXC
                EXTEND      LOCFECHADO
                            LANCMULT
                            LOC-RECUSA
                            LOCRECEITA.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    CARGA-USUARIOS.
           PERFORM    CARGA-FILMES.
           PERFORM    CARGA-ABERTOS.
           PERFORM    CARGA-BLOQUEADOS.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-CATEGORIAS.
           PERFORM    CARGA-PROMOCOES.
           PERFORM    LEITURA-TRANS.

       CARGA-USUARIOS.
           IF   FIM-USU     NOT EQUAL  "SIM"
                AND QT-USU  LESS THAN 100
                ADD  1           TO  QT-USU
                MOVE COD-USU     TO  COD-USU-TAB (QT-USU)
                MOVE DATA-USU    TO  NASC-USU-TAB (QT-USU).

       CARGA-FILMES.

                AND QT-FILME LESS THAN 200
                ADD  1            TO  QT-FILME
                MOVE COD-FILME    TO  COD-FILME-TAB (QT-FILME)
                MOVE PRECO-FILME  TO  PRECO-FILME-TAB (QT-FILME)
                MOVE CLASSIF-FILME TO CLASSIF-FILME-TAB (QT-FILME)
                PERFORM NORMALIZA-LANC-FILME.

      *    FILME NO LAYOUT ANTIGO (SEM DATA DE LANCAMENTO) VEM COM
      *    BRANCOS E E TRATADO COMO CATALOGO.

       NORMALIZA-LANC-FILME.

           IF   DATA-LANC-FILME  NOT NUMERIC
                MOVE ZEROS        TO  LANC-FILME-TAB (QT-FILME)
           ELSE
                MOVE DATA-LANC-FILME TO LANC-FILME-TAB (QT-FILME).

       CARGA-ABERTOS.

                     MOVE USU-ABE       TO  USU-LOC-TAB (QT-LOC)
                     MOVE DATA-LOC-ABE  TO  DATA-LOC-TAB (QT-LOC)
                     MOVE DATA-VENC-ABE TO  VENC-LOC-TAB (QT-LOC)
                     MOVE "A"           TO  SIT-LOC-TAB (QT-LOC)
                     MOVE CATEG-ABE     TO  CATEG-LOC-TAB (QT-LOC).

       CARGA-BLOQUEADOS.

                MOVE PRAZO-LOC-PARAM  TO  PRAZO-LOCACAO.
           IF   TAXA-DIA-PARAM   NOT EQUAL  ZEROS
                MOVE TAXA-DIA-PARAM   TO  TAXA-DIA.
           IF   DIAS-LANC-PARAM  NUMERIC
            AND DIAS-LANC-PARAM  NOT EQUAL  ZEROS
                MOVE DIAS-LANC-PARAM  TO  DIAS-LANCAMENTO.
           CLOSE PARAM-LOCACAO.

       CARGA-CATEGORIAS.

           OPEN INPUT       CATEG-LOC.
           PERFORM    LEITURA-CATEG
                      UNTIL     FIM-CATEG  EQUAL    "SIM".
           CLOSE      CATEG-LOC.

       LEITURA-CATEG.

           READ CATEG-LOC
                AT END
                MOVE "SIM" TO FIM-CATEG.
           IF   FIM-CATEG   NOT EQUAL  "SIM"
                IF   QT-CATEG  NOT LESS THAN 10
                     DISPLAY "CATEG-LOC EXCEDE A TABELA DE 10"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-CATEG
                     MOVE COD-CAT       TO  COD-CAT-TAB (QT-CATEG)
                     MOVE PRECO-CAT     TO  PRECO-CAT-TAB (QT-CATEG)
                     MOVE PRAZO-CAT     TO  PRAZO-CAT-TAB (QT-CATEG)
                     MOVE TAXA-CAT      TO  TAXA-CAT-TAB (QT-CATEG).

       CARGA-PROMOCOES.

           OPEN INPUT       PROMOCOES.
           PERFORM    LEITURA-PROMO
                      UNTIL     FIM-PROMO  EQUAL    "SIM".
           CLOSE      PROMOCOES.

       LEITURA-PROMO.

           READ PROMOCOES
                AT END
                MOVE "SIM" TO FIM-PROMO.
           IF   FIM-PROMO   NOT EQUAL  "SIM"
                IF   QT-PROMO  NOT LESS THAN 50
                     DISPLAY "PROMOCOES EXCEDE A TABELA DE 50"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-PROMO
                     MOVE DATA-PROMO    TO  DATA-PROMO-TAB (QT-PROMO)
                     MOVE DIA-SEM-PROMO TO  DIA-PROMO-TAB (QT-PROMO)
                     MOVE CAT-PROMO     TO  CAT-PROMO-TAB (QT-PROMO)
                     MOVE PERC-PROMO    TO  PERC-PROMO-TAB (QT-PROMO).

       LEITURA-TRANS.

           READ TRANLOC
                          MOVE "FILME SEM CADASTRO"  TO  MOTIVO-EXC
                          PERFORM  GRAVA-EXCECAO
                     ELSE
                          PERFORM  VERIFICA-IDADE
                          IF  IDADE-OK   EQUAL  "NAO"
                              PERFORM  GRAVA-EXCECAO
                              PERFORM  GRAVA-RECUSA
                          ELSE
                              PERFORM  BUSCA-LOC-ATIVA
                              IF  ACHOU-LOC  EQUAL  "SIM"
                                  MOVE "FILME JA LOCADO"
                                                 TO  MOTIVO-EXC
                                  PERFORM  GRAVA-EXCECAO
                              ELSE
                                  PERFORM  ABRE-LOCACAO.

      *    CLASSIFICACAO INDICATIVA: FILME L OU AINDA SEM
      *    CLASSIFICACAO NAO TEM RESTRICAO; NOS DEMAIS A IDADE DO
      *    USUARIO NA DATA DA LOCACAO (NASCIMENTO EM DATA-USU,
      *    DDMMAAAA) PRECISA ALCANCAR A DO FILME. SEM DATA DE
      *    NASCIMENTO VALIDA O FILME RESTRITO E RECUSADO.

       VERIFICA-IDADE.

           MOVE      "SIM"     TO   IDADE-OK.
           MOVE      ZEROS     TO   IDADE-USU.
           MOVE      CLASSIF-FILME-TAB (IND-FILME)  TO  CLASSIF-CALC.
           IF        CLASSIF-CALC  NOT EQUAL  SPACES
                AND  CLASSIF-CALC  NOT EQUAL  "L "
                     PERFORM  CALCULA-IDADE
                     IF   IDADE-OK  EQUAL  "SIM"
                      AND IDADE-USU  LESS THAN  CLASSIF-CALC-NUM
                          MOVE "NAO"  TO  IDADE-OK
                          MOVE "IDADE ABAIXO DA CLASSIF."
                                      TO  MOTIVO-EXC.

       CALCULA-IDADE.

           MOVE      NASC-USU-TAB (IND-USU)  TO  NASC-CALC.
           MOVE      DATA-TRANS     TO   DATA-LOC-CALC-NUM.
           IF        NASC-CALC-NUM  NOT NUMERIC
                OR   NASC-MM    LESS THAN 01  OR  NASC-MM  GREATER 12
                OR   NASC-DD    LESS THAN 01  OR  NASC-DD  GREATER 31
                OR   NASC-AAAA  GREATER  LOC-AAAA
                     MOVE "NAO"  TO  IDADE-OK
                     MOVE "NASCIMENTO NAO INFORMADO"  TO  MOTIVO-EXC
           ELSE
                     COMPUTE  IDADE-USU  =  LOC-AAAA - NASC-AAAA
                     IF   LOC-MM  LESS THAN  NASC-MM
                          SUBTRACT  1   FROM  IDADE-USU
                     ELSE
                     IF   LOC-MM  EQUAL  NASC-MM
                      AND LOC-DD  LESS THAN  NASC-DD
                          SUBTRACT  1   FROM  IDADE-USU.

       GRAVA-RECUSA.

           MOVE      DATA-TRANS     TO   DATA-REC.
           MOVE      USU-TRANS      TO   USU-REC.
           MOVE      FILME-TRANS    TO   FILME-REC.
           MOVE      CLASSIF-CALC   TO   CLASSIF-REC.
           IF        IDADE-USU  LESS THAN  ZEROS
                     MOVE  ZEROS    TO   IDADE-REC
           ELSE
                     MOVE  IDADE-USU  TO  IDADE-REC.
           MOVE      MOTIVO-EXC     TO   MOTIVO-REC.
           WRITE     REG-RECUSA.
           ADD       1              TO   CT-RECUSAS.

       ABRE-LOCACAO.

           IF        QT-LOC   LESS THAN  200
                     PERFORM  DEFINE-CATEGORIA
                     PERFORM  CALCULA-PRECO
                     PERFORM  CALCULA-VENCIMENTO
                     ADD  1             TO  QT-LOC
                     MOVE FILME-TRANS   TO  FILME-LOC-TAB (QT-LOC)
                     MOVE DATA-TRANS    TO  DATA-LOC-TAB (QT-LOC)
                     MOVE VENC-CALC-NUM TO  VENC-LOC-TAB (QT-LOC)
                     MOVE "A"           TO  SIT-LOC-TAB (QT-LOC)
                     MOVE CATEG-CALC    TO  CATEG-LOC-TAB (QT-LOC)
                     PERFORM  GRAVA-RECEITA
                     ADD  1             TO  CT-LOCACOES
           ELSE
                     MOVE "TABELA DE LOC. CHEIA"  TO  MOTIVO-EXC
           MOVE      DATA-TRANS (1:4)   TO   VENC-AAAA.
           MOVE      DATA-TRANS (5:2)   TO   VENC-MM.
           MOVE      DATA-TRANS (7:2)   TO   VENC-DD.
           ADD       PRAZO-CALC         TO   VENC-DD.
           PERFORM   AJUSTA-VENCIMENTO
                     UNTIL  VENC-DD  NOT GREATER THAN  30.

       AJUSTA-VENCIMENTO.

           SUBTRACT  30       FROM VENC-DD.
           ADD       1        TO   VENC-MM.
           IF        VENC-MM   GREATER THAN  12
                     SUBTRACT  12       FROM VENC-MM
                     ADD       1        TO   VENC-AAAA.

      *    CATEGORIA DE PRECO: LANCAMENTO (N) ENQUANTO A LOCACAO
      *    CAI DENTRO DOS DIAS DE LANCAMENTO DO PARAMETRO (PADRAO 90,
      *    CALENDARIO 30/360) CONTADOS DA DATA DE LANCAMENTO DO
      *    FILME; DEPOIS DISSO, OU SEM DATA DE LANCAMENTO, CATALOGO
      *    (C). PRECO, PRAZO E MULTA DIARIA VEM DA CATEGORIA EM
      *    CATEG-LOC.DAT; CATEGORIA AUSENTE OU VALOR ZERADO CAI NO
      *    PRECO DO FILME E NO PRAZO/TAXA DE PARAM-LOCACAO.

       DEFINE-CATEGORIA.

           MOVE      "C"       TO   CATEG-CALC.
           MOVE      LANC-FILME-TAB (IND-FILME)  TO  LANC-CALC-NUM.
           MOVE      DATA-TRANS     TO   DATA-LOC-CALC-NUM.
           IF        LANC-CALC-NUM  NOT EQUAL  ZEROS
                     COMPUTE DIAS-DESDE-LANC =
                             (LOC-AAAA - LANC-AAAA) * 360
                           + (LOC-MM   - LANC-MM)   * 30
                           + (LOC-DD   - LANC-DD)
                     IF   DIAS-DESDE-LANC  LESS THAN  DIAS-LANCAMENTO
                          MOVE  "N"    TO   CATEG-CALC.
           PERFORM   BUSCA-CATEGORIA.
           MOVE      PRAZO-LOCACAO  TO   PRAZO-CALC.
           IF        IND-CATEG  NOT EQUAL  ZEROS
                AND  PRAZO-CAT-TAB (IND-CATEG)  NOT EQUAL  ZEROS
                     MOVE  PRAZO-CAT-TAB (IND-CATEG)  TO  PRAZO-CALC.

       BUSCA-CATEGORIA.

           MOVE      ZEROS     TO   IND-CATEG.
           MOVE      1         TO   CTR-CATEG.
           PERFORM   PESQUISA-CATEGORIA  QT-CATEG  TIMES.

       PESQUISA-CATEGORIA.

           IF        CATEG-CALC  EQUAL  COD-CAT-TAB (CTR-CATEG)
                     MOVE  CTR-CATEG  TO  IND-CATEG.
           ADD       1         TO   CTR-CATEG.

      *    PROMOCAO: VALE A ENTRADA DE PROMOCOES.DAT CUJA DATA E A
      *    DA LOCACAO OU CUJO DIA DA SEMANA (1 SEGUNDA ... 7 DOMINGO)
      *    E O DELA, PARA A CATEGORIA DO FILME OU PARA TODAS (EM
      *    BRANCO). HAVENDO MAIS DE UMA, FICA O MAIOR PERCENTUAL --
      *    DESCONTOS NAO SE SOMAM.

       CALCULA-PRECO.

           MOVE      PRECO-FILME-TAB (IND-FILME)  TO  PRECO-CALC.
           IF        IND-CATEG  NOT EQUAL  ZEROS
                AND  PRECO-CAT-TAB (IND-CATEG)  NOT EQUAL  ZEROS
                     MOVE  PRECO-CAT-TAB (IND-CATEG)  TO  PRECO-CALC.
           PERFORM   CALCULA-DIA-SEMANA.
           MOVE      ZEROS     TO   PERC-CALC.
           MOVE      1         TO   CTR-PROMO.
           PERFORM   PESQUISA-PROMOCAO   QT-PROMO  TIMES.
           IF        PERC-CALC  GREATER THAN  100
                     MOVE  100  TO  PERC-CALC.
           COMPUTE   DESC-CALC ROUNDED = PRECO-CALC * PERC-CALC / 100.

       PESQUISA-PROMOCAO.

           IF        (DATA-PROMO-TAB (CTR-PROMO)  EQUAL  DATA-TRANS
                OR    DIA-PROMO-TAB (CTR-PROMO)   EQUAL  DIA-SEMANA)
                AND  (CAT-PROMO-TAB (CTR-PROMO)   EQUAL  SPACES
                OR    CAT-PROMO-TAB (CTR-PROMO)   EQUAL  CATEG-CALC)
                AND   PERC-PROMO-TAB (CTR-PROMO)  GREATER THAN
                      PERC-CALC
                     MOVE  PERC-PROMO-TAB (CTR-PROMO)  TO  PERC-CALC.
           ADD       1         TO   CTR-PROMO.

       CALCULA-DIA-SEMANA.

           MOVE       DATA-TRANS      TO    DATA-LOC-CALC-NUM.
           MOVE       LOC-AAAA        TO    Z-ANO.
           MOVE       LOC-MM          TO    Z-MES.
           IF         Z-MES  LESS THAN  3
                      ADD       12    TO    Z-MES
                      SUBTRACT  1     FROM  Z-ANO.
           DIVIDE     Z-ANO  BY  100  GIVING  Z-SECULO
                                      REMAINDER Z-ANO-SEC.
           COMPUTE    Z-QUOC = (13 * (Z-MES + 1)) / 5.
           MOVE       Z-QUOC          TO    Z-SOMA.
           ADD        LOC-DD  Z-ANO-SEC     TO    Z-SOMA.
           COMPUTE    Z-QUOC = Z-ANO-SEC / 4.
           ADD        Z-QUOC          TO    Z-SOMA.
           COMPUTE    Z-QUOC = Z-SECULO / 4.
           ADD        Z-QUOC          TO    Z-SOMA.
           COMPUTE    Z-SOMA = Z-SOMA + 5 * Z-SECULO.
           DIVIDE     Z-SOMA  BY  7   GIVING  Z-QUOC
                                      REMAINDER Z-H.
           IF         Z-H  EQUAL  0
                      MOVE      6     TO    DIA-SEMANA
           ELSE
           IF         Z-H  EQUAL  1
                      MOVE      7     TO    DIA-SEMANA
           ELSE
                      COMPUTE   DIA-SEMANA = Z-H - 1.

       GRAVA-RECEITA.

           MOVE      DATA-TRANS     TO   DATA-RCT.
           MOVE      FILME-TRANS    TO   FILME-RCT.
           MOVE      USU-TRANS      TO   USU-RCT.
           MOVE      CATEG-CALC     TO   CATEG-RCT.
           MOVE      PRECO-CALC     TO   PRECO-RCT.
           MOVE      DESC-CALC      TO   DESC-RCT.
           COMPUTE   VALOR-RCT  =  PRECO-CALC - DESC-CALC.
           WRITE     REG-RECEITA.
           ADD       VALOR-RCT      TO   TOT-RECEITA.
           ADD       DESC-CALC      TO   TOT-DESCONTO.

       TRATA-DEVOLUCAO.

           PERFORM   BUSCA-LOC-ATIVA.
                   (DEV-AAAA - VENC-AAAA) * 360
                 + (DEV-MM   - VENC-MM)   * 30
                 + (DEV-DD   - VENC-DD).
           MOVE      CATEG-LOC-TAB (IND-LOC)  TO  CATEG-CALC.
           PERFORM   BUSCA-CATEGORIA.
           MOVE      TAXA-DIA       TO   TAXA-CALC.
           IF        IND-CATEG  NOT EQUAL  ZEROS
                AND  TAXA-CAT-TAB (IND-CATEG)  NOT EQUAL  ZEROS
                     MOVE  TAXA-CAT-TAB (IND-CATEG)  TO  TAXA-CALC.
           IF        DIAS-ATRASO  GREATER THAN  ZEROS
                     COMPUTE  WMULTA  =  DIAS-ATRASO * TAXA-CALC
                     MOVE  USU-TRANS  TO  USU-LANC
                     MOVE  WMULTA     TO  VALOR-LANC
                     MOVE  SPACE      TO  TIPO-LANC
                     WRITE REG-LANCMULT.

       LANCA-REPOSICAO.
                     MOVE  USU-TRANS  TO  USU-LANC
                     MOVE  PRECO-FILME-TAB (IND-FILME)  TO
                           VALOR-LANC
                     MOVE  SPACE      TO  TIPO-LANC
                     WRITE REG-LANCMULT.

       BUSCA-USUARIO.

           MOVE      "NAO"     TO   ACHOU-USU.
           MOVE      ZEROS     TO   IND-USU.
           MOVE      1         TO   CTR-USU.
           PERFORM   PESQUISA-USUARIO    QT-USU   TIMES.

       PESQUISA-USUARIO.

           IF        USU-TRANS  EQUAL  COD-USU-TAB (CTR-USU)
                     MOVE  CTR-USU  TO  IND-USU
                     MOVE  "SIM"    TO  ACHOU-USU.
           ADD       1         TO   CTR-USU.

           DISPLAY   "DEVOLUCOES           : " CT-DEVOLUCOES.
           DISPLAY   "FITAS PERDIDAS       : " CT-PERDAS.
           DISPLAY   "TRANSACOES EM EXCECAO: " CT-EXCECOES.
           DISPLAY   "RECUSAS POR IDADE    : " CT-RECUSAS.
           MOVE      TOT-RECEITA    TO   TOT-RECEITA-ED.
           MOVE      TOT-DESCONTO   TO   TOT-DESCONTO-ED.
           DISPLAY   "RECEITA DE LOCACAO   : " TOT-RECEITA-ED.
           DISPLAY   "DESCONTO PROMOCIONAL : " TOT-DESCONTO-ED.
           CLOSE     TRANLOC
                     LOCABERTON
                     LOCFECHADO
                     LANCMULT
                     LOC-EXC
                     LOC-RECUSA
                     LOCRECEITA.

       GRAVA-ABERTOS-NOVO.

                     MOVE  USU-LOC-TAB (CTR-LOC)   TO USU-ABN
                     MOVE  DATA-LOC-TAB (CTR-LOC)  TO DATA-LOC-ABN
                     MOVE  VENC-LOC-TAB (CTR-LOC)  TO DATA-VENC-ABN
                     MOVE  CATEG-LOC-TAB (CTR-LOC) TO CATEG-ABN
                     WRITE REG-ABERTO-NOVO.
           ADD       1         TO   CTR-LOC.
