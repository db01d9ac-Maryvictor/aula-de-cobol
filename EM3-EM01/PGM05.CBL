      *          RETIRADAS VENCIDAS SAO ROLADAS PARA O PROXIMO DA
      *          FILA PELO PGM10, QUE TAMBEM IMPRIME A LISTA DE
      *          SEPARADOS DO DIA.
      *          RENOVACAO NO BALCAO: A TRANSACAO R DE TRANEMP (MESMO
      *          LAYOUT) PRORROGA O VENCIMENTO DO EMPRESTIMO ATIVO PELO
      *          PRAZO DE PARAM-PRAZO.DAT, SEM DEVOLVER E REEMPRESTAR.
      *          E RECUSADA EM EMP-EXC QUANDO O EMPRESTIMO JA ESTA
      *          VENCIDO NA DATA DA TRANSACAO, HA RESERVA ATIVA PARA O
      *          TITULO EM RESERVAS.DAT, O USUARIO ESTA EM
      *          BLOQUEADOS.DAT OU O EMPRESTIMO JA ATINGIU O LIMITE DE
      *          RENOVACOES (SEGUNDO CAMPO DE PARAM-PRAZO.DAT, PADRAO
      *          2). O NUMERO DE RENOVACOES E GUARDADO NO EMPRESTIMO
      *          (EMPABERTO/EMPABERTON), SAI NA LISTAGEM DE ATRASADOS
      *          E E LEVADO PARA O EMPFECHADO NA DEVOLUCAO.
      *          VINCULO DO USUARIO (VINCUSU.DAT, MANTIDO PELO PGM19):
      *          USUARIO CUJO VINCULO DE ALUNO OU FUNCIONARIO ESTA
      *          INATIVO (TRANCADO, DESLIGADO) TEM O EMPRESTIMO E A
      *          RENOVACAO RECUSADOS EM EMP-EXC COMO USUARIO SEM
      *          VINCULO ATIVO; A DEVOLUCAO CONTINUA SENDO ACEITA.
      *          PERDA E AVARIA: AS TRANSACOES P (EXEMPLAR PERDIDO) E
      *          A (EXEMPLAR AVARIADO) DE TRANEMP FECHAM O EMPRESTIMO
      *          ATIVO DO EXEMPLAR, PASSAM O EXEMPLAR PARA A SITUACAO
      *          P OU R E COBRAM A REPOSICAO DO USUARIO: PRECO-LIVRO
      *          DO CADLIVRO2 MAIS A TAXA DE PROCESSAMENTO DE
      *          PARAM-REPOSICAO.DAT (PADRAO 10,00), GRAVADA EM
      *          LANCMULT.DAT PARA O PGM06 LANCAR NO RAZAO DE MULTAS
      *          (BLOQUEIO E RECEBIMENTO PELO PGM12 SEGUEM COMO
      *          SEMPRE). CADA COBRANCA FICA NO REGISTRO DE
      *          REPOSICOES (REPOSICAO.DAT, REGRAVADO EM
      *          REPOSICAON.DAT) E O TITULO GANHA UMA LINHA EM
      *          PERDAS.DAT, QUE O PGM13 SOMA A DEMANDA DE COMPRA. A
      *          TRANSACAO L (EXEMPLAR LOCALIZADO) ESTORNA A COBRANCA
      *          EM ABERTO DO EXEMPLAR COMO CREDITO NO LANCMULT E
      *          DEVOLVE O EXEMPLAR A CIRCULACAO (OU A FILA DE
      *          RESERVAS); SEM COBRANCA EM ABERTO VAI PARA EMP-EXC.
      *          COBRANCA DE REPOSICAO ESTORNADA (SITUACAO E) NAO E
      *          CARREGADA NEM REGRAVADA NO REPOSICAON: O REGISTRO DE
      *          REPOSICOES GUARDA SO AS COBRANCAS EM ABERTO.

       ENVIRONMENT             DIVISION.

           SELECT   OPTIONAL BLOQUEADOS ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL VINCUSU ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL EXEMPLAR ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL EMPFECHADO ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-REPOSICAO ASSIGN TO   DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL REPOSICAO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REPOSICAON       ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LANCMULT ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   EMP-EXC          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

             02 COD-LIVRO     PIC 9(05).
             02 NOME-LIVRO    PIC X(30).
             02 PRECO-LIVRO   PIC 9(02)V99.
             02 FILLER        PIC X(76).

       FD  EMPABERTO
           LABEL         RECORD          ARE     STANDARD
             02 DATA-EMP-ABE  PIC 9(08).
             02 DATA-VENC-ABE PIC 9(08).
             02 EXEMPLAR-ABE  PIC 9(02).
             02 RENOV-ABE     PIC 9(02).

       FD  PARAM-PRAZO
           LABEL         RECORD          ARE     STANDARD

       01  REG-PARAM-PRAZO.
             02 PRAZO-PARAM   PIC 9(02).
             02 RENOV-MAX-PARAM PIC 9(02).

       FD  BLOQUEADOS
           LABEL         RECORD          ARE     STANDARD
             02 USU-BLOQ      PIC 9(04).
             02 SALDO-BLOQ    PIC 9(05)V99.

       FD  VINCUSU
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "VINCUSU.DAT".

       01  REG-VINC.
             02 USU-VINC      PIC 9(04).
             02 TIPO-VINC     PIC X(01).
             02 NUM-VINC      PIC 9(05).
             02 SIT-VINC      PIC X(01).
             02 DATA-VINC     PIC 9(08).

       FD  EMPABERTON
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "EMPABERTON.DAT".
             02 DATA-EMP-ABN  PIC 9(08).
             02 DATA-VENC-ABN PIC 9(08).
             02 EXEMPLAR-ABN  PIC 9(02).
             02 RENOV-ABN     PIC 9(02).

       FD  EMPFECHADO
           LABEL         RECORD          ARE     STANDARD
             02 DATA-VENC-FEC PIC 9(08).
             02 DATA-DEV-FEC  PIC 9(08).
             02 EXEMPLAR-FEC  PIC 9(02).
             02 RENOV-FEC     PIC 9(02).

       FD  EXEMPLAR
           LABEL         RECORD          ARE     STANDARD
             02 LIVRO-EXC     PIC 9(05).
             02 MOTIVO-EXC    PIC X(25).

       FD  PARAM-REPOSICAO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-REPOSICAO.DAT".

       01  REG-PARAM-REPOSICAO.
             02 TAXA-PROC-PARAM PIC 9(03)V99.

       FD  REPOSICAO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REPOSICAO.DAT".

       01  REG-REPOSICAO.
             02 LIVRO-REP     PIC 9(05).
             02 EXEMPLAR-REP  PIC 9(02).
             02 USU-REP       PIC 9(04).
             02 VALOR-REP     PIC 9(05)V99.
             02 DATA-REP      PIC 9(08).
             02 SIT-REP       PIC X(01).

       FD  REPOSICAON
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REPOSICAON.DAT".

       01  REG-REPOSICAO-NOVO.
             02 LIVRO-RPN     PIC 9(05).
             02 EXEMPLAR-RPN  PIC 9(02).
             02 USU-RPN       PIC 9(04).
             02 VALOR-RPN     PIC 9(05)V99.
             02 DATA-RPN      PIC 9(08).
             02 SIT-RPN       PIC X(01).

       FD  LANCMULT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LANCMULT.DAT".

       01  REG-LANCMULT.
             02 USU-LANC      PIC 9(04).
             02 VALOR-LANC    PIC 9(05)V99.
             02 TIPO-LANC     PIC X(01).

       FD  PERDAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERDAS.DAT".

       01  REG-PERDA.
             02 LIVRO-PER     PIC 9(05).
             02 EXEMPLAR-PER  PIC 9(02).
             02 TIPO-PER      PIC X(01).

       FD  REL-ATREMP
           LABEL         RECORD         IS          OMITTED.

       77  QT-BLOQ          PIC 9(03)    VALUE ZEROS.
       77  CTR-BLOQ         PIC 9(03)    VALUE ZEROS.
       77  USU-BLOQUEADO    PIC X(03)    VALUE "NAO".
       77  FIM-VINC         PIC X(03)    VALUE "NAO".
       77  QT-INAT          PIC 9(03)    VALUE ZEROS.
       77  CTR-INAT         PIC 9(03)    VALUE ZEROS.
       77  USU-INATIVO      PIC X(03)    VALUE "NAO".
       77  FIM-EXE          PIC X(03)    VALUE "NAO".
       77  QT-EXE           PIC 9(03)    VALUE ZEROS.
       77  CTR-EXE          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-RET        PIC X(03)    VALUE "NAO".
       77  PRAZO-RETIRADA   PIC 9(02)    VALUE 3.
       77  CT-SEPARADOS     PIC 9(05)    VALUE ZEROS.
       77  RENOV-MAX        PIC 9(02)    VALUE 2.
       77  CT-RENOVACOES    PIC 9(05)    VALUE ZEROS.
       77  IND-LIVRO        PIC 9(03)    VALUE ZEROS.
       77  TAXA-PROC        PIC 9(03)V99 VALUE 10.
       77  FIM-REP          PIC X(03)    VALUE "NAO".
       77  QT-REP           PIC 9(03)    VALUE ZEROS.
       77  CTR-REP          PIC 9(03)    VALUE ZEROS.
       77  IND-REP          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-REP        PIC X(03)    VALUE "NAO".
       77  WREPOSICAO       PIC 9(05)V99 VALUE ZEROS.
       77  CT-REPOSICOES    PIC 9(05)    VALUE ZEROS.
       77  CT-ESTORNOS      PIC 9(05)    VALUE ZEROS.

       01  TAB-RESERVAS.
           02 ITEM-RES-TAB    OCCURS 200 TIMES.
           02 USU-BLOQ-TAB    PIC 9(04)  OCCURS 100 TIMES
                                          VALUE ZEROS.

       01  TAB-INATIVOS.
           02 USU-INAT-TAB    PIC 9(04)  OCCURS 300 TIMES
                                          VALUE ZEROS.

       01  VENC-CALC.
           02 VENC-AAAA      PIC 9(04).
           02 VENC-MM        PIC 9(02).
              03 NOM-USU-TAB     PIC X(30).

       01  TAB-LIVROS.
           02 ITEM-LIVRO-TAB  OCCURS 200 TIMES.
              03 COD-LIVRO-TAB   PIC 9(05).
              03 PRECO-LIVRO-TAB PIC 9(02)V99.

       01  TAB-REPOSICOES.
           02 ITEM-REP-TAB    OCCURS 200 TIMES.
              03 LIVRO-REP-TAB   PIC 9(05).
              03 EXEMPLAR-REP-TAB PIC 9(02).
              03 USU-REP-TAB     PIC 9(04).
              03 VALOR-REP-TAB   PIC 9(05)V99.
              03 DATA-REP-TAB    PIC 9(08).
              03 SIT-REP-TAB     PIC X(01).

       01  TAB-EMPRESTIMOS.
           02 ITEM-EMP-TAB    OCCURS 200 TIMES.
              03 VENC-EMP-TAB    PIC 9(08).
              03 SIT-EMP-TAB     PIC X(01).
              03 EXEMPLAR-EMP-TAB PIC 9(02).
              03 RENOV-EMP-TAB   PIC 9(02).

       01  TAB-EXEMPLARES.
           02 ITEM-EXE-TAB    OCCURS 400 TIMES.
           02 VENC-MM-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 VENC-AAAA-LIN  PIC 9(04).
           02 FILLER         PIC X(14) VALUE "  RENOVACOES: ".
           02 RENOV-ATR-LIN  PIC Z9.
           02 FILLER         PIC X(18) VALUE SPACES.

       PROCEDURE                                   DIVISION.

                            RETIRADASN
                            EMP-EXC
                            REL-ATREMP
                            REPOSICAON
                EXTEND      EMPFECHADO
                            LANCMULT
                            PERDAS.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    CARGA-USUARIOS.
           PERFORM    CARGA-LIVROS.
           PERFORM    CARGA-EXEMPLARES.
           PERFORM    CARGA-ABERTOS.
           PERFORM    CARGA-BLOQUEADOS.
           PERFORM    CARGA-INATIVOS.
           PERFORM    CARGA-RESERVAS.
           PERFORM    CARGA-RETIRADAS.
           PERFORM    LE-PRAZO.
           PERFORM    LE-PRAZO-RETIRADA.
           PERFORM    CARGA-REPOSICOES.
           PERFORM    LE-TAXA-REPOSICAO.
           PERFORM    LEITURA-TRANS.

       CARGA-RESERVAS.
                ADD  1           TO  QT-BLOQ
                MOVE USU-BLOQ    TO  USU-BLOQ-TAB (QT-BLOQ).

       CARGA-INATIVOS.

           OPEN INPUT       VINCUSU.
           PERFORM    LEITURA-VINCULO
                      UNTIL     FIM-VINC   EQUAL    "SIM".
           CLOSE      VINCUSU.

       LEITURA-VINCULO.

           READ VINCUSU
                AT END
                MOVE "SIM" TO FIM-VINC.
           IF   FIM-VINC    NOT EQUAL  "SIM"
                AND SIT-VINC  EQUAL  "I"
                AND QT-INAT LESS THAN 300
                ADD  1           TO  QT-INAT
                MOVE USU-VINC    TO  USU-INAT-TAB (QT-INAT).

       CARGA-USUARIOS.

           OPEN INPUT       CAD-USU2.
           IF   FIM-LIVRO   NOT EQUAL  "SIM"
                AND QT-LIVRO LESS THAN 200
                ADD  1           TO  QT-LIVRO
                MOVE COD-LIVRO   TO  COD-LIVRO-TAB (QT-LIVRO)
                MOVE PRECO-LIVRO TO  PRECO-LIVRO-TAB (QT-LIVRO).

       CARGA-ABERTOS.

                     MOVE DATA-EMP-ABE  TO  DATA-EMP-TAB (QT-EMP)
                     MOVE DATA-VENC-ABE TO  VENC-EMP-TAB (QT-EMP)
                     MOVE EXEMPLAR-ABE  TO  EXEMPLAR-EMP-TAB (QT-EMP)
                     MOVE RENOV-ABE     TO  RENOV-EMP-TAB (QT-EMP)
                     MOVE "A"           TO  SIT-EMP-TAB (QT-EMP).
      *    EMPABERTO GRAVADO ANTES DO CONTROLE DE RENOVACOES NAO
      *    TRAZ O CONTADOR: CONSIDERA ZERO.
           IF   FIM-ABERTO  NOT EQUAL  "SIM"
            AND RENOV-EMP-TAB (QT-EMP)  NOT NUMERIC
                MOVE ZEROS          TO  RENOV-EMP-TAB (QT-EMP).

       CARGA-REPOSICOES.

           OPEN INPUT       REPOSICAO.
           PERFORM    LEITURA-REPOSICAO
                      UNTIL     FIM-REP    EQUAL    "SIM".
           CLOSE      REPOSICAO.

       LEITURA-REPOSICAO.

           READ REPOSICAO
                AT END
                MOVE "SIM" TO FIM-REP.
           IF   FIM-REP     NOT EQUAL  "SIM"
                AND  SIT-REP     NOT EQUAL  "E"
                IF   QT-REP  NOT LESS THAN 200
                     DISPLAY "REPOSICAO EXCEDE A TABELA DE 200"
                             " COBRANCAS - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-REP
                     MOVE LIVRO-REP     TO  LIVRO-REP-TAB (QT-REP)
                     MOVE EXEMPLAR-REP  TO  EXEMPLAR-REP-TAB (QT-REP)
                     MOVE USU-REP       TO  USU-REP-TAB (QT-REP)
                     MOVE VALOR-REP     TO  VALOR-REP-TAB (QT-REP)
                     MOVE DATA-REP      TO  DATA-REP-TAB (QT-REP)
                     MOVE SIT-REP       TO  SIT-REP-TAB (QT-REP).

       LE-TAXA-REPOSICAO.

           OPEN INPUT       PARAM-REPOSICAO.
           READ PARAM-REPOSICAO
                AT END
                MOVE ZEROS TO TAXA-PROC-PARAM.
           IF   TAXA-PROC-PARAM  NUMERIC
            AND TAXA-PROC-PARAM  NOT EQUAL  ZEROS
                MOVE TAXA-PROC-PARAM  TO  TAXA-PROC.
           CLOSE PARAM-REPOSICAO.

       LE-PRAZO.

                NEXT SENTENCE.
           IF   PRAZO-PARAM     NOT EQUAL  ZEROS
                MOVE PRAZO-PARAM    TO  PRAZO-DIAS.
           IF   RENOV-MAX-PARAM NUMERIC
            AND RENOV-MAX-PARAM NOT EQUAL  ZEROS
                MOVE RENOV-MAX-PARAM TO RENOV-MAX.
           CLOSE PARAM-PRAZO.

       LEITURA-TRANS.
           ELSE
           IF        TIPO-TRANS   EQUAL   "D"
                     PERFORM      TRATA-DEVOLUCAO
           ELSE
           IF        TIPO-TRANS   EQUAL   "R"
                     PERFORM      TRATA-RENOVACAO
           ELSE
           IF        TIPO-TRANS   EQUAL   "P"  OR  "A"
                     PERFORM      TRATA-PERDA
           ELSE
           IF        TIPO-TRANS   EQUAL   "L"
                     PERFORM      TRATA-ESTORNO
           ELSE
                     MOVE "TIPO INVALIDO"  TO  MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO.

           PERFORM   BUSCA-USUARIO.
           PERFORM   VERIFICA-BLOQUEIO.
           PERFORM   VERIFICA-INATIVO.
           IF        ACHOU-USU    EQUAL   "NAO"
                     MOVE "USUARIO SEM CADASTRO"  TO  MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           IF        USU-BLOQUEADO EQUAL  "SIM"
                     MOVE "USUARIO BLOQUEADO"     TO  MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        USU-INATIVO  EQUAL  "SIM"
                     MOVE "USUARIO SEM VINCULO ATIVO" TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
                     PERFORM      BUSCA-LIVRO
                     IF   ACHOU-LIVRO  EQUAL  "NAO"
                     MOVE DATA-TRANS    TO  DATA-EMP-TAB (QT-EMP)
                     MOVE VENC-CALC-NUM TO  VENC-EMP-TAB (QT-EMP)
                     MOVE EXEMPLAR-TRANS TO EXEMPLAR-EMP-TAB (QT-EMP)
                     MOVE ZEROS         TO  RENOV-EMP-TAB (QT-EMP)
                     MOVE "A"           TO  SIT-EMP-TAB (QT-EMP)
                     MOVE "E"           TO  SIT-EXE-TAB (IND-EXE)
                     ADD  1             TO  CT-EMPRESTIMOS
                     SUBTRACT  12       FROM VENC-MM
                     ADD       1        TO   VENC-AAAA.

       TRATA-RENOVACAO.

           PERFORM   BUSCA-EMP-ATIVO.
           PERFORM   VERIFICA-BLOQUEIO.
           PERFORM   VERIFICA-INATIVO.
           IF        ACHOU-EMP    EQUAL   "NAO"
                     MOVE "RENOVACAO SEM EMPRESTIMO" TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        USU-EMP-TAB (IND-EMP)  NOT EQUAL  USU-TRANS
                     MOVE "USUARIO NAO CONFERE"      TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        USU-BLOQUEADO EQUAL  "SIM"
                     MOVE "USUARIO BLOQUEADO"        TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        USU-INATIVO  EQUAL  "SIM"
                     MOVE "USUARIO SEM VINCULO ATIVO" TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        VENC-EMP-TAB (IND-EMP)  LESS THAN  DATA-TRANS
                     MOVE "EMPRESTIMO EM ATRASO"     TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        RENOV-EMP-TAB (IND-EMP)  NOT LESS THAN  RENOV-MAX
                     MOVE "LIMITE DE RENOVACOES"     TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
                     PERFORM      VERIFICA-RESERVA-TITULO
                     IF   ACHOU-RES  EQUAL  "SIM"
                          MOVE "TITULO COM RESERVA"  TO MOTIVO-EXC
                          PERFORM  GRAVA-EXCECAO
                     ELSE
                          PERFORM  RENOVA-EMPRESTIMO.

       VERIFICA-RESERVA-TITULO.

           MOVE      "NAO"     TO   ACHOU-RES.
           MOVE      1         TO   CTR-RES.
           PERFORM   PESQUISA-RESERVA-TITULO  QT-RES  TIMES.

       PESQUISA-RESERVA-TITULO.

           IF        LIVRO-TRANS  EQUAL  LIVRO-RES-TAB (CTR-RES)
                AND  SIT-RES-TAB (CTR-RES)  EQUAL  "A"
                     MOVE  "SIM"    TO  ACHOU-RES.
           ADD       1         TO   CTR-RES.

       RENOVA-EMPRESTIMO.

           MOVE      VENC-EMP-TAB (IND-EMP)  TO   VENC-CALC-NUM.
           ADD       PRAZO-DIAS         TO   VENC-DD.
           IF        VENC-DD   GREATER THAN  30
                     SUBTRACT  30       FROM VENC-DD
                     ADD       1        TO   VENC-MM.
           IF        VENC-MM   GREATER THAN  12
                     SUBTRACT  12       FROM VENC-MM
                     ADD       1        TO   VENC-AAAA.
           MOVE      VENC-CALC-NUM      TO   VENC-EMP-TAB (IND-EMP).
           ADD       1         TO   RENOV-EMP-TAB (IND-EMP).
           ADD       1         TO   CT-RENOVACOES.

       TRATA-DEVOLUCAO.

           PERFORM   BUSCA-EMP-ATIVO.
                     PERFORM      LIBERA-EXEMPLAR
                     ADD  1       TO   CT-DEVOLUCOES.

      *    PERDA (P) OU AVARIA (A) DE EXEMPLAR EMPRESTADO: FECHA O
      *    EMPRESTIMO, TIRA O EXEMPLAR DE CIRCULACAO (P PERDIDO, R
      *    AVARIADO) E COBRA A REPOSICAO DO USUARIO.

       TRATA-PERDA.

           PERFORM   BUSCA-EMP-ATIVO.
           IF        ACHOU-EMP    EQUAL   "NAO"
                     MOVE "OCORRENCIA SEM EMPRESTIMO" TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        USU-EMP-TAB (IND-EMP)  NOT EQUAL  USU-TRANS
                     MOVE "USUARIO NAO CONFERE"      TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
           IF        QT-REP  NOT LESS THAN  200
                     MOVE "TABELA DE REPOS. CHEIA"   TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
                     MOVE "F"     TO   SIT-EMP-TAB (IND-EMP)
                     PERFORM      GRAVA-FECHADO
                     PERFORM      BAIXA-EXEMPLAR
                     PERFORM      LANCA-REPOSICAO
                     ADD  1       TO   CT-REPOSICOES.

       BAIXA-EXEMPLAR.

           PERFORM   BUSCA-EXEMPLAR.
           IF        ACHOU-EXE  EQUAL  "SIM"
                     IF   TIPO-TRANS  EQUAL  "P"
                          MOVE  "P"    TO   SIT-EXE-TAB (IND-EXE)
                     ELSE
                          MOVE  "R"    TO   SIT-EXE-TAB (IND-EXE).

      *    A COBRANCA (PRECO DO CATALOGO MAIS A TAXA DE
      *    PROCESSAMENTO) VAI PARA O LANCMULT, QUE O PGM06 LANCA NO
      *    RAZAO DE MULTAS, E FICA REGISTRADA EM REPOSICAO PARA O
      *    ESTORNO. O TITULO GANHA UMA LINHA EM PERDAS PARA A
      *    DEMANDA DE COMPRA (PGM13).

       LANCA-REPOSICAO.

           PERFORM   BUSCA-LIVRO.
           MOVE      TAXA-PROC      TO   WREPOSICAO.
           IF        ACHOU-LIVRO  EQUAL  "SIM"
                     ADD  PRECO-LIVRO-TAB (IND-LIVRO)  TO  WREPOSICAO.
           MOVE      USU-TRANS      TO   USU-LANC.
           MOVE      WREPOSICAO     TO   VALOR-LANC.
           MOVE      SPACES         TO   TIPO-LANC.
           WRITE     REG-LANCMULT.
           ADD       1              TO   QT-REP.
           MOVE      LIVRO-TRANS    TO   LIVRO-REP-TAB (QT-REP).
           MOVE      EXEMPLAR-TRANS TO   EXEMPLAR-REP-TAB (QT-REP).
           MOVE      USU-TRANS      TO   USU-REP-TAB (QT-REP).
           MOVE      WREPOSICAO     TO   VALOR-REP-TAB (QT-REP).
           MOVE      DATA-TRANS     TO   DATA-REP-TAB (QT-REP).
           MOVE      "A"            TO   SIT-REP-TAB (QT-REP).
           PERFORM   GRAVA-PERDA.

      *    EXEMPLAR ENCONTRADO (L): A COBRANCA EM ABERTO E ESTORNADA
      *    COMO CREDITO NO LANCMULT E O EXEMPLAR VOLTA A CIRCULAR
      *    (OU FICA SEPARADO PARA A FILA DE RESERVAS).

       TRATA-ESTORNO.

           PERFORM   BUSCA-REPOSICAO.
           IF        ACHOU-REP    EQUAL   "NAO"
                     MOVE "ESTORNO SEM COBRANCA"     TO MOTIVO-EXC
                     PERFORM      GRAVA-EXCECAO
           ELSE
                     MOVE "E"     TO   SIT-REP-TAB (IND-REP)
                     MOVE USU-REP-TAB (IND-REP)    TO  USU-LANC
                     MOVE VALOR-REP-TAB (IND-REP)  TO  VALOR-LANC
                     MOVE "C"     TO   TIPO-LANC
                     WRITE        REG-LANCMULT
                     PERFORM      LIBERA-EXEMPLAR
                     PERFORM      GRAVA-PERDA
                     ADD  1       TO   CT-ESTORNOS.

       GRAVA-PERDA.

           MOVE      LIVRO-TRANS    TO   LIVRO-PER.
           MOVE      EXEMPLAR-TRANS TO   EXEMPLAR-PER.
           MOVE      TIPO-TRANS     TO   TIPO-PER.
           WRITE     REG-PERDA.

       BUSCA-REPOSICAO.

           MOVE      "NAO"     TO   ACHOU-REP.
           MOVE      ZEROS     TO   IND-REP.
           MOVE      1         TO   CTR-REP.
           PERFORM   PESQUISA-REPOSICAO  QT-REP   TIMES.

       PESQUISA-REPOSICAO.

           IF        LIVRO-TRANS     EQUAL  LIVRO-REP-TAB (CTR-REP)
                AND  EXEMPLAR-TRANS  EQUAL  EXEMPLAR-REP-TAB (CTR-REP)
                AND  SIT-REP-TAB (CTR-REP)  EQUAL  "A"
                     MOVE  CTR-REP  TO  IND-REP
                     MOVE  "SIM"    TO  ACHOU-REP.
           ADD       1         TO   CTR-REP.

       LIBERA-EXEMPLAR.

           PERFORM   BUSCA-EXEMPLAR.
           MOVE      VENC-EMP-TAB (IND-EMP)   TO  DATA-VENC-FEC.
           MOVE      DATA-TRANS               TO  DATA-DEV-FEC.
           MOVE      EXEMPLAR-EMP-TAB (IND-EMP)  TO  EXEMPLAR-FEC.
           MOVE      RENOV-EMP-TAB (IND-EMP)     TO  RENOV-FEC.
           WRITE     REG-FECHADO.

       VERIFICA-BLOQUEIO.
                     MOVE  "SIM"    TO  USU-BLOQUEADO.
           ADD       1         TO   CTR-BLOQ.

       VERIFICA-INATIVO.

           MOVE      "NAO"     TO   USU-INATIVO.
           MOVE      1         TO   CTR-INAT.
           PERFORM   PESQUISA-INATIVO     QT-INAT  TIMES.

       PESQUISA-INATIVO.

           IF        USU-TRANS  EQUAL  USU-INAT-TAB (CTR-INAT)
                     MOVE  "SIM"    TO  USU-INATIVO.
           ADD       1         TO   CTR-INAT.

       BUSCA-USUARIO.

           MOVE      "NAO"     TO   ACHOU-USU.
       PESQUISA-LIVRO.

           IF        LIVRO-TRANS EQUAL  COD-LIVRO-TAB (CTR-LIVRO)
                     MOVE  CTR-LIVRO  TO  IND-LIVRO
                     MOVE  "SIM"    TO  ACHOU-LIVRO.
           ADD       1         TO   CTR-LIVRO.

           PERFORM   GRAVA-EXEMPLARES-NOVO.
           PERFORM   GRAVA-RESERVAS-NOVO.
           PERFORM   GRAVA-RETIRADAS-NOVO.
           PERFORM   GRAVA-REPOSICOES-NOVO.
           PERFORM   IMPRIME-ATRASADOS.
           DISPLAY   "EMPRESTIMOS ABERTOS : " CT-EMPRESTIMOS.
           DISPLAY   "DEVOLUCOES          : " CT-DEVOLUCOES.
           DISPLAY   "RENOVACOES          : " CT-RENOVACOES.
           DISPLAY   "TRANSACOES EM EXCECAO: " CT-EXCECOES.
           DISPLAY   "EXEMPLARES SEPARADOS : " CT-SEPARADOS.
           DISPLAY   "REPOSICOES COBRADAS  : " CT-REPOSICOES.
           DISPLAY   "REPOSICOES ESTORNADAS: " CT-ESTORNOS.
           CLOSE     TRANEMP
                     EMPABERTON
                     EXEMPLARN
                     RETIRADASN
                     EMPFECHADO
                     EMP-EXC
                     REL-ATREMP
                     REPOSICAON
                     LANCMULT
                     PERDAS.

       GRAVA-REPOSICOES-NOVO.

           MOVE      1         TO   CTR-REP.
           PERFORM   GRAVA-UMA-REPOSICAO  QT-REP   TIMES.

       GRAVA-UMA-REPOSICAO.

           MOVE      LIVRO-REP-TAB (CTR-REP)     TO  LIVRO-RPN.
           MOVE      EXEMPLAR-REP-TAB (CTR-REP)  TO  EXEMPLAR-RPN.
           MOVE      USU-REP-TAB (CTR-REP)       TO  USU-RPN.
           MOVE      VALOR-REP-TAB (CTR-REP)     TO  VALOR-RPN.
           MOVE      DATA-REP-TAB (CTR-REP)      TO  DATA-RPN.
           MOVE      SIT-REP-TAB (CTR-REP)       TO  SIT-RPN.
           IF        SIT-REP-TAB (CTR-REP)  NOT EQUAL  "E"
                     WRITE  REG-REPOSICAO-NOVO.
           ADD       1         TO   CTR-REP.

       GRAVA-ABERTOS-NOVO.

                     MOVE  DATA-EMP-TAB (CTR-EMP)  TO DATA-EMP-ABN
                     MOVE  VENC-EMP-TAB (CTR-EMP)  TO DATA-VENC-ABN
                     MOVE  EXEMPLAR-EMP-TAB (CTR-EMP) TO EXEMPLAR-ABN
                     MOVE  RENOV-EMP-TAB (CTR-EMP) TO RENOV-ABN
                     WRITE REG-ABERTO-NOVO.
           ADD       1         TO   CTR-EMP.

           MOVE      VENC-EMP-TAB (CTR-EMP) (7:2) TO  VENC-DD-LIN.
           MOVE      VENC-EMP-TAB (CTR-EMP) (5:2) TO  VENC-MM-LIN.
           MOVE      VENC-EMP-TAB (CTR-EMP) (1:4) TO  VENC-AAAA-LIN.
           MOVE      RENOV-EMP-TAB (CTR-EMP)      TO  RENOV-ATR-LIN.
           WRITE     REG-REL FROM LINHA-ATR-LIVRO
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-ATRASADOS.
