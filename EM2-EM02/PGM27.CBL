       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM27.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  NEGATIVACAO DE DEVEDORES NO BIRO DE CREDITO E BAIXA
      *          OBRIGATORIA DEPOIS DA QUITACAO. O CONTROLE DE QUEM
      *          ESTA NEGATIVADO (NEGATIV.DAT, UM REGISTRO POR
      *          CLIENTE/PARCELA COM O CPF DO RESPONSAVEL E A DATA DA
      *          INCLUSAO) E CARREGADO NO INICIO E REGRAVADO EM
      *          NEGATIVN.DAT, PROMOVIDO PELA OPERACAO.
      *          INCLUSAO: PARCELA ABERTO/PARCIAL DE ABERTOS.DAT, COM
      *          SALDO, QUE RECEBEU O AVISO FINAL DO PGM09 (ESTAGIO 3
      *          NO HISTORICO AVISOS.DAT) HA PELO MENOS N DIAS, SENDO N
      *          LIDO DE PARAM-NEGAT.DAT (PADRAO 30 DIAS CORRIDOS).
      *          AVISO FINAL ANTERIOR AO ULTIMO ACORDO DO CLIENTE NO
      *          PGM10 (ACORDOS.DAT) NAO CONTA, POIS O CRONOGRAMA FOI
      *          REFEITO. O CPF E O NOME SAO OS DO RESPONSAVEL
      *          FINANCEIRO EM RESP2.DAT; PARCELA SEM RESPONSAVEL NAO E
      *          INCLUIDA E SAI NO RELATORIO COMO PENDENCIA. AS
      *          INCLUSOES VAO PARA O ARQUIVO DO BIRO NEGINC.DAT.
      *          EXCLUSAO: TODA PARCELA NEGATIVADA QUE FOI PAGA (NAO
      *          ESTA MAIS ABERTO/PARCIAL COM SALDO NO ABERTOS),
      *          RENEGOCIADA (ACORDO DO CLIENTE COM DATA IGUAL OU
      *          POSTERIOR A INCLUSAO) OU BAIXADA PARA PERDAS PELO
      *          PGM13 (PERDAS.DAT) VAI PARA O ARQUIVO DE EXCLUSAO
      *          NEGEXC.DAT NA PRIMEIRA RODADA EM QUE ISSO E VISTO, E
      *          SAI DO CONTROLE. O RELATORIO REL-NEGATIV LISTA AS
      *          INCLUSOES E EXCLUSOES DA RODADA; NA EXCLUSAO MOSTRA
      *          OS DIAS CORRIDOS ENTRE A QUITACAO (DATA DO ULTIMO
      *          PAGAMENTO NO RETBANCO/RETDEBITO, DATA DO ACORDO OU DA
      *          BAIXA) E A EXCLUSAO, PARA A CONFORMIDADE.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL NEGATIV ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL AVISOS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ACORDOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RETBANCO ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RETDEBITO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RESP2   ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-NEGAT ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   NEGATIVN         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   NEGINC           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   NEGEXC           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-NEGATIV      ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  ABERTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
             02 SITUACAO-ABE    PIC X(07).

       FD  NEGATIV
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "NEGATIV.DAT".

       01  REG-NEGATIV.
             02 CODIGO-NEG      PIC 9(05).
             02 PARCELA-NEG     PIC 9(02).
             02 CPF-NEG         PIC 9(11).
             02 VALOR-NEG       PIC 9(07)V9(02).
             02 VENC-NEG        PIC 9(08).
             02 DATA-INC-NEG    PIC 9(08).

       FD  AVISOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "AVISOS.DAT".

       01  REG-AVISO.
             02 CODIGO-AVI      PIC 9(05).
             02 PARCELA-AVI     PIC 9(02).
             02 ESTAGIO-AVI     PIC 9(01).
             02 DATA-AVI        PIC 9(08).

       FD  ACORDOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ACORDOS.DAT".

       01  REG-ACORDO.
             02 CODIGO-ACO      PIC 9(05).
             02 DATA-ACO        PIC 9(08).
             02 SALDO-ANT-ACO   PIC 9(07)V9(02).
             02 ENCARGOS-ACO    PIC 9(07)V9(02).
             02 SALDO-NOVO-ACO  PIC 9(07)V9(02).
             02 QT-PARC-ACO     PIC 9(02).
             02 PRIM-VENC-ACO   PIC 9(08).

       FD  PERDAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERDAS.DAT".

       01  REG-PERDA.
             02 CODIGO-PER      PIC 9(05).
             02 PARCELA-PER     PIC 9(02).
             02 VENC-PER        PIC 9(08).
             02 VALOR-PER       PIC 9(05)V9(02).
             02 ENCARGOS-PER    PIC 9(05)V9(02).
             02 TOTAL-PER       PIC 9(06)V9(02).
             02 DATA-PER        PIC 9(08).
             02 AUTOR-PER       PIC X(06).

       FD  RETBANCO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETBANCO.DAT".

       01  REG-RET.
             02 CODIGO-RET      PIC 9(05).
             02 PARCELA-RET     PIC 9(02).
             02 VALOR-RET       PIC 9(05)V9(02).
             02 DATA-RET        PIC 9(08).
             02 NOSSO-RET       PIC 9(09).

       FD  RETDEBITO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETDEBITO.DAT".

       01  REG-RETDEBITO.
             02 CODIGO-RDB      PIC 9(05).
             02 PARCELA-RDB     PIC 9(02).
             02 VALOR-RDB       PIC 9(05)V9(02).
             02 DATA-RDB        PIC 9(08).
             02 NOSSO-RDB       PIC 9(09).

       FD  RESP2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RESP2.DAT".

       01  REG-RESP.
             02 COD-RESP       PIC 9(04).
             02 NOME-RESP      PIC X(30).
             02 CPF-RESP       PIC 9(11).
             02 ENDER-RESP     PIC X(30).
             02 FONE-RESP      PIC 9(08).
             02 ALUNOS-RESP.
                03 ALUNO-RESP     PIC 9(05)  OCCURS 3 TIMES.

       FD  PARAM-NEGAT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-NEGAT.DAT".

       01  REG-PARAM-NEGAT.
             02 DIAS-NEG-PARAM  PIC 9(03).

       FD  NEGATIVN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "NEGATIVN.DAT".

       01  REG-NEGATIV-NOVO.
             02 CODIGO-NGN      PIC 9(05).
             02 PARCELA-NGN     PIC 9(02).
             02 CPF-NGN         PIC 9(11).
             02 VALOR-NGN       PIC 9(07)V9(02).
             02 VENC-NGN        PIC 9(08).
             02 DATA-INC-NGN    PIC 9(08).

       FD  NEGINC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "NEGINC.DAT".

       01  REG-NEGINC.
             02 TIPO-INC        PIC X(01).
             02 CPF-INC         PIC 9(11).
             02 NOME-INC        PIC X(30).
             02 CODIGO-INC      PIC 9(05).
             02 PARCELA-INC     PIC 9(02).
             02 VENC-INC        PIC 9(08).
             02 VALOR-INC       PIC 9(07)V9(02).
             02 DATA-INC        PIC 9(08).

       FD  NEGEXC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "NEGEXC.DAT".

       01  REG-NEGEXC.
             02 TIPO-EXC        PIC X(01).
             02 CPF-EXC         PIC 9(11).
             02 CODIGO-EXC      PIC 9(05).
             02 PARCELA-EXC     PIC 9(02).
             02 DATA-INC-EXC    PIC 9(08).
             02 DATA-EXC        PIC 9(08).
             02 MOTIVO-EXC      PIC X(01).

       FD  REL-NEGATIV
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-NEG          PIC X(03)    VALUE "NAO".
       77  FIM-AVI          PIC X(03)    VALUE "NAO".
       77  FIM-ACO          PIC X(03)    VALUE "NAO".
       77  FIM-PER          PIC X(03)    VALUE "NAO".
       77  FIM-RET          PIC X(03)    VALUE "NAO".
       77  FIM-RDB          PIC X(03)    VALUE "NAO".
       77  FIM-RESP         PIC X(03)    VALUE "NAO".
       77  DIAS-NEG         PIC 9(03)    VALUE 30.
       77  QT-NEG           PIC 9(04)    VALUE ZEROS.
       77  CTR-NEG          PIC 9(04)    VALUE ZEROS.
       77  IND-NEG          PIC 9(04)    VALUE ZEROS.
       77  QT-FINAL         PIC 9(04)    VALUE ZEROS.
       77  CTR-FINAL        PIC 9(04)    VALUE ZEROS.
       77  QT-ACO           PIC 9(04)    VALUE ZEROS.
       77  CTR-ACO          PIC 9(04)    VALUE ZEROS.
       77  QT-RESP          PIC 9(03)    VALUE ZEROS.
       77  CTR-RESP         PIC 9(03)    VALUE ZEROS.
       77  CTR-VINC         PIC 9(01)    VALUE ZEROS.
       77  ACHOU-RESP       PIC X(03)    VALUE "NAO".
       77  CODIGO-BUSCA     PIC 9(05)    VALUE ZEROS.
       77  PARCELA-BUSCA    PIC 9(02)    VALUE ZEROS.
       77  DATA-PAGTO-BUSCA PIC 9(08)    VALUE ZEROS.
       77  DATA-FINAL       PIC 9(08)    VALUE ZEROS.
       77  DATA-ULT-ACORDO  PIC 9(08)    VALUE ZEROS.
       77  WSALDO           PIC 9(05)V99 VALUE ZEROS.
       77  DIAS-HOJE        PIC 9(07)    VALUE ZEROS.
       77  DIAS-DECORRIDOS  PIC S9(07)   VALUE ZEROS.
       77  CT-INCLUSOES     PIC 9(05)    VALUE ZEROS.
       77  CT-EXCLUSOES     PIC 9(05)    VALUE ZEROS.
       77  CT-MANTIDAS      PIC 9(05)    VALUE ZEROS.
       77  CT-PENDENTES     PIC 9(05)    VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE 60.
       77  CT-PAG           PIC 9(03)    VALUE ZEROS.
       77  DIAS-CALC        PIC 9(07)    VALUE ZEROS.
       77  ANO-ANT          PIC 9(04)    VALUE ZEROS.
       77  QUOC-DATA        PIC 9(04)    VALUE ZEROS.
       77  QUOC-4           PIC 9(04)    VALUE ZEROS.
       77  QUOC-100         PIC 9(04)    VALUE ZEROS.
       77  QUOC-400         PIC 9(04)    VALUE ZEROS.
       77  RESTO-4          PIC 9(03)    VALUE ZEROS.
       77  RESTO-100        PIC 9(03)    VALUE ZEROS.
       77  RESTO-400        PIC 9(03)    VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  DATA-CALC.
           02 DATA-CALC-AAAA PIC 9(04).
           02 DATA-CALC-MM   PIC 9(02).
           02 DATA-CALC-DD   PIC 9(02).

       01  TAB-DIAS-ACUM-V  PIC X(36)    VALUE
                            "000031059090120151181212243273304334".
       01  TAB-DIAS-ACUM    REDEFINES    TAB-DIAS-ACUM-V.
           02 DIAS-ACUM-TAB PIC 9(03)    OCCURS 12 TIMES.

      *    SITUACAO-NEG-TAB: BRANCO = AINDA NAO AVALIADA, M = MANTIDA,
      *    P = PAGA, R = RENEGOCIADA, B = BAIXADA PARA PERDAS
       01  TAB-NEGATIVADOS.
           02 ITEM-NEG-TAB    OCCURS 1000 TIMES.
              03 CODIGO-NEG-TAB    PIC 9(05).
              03 PARCELA-NEG-TAB   PIC 9(02).
              03 CPF-NEG-TAB       PIC 9(11).
              03 VALOR-NEG-TAB     PIC 9(07)V9(02).
              03 VENC-NEG-TAB      PIC 9(08).
              03 DATA-INC-NEG-TAB  PIC 9(08).
              03 SITUACAO-NEG-TAB  PIC X(01).
              03 DATA-QUIT-NEG-TAB PIC 9(08).
              03 DATA-PAG-NEG-TAB  PIC 9(08).

       01  TAB-AVISOS-FINAIS.
           02 ITEM-FINAL-TAB  OCCURS 2000 TIMES.
              03 CODIGO-FINAL-TAB  PIC 9(05).
              03 PARCELA-FINAL-TAB PIC 9(02).
              03 DATA-FINAL-TAB    PIC 9(08).

       01  TAB-ACORDOS.
           02 ITEM-ACO-TAB    OCCURS 1000 TIMES.
              03 CODIGO-ACO-TAB    PIC 9(05).
              03 DATA-ACO-TAB      PIC 9(08).

       01  TAB-RESPONSAVEIS.
           02 ITEM-RESP-TAB   OCCURS 100 TIMES.
              03 NOME-RESP-TAB     PIC X(30).
              03 CPF-RESP-TAB      PIC 9(11).
              03 ALUNOS-RESP-TAB.
                 04 ALUNO-RESP-TAB   PIC 9(05)  OCCURS 3 TIMES.

       01  NOME-DEVEDOR     PIC X(30).
       01  CPF-DEVEDOR      PIC 9(11).

       01  CAB-01.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(55) VALUE
              "NEGATIVACAO NO BIRO DE CREDITO - INCLUSOES E EXCLUSOES".
           02 FILLER          PIC X(07) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(09) VALUE "OPERACAO".
           02 FILLER          PIC X(08) VALUE "CLIENTE".
           02 FILLER          PIC X(05) VALUE "PARC".
           02 FILLER          PIC X(12) VALUE "CPF".
           02 FILLER          PIC X(11) VALUE "     VALOR".
           02 FILLER          PIC X(10) VALUE "INCLUSAO".
           02 FILLER          PIC X(18) VALUE "MOTIVO".
           02 FILLER          PIC X(06) VALUE "DIAS".

       01  DETALHE.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 OPER-DET        PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CODIGO-DET      PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PARCELA-DET     PIC 9(02).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 CPF-DET         PIC 9(11).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VALOR-DET       PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DATA-INC-DET    PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 MOTIVO-DET      PIC X(18).
           02 DIAS-DET        PIC ZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 ROTULO-TOT      PIC X(26).
           02 QT-TOT          PIC ZZ.ZZ9.
           02 FILLER          PIC X(38) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-PGM27.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ABE   EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           MOVE       HOJE      TO        DATA-CALC.
           PERFORM    CALCULA-DIAS.
           MOVE       DIAS-CALC TO        DIAS-HOJE.
           OPEN INPUT       PARAM-NEGAT.
           READ PARAM-NEGAT
                AT END
                NEXT SENTENCE.
           IF   DIAS-NEG-PARAM  NUMERIC
            AND DIAS-NEG-PARAM  GREATER THAN  ZEROS
                MOVE  DIAS-NEG-PARAM  TO  DIAS-NEG.
           CLOSE      PARAM-NEGAT.
           PERFORM    CARGA-NEGATIVADOS.
           PERFORM    CARGA-AVISOS-FINAIS.
           PERFORM    CARGA-ACORDOS.
           PERFORM    CARGA-RESPONSAVEIS.
           PERFORM    MARCA-PERDAS.
           MOVE       1         TO        CTR-NEG.
           PERFORM    MARCA-RENEGOCIADA   QT-NEG  TIMES.
           PERFORM    MARCA-PAGAMENTOS.
           OPEN INPUT       ABERTOS
                OUTPUT      NEGATIVN
                            NEGINC
                            NEGEXC
                            REL-NEGATIV.
           PERFORM    LEITURA-ABE.

       CARGA-NEGATIVADOS.

           OPEN INPUT       NEGATIV.
           PERFORM    LEITURA-NEG
                      UNTIL     FIM-NEG    EQUAL    "SIM".
           CLOSE      NEGATIV.

       LEITURA-NEG.

           READ NEGATIV
                AT END
                MOVE "SIM" TO FIM-NEG.
           IF   FIM-NEG     NOT EQUAL  "SIM"
                IF   QT-NEG  NOT LESS THAN 1000
                     DISPLAY "NEGATIV EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-NEG
                     MOVE CODIGO-NEG    TO  CODIGO-NEG-TAB (QT-NEG)
                     MOVE PARCELA-NEG   TO  PARCELA-NEG-TAB (QT-NEG)
                     MOVE CPF-NEG       TO  CPF-NEG-TAB (QT-NEG)
                     MOVE VALOR-NEG     TO  VALOR-NEG-TAB (QT-NEG)
                     MOVE VENC-NEG      TO  VENC-NEG-TAB (QT-NEG)
                     MOVE DATA-INC-NEG  TO  DATA-INC-NEG-TAB (QT-NEG)
                     MOVE SPACE         TO  SITUACAO-NEG-TAB (QT-NEG)
                     MOVE ZEROS         TO  DATA-QUIT-NEG-TAB (QT-NEG)
                     MOVE ZEROS         TO  DATA-PAG-NEG-TAB (QT-NEG).

       CARGA-AVISOS-FINAIS.

           OPEN INPUT       AVISOS.
           PERFORM    LEITURA-AVI
                      UNTIL     FIM-AVI    EQUAL    "SIM".
           CLOSE      AVISOS.

       LEITURA-AVI.

           READ AVISOS
                AT END
                MOVE "SIM" TO FIM-AVI.
           IF   FIM-AVI     NOT EQUAL  "SIM"
            AND ESTAGIO-AVI EQUAL      3
                IF   QT-FINAL  NOT LESS THAN 2000
                     DISPLAY "AVISOS EXCEDE A TABELA DE 2000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-FINAL
                     MOVE CODIGO-AVI    TO  CODIGO-FINAL-TAB (QT-FINAL)
                     MOVE PARCELA-AVI   TO  PARCELA-FINAL-TAB (QT-FINAL)
                     MOVE DATA-AVI      TO  DATA-FINAL-TAB (QT-FINAL).

       CARGA-ACORDOS.

           OPEN INPUT       ACORDOS.
           PERFORM    LEITURA-ACO
                      UNTIL     FIM-ACO    EQUAL    "SIM".
           CLOSE      ACORDOS.

       LEITURA-ACO.

           READ ACORDOS
                AT END
                MOVE "SIM" TO FIM-ACO.
           IF   FIM-ACO     NOT EQUAL  "SIM"
                IF   QT-ACO  NOT LESS THAN 1000
                     DISPLAY "ACORDOS EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-ACO
                     MOVE CODIGO-ACO    TO  CODIGO-ACO-TAB (QT-ACO)
                     MOVE DATA-ACO      TO  DATA-ACO-TAB (QT-ACO).

       CARGA-RESPONSAVEIS.

           OPEN INPUT       RESP2.
           PERFORM    LEITURA-RESP
                      UNTIL     FIM-RESP   EQUAL    "SIM".
           CLOSE      RESP2.

       LEITURA-RESP.

           READ RESP2
                AT END
                MOVE "SIM" TO FIM-RESP.
           IF   FIM-RESP    NOT EQUAL  "SIM"
                IF   QT-RESP  NOT LESS THAN 100
                     DISPLAY "RESP2 EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-RESP
                     MOVE NOME-RESP      TO  NOME-RESP-TAB (QT-RESP)
                     MOVE CPF-RESP       TO  CPF-RESP-TAB (QT-RESP)
                     MOVE ALUNOS-RESP    TO  ALUNOS-RESP-TAB (QT-RESP).

       MARCA-PERDAS.

           OPEN INPUT       PERDAS.
           PERFORM    LEITURA-PER
                      UNTIL     FIM-PER    EQUAL    "SIM".
           CLOSE      PERDAS.

       LEITURA-PER.

           READ PERDAS
                AT END
                MOVE "SIM" TO FIM-PER.
           IF   FIM-PER     NOT EQUAL  "SIM"
                MOVE  CODIGO-PER     TO   CODIGO-BUSCA
                MOVE  PARCELA-PER    TO   PARCELA-BUSCA
                PERFORM  BUSCA-NEGATIVADO
                IF    IND-NEG  NOT EQUAL  ZEROS
                      MOVE "B"       TO  SITUACAO-NEG-TAB (IND-NEG)
                      MOVE DATA-PER  TO  DATA-QUIT-NEG-TAB (IND-NEG).

       MARCA-RENEGOCIADA.

           IF        SITUACAO-NEG-TAB (CTR-NEG)  EQUAL  SPACE
                     MOVE   CODIGO-NEG-TAB (CTR-NEG)  TO  CODIGO-BUSCA
                     PERFORM  BUSCA-ULTIMO-ACORDO
                     IF     DATA-ULT-ACORDO  NOT LESS THAN
                            DATA-INC-NEG-TAB (CTR-NEG)
                            MOVE  "R"   TO  SITUACAO-NEG-TAB (CTR-NEG)
                            MOVE  DATA-ULT-ACORDO
                                  TO  DATA-QUIT-NEG-TAB (CTR-NEG).
           ADD       1         TO   CTR-NEG.

       BUSCA-ULTIMO-ACORDO.

           MOVE      ZEROS     TO   DATA-ULT-ACORDO.
           MOVE      1         TO   CTR-ACO.
           PERFORM   PESQUISA-ACORDO    QT-ACO  TIMES.

       PESQUISA-ACORDO.

           IF        CODIGO-BUSCA  EQUAL  CODIGO-ACO-TAB (CTR-ACO)
                AND  DATA-ACO-TAB (CTR-ACO)  GREATER THAN
                     DATA-ULT-ACORDO
                     MOVE  DATA-ACO-TAB (CTR-ACO)  TO  DATA-ULT-ACORDO.
           ADD       1         TO   CTR-ACO.

       MARCA-PAGAMENTOS.

           OPEN INPUT       RETBANCO
                            RETDEBITO.
           PERFORM    LEITURA-RET
                      UNTIL     FIM-RET    EQUAL    "SIM".
           PERFORM    LEITURA-RDB
                      UNTIL     FIM-RDB    EQUAL    "SIM".
           CLOSE      RETBANCO
                      RETDEBITO.

       LEITURA-RET.

           READ RETBANCO
                AT END
                MOVE "SIM" TO FIM-RET.
           IF   FIM-RET     NOT EQUAL  "SIM"
                MOVE  CODIGO-RET     TO   CODIGO-BUSCA
                MOVE  PARCELA-RET    TO   PARCELA-BUSCA
                MOVE  DATA-RET       TO   DATA-PAGTO-BUSCA
                PERFORM  GUARDA-DATA-PAGAMENTO.

       LEITURA-RDB.

           READ RETDEBITO
                AT END
                MOVE "SIM" TO FIM-RDB.
           IF   FIM-RDB     NOT EQUAL  "SIM"
                MOVE  CODIGO-RDB     TO   CODIGO-BUSCA
                MOVE  PARCELA-RDB    TO   PARCELA-BUSCA
                MOVE  DATA-RDB       TO   DATA-PAGTO-BUSCA
                PERFORM  GUARDA-DATA-PAGAMENTO.

       GUARDA-DATA-PAGAMENTO.

           PERFORM   BUSCA-NEGATIVADO.
           IF        IND-NEG  NOT EQUAL  ZEROS
                IF   DATA-PAGTO-BUSCA  GREATER THAN
                     DATA-PAG-NEG-TAB (IND-NEG)
                     MOVE  DATA-PAGTO-BUSCA
                           TO  DATA-PAG-NEG-TAB (IND-NEG).

       BUSCA-NEGATIVADO.

           MOVE      ZEROS     TO   IND-NEG.
           MOVE      1         TO   CTR-NEG.
           PERFORM   PESQUISA-NEGATIVADO    QT-NEG  TIMES.

       PESQUISA-NEGATIVADO.

           IF        CODIGO-BUSCA   EQUAL  CODIGO-NEG-TAB (CTR-NEG)
                AND  PARCELA-BUSCA  EQUAL  PARCELA-NEG-TAB (CTR-NEG)
                     MOVE  CTR-NEG  TO  IND-NEG.
           ADD       1         TO   CTR-NEG.

       LEITURA-ABE.

           READ ABERTOS
                AT END
                MOVE "SIM" TO FIM-ABE.

       PRINCIPAL.

           MOVE      ZEROS          TO   WSALDO.
           IF        VALOR-ABE  GREATER THAN  PAGO-ABE
                     COMPUTE  WSALDO  =  VALOR-ABE - PAGO-ABE.
           MOVE      CODIGO-ABE     TO   CODIGO-BUSCA.
           MOVE      PARCELA-ABE    TO   PARCELA-BUSCA.
           PERFORM   BUSCA-NEGATIVADO.
           IF        IND-NEG  NOT EQUAL  ZEROS
                     PERFORM  AVALIA-NEGATIVADO
           ELSE
           IF        (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  WSALDO  GREATER THAN  ZEROS
                     PERFORM  AVALIA-INCLUSAO.
           PERFORM   LEITURA-ABE.

       AVALIA-NEGATIVADO.

           IF        SITUACAO-NEG-TAB (IND-NEG)  EQUAL  SPACE
                IF   (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                 AND WSALDO  GREATER THAN  ZEROS
                     MOVE  "M"   TO  SITUACAO-NEG-TAB (IND-NEG)
                ELSE
                     MOVE  "P"   TO  SITUACAO-NEG-TAB (IND-NEG).

       AVALIA-INCLUSAO.

           PERFORM   BUSCA-AVISO-FINAL.
           PERFORM   BUSCA-ULTIMO-ACORDO.
           IF        DATA-FINAL  NOT EQUAL  ZEROS
                AND  DATA-FINAL  GREATER THAN  DATA-ULT-ACORDO
                     MOVE     DATA-FINAL     TO   DATA-CALC
                     PERFORM  CALCULA-DIAS
                     COMPUTE  DIAS-DECORRIDOS  =  DIAS-HOJE - DIAS-CALC
                     IF       DIAS-DECORRIDOS  NOT LESS THAN  DIAS-NEG
                              PERFORM  INCLUI-NEGATIVADO.

       BUSCA-AVISO-FINAL.

           MOVE      ZEROS     TO   DATA-FINAL.
           MOVE      1         TO   CTR-FINAL.
           PERFORM   PESQUISA-AVISO-FINAL   QT-FINAL  TIMES.

       PESQUISA-AVISO-FINAL.

           IF        CODIGO-ABE   EQUAL  CODIGO-FINAL-TAB (CTR-FINAL)
                AND  PARCELA-ABE  EQUAL  PARCELA-FINAL-TAB (CTR-FINAL)
                AND  DATA-FINAL-TAB (CTR-FINAL)  GREATER THAN
                     DATA-FINAL
                     MOVE  DATA-FINAL-TAB (CTR-FINAL)  TO  DATA-FINAL.
           ADD       1         TO   CTR-FINAL.

       INCLUI-NEGATIVADO.

           PERFORM   BUSCA-RESPONSAVEL.
           MOVE      CODIGO-ABE     TO   CODIGO-DET.
           MOVE      PARCELA-ABE    TO   PARCELA-DET.
           MOVE      WSALDO         TO   VALOR-DET.
           MOVE      HOJE           TO   DATA-INC-DET.
           MOVE      DIAS-DECORRIDOS  TO  DIAS-DET.
           IF        ACHOU-RESP  NOT EQUAL  "SIM"
                     MOVE  "PENDENTE"     TO   OPER-DET
                     MOVE  ZEROS          TO   CPF-DET
                     MOVE  "SEM RESPONSAVEL"  TO  MOTIVO-DET
                     ADD   1              TO   CT-PENDENTES
                     PERFORM  IMPRIME-DETALHE
           ELSE
                     MOVE  "I"            TO   TIPO-INC
                     MOVE  CPF-DEVEDOR    TO   CPF-INC
                     MOVE  NOME-DEVEDOR   TO   NOME-INC
                     MOVE  CODIGO-ABE     TO   CODIGO-INC
                     MOVE  PARCELA-ABE    TO   PARCELA-INC
                     MOVE  VENC-ABE       TO   VENC-INC
                     MOVE  WSALDO         TO   VALOR-INC
                     MOVE  HOJE           TO   DATA-INC
                     WRITE REG-NEGINC
                     MOVE  CODIGO-ABE     TO   CODIGO-NGN
                     MOVE  PARCELA-ABE    TO   PARCELA-NGN
                     MOVE  CPF-DEVEDOR    TO   CPF-NGN
                     MOVE  WSALDO         TO   VALOR-NGN
                     MOVE  VENC-ABE       TO   VENC-NGN
                     MOVE  HOJE           TO   DATA-INC-NGN
                     WRITE REG-NEGATIV-NOVO
                     MOVE  "INCLUSAO"     TO   OPER-DET
                     MOVE  CPF-DEVEDOR    TO   CPF-DET
                     MOVE  "AVISO FINAL"  TO   MOTIVO-DET
                     ADD   1              TO   CT-INCLUSOES
                     PERFORM  IMPRIME-DETALHE.

       BUSCA-RESPONSAVEL.

           MOVE      "NAO"           TO      ACHOU-RESP.
           MOVE      1               TO      CTR-RESP.
           PERFORM   PESQUISA-RESPONSAVEL    QT-RESP  TIMES.

       PESQUISA-RESPONSAVEL.

           MOVE      1               TO      CTR-VINC.
           PERFORM   TESTA-VINCULO           3  TIMES.
           ADD       1               TO      CTR-RESP.

       TESTA-VINCULO.

           IF        ACHOU-RESP  EQUAL  "NAO"
                AND  CODIGO-ABE  EQUAL
                     ALUNO-RESP-TAB (CTR-RESP CTR-VINC)
                AND  CODIGO-ABE  NOT EQUAL  ZEROS
                     MOVE  NOME-RESP-TAB (CTR-RESP)  TO NOME-DEVEDOR
                     MOVE  CPF-RESP-TAB (CTR-RESP)   TO CPF-DEVEDOR
                     MOVE  "SIM"     TO      ACHOU-RESP.
           ADD       1               TO      CTR-VINC.

       FECHA-NEGATIVADO.

           IF        SITUACAO-NEG-TAB (CTR-NEG)  EQUAL  SPACE
                     MOVE  "P"   TO  SITUACAO-NEG-TAB (CTR-NEG).
           IF        SITUACAO-NEG-TAB (CTR-NEG)  EQUAL  "M"
                     PERFORM  MANTEM-NEGATIVADO
           ELSE
                     PERFORM  EXCLUI-NEGATIVADO.
           ADD       1         TO   CTR-NEG.

       MANTEM-NEGATIVADO.

           MOVE      CODIGO-NEG-TAB (CTR-NEG)    TO   CODIGO-NGN.
           MOVE      PARCELA-NEG-TAB (CTR-NEG)   TO   PARCELA-NGN.
           MOVE      CPF-NEG-TAB (CTR-NEG)       TO   CPF-NGN.
           MOVE      VALOR-NEG-TAB (CTR-NEG)     TO   VALOR-NGN.
           MOVE      VENC-NEG-TAB (CTR-NEG)      TO   VENC-NGN.
           MOVE      DATA-INC-NEG-TAB (CTR-NEG)  TO   DATA-INC-NGN.
           WRITE     REG-NEGATIV-NOVO.
           ADD       1              TO   CT-MANTIDAS.

       EXCLUI-NEGATIVADO.

           IF        SITUACAO-NEG-TAB (CTR-NEG)  EQUAL  "P"
                     MOVE  DATA-PAG-NEG-TAB (CTR-NEG)
                           TO  DATA-QUIT-NEG-TAB (CTR-NEG)
                     MOVE  "PAGA"             TO   MOTIVO-DET
           ELSE
           IF        SITUACAO-NEG-TAB (CTR-NEG)  EQUAL  "R"
                     MOVE  "RENEGOCIADA"      TO   MOTIVO-DET
           ELSE
                     MOVE  "BAIXADA P/ PERDAS"  TO  MOTIVO-DET.
           IF        DATA-QUIT-NEG-TAB (CTR-NEG)  EQUAL  ZEROS
                     MOVE  HOJE  TO  DATA-QUIT-NEG-TAB (CTR-NEG).
           MOVE      DATA-QUIT-NEG-TAB (CTR-NEG)  TO   DATA-CALC.
           PERFORM   CALCULA-DIAS.
           COMPUTE   DIAS-DECORRIDOS  =  DIAS-HOJE - DIAS-CALC.
           IF        DIAS-DECORRIDOS  LESS THAN  ZEROS
                     MOVE  ZEROS    TO   DIAS-DECORRIDOS.
           MOVE      "E"                          TO   TIPO-EXC.
           MOVE      CPF-NEG-TAB (CTR-NEG)        TO   CPF-EXC.
           MOVE      CODIGO-NEG-TAB (CTR-NEG)     TO   CODIGO-EXC.
           MOVE      PARCELA-NEG-TAB (CTR-NEG)    TO   PARCELA-EXC.
           MOVE      DATA-INC-NEG-TAB (CTR-NEG)   TO   DATA-INC-EXC.
           MOVE      HOJE                         TO   DATA-EXC.
           MOVE      SITUACAO-NEG-TAB (CTR-NEG)   TO   MOTIVO-EXC.
           WRITE     REG-NEGEXC.
           MOVE      "EXCLUSAO"                   TO   OPER-DET.
           MOVE      CODIGO-NEG-TAB (CTR-NEG)     TO   CODIGO-DET.
           MOVE      PARCELA-NEG-TAB (CTR-NEG)    TO   PARCELA-DET.
           MOVE      CPF-NEG-TAB (CTR-NEG)        TO   CPF-DET.
           MOVE      VALOR-NEG-TAB (CTR-NEG)      TO   VALOR-DET.
           MOVE      DATA-INC-NEG-TAB (CTR-NEG)   TO   DATA-INC-DET.
           MOVE      DIAS-DECORRIDOS              TO   DIAS-DET.
           ADD       1              TO   CT-EXCLUSOES.
           PERFORM   IMPRIME-DETALHE.

       IMPRIME-DETALHE.

           IF        CT-LIN  GREATER THAN  55
                     PERFORM  CABECALHO.
           WRITE     REG-REL FROM DETALHE
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.

       CABECALHO.

           ADD       1              TO   CT-PAG.
           MOVE      CT-PAG         TO   PAG-CAB.
           WRITE     REG-REL FROM CAB-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-02
                     AFTER ADVANCING 2 LINES.
           MOVE      ZEROS          TO   CT-LIN.

       CALCULA-DIAS.

           COMPUTE   ANO-ANT  =  DATA-CALC-AAAA - 1.
           DIVIDE    ANO-ANT  BY  4    GIVING  QUOC-4.
           DIVIDE    ANO-ANT  BY  100  GIVING  QUOC-100.
           DIVIDE    ANO-ANT  BY  400  GIVING  QUOC-400.
           COMPUTE   DIAS-CALC  =  ANO-ANT * 365 + QUOC-4 - QUOC-100
                               +  QUOC-400
                               +  DIAS-ACUM-TAB (DATA-CALC-MM)
                               +  DATA-CALC-DD.
           DIVIDE    DATA-CALC-AAAA  BY  4    GIVING  QUOC-DATA
                                        REMAINDER  RESTO-4.
           DIVIDE    DATA-CALC-AAAA  BY  100  GIVING  QUOC-DATA
                                        REMAINDER  RESTO-100.
           DIVIDE    DATA-CALC-AAAA  BY  400  GIVING  QUOC-DATA
                                        REMAINDER  RESTO-400.
           IF        DATA-CALC-MM  GREATER THAN  2
                AND  RESTO-4  EQUAL  ZERO
                AND  (RESTO-100  NOT EQUAL  ZERO
                      OR  RESTO-400  EQUAL  ZERO)
                     ADD     1              TO     DIAS-CALC.

       FIM.

           MOVE      1              TO   CTR-NEG.
           PERFORM   FECHA-NEGATIVADO    QT-NEG  TIMES.
           IF        CT-PAG  EQUAL  ZEROS
                     PERFORM  CABECALHO.
           MOVE      "INCLUSOES NO BIRO      : " TO  ROTULO-TOT.
           MOVE      CT-INCLUSOES   TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 2 LINES.
           MOVE      "EXCLUSOES DO BIRO      : " TO  ROTULO-TOT.
           MOVE      CT-EXCLUSOES   TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "MANTIDAS NEGATIVADAS   : " TO  ROTULO-TOT.
           MOVE      CT-MANTIDAS    TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "PENDENTES SEM CPF      : " TO  ROTULO-TOT.
           MOVE      CT-PENDENTES   TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           DISPLAY   "INCLUSOES NO BIRO  : " CT-INCLUSOES.
           DISPLAY   "EXCLUSOES DO BIRO  : " CT-EXCLUSOES.
           DISPLAY   "PENDENTES SEM CPF  : " CT-PENDENTES.
           CLOSE     ABERTOS
                     NEGATIVN
                     NEGINC
                     NEGEXC
                     REL-NEGATIV.
