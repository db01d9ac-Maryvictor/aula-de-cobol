       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM28.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CANCELAMENTO DAS PARCELAS FUTURAS DE ALUNO TRANCADO.
      *          LE O HISTORICO DE TRANCAMENTOS TRANCADOS.DAT GRAVADO
      *          PELO EX05M (NUMERO DO ALUNO = CODIGO DO CADPAG, DATA
      *          E MOTIVO; VALE O TRANCAMENTO MAIS RECENTE DO ALUNO) E
      *          REESCREVE O MESTRE CADPAG.DAT EM CADPAGN.DAT E O
      *          ABERTOS.DAT EM ABERTOSN.DAT (PROMOVIDOS PELA
      *          OPERACAO, COMO NO PGM10 E NO PGM13):
      *          - PARCELA COM VENCIMENTO EM MES POSTERIOR AO DO
      *            TRANCAMENTO E CANCELADA (VALOR ZERO);
      *          - PARCELA DO MES DO TRANCAMENTO E PRORRATEADA PELOS
      *            DIAS CURSADOS NO MES (CALENDARIO COMERCIAL 360/30:
      *            VALOR X DIA DO TRANCAMENTO / 30);
      *          - PARCELAS DE MESES ANTERIORES NAO SE ALTERAM.
      *          VALOR JA PAGO ACIMA DO NOVO VALOR VIRA CREDITO DO
      *          CLIENTE NA PROXIMA BAIXA DO PGM06, COMO QUALQUER
      *          EXCEDENTE. CADA PARCELA CANCELADA OU PRORRATEADA E
      *          REGISTRADA NO HISTORICO CANCPARC.DAT (EXTEND) COM OS
      *          VALORES ANTIGO E NOVO E O MOTIVO DO TRANCAMENTO; O
      *          MESMO HISTORICO IMPEDE QUE UM TRANCAMENTO JA TRATADO
      *          SEJA APLICADO DE NOVO NA RODADA SEGUINTE. O RELATORIO
      *          REL-TRANCAM LISTA AS PARCELAS CANCELADAS E
      *          PRORRATEADAS E TAMBEM AS PARCELAS DE ALUNO TRANCADO
      *          QUE VENCERAM ANTES DO TRANCAMENTO E CONTINUAM EM
      *          ATRASO, PARA ACOMPANHAMENTO DA COBRANCA.
      *          COM O ABERTOS.DAT INDEXADO PELA CHAVE CLIENTE+PARCELA
      *          E ATUALIZADO NO LUGAR, AS PARCELAS DO ALUNO TRANCADO
      *          SAO LIDAS PELA CHAVE E A AJUSTADA E REGRAVADA NO
      *          PROPRIO ABERTOS (O ABERTOSN.DAT DEIXOU DE EXISTIR; O
      *          CADPAGN.DAT CONTINUA). COMO O PGM06 NAO REGERA MAIS O
      *          ABERTOS, O VALOR JA PAGO ACIMA DO NOVO VALOR DA
      *          PARCELA E GRAVADO AQUI MESMO NO ARQUIVO DE CREDITOS
      *          CREDITOS.DAT (EXTEND), PARA O PGM14 APLICAR OU
      *          DEVOLVER.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADPAG           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL TRANCADOS ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CANCPARC ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADPAGN          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CREDITOS ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-TRANCAM      ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADPAG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPAG.DAT".

       01   REG-ENT.
             02 CODIGO-ENT      PIC 9(05).
             02 NOME-ENT        PIC X(30).
             02 PARCELAS        OCCURS 10 TIMES.
                03 VALOR-PARC      PIC 9(05)V9(02).
                03 VENC-PARC.
                   04 VENC-PARC-AAAA   PIC 9(04).
                   04 VENC-PARC-MM     PIC 9(02).
                   04 VENC-PARC-DD     PIC 9(02).

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

       FD  TRANCADOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANCADOS.DAT".

       01  REG-TRANCADO.
             02 NUMERO-TRC      PIC 9(05).
             02 NOME-TRC        PIC X(20).
             02 NOTA1-TRC       PIC 9(02)V99.
             02 NOTA2-TRC       PIC 9(02)V99.
             02 FALTAS-TRC      PIC X(02).
             02 DATA-TRC        PIC 9(08).
             02 MOTIVO-TRC      PIC X(02).

       FD  CANCPARC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CANCPARC.DAT".

       01  REG-CANCPARC.
             02 CODIGO-CAN      PIC 9(05).
             02 PARCELA-CAN     PIC 9(02).
             02 VENC-CAN        PIC 9(08).
             02 VALOR-ANT-CAN   PIC 9(05)V9(02).
             02 VALOR-NOVO-CAN  PIC 9(05)V9(02).
             02 DATA-TRC-CAN    PIC 9(08).
             02 MOTIVO-CAN      PIC X(02).
             02 TIPO-CAN        PIC X(01).
             02 DATA-CAN        PIC 9(08).

       FD  CADPAGN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPAGN.DAT".

       01  REG-NOVO               PIC X(185).

       FD  CREDITOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CREDITOS.DAT".

       01  REG-CREDITO.
             02 CODIGO-CRE      PIC 9(05).
             02 PARCELA-CRE     PIC 9(02).
             02 VALOR-CRE       PIC 9(05)V9(02).
             02 DATA-CRE        PIC 9(08).

       FD  REL-TRANCAM
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)    VALUE "NAO".
       77  ACHOU-ABE        PIC X(03)    VALUE "NAO".
       77  FIM-TRC          PIC X(03)    VALUE "NAO".
       77  FIM-CAN          PIC X(03)    VALUE "NAO".
       77  CHAVE-MESTRE     PIC 9(05)    VALUE ZEROS.
       77  QT-TRC           PIC 9(04)    VALUE ZEROS.
       77  CTR-TRC          PIC 9(04)    VALUE ZEROS.
       77  NUMERO-BUSCA     PIC 9(05)    VALUE ZEROS.
       77  IND-TRC          PIC 9(04)    VALUE ZEROS.
       77  QT-CAN           PIC 9(04)    VALUE ZEROS.
       77  CTR-CAN          PIC 9(04)    VALUE ZEROS.
       77  JA-TRATADO       PIC X(03)    VALUE "NAO".
       77  CTR              PIC 9(02)    VALUE ZEROS.
       77  MOTIVO-ALU       PIC X(02)    VALUE SPACES.
       77  VALOR-ANTIGO     PIC 9(05)V99 VALUE ZEROS.
       77  WSALDO           PIC 9(05)V99 VALUE ZEROS.
       77  WEXCEDENTE       PIC 9(05)V99 VALUE ZEROS.
       77  CT-CREDITOS      PIC 9(05)    VALUE ZEROS.
       77  CT-CANCELADAS    PIC 9(05)    VALUE ZEROS.
       77  CT-PRORRATEADAS  PIC 9(05)    VALUE ZEROS.
       77  CT-ATRASADAS     PIC 9(05)    VALUE ZEROS.
       77  TOTAL-REDUZIDO   PIC 9(07)V99 VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE 60.
       77  CT-PAG           PIC 9(03)    VALUE ZEROS.

       01  HOJE             PIC 9(08).

       01  DATA-TRC-ALU.
           02 TRC-ALU-AAAA   PIC 9(04).
           02 TRC-ALU-MM     PIC 9(02).
           02 TRC-ALU-DD     PIC 9(02).

       01  TAB-TRANCADOS.
           02 ITEM-TRC-TAB    OCCURS 1000 TIMES.
              03 NUMERO-TRC-TAB    PIC 9(05).
              03 DATA-TRC-TAB      PIC 9(08).
              03 MOTIVO-TRC-TAB    PIC X(02).

       01  TAB-TRATADOS.
           02 ITEM-CAN-TAB    OCCURS 2000 TIMES.
              03 CODIGO-CAN-TAB    PIC 9(05).
              03 DATA-TRC-CAN-TAB  PIC 9(08).

       01  TAB-AJUSTE.
           02 AJUSTE-TAB      PIC X(01)  OCCURS 10 TIMES.

       01  CAB-01.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(55) VALUE
              "PARCELAS DE ALUNOS TRANCADOS - CANCELAMENTOS E ATRASOS".
           02 FILLER          PIC X(07) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "ALUNO".
           02 FILLER          PIC X(04) VALUE "PAR".
           02 FILLER          PIC X(10) VALUE "VENCTO".
           02 FILLER          PIC X(11) VALUE "    VALOR".
           02 FILLER          PIC X(11) VALUE "SALDO/NOVO".
           02 FILLER          PIC X(10) VALUE "TRANCAM.".
           02 FILLER          PIC X(04) VALUE "MOT".
           02 FILLER          PIC X(22) VALUE "OCORRENCIA".

       01  DETALHE.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 ALUNO-DET       PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PARCELA-DET     PIC 9(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 VENC-DET        PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 VALOR-DET       PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOVO-DET        PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 TRC-DET         PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 MOTIVO-DET      PIC X(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 OCORRENCIA-DET  PIC X(22).

       01  LINHA-TOTAL.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 ROTULO-TOT      PIC X(26).
           02 QT-TOT          PIC ZZ.ZZ9.
           02 FILLER          PIC X(38) VALUE SPACES.

       01  LINHA-VALOR.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 ROTULO-VAL      PIC X(26).
           02 VALOR-TOT       PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-PGM28.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    CARGA-TRANCADOS.
           PERFORM    CARGA-TRATADOS.
           OPEN INPUT       CADPAG
                I-O         ABERTOS
                OUTPUT      CADPAGN
                            REL-TRANCAM
                EXTEND      CANCPARC
                            CREDITOS.
           PERFORM    LEITURA-MESTRE.

       CARGA-TRANCADOS.

           OPEN INPUT       TRANCADOS.
           PERFORM    LEITURA-TRC
                      UNTIL     FIM-TRC    EQUAL    "SIM".
           CLOSE      TRANCADOS.

       LEITURA-TRC.

           READ TRANCADOS
                AT END
                MOVE "SIM" TO FIM-TRC.
           IF   FIM-TRC     NOT EQUAL  "SIM"
                MOVE     NUMERO-TRC   TO   NUMERO-BUSCA
                PERFORM  BUSCA-TRANCADO
                IF   IND-TRC  NOT EQUAL  ZEROS
                     IF   DATA-TRC  GREATER THAN
                          DATA-TRC-TAB (IND-TRC)
                          MOVE DATA-TRC    TO  DATA-TRC-TAB (IND-TRC)
                          MOVE MOTIVO-TRC  TO  MOTIVO-TRC-TAB (IND-TRC)
                     ELSE
                          NEXT SENTENCE
                ELSE
                IF   QT-TRC  NOT LESS THAN 1000
                     DISPLAY "TRANCADOS EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-TRC
                     MOVE NUMERO-TRC    TO  NUMERO-TRC-TAB (QT-TRC)
                     MOVE DATA-TRC      TO  DATA-TRC-TAB (QT-TRC)
                     MOVE MOTIVO-TRC    TO  MOTIVO-TRC-TAB (QT-TRC).

       BUSCA-TRANCADO.

           MOVE      ZEROS     TO   IND-TRC.
           MOVE      1         TO   CTR-TRC.
           PERFORM   PESQUISA-TRANCADO    QT-TRC  TIMES.

       PESQUISA-TRANCADO.

           IF        NUMERO-BUSCA  EQUAL  NUMERO-TRC-TAB (CTR-TRC)
                     MOVE  CTR-TRC  TO  IND-TRC.
           ADD       1         TO   CTR-TRC.

       CARGA-TRATADOS.

           OPEN INPUT       CANCPARC.
           PERFORM    LEITURA-CAN
                      UNTIL     FIM-CAN    EQUAL    "SIM".
           CLOSE      CANCPARC.

       LEITURA-CAN.

           READ CANCPARC
                AT END
                MOVE "SIM" TO FIM-CAN.
           IF   FIM-CAN     NOT EQUAL  "SIM"
                IF   QT-CAN  NOT LESS THAN 2000
                     DISPLAY "CANCPARC EXCEDE A TABELA DE 2000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-CAN
                     MOVE CODIGO-CAN    TO  CODIGO-CAN-TAB (QT-CAN)
                     MOVE DATA-TRC-CAN  TO  DATA-TRC-CAN-TAB (QT-CAN).

       LEITURA-MESTRE.

           READ CADPAG
                AT END
                MOVE "SIM" TO FIM-MESTRE.
           IF   FIM-MESTRE  EQUAL    "SIM"
                MOVE    99999       TO   CHAVE-MESTRE
           ELSE
                MOVE    CODIGO-ENT  TO   CHAVE-MESTRE.

       PRINCIPAL.

           MOVE      CODIGO-ENT     TO   NUMERO-BUSCA.
           PERFORM   BUSCA-TRANCADO.
           MOVE      1              TO   CTR.
           PERFORM   LIMPA-AJUSTE        10 TIMES.
           IF        IND-TRC  NOT EQUAL  ZEROS
                     MOVE  DATA-TRC-TAB (IND-TRC)    TO  DATA-TRC-ALU
                     MOVE  MOTIVO-TRC-TAB (IND-TRC)  TO  MOTIVO-ALU
                     PERFORM  VERIFICA-TRATADO
                     IF    JA-TRATADO  NOT EQUAL  "SIM"
                           MOVE     1    TO   CTR
                           PERFORM  AVALIA-PARCELA   10 TIMES.
           MOVE      REG-ENT        TO   REG-NOVO.
           WRITE     REG-NOVO.
           IF        IND-TRC  NOT EQUAL  ZEROS
                     MOVE     1    TO   CTR
                     PERFORM  AJUSTA-ABERTO    10 TIMES.
           PERFORM   LEITURA-MESTRE.

       LIMPA-AJUSTE.

           MOVE      SPACE          TO   AJUSTE-TAB (CTR).
           ADD       1              TO   CTR.

       VERIFICA-TRATADO.

           MOVE      "NAO"     TO   JA-TRATADO.
           MOVE      1         TO   CTR-CAN.
           PERFORM   PESQUISA-TRATADO     QT-CAN  TIMES.

       PESQUISA-TRATADO.

           IF        CODIGO-ENT    EQUAL  CODIGO-CAN-TAB (CTR-CAN)
                AND  DATA-TRC-ALU  EQUAL  DATA-TRC-CAN-TAB (CTR-CAN)
                     MOVE  "SIM"    TO  JA-TRATADO.
           ADD       1         TO   CTR-CAN.

       AVALIA-PARCELA.

           IF        VALOR-PARC (CTR)  GREATER THAN  ZEROS
                AND  VENC-PARC (CTR)   NOT EQUAL     ZEROS
                IF   VENC-PARC-AAAA (CTR)  GREATER THAN  TRC-ALU-AAAA
                 OR (VENC-PARC-AAAA (CTR)  EQUAL  TRC-ALU-AAAA
                 AND VENC-PARC-MM (CTR)    GREATER THAN  TRC-ALU-MM)
                     PERFORM  CANCELA-PARCELA
                ELSE
                IF   VENC-PARC-AAAA (CTR)  EQUAL  TRC-ALU-AAAA
                 AND VENC-PARC-MM (CTR)    EQUAL  TRC-ALU-MM
                 AND TRC-ALU-DD            LESS THAN  30
                     PERFORM  PRORRATEIA-PARCELA.
           ADD       1              TO   CTR.

       CANCELA-PARCELA.

           MOVE      VALOR-PARC (CTR)   TO   VALOR-ANTIGO.
           MOVE      ZEROS              TO   VALOR-PARC (CTR).
           MOVE      "C"                TO   TIPO-CAN.
           MOVE      "PARCELA CANCELADA"  TO  OCORRENCIA-DET.
           ADD       1                  TO   CT-CANCELADAS.
           PERFORM   REGISTRA-AJUSTE.

       PRORRATEIA-PARCELA.

           MOVE      VALOR-PARC (CTR)   TO   VALOR-ANTIGO.
           COMPUTE   VALOR-PARC (CTR)  ROUNDED  =
                     VALOR-ANTIGO * TRC-ALU-DD / 30.
           MOVE      "P"                TO   TIPO-CAN.
           MOVE      "PRORRATEADA NO MES"  TO  OCORRENCIA-DET.
           ADD       1                  TO   CT-PRORRATEADAS.
           PERFORM   REGISTRA-AJUSTE.

       REGISTRA-AJUSTE.

           MOVE      "S"                TO   AJUSTE-TAB (CTR).
           COMPUTE   TOTAL-REDUZIDO  =  TOTAL-REDUZIDO
                                     +  VALOR-ANTIGO - VALOR-PARC (CTR).
           MOVE      CODIGO-ENT         TO   CODIGO-CAN.
           MOVE      CTR                TO   PARCELA-CAN.
           MOVE      VENC-PARC (CTR)    TO   VENC-CAN.
           MOVE      VALOR-ANTIGO       TO   VALOR-ANT-CAN.
           MOVE      VALOR-PARC (CTR)   TO   VALOR-NOVO-CAN.
           MOVE      DATA-TRC-ALU       TO   DATA-TRC-CAN.
           MOVE      MOTIVO-ALU         TO   MOTIVO-CAN.
           MOVE      HOJE               TO   DATA-CAN.
           WRITE     REG-CANCPARC.
           MOVE      CODIGO-ENT         TO   ALUNO-DET.
           MOVE      CTR                TO   PARCELA-DET.
           MOVE      VENC-PARC (CTR)    TO   VENC-DET.
           MOVE      VALOR-ANTIGO       TO   VALOR-DET.
           MOVE      VALOR-PARC (CTR)   TO   NOVO-DET.
           PERFORM   IMPRIME-DETALHE.

      *    AS DEZ PARCELAS DO ALUNO TRANCADO SAO LIDAS PELA CHAVE NO
      *    ABERTOS; A AJUSTADA E REGRAVADA NO LUGAR E, SE JA TINHA
      *    PAGO ACIMA DO NOVO VALOR, O EXCEDENTE VAI PARA O ARQUIVO DE
      *    CREDITOS DO CLIENTE (A PARTE QUE JA PASSAVA DO VALOR ANTIGO
      *    JA FOI CREDITADA PELO PGM06 NA BAIXA DO PAGAMENTO).

       AJUSTA-ABERTO.

           MOVE      CODIGO-ENT     TO   CODIGO-ABE.
           MOVE      CTR            TO   PARCELA-ABE.
           MOVE      "SIM"          TO   ACHOU-ABE.
           READ      ABERTOS
                     INVALID KEY
                     MOVE "NAO"     TO   ACHOU-ABE.
           IF        ACHOU-ABE      EQUAL  "SIM"
                AND  AJUSTE-TAB (CTR)  EQUAL  "S"
                     PERFORM  RECALCULA-SITUACAO.
           IF        ACHOU-ABE      EQUAL  "SIM"
                     PERFORM  VERIFICA-ATRASO.
           ADD       1              TO   CTR.

       RECALCULA-SITUACAO.

           MOVE      ZEROS          TO   WEXCEDENTE.
           IF        PAGO-ABE  GREATER THAN  VALOR-PARC (CTR)
                IF   PAGO-ABE  GREATER THAN  VALOR-ABE
                     COMPUTE  WEXCEDENTE  =
                              VALOR-ABE - VALOR-PARC (CTR)
                ELSE
                     COMPUTE  WEXCEDENTE  =
                              PAGO-ABE - VALOR-PARC (CTR).
           MOVE      VALOR-PARC (CTR)  TO  VALOR-ABE.
           IF        PAGO-ABE  EQUAL  ZEROS
                     MOVE    "ABERTO "    TO   SITUACAO-ABE
           ELSE
           IF        PAGO-ABE  NOT LESS THAN  VALOR-ABE
                     MOVE    "PAGO   "    TO   SITUACAO-ABE
           ELSE
                     MOVE    "PARCIAL"    TO   SITUACAO-ABE.
           REWRITE   REG-ABERTO.
           IF        WEXCEDENTE     GREATER THAN  ZEROS
                     PERFORM  GRAVA-CREDITO.

       GRAVA-CREDITO.

           MOVE      CODIGO-ENT     TO   CODIGO-CRE.
           MOVE      CTR            TO   PARCELA-CRE.
           MOVE      WEXCEDENTE     TO   VALOR-CRE.
           MOVE      HOJE           TO   DATA-CRE.
           WRITE     REG-CREDITO.
           ADD       1              TO   CT-CREDITOS.

       VERIFICA-ATRASO.

           IF        (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  VALOR-ABE  GREATER THAN  PAGO-ABE
                AND  VENC-ABE   NOT EQUAL  ZEROS
                AND  VENC-ABE   LESS THAN  DATA-TRC-ALU
                AND  VENC-ABE   LESS THAN  HOJE
                     COMPUTE  WSALDO  =  VALOR-ABE - PAGO-ABE
                     MOVE     CODIGO-ABE     TO   ALUNO-DET
                     MOVE     PARCELA-ABE    TO   PARCELA-DET
                     MOVE     VENC-ABE       TO   VENC-DET
                     MOVE     VALOR-ABE      TO   VALOR-DET
                     MOVE     WSALDO         TO   NOVO-DET
                     MOVE     "ATRASO ANTES DO TRANC." TO OCORRENCIA-DET
                     ADD      1              TO   CT-ATRASADAS
                     PERFORM  IMPRIME-DETALHE.

       IMPRIME-DETALHE.

           IF        CT-LIN  GREATER THAN  55
                     PERFORM  CABECALHO.
           MOVE      DATA-TRC-ALU   TO   TRC-DET.
           MOVE      MOTIVO-ALU     TO   MOTIVO-DET.
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

       FIM.

           IF        CT-PAG  EQUAL  ZEROS
                     PERFORM  CABECALHO.
           MOVE      "PARCELAS CANCELADAS    : " TO  ROTULO-TOT.
           MOVE      CT-CANCELADAS  TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 2 LINES.
           MOVE      "PARCELAS PRORRATEADAS  : " TO  ROTULO-TOT.
           MOVE      CT-PRORRATEADAS TO  QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "VALOR REDUZIDO         : " TO  ROTULO-VAL.
           MOVE      TOTAL-REDUZIDO TO   VALOR-TOT.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 1 LINE.
           MOVE      "EM ATRASO ANTES TRANC. : " TO  ROTULO-TOT.
           MOVE      CT-ATRASADAS   TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "CREDITOS POR EXCEDENTE : " TO  ROTULO-TOT.
           MOVE      CT-CREDITOS    TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           DISPLAY   "PARCELAS CANCELADAS   : " CT-CANCELADAS.
           DISPLAY   "PARCELAS PRORRATEADAS : " CT-PRORRATEADAS.
           DISPLAY   "EM ATRASO ANTES TRANC.: " CT-ATRASADAS.
           DISPLAY   "CREDITOS POR EXCEDENTE: " CT-CREDITOS.
           CLOSE     CADPAG
                     ABERTOS
                     CADPAGN
                     REL-TRANCAM
                     CANCPARC
                     CREDITOS.
