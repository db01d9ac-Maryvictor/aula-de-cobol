      *          FILE STATUS INESPERADO NA LEITURA DO RETORNO E
      *          ENTREGUE A ROTINA COMUM ERRODUMP (DIAGNOSTICO
      *          ESTRUTURADO, RUN-LOG FECHADO COM ERRO, RC=16).
      *          O RETORNO TRAZ TAMBEM O NOSSO NUMERO DO BOLETO
      *          REGISTRADO PELO PGM11. QUANDO PRESENTE, ELE E
      *          PROCURADO NO CONTROLE BOLETOS.DAT E A PARCELA PAGA
      *          PASSA A SER A DO BOLETO; NOSSO NUMERO QUE NAO EXISTE
      *          NO CONTROLE OU QUE E DE OUTRO CLIENTE SAI NO
      *          REL-NAOCASA. RETORNO SEM NOSSO NUMERO CONTINUA
      *          CASANDO PELO CODIGO E PARCELA INFORMADOS.
      *          OS DEBITOS AUTOMATICOS EFETIVADOS ENTRAM PELO
      *          ACUMULADO RETDEBITO.DAT GERADO PELO PGM26 (MESMO
      *          LAYOUT DO RETBANCO, NOSSO NUMERO ZERADO, EM ORDEM DE
      *          CODIGO), INTERCALADO AQUI COM O RETBANCO COMO UM SO
      *          FLUXO DE PAGAMENTOS; NA MESMA CHAVE O RETBANCO VEM
      *          PRIMEIRO. SEM O ARQUIVO, SO O RETBANCO E LIDO.
      *          O ABERTOS.DAT NAO E MAIS REGERADO A CADA RODADA: E
      *          UM ARQUIVO INDEXADO PELA CHAVE CLIENTE+PARCELA
      *          (CONVERTIDO UMA VEZ PELO PGM29), LIDO E REGRAVADO NO
      *          LUGAR. O CADPAG SO E LIDO PARA VALIDAR O CLIENTE DO
      *          PAGAMENTO E PARA INCLUIR NO ABERTOS, COMO ABERTO, O
      *          CLIENTE NOVO (PARCELA 01 AUSENTE), SEM AS PARCELAS JA
      *          BAIXADAS EM PERDAS.DAT. O CREDAPL.DAT NAO E MAIS
      *          LIDO, POIS O PGM14 JA SOMA A APLICACAO DO CREDITO NA
      *          PROPRIA PARCELA. SO O PAGAMENTO AINDA AUSENTE DO
      *          RETAPL.DAT E APLICADO: ELE E SOMADO AO PAGO DA
      *          PARCELA, A SITUACAO E RECALCULADA, O EXCEDENTE SOBRE
      *          O VALOR DA PARCELA VAI PARA CREDITOS.DAT E O
      *          PAGAMENTO E REGISTRADO EM RETAPL NA HORA. NA
      *          RESSUBMISSAO DA MESMA IDENTIDADE DEPOIS DE UM ABEND,
      *          O QUE JA ESTA NO RETAPL E PULADO POR INTEIRO, PORQUE
      *          O VALOR JA FOI GRAVADO NA PARCELA. PAGAMENTO DE
      *          PARCELA BAIXADA VIRA CREDITO INTEIRO; PARCELA QUE NAO
      *          ESTA NO ABERTOS NEM EM PERDAS SAI NO REL-NAOCASA. A
      *          CONFERENCIA CONTRA O CALCULO ANTIGO E FEITA PELO
      *          PGM30.

       ENVIRONMENT             DIVISION.

           ORGANIZATION   IS           LINE         SEQUENTIAL
           FILE STATUS    IS           FS-RETBANCO.

           SELECT   OPTIONAL RETDEBITO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   REL-NAOCASA      ASSIGN      TO      DISK.

           SELECT   OPTIONAL CREDITOS ASSIGN     TO      DISK
           SELECT   OPTIONAL RETAPL  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL BOLETOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA      DIVISION.
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
             02 PARCELA-APL     PIC 9(02).
             02 VALOR-APL       PIC 9(05)V9(02).

       FD  PERDAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERDAS.DAT".
             02 DATA-PER        PIC 9(08).
             02 AUTOR-PER       PIC X(06).

       FD  BOLETOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "BOLETOS.DAT".

       01  REG-BOLETO.
             02 CODIGO-BOL      PIC 9(05).
             02 PARCELA-BOL     PIC 9(02).
             02 NOSSO-BOL       PIC 9(09).
             02 VENC-BOL        PIC 9(08).
             02 VALOR-BOL       PIC 9(07)V9(02).
             02 BARRAS-BOL      PIC X(44).
             02 LINHA-BOL       PIC X(47).
             02 REMESSA-BOL     PIC 9(05).
             02 DATA-BOL        PIC 9(08).

       WORKING-STORAGE SECTION.

       77  FIM-PAG          PIC X(03)            VALUE "NAO".
           02 IMAGEM-ERRO     PIC X(133).
       77  CHAVE-PAG        PIC 9(05)            VALUE ZEROS.
       77  CHAVE-RET        PIC 9(05)            VALUE ZEROS.
       77  FIM-BCO          PIC X(03)            VALUE "NAO".
       77  FIM-RDB          PIC X(03)            VALUE "NAO".
       77  CHAVE-BCO        PIC 9(05)            VALUE ZEROS.
       77  CHAVE-RDB        PIC 9(05)            VALUE ZEROS.
       77  AREA-BCO         PIC X(31)            VALUE SPACES.
       77  AREA-RDB         PIC X(31)            VALUE SPACES.
       77  AREA-SEL         PIC X(31)            VALUE SPACES.
       77  CTR              PIC 9(02)            VALUE ZEROS.
       77  CT-PAGAMENTOS    PIC 9(05)            VALUE ZEROS.
       77  CT-NAOCASA       PIC 9(05)            VALUE ZEROS.
       77  JA-POSTADO       PIC X(03)            VALUE "NAO".
       77  CT-PULADOS       PIC 9(05)            VALUE ZEROS.
       77  CT-ANTERIORES    PIC 9(05)            VALUE ZEROS.
       77  QT-PERDAS        PIC 9(03)            VALUE ZEROS.
       77  CTR-PER          PIC 9(03)            VALUE ZEROS.
       77  FIM-PER          PIC X(03)            VALUE "NAO".
       77  ACHOU-ABE        PIC X(03)            VALUE "NAO".
       77  PARCELA-BAIXADA  PIC X(03)            VALUE "NAO".
       77  CT-INCLUIDAS     PIC 9(05)            VALUE ZEROS.
       77  QT-BOLETOS       PIC 9(04)            VALUE ZEROS.
       77  CTR-BOL          PIC 9(04)            VALUE ZEROS.
       77  IND-BOL          PIC 9(04)            VALUE ZEROS.
       77  FIM-BOL          PIC X(03)            VALUE "NAO".
       77  NOSSO-OK         PIC X(03)            VALUE "SIM".

       01  TAB-APLICADOS.
           02 ITEM-APL-TAB    OCCURS 1000 TIMES.
              03 USADO-APL-TAB   PIC X(01).
              03 IDENT-IGUAL-TAB PIC X(01).

       01  TAB-PERDAS.
           02 ITEM-PER-TAB    OCCURS 300 TIMES.
              03 CODIGO-PER-TAB  PIC 9(05).
              03 PARCELA-PER-TAB PIC 9(02).

       01  TAB-BOLETOS.
           02 ITEM-BOL-TAB    OCCURS 5000 TIMES.
              03 CODIGO-BOL-TAB  PIC 9(05).
              03 PARCELA-BOL-TAB PIC 9(02).
              03 NOSSO-BOL-TAB   PIC 9(09).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  LINHA-NAOCASA-01.
           02 FILLER          PIC X(20) VALUE SPACES.
           02 FILLER          PIC X(33) VALUE
           02 FILLER          PIC X(08) VALUE "PARCELA ".
           02 FILLER          PIC X(11) VALUE "VALOR      ".
           02 FILLER          PIC X(10) VALUE "DATA      ".
           02 FILLER          PIC X(27) VALUE "MOTIVO".
           02 FILLER          PIC X(12) VALUE "NOSSO NUMERO".

       01  DETALHE-NAOCASA.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 DATA-NC         PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 MOTIVO-NC       PIC X(25).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOSSO-NC        PIC 9(09) BLANK WHEN ZERO.
           02 FILLER          PIC X(04) VALUE SPACES.

       PROCEDURE                                   DIVISION.

           PERFORM    MONTA-IDENTIDADE.
           PERFORM    VERIFICA-CONTROLE-RETORNO.
           PERFORM    CARGA-APLICADOS.
           PERFORM    CARGA-PERDAS.
           PERFORM    CARGA-BOLETOS.
           OPEN INPUT       CADPAG
                            RETBANCO
                            RETDEBITO
                I-O         ABERTOS
                OUTPUT      REL-NAOCASA
                EXTEND      CREDITOS
                            RETAPL.
           PERFORM    LEITURA-PAG.
           PERFORM    LEITURA-BCO.
           PERFORM    LEITURA-RDB.
           PERFORM    LEITURA-RET.

       MONTA-IDENTIDADE.
                     ELSE
                          MOVE "N"  TO  IDENT-IGUAL-TAB (QT-APLICADOS).

       CARGA-PERDAS.

           OPEN INPUT       PERDAS.
                     MOVE CODIGO-PER    TO  CODIGO-PER-TAB (QT-PERDAS)
                     MOVE PARCELA-PER   TO  PARCELA-PER-TAB (QT-PERDAS).

       CARGA-BOLETOS.

           OPEN INPUT       BOLETOS.
           PERFORM    LEITURA-BOLETOS
                      UNTIL     FIM-BOL    EQUAL    "SIM".
           CLOSE      BOLETOS.

       LEITURA-BOLETOS.

           READ BOLETOS
                AT END
                MOVE "SIM" TO FIM-BOL.
           IF   FIM-BOL     NOT EQUAL  "SIM"
                IF   QT-BOLETOS  NOT LESS THAN 5000
                     DISPLAY "BOLETOS EXCEDE A TABELA DE 5000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-BOLETOS
                     MOVE CODIGO-BOL    TO  CODIGO-BOL-TAB (QT-BOLETOS)
                     MOVE PARCELA-BOL   TO
                          PARCELA-BOL-TAB (QT-BOLETOS)
                     MOVE NOSSO-BOL     TO  NOSSO-BOL-TAB (QT-BOLETOS).

       LEITURA-PAG.

           READ CADPAG
                MOVE    99999       TO   CHAVE-PAG
           ELSE
                MOVE    CODIGO-ENT  TO   CHAVE-PAG
                PERFORM VERIFICA-INCLUSAO.

      *    CLIENTE NOVO NO CADPAG (PARCELA 01 AUSENTE NO ABERTOS) TEM
      *    AS DEZ PARCELAS INCLUIDAS COMO ABERTO; A PARCELA QUE JA
      *    EXISTE OU QUE FOI BAIXADA PARA PERDAS NAO E TOCADA.

       VERIFICA-INCLUSAO.

           MOVE      CODIGO-ENT     TO   CODIGO-ABE.
           MOVE      1              TO   PARCELA-ABE.
           READ      ABERTOS
                     INVALID KEY
                     PERFORM INCLUI-CLIENTE.

       INCLUI-CLIENTE.

           MOVE      1              TO   CTR.
           PERFORM   INCLUI-PARCELA      10 TIMES.

       INCLUI-PARCELA.

           MOVE      CODIGO-ENT     TO   CODIGO-ABE.
           MOVE      CTR            TO   PARCELA-ABE.
           PERFORM   VERIFICA-PERDA.
           IF        PARCELA-BAIXADA  NOT EQUAL  "SIM"
                     MOVE    VENC-PARC (CTR)   TO   VENC-ABE
                     MOVE    VALOR-PARC (CTR)  TO   VALOR-ABE
                     MOVE    ZEROS             TO   PAGO-ABE
                     MOVE    "ABERTO "         TO   SITUACAO-ABE
                     PERFORM GRAVA-INCLUSAO.
           ADD       1              TO   CTR.

       GRAVA-INCLUSAO.

           WRITE     REG-ABERTO
                     INVALID KEY
                     NEXT SENTENCE
                     NOT INVALID KEY
                     ADD  1    TO   CT-INCLUIDAS.

       VERIFICA-PERDA.

           MOVE      "NAO"     TO   PARCELA-BAIXADA.
           MOVE      1         TO   CTR-PER.
           PERFORM   PESQUISA-PERDA      QT-PERDAS  TIMES.

       PESQUISA-PERDA.

           IF        CODIGO-ABE   EQUAL  CODIGO-PER-TAB (CTR-PER)
                AND  PARCELA-ABE  EQUAL  PARCELA-PER-TAB (CTR-PER)
                     MOVE  "SIM"  TO  PARCELA-BAIXADA.
           ADD       1         TO   CTR-PER.

       LEITURA-RET.

           IF   FIM-BCO    EQUAL    "SIM"
            AND FIM-RDB    EQUAL    "SIM"
                MOVE    "SIM"       TO   FIM-RET
                MOVE    99999       TO   CHAVE-RET
           ELSE
           IF   CHAVE-RDB  LESS THAN  CHAVE-BCO
                MOVE    AREA-RDB    TO   REG-RET
                MOVE    CHAVE-RDB   TO   CHAVE-RET
                PERFORM LEITURA-RDB
           ELSE
                MOVE    AREA-BCO    TO   AREA-SEL
                MOVE    CHAVE-BCO   TO   CHAVE-RET
                PERFORM LEITURA-BCO
                MOVE    AREA-SEL    TO   REG-RET.

       LEITURA-BCO.

           READ RETBANCO INTO AREA-BCO
                AT END
                MOVE "SIM" TO FIM-BCO.
           IF   FS-RETBANCO  NOT EQUAL  "00"  AND  "10"
                PERFORM   CHAMA-ERRODUMP.
           IF   FIM-BCO    EQUAL    "SIM"
                MOVE    99999       TO   CHAVE-BCO
           ELSE
                MOVE    CODIGO-RET  TO   CHAVE-BCO.

       LEITURA-RDB.

           READ RETDEBITO INTO AREA-RDB
                AT END
                MOVE "SIM" TO FIM-RDB.
           IF   FIM-RDB    EQUAL    "SIM"
                MOVE    99999       TO   CHAVE-RDB
           ELSE
                MOVE    CODIGO-RDB  TO   CHAVE-RDB.

       CHAMA-ERRODUMP.

           MOVE      "PGM06"        TO   PROGRAMA-ERRO.
           MOVE      "LEITURA-BCO"  TO   FASE-ERRO.
           MOVE      "RETBANCO"     TO   ARQUIVO-ERRO.
           MOVE      FS-RETBANCO    TO   FS-ERRO.
           MOVE      CT-PAGAMENTOS  TO   CT-ENT-ERRO.
                     PERFORM        LEITURA-RET
           ELSE
           IF        CHAVE-RET      GREATER THAN    CHAVE-PAG
                     PERFORM        LEITURA-PAG
           ELSE
                     PERFORM        APLICA-PAGAMENTO

       APLICA-PAGAMENTO.

           PERFORM   CONFERE-NOSSO-NUMERO.
           IF        NOSSO-OK     NOT EQUAL  "SIM"
                     PERFORM        GRAVA-NAOCASA
           ELSE
           IF        PARCELA-RET  LESS THAN 1   OR
                     PARCELA-RET  GREATER THAN 10
                     MOVE    "PARCELA FORA DE 1-10"
                     PERFORM        GRAVA-NAOCASA
           ELSE
                     PERFORM        VERIFICA-JA-APLICADO
                     IF      JA-APLICADO  EQUAL  "SIM"
                             ADD     1           TO   CT-PULADOS
                     ELSE
                     IF      JA-POSTADO   EQUAL  "SIM"
                             ADD     1           TO   CT-ANTERIORES
                     ELSE
                             PERFORM LANCA-PAGAMENTO.

      *    PAGAMENTO NOVO: A PARCELA E LIDA PELA CHAVE E REGRAVADA NO
      *    LUGAR COM O VALOR PAGO SOMADO; O QUE PASSAR DO VALOR DA
      *    PARCELA VIRA CREDITO. PARCELA AUSENTE DO ABERTOS POR TER
      *    SIDO BAIXADA PARA PERDAS VIRA CREDITO INTEIRO.

       LANCA-PAGAMENTO.

           MOVE      CODIGO-RET     TO   CODIGO-ABE.
           MOVE      PARCELA-RET    TO   PARCELA-ABE.
           MOVE      "SIM"          TO   ACHOU-ABE.
           READ      ABERTOS
                     INVALID KEY
                     MOVE "NAO"     TO   ACHOU-ABE.
           IF        ACHOU-ABE      EQUAL  "SIM"
                     PERFORM  ATUALIZA-ABERTO
           ELSE
                     PERFORM  VERIFICA-PERDA
                     IF   PARCELA-BAIXADA  EQUAL  "SIM"
                          MOVE     VALOR-RET   TO   WEXCEDENTE
                          PERFORM  GRAVA-UM-CREDITO
                          ADD      1           TO   CT-PAGAMENTOS
                          PERFORM  GRAVA-RETAPL
                     ELSE
                          MOVE     "PARCELA FORA DO ABERTOS"
                                               TO   MOTIVO-NC
                          PERFORM  GRAVA-NAOCASA.

       ATUALIZA-ABERTO.

           MOVE      ZEROS          TO   WEXCEDENTE.
           IF        PAGO-ABE       NOT LESS THAN  VALOR-ABE
                     MOVE    VALOR-RET    TO   WEXCEDENTE
           ELSE
           IF        PAGO-ABE + VALOR-RET  GREATER THAN  VALOR-ABE
                     COMPUTE WEXCEDENTE  =
                             PAGO-ABE + VALOR-RET - VALOR-ABE.
           ADD       VALOR-RET      TO   PAGO-ABE.
           PERFORM   RECALCULA-SITUACAO.
           REWRITE   REG-ABERTO.
           IF        WEXCEDENTE     GREATER THAN  ZEROS
                     PERFORM  GRAVA-UM-CREDITO.
           ADD       1              TO   CT-PAGAMENTOS.
           PERFORM   GRAVA-RETAPL.

       RECALCULA-SITUACAO.

           IF        PAGO-ABE  EQUAL  ZEROS
                     MOVE    "ABERTO "    TO   SITUACAO-ABE
           ELSE
           IF        PAGO-ABE  NOT LESS THAN  VALOR-ABE
                     MOVE    "PAGO   "    TO   SITUACAO-ABE
           ELSE
                     MOVE    "PARCIAL"    TO   SITUACAO-ABE.

       CONFERE-NOSSO-NUMERO.

           MOVE      "SIM"     TO   NOSSO-OK.
           IF        NOSSO-RET  NUMERIC
                AND  NOSSO-RET  NOT EQUAL  ZEROS
                     MOVE    ZEROS     TO   IND-BOL
                     MOVE    1         TO   CTR-BOL
                     PERFORM PESQUISA-BOLETO   QT-BOLETOS  TIMES
                     IF      IND-BOL   EQUAL  ZEROS
                             MOVE  "NAO"   TO   NOSSO-OK
                             MOVE  "NOSSO NUMERO INEXISTENTE"
                                           TO   MOTIVO-NC
                     ELSE
                     IF      CODIGO-BOL-TAB (IND-BOL)
                                       NOT EQUAL  CODIGO-RET
                             MOVE  "NAO"   TO   NOSSO-OK
                             MOVE  "NOSSO NUMERO DE OUTRO CLI"
                                           TO   MOTIVO-NC
                     ELSE
                             MOVE  PARCELA-BOL-TAB (IND-BOL)
                                           TO   PARCELA-RET.

       PESQUISA-BOLETO.

           IF        IND-BOL   EQUAL  ZEROS
                AND  NOSSO-RET EQUAL  NOSSO-BOL-TAB (CTR-BOL)
                     MOVE  CTR-BOL  TO  IND-BOL.
           ADD       1         TO   CTR-BOL.

       VERIFICA-JA-APLICADO.

           MOVE      VALOR-RET      TO   VALOR-APL.
           WRITE     REG-RETAPL.

       GRAVA-UM-CREDITO.

           MOVE      CODIGO-RET   TO   CODIGO-CRE.
           MOVE      PARCELA-RET  TO   PARCELA-CRE.
           MOVE      WEXCEDENTE   TO   VALOR-CRE.
           MOVE      HOJE         TO   DATA-CRE.
           WRITE     REG-CREDITO.
           MOVE      PARCELA-RET    TO      PARCELA-NC.
           MOVE      VALOR-RET      TO      VALOR-NC.
           MOVE      DATA-RET       TO      DATA-NC.
           IF        NOSSO-RET      NUMERIC
                     MOVE    NOSSO-RET      TO      NOSSO-NC
           ELSE
                     MOVE    ZEROS          TO      NOSSO-NC.
           WRITE     REG-NAOCASA FROM DETALHE-NAOCASA
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO      CT-NAOCASA.
           DISPLAY   "CREDITOS POR EXCEDENTE  : " CT-CREDITOS.
           DISPLAY   "PAGAMENTOS JA POSTADOS  : " CT-PULADOS.
           DISPLAY   "DE REMESSAS ANTERIORES  : " CT-ANTERIORES.
           DISPLAY   "PARCELAS INCLUIDAS      : " CT-INCLUIDAS.
           MOVE      IDENT-ARQUIVO   TO   IDENT-CTRLN.
           WRITE     REG-RETCTRL-NOVO.
           CLOSE CADPAG
                 RETBANCO
                 RETDEBITO
                 ABERTOS
                 REL-NAOCASA
                 CREDITOS
