      *          TIPO DE TRANSACAO FORA DA LISTA DO OPERADOR E
      *          LOGADO COMO NAO-AUTOR SEM SER APLICADO. O CODIGO DO
      *          OPERADOR PASSOU A SAIR EM TODO REGISTRO DO LOG.
      *          CLASSIFICACAO INDICATIVA: CADFILME, TRANCAD E
      *          CADFILME2 GANHARAM NO FINAL DO REGISTRO A
      *          CLASSIFICACAO DO FILME (L LIVRE, 10, 12, 14, 16 OU
      *          18 ANOS), QUE O PGM16 CONFERE COM A IDADE DO
      *          USUARIO NA LOCACAO. VALOR FORA DA LISTA NAO APLICA A
      *          TRANSACAO E SAI NO LOG COMO CLASS-INV. EM BRANCO NA
      *          INCLUSAO DEIXA O FILME SEM CLASSIFICACAO (LISTADO NO
      *          RELATORIO MENSAL DO PGM21); NA ALTERACAO MANTEM A
      *          CLASSIFICACAO ATUAL.
      *          DATA DE LANCAMENTO: CADFILME, TRANCAD E CADFILME2
      *          GANHARAM NO FINAL A DATA DE LANCAMENTO DO FILME
      *          (AAAAMMDD), DE ONDE O PGM16 TIRA A CATEGORIA DE
      *          PRECO (LANCAMENTO OU CATALOGO). EM BRANCO OU ZEROS NA
      *          INCLUSAO DEIXA O FILME COMO CATALOGO; NA ALTERACAO
      *          MANTEM A ATUAL. DATA INVALIDA NAO APLICA A TRANSACAO
      *          E SAI NO LOG COMO DATA-INV.
       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             02 COD-SAI       PIC 9(04).
             02 NOME-SAI      PIC X(30).
             02 PRECO-SAI     PIC 9(02)V99.
             02 CLASSIF-SAI   PIC X(02).
             02 DATA-LANC-SAI PIC 9(08).

       FD  TRANCAD
           LABEL         RECORD          ARE     STANDARD
             02 TIPO-TRANS     PIC X(01).
             02 NOME-TRANS     PIC X(30).
             02 PRECO-TRANS    PIC 9(02)V99.
             02 CLASSIF-TRANS  PIC X(02).
             02 DATA-LANC-TRANS.
                03 LANC-AAAA-TRANS PIC 9(04).
                03 LANC-MM-TRANS   PIC 9(02).
                03 LANC-DD-TRANS   PIC 9(02).

       FD  CADFILME2
           LABEL         RECORD          ARE     STANDARD
             02 COD-NOVO       PIC 9(04).
             02 NOME-NOVO      PIC X(30).
             02 PRECO-NOVO     PIC 9(02)V99.
             02 CLASSIF-NOVO   PIC X(02).
             02 DATA-LANC-NOVO PIC 9(08).

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
       77  CTR-AUT          PIC 9(01)    VALUE ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)    VALUE "NAO".
       77  CHAVE-ATUAL      PIC 9(04)    VALUE ZEROS.
       77  CLASSIF-OK       PIC X(03)    VALUE "SIM".
       77  LANC-OK          PIC X(03)    VALUE "SIM".
       77  LANC-INFORMADA   PIC X(03)    VALUE "NAO".

       01  AREA-ATUAL.
           02 COD-AT         PIC 9(04).
           02 NOME-AT        PIC X(30).
           02 PRECO-AT       PIC 9(02)V99.
           02 CLASSIF-AT     PIC X(02).
           02 DATA-LANC-AT   PIC 9(08).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
                     MOVE    COD-SAI        TO    COD-AT
                     MOVE    NOME-SAI       TO    NOME-AT
                     MOVE    PRECO-SAI      TO    PRECO-AT
                     MOVE    CLASSIF-SAI    TO    CLASSIF-AT
                     PERFORM NORMALIZA-LANC-MESTRE
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     MOVE    CHAVE-MESTRE   TO    CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM GRAVA-ATUAL.

      *    MESTRE NO LAYOUT ANTIGO VEM SEM DATA DE LANCAMENTO
      *    (BRANCOS), O QUE VALE COMO FILME DE CATALOGO.

       NORMALIZA-LANC-MESTRE.

           IF        DATA-LANC-SAI  NOT NUMERIC
                     MOVE    ZEROS          TO    DATA-LANC-AT
           ELSE
                     MOVE    DATA-LANC-SAI  TO    DATA-LANC-AT.

       APLICA-TRANSACOES.

           PERFORM   VERIFICA-TIPO-AUTORIZADO.

       TRATA-INCLUSAO.

           PERFORM   VALIDA-CLASSIF.
           PERFORM   VALIDA-LANC.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
           IF        CLASSIF-OK     EQUAL    "NAO"
                     PERFORM GRAVA-LOG-CLASSIF
           ELSE
           IF        LANC-OK        EQUAL    "NAO"
                     PERFORM GRAVA-LOG-LANC
           ELSE
                     MOVE    COD-TRANS    TO    COD-AT
                     MOVE    NOME-TRANS   TO    NOME-AT
                     MOVE    PRECO-TRANS  TO    PRECO-AT
                     MOVE    CLASSIF-TRANS TO   CLASSIF-AT
                     MOVE    ZEROS        TO    DATA-LANC-AT
                     PERFORM APLICA-LANC
                     MOVE    "SIM"        TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA.

       TRATA-ALTERACAO.

           PERFORM   VALIDA-CLASSIF.
           PERFORM   VALIDA-LANC.
           IF        MESTRE-ATIVO   EQUAL    "NAO"
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
           IF        CLASSIF-OK     EQUAL    "NAO"
                     PERFORM GRAVA-LOG-CLASSIF
           ELSE
           IF        LANC-OK        EQUAL    "NAO"
                     PERFORM GRAVA-LOG-LANC
           ELSE
                     MOVE    NOME-TRANS   TO    NOME-AT
                     MOVE    PRECO-TRANS  TO    PRECO-AT
                     PERFORM APLICA-CLASSIF
                     PERFORM APLICA-LANC
                     PERFORM GRAVA-LOG-APLICADA.

       APLICA-CLASSIF.

           IF        CLASSIF-TRANS  NOT EQUAL  SPACES
                     MOVE    CLASSIF-TRANS TO   CLASSIF-AT.

      *    CLASSIFICACAO INDICATIVA: L (LIVRE), 10, 12, 14, 16 OU 18
      *    ANOS. EM BRANCO E "SEM CLASSIFICACAO" NA INCLUSAO E
      *    "MANTEM A ATUAL" NA ALTERACAO (TRANSACOES NO LAYOUT
      *    ANTIGO, COMO AS DO CONSTRAN, CHEGAM ASSIM).

       VALIDA-CLASSIF.

           IF        CLASSIF-TRANS  EQUAL  SPACES  OR  "L "
                OR   CLASSIF-TRANS  EQUAL  "10"  OR  "12"  OR  "14"
                OR   CLASSIF-TRANS  EQUAL  "16"  OR  "18"
                     MOVE    "SIM"        TO    CLASSIF-OK
           ELSE
                     MOVE    "NAO"        TO    CLASSIF-OK.

      *    DATA DE LANCAMENTO (AAAAMMDD) QUE DEFINE A CATEGORIA DE
      *    PRECO NA LOCACAO (PGM16). EM BRANCO OU ZEROS NAO E
      *    INFORMADA: NA INCLUSAO O FILME FICA COMO CATALOGO E NA
      *    ALTERACAO MANTEM A DATA ATUAL. MES OU DIA FORA DA FAIXA
      *    REJEITA A TRANSACAO.

       VALIDA-LANC.

           MOVE      "SIM"          TO    LANC-OK.
           MOVE      "NAO"          TO    LANC-INFORMADA.
           IF        DATA-LANC-TRANS  NOT EQUAL  SPACES
                AND  DATA-LANC-TRANS  NOT EQUAL  ZEROS
                     MOVE    "SIM"        TO    LANC-INFORMADA
                     IF      DATA-LANC-TRANS  NOT NUMERIC
                        OR   LANC-MM-TRANS  LESS THAN 01
                        OR   LANC-MM-TRANS  GREATER THAN 12
                        OR   LANC-DD-TRANS  LESS THAN 01
                        OR   LANC-DD-TRANS  GREATER THAN 31
                             MOVE  "NAO"  TO    LANC-OK.

       APLICA-LANC.

           IF        LANC-INFORMADA EQUAL    "SIM"
                     MOVE    DATA-LANC-TRANS  TO  DATA-LANC-AT.

       TRATA-EXCLUSAO.

           MOVE      COD-AT         TO    COD-NOVO.
           MOVE      NOME-AT        TO    NOME-NOVO.
           MOVE      PRECO-AT       TO    PRECO-NOVO.
           MOVE      CLASSIF-AT     TO    CLASSIF-NOVO.
           MOVE      DATA-LANC-AT   TO    DATA-LANC-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-CLASSIF.

           MOVE      COD-TRANS      TO    COD-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      "CLASS-INV"    TO    STATUS-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-LANC.

           MOVE      COD-TRANS      TO    COD-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      "DATA-INV"     TO    STATUS-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-NAO-AUT.

           MOVE      COD-TRANS      TO    COD-LOG.
