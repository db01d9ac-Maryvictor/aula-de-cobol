      *          TIPO DE TRANSACAO FORA DA LISTA DO OPERADOR E
      *          LOGADO COMO NAO-AUTOR SEM SER APLICADO. O CODIGO DO
      *          OPERADOR PASSOU A SAIR EM TODO REGISTRO DO LOG.
      *          DADOS BIBLIOGRAFICOS: CADLIVRO, TRANLIV E CADLIVRO2
      *          GANHARAM NO FINAL DO REGISTRO AUTOR, ISBN-13,
      *          EDITORA, ANO DE PUBLICACAO E ATE TRES CODIGOS DE
      *          ASSUNTO DA TABELA ASSUNTOS.DAT. NA INCLUSAO E NA
      *          ALTERACAO O ISBN INFORMADO TEM O DIGITO VERIFICADOR
      *          CONFERIDO E CADA ASSUNTO INFORMADO PRECISA EXISTIR
      *          NA TABELA; FALHANDO, A TRANSACAO NAO E APLICADA E O
      *          LOG SAI COM ISBN-INV, ANO-INV OU ASSUN-INV NO LUGAR
      *          DO STATUS. NA ALTERACAO, CAMPO BIBLIOGRAFICO EM
      *          BRANCO MANTEM O VALOR DO MESTRE, DE MODO QUE AS
      *          TRANSACOES NO LAYOUT ANTIGO (CONSTRAN, PGM15) NAO
      *          APAGAM O QUE JA FOI CADASTRADO. MESTRE ANTIGO, SEM
      *          A AREA NOVA, E LIDO COM ELA EM BRANCO/ZERADA.
       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
           SELECT   HISTLIV          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ASSUNTOS ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
             02 COD-SAI       PIC 9(05).
             02 NOME-SAI      PIC X(30).
             02 PRECO-SAI     PIC 9(02)V99.
             02 COMPL-SAI.
                03 AUTOR-SAI     PIC X(30).
                03 ISBN-SAI      PIC 9(13).
                03 EDITORA-SAI   PIC X(20).
                03 ANO-SAI       PIC 9(04).
                03 ASSUNTO-SAI   PIC 9(03)  OCCURS 3 TIMES.

       FD  TRANLIV
           LABEL         RECORD          ARE     STANDARD
             02 TIPO-TRANS     PIC X(01).
             02 NOME-TRANS     PIC X(30).
             02 PRECO-TRANS    PIC 9(02)V99.
             02 AUTOR-TRANS    PIC X(30).
             02 ISBN-TRANS     PIC 9(13).
             02 ISBN-TRANS-X   REDEFINES ISBN-TRANS   PIC X(13).
             02 EDITORA-TRANS  PIC X(20).
             02 ANO-TRANS      PIC 9(04).
             02 ANO-TRANS-X    REDEFINES ANO-TRANS    PIC X(04).
             02 ASSUNTOS-TRANS.
                03 ASSUNTO-TRANS  PIC 9(03)  OCCURS 3 TIMES.
             02 ASSUNTOS-TRANS-X  REDEFINES ASSUNTOS-TRANS.
                03 ASSUNTO-TRANS-X PIC X(03) OCCURS 3 TIMES.

       FD  CADLIVRO2
           LABEL         RECORD          ARE     STANDARD
             02 COD-NOVO       PIC 9(05).
             02 NOME-NOVO      PIC X(30).
             02 PRECO-NOVO     PIC 9(02)V99.
             02 COMPL-NOVO.
                03 AUTOR-NOVO     PIC X(30).
                03 ISBN-NOVO      PIC 9(13).
                03 EDITORA-NOVO   PIC X(20).
                03 ANO-NOVO       PIC 9(04).
                03 ASSUNTO-NOVO   PIC 9(03)  OCCURS 3 TIMES.

       FD  LOG-MANUT
           LABEL         RECORD          ARE     STANDARD
                03 DATA-HIST-MM   PIC 9(02).
                03 DATA-HIST-DD   PIC 9(02).

       FD  ASSUNTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ASSUNTOS.DAT".

       01  REG-ASSUNTO.
             02 COD-ASS        PIC 9(03).
             02 DESCR-ASS      PIC X(30).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)    VALUE "NAO".
       77  CTR-AUT          PIC 9(01)    VALUE ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)    VALUE "NAO".
       77  CHAVE-ATUAL      PIC 9(05)    VALUE ZEROS.
       77  FIM-ASS          PIC X(03)    VALUE "NAO".
       77  QT-ASS           PIC 9(03)    VALUE ZEROS.
       77  CTR-ASS          PIC 9(03)    VALUE ZEROS.
       77  ACHOU-ASS        PIC X(03)    VALUE "NAO".
       77  CTR-SUB          PIC 9(01)    VALUE ZEROS.
       77  COMPL-OK         PIC X(03)    VALUE "SIM".
       77  MOTIVO-COMPL     PIC X(09)    VALUE SPACES.
       77  ASSUNTO-INFORM   PIC X(03)    VALUE "NAO".
       77  CTR-DV           PIC 9(02)    VALUE ZEROS.
       77  SOMA-DV          PIC 9(05)    VALUE ZEROS.
       77  PESO-DV          PIC 9(01)    VALUE ZEROS.
       77  RESTO-DV         PIC 9(02)    VALUE ZEROS.
       77  QUOC-DV          PIC 9(04)    VALUE ZEROS.
       77  DV-CALCULADO     PIC 9(01)    VALUE ZEROS.

       01  ISBN-DIG.
           02 IS-DV          PIC 9(01)  OCCURS 13 TIMES.

       01  ISBN-DIG-NUM      REDEFINES ISBN-DIG  PIC 9(13).

       01  TAB-ASSUNTOS.
           02 COD-ASS-TAB     PIC 9(03)  OCCURS 100 TIMES.

       01  AREA-ATUAL.
           02 COD-AT         PIC 9(05).
           02 NOME-AT        PIC X(30).
           02 PRECO-AT       PIC 9(02)V99.
           02 COMPL-AT.
              03 AUTOR-AT       PIC X(30).
              03 ISBN-AT        PIC 9(13).
              03 EDITORA-AT     PIC X(20).
              03 ANO-AT         PIC 9(04).
              03 ASSUNTO-AT     PIC 9(03)  OCCURS 3 TIMES.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           PERFORM    CARGA-ASSUNTOS.
           OPEN INPUT        CADLIVRO
                              TRANLIV
               OUTPUT        CADLIVRO2
                     MOVE    8            TO   RETURN-CODE
                     STOP RUN.

       CARGA-ASSUNTOS.

           OPEN INPUT       ASSUNTOS.
           PERFORM    LEITURA-ASSUNTO
                      UNTIL     FIM-ASS    EQUAL    "SIM".
           CLOSE      ASSUNTOS.

       LEITURA-ASSUNTO.

           READ ASSUNTOS
                AT END
                MOVE "SIM" TO FIM-ASS.
           IF   FIM-ASS     NOT EQUAL  "SIM"
                IF   QT-ASS  NOT LESS THAN 100
                     DISPLAY "ASSUNTOS EXCEDE A TABELA DE 100"
                             " CODIGOS - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-ASS
                     MOVE COD-ASS     TO  COD-ASS-TAB (QT-ASS).

       LEITURA-AUTORIZA.

           READ AUTORIZA
                     MOVE    COD-SAI        TO    COD-AT
                     MOVE    NOME-SAI       TO    NOME-AT
                     MOVE    PRECO-SAI      TO    PRECO-AT
                     MOVE    COMPL-SAI      TO    COMPL-AT
                     PERFORM NORMALIZA-COMPL
                     MOVE    "SIM"          TO    MESTRE-ATIVO
                     MOVE    CHAVE-MESTRE   TO    CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE

       TRATA-INCLUSAO.

           PERFORM   VALIDA-COMPLEMENTO.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
           IF        COMPL-OK       EQUAL    "NAO"
                     PERFORM GRAVA-LOG-COMPL
           ELSE
                     MOVE    COD-TRANS    TO    COD-AT
                     MOVE    NOME-TRANS   TO    NOME-AT
                     MOVE    PRECO-TRANS  TO    PRECO-AT
                     MOVE    SPACES       TO    AUTOR-AT
                                                EDITORA-AT
                     MOVE    ZEROS        TO    ISBN-AT
                                                ANO-AT
                                                ASSUNTO-AT (1)
                                                ASSUNTO-AT (2)
                                                ASSUNTO-AT (3)
                     PERFORM APLICA-COMPLEMENTO
                     MOVE    "SIM"        TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA.

       TRATA-ALTERACAO.

           PERFORM   VALIDA-COMPLEMENTO.
           IF        MESTRE-ATIVO   EQUAL    "NAO"
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
           IF        COMPL-OK       EQUAL    "NAO"
                     PERFORM GRAVA-LOG-COMPL
           ELSE
                     PERFORM VERIFICA-MUDANCA-PRECO
                     MOVE    NOME-TRANS   TO    NOME-AT
                     MOVE    PRECO-TRANS  TO    PRECO-AT
                     PERFORM APLICA-COMPLEMENTO
                     PERFORM GRAVA-LOG-APLICADA.

      *    CRITICA DOS DADOS BIBLIOGRAFICOS DA TRANSACAO. CAMPO EM
      *    BRANCO (OU ZERADO) E CAMPO NAO INFORMADO, QUE NA
      *    ALTERACAO MANTEM O VALOR DO MESTRE; ISSO CASA COM AS
      *    TRANSACOES CURTAS DO CONSTRAN E DO PGM15. ISBN INFORMADO
      *    PRECISA DE 13 DIGITOS COM O DIGITO VERIFICADOR DO
      *    ISBN-13 CORRETO; ASSUNTO INFORMADO PRECISA EXISTIR NA
      *    TABELA ASSUNTOS.DAT.

       VALIDA-COMPLEMENTO.

           MOVE      "SIM"          TO   COMPL-OK.
           MOVE      "NAO"          TO   ASSUNTO-INFORM.
           IF        ISBN-TRANS-X   NOT EQUAL  SPACES
                     PERFORM VALIDA-ISBN.
           IF        ANO-TRANS-X    NOT EQUAL  SPACES
                AND  ANO-TRANS      NOT NUMERIC
                     MOVE    "NAO"        TO   COMPL-OK
                     MOVE    "ANO-INV"    TO   MOTIVO-COMPL.
           MOVE      1              TO   CTR-SUB.
           PERFORM   VALIDA-ASSUNTO      3  TIMES.

       VALIDA-ISBN.

           IF        ISBN-TRANS     NOT NUMERIC
                     MOVE    "NAO"        TO   COMPL-OK
                     MOVE    "ISBN-INV"   TO   MOTIVO-COMPL
           ELSE
           IF        ISBN-TRANS     NOT EQUAL  ZEROS
                     PERFORM CALCULA-DV-ISBN
                     IF   DV-CALCULADO  NOT EQUAL  IS-DV (13)
                          MOVE "NAO"       TO   COMPL-OK
                          MOVE "ISBN-INV"  TO   MOTIVO-COMPL.

       CALCULA-DV-ISBN.

           MOVE      ISBN-TRANS     TO   ISBN-DIG-NUM.
           MOVE      ZEROS          TO   SOMA-DV.
           MOVE      1              TO   CTR-DV.
           PERFORM   SOMA-PESO-ISBN      12  TIMES.
           DIVIDE    SOMA-DV  BY  10  GIVING  QUOC-DV
                     REMAINDER  RESTO-DV.
           IF        RESTO-DV  EQUAL  ZEROS
                     MOVE  ZEROS    TO   DV-CALCULADO
           ELSE
                     COMPUTE  DV-CALCULADO  =  10 - RESTO-DV.

       SOMA-PESO-ISBN.

           DIVIDE    CTR-DV   BY  2   GIVING  QUOC-DV
                     REMAINDER  RESTO-DV.
           IF        RESTO-DV  EQUAL  ZEROS
                     MOVE  3        TO   PESO-DV
           ELSE
                     MOVE  1        TO   PESO-DV.
           COMPUTE   SOMA-DV  =  SOMA-DV + IS-DV (CTR-DV) * PESO-DV.
           ADD       1              TO   CTR-DV.

       VALIDA-ASSUNTO.

           IF        ASSUNTO-TRANS-X (CTR-SUB)  NOT EQUAL  SPACES
                     IF   ASSUNTO-TRANS (CTR-SUB)  NOT NUMERIC
                          MOVE "NAO"       TO   COMPL-OK
                          MOVE "ASSUN-INV" TO   MOTIVO-COMPL
                     ELSE
                     IF   ASSUNTO-TRANS (CTR-SUB)  NOT EQUAL  ZEROS
                          MOVE "SIM"       TO   ASSUNTO-INFORM
                          PERFORM BUSCA-ASSUNTO
                          IF   ACHOU-ASS  EQUAL  "NAO"
                               MOVE "NAO"       TO   COMPL-OK
                               MOVE "ASSUN-INV" TO   MOTIVO-COMPL.
           ADD       1              TO   CTR-SUB.

       BUSCA-ASSUNTO.

           MOVE      "NAO"     TO   ACHOU-ASS.
           MOVE      1         TO   CTR-ASS.
           PERFORM   PESQUISA-ASSUNTO    QT-ASS  TIMES.

       PESQUISA-ASSUNTO.

           IF        ASSUNTO-TRANS (CTR-SUB)  EQUAL
                     COD-ASS-TAB (CTR-ASS)
                     MOVE  "SIM"    TO   ACHOU-ASS.
           ADD       1         TO   CTR-ASS.

      *    SO OS CAMPOS INFORMADOS SUBSTITUEM OS DO MESTRE; OS TRES
      *    ASSUNTOS ANDAM JUNTOS (INFORMADO UM, A LISTA INTEIRA E
      *    TROCADA PELA DA TRANSACAO).

       APLICA-COMPLEMENTO.

           IF        AUTOR-TRANS    NOT EQUAL  SPACES
                     MOVE  AUTOR-TRANS    TO   AUTOR-AT.
           IF        ISBN-TRANS-X   NOT EQUAL  SPACES
                AND  ISBN-TRANS     NOT EQUAL  ZEROS
                     MOVE  ISBN-TRANS     TO   ISBN-AT.
           IF        EDITORA-TRANS  NOT EQUAL  SPACES
                     MOVE  EDITORA-TRANS  TO   EDITORA-AT.
           IF        ANO-TRANS-X    NOT EQUAL  SPACES
                AND  ANO-TRANS      NOT EQUAL  ZEROS
                     MOVE  ANO-TRANS      TO   ANO-AT.
           IF        ASSUNTO-INFORM EQUAL  "SIM"
                     MOVE  1              TO   CTR-SUB
                     PERFORM COPIA-ASSUNTO     3  TIMES.

       COPIA-ASSUNTO.

           IF        ASSUNTO-TRANS-X (CTR-SUB)  EQUAL  SPACES
                     MOVE  ZEROS    TO   ASSUNTO-AT (CTR-SUB)
           ELSE
                     MOVE  ASSUNTO-TRANS (CTR-SUB)
                                    TO   ASSUNTO-AT (CTR-SUB).
           ADD       1              TO   CTR-SUB.

      *    MESTRE GRAVADO ANTES DOS DADOS BIBLIOGRAFICOS TEM A AREA
      *    NOVA EM BRANCO; OS CAMPOS NUMERICOS SAO ZERADOS.

       NORMALIZA-COMPL.

           IF        ISBN-AT        NOT NUMERIC
                     MOVE  ZEROS    TO   ISBN-AT.
           IF        ANO-AT         NOT NUMERIC
                     MOVE  ZEROS    TO   ANO-AT.
           MOVE      1              TO   CTR-SUB.
           PERFORM   NORMALIZA-ASSUNTO   3  TIMES.

       NORMALIZA-ASSUNTO.

           IF        ASSUNTO-AT (CTR-SUB)  NOT NUMERIC
                     MOVE  ZEROS    TO   ASSUNTO-AT (CTR-SUB).
           ADD       1              TO   CTR-SUB.

       TRATA-EXCLUSAO.

           MOVE      COD-AT         TO    COD-NOVO.
           MOVE      NOME-AT        TO    NOME-NOVO.
           MOVE      PRECO-AT       TO    PRECO-NOVO.
           MOVE      COMPL-AT       TO    COMPL-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-COMPL.

           MOVE      COD-TRANS      TO    COD-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      MOTIVO-COMPL   TO    STATUS-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           WRITE     REG-LOG.

       GRAVA-LOG-NAO-AUT.

           MOVE      COD-TRANS      TO    COD-LOG.
