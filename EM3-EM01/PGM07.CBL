      *          RELATORIO REL-REJIMP COM O NUMERO DA LINHA E O
      *          MOTIVO, EM VEZ DE IR PARAR DIGITADA ERRADA NO
      *          CATALOGO E NO HISTORICO DE PRECOS.
      *          A LINHA DO FORNECEDOR PODE TRAZER, DEPOIS DO PRECO,
      *          AUTOR, ISBN-13, EDITORA E ANO (CAMPOS OPCIONAIS),
      *          QUE SEGUEM NA TRANSACAO PARA O PGM04. ISBN INFORMADO
      *          TEM O DIGITO VERIFICADOR CONFERIDO E, QUANDO JA
      *          CONSTA DO CATALOGO, E ELE QUE IDENTIFICA O LIVRO: O
      *          CODIGO PODE VIR EM BRANCO E, SE VIER, PRECISA SER O
      *          MESMO DO ISBN. ISBN AINDA FORA DO CATALOGO CASA PELO
      *          CODIGO, COMO ANTES, E ENTRA NO CATALOGO COM A
      *          ALTERACAO.
      *          O PRECO PASSOU A SER SEPARADO TAMBEM PELOS BRANCOS
      *          DO FIM DO CAMPO, QUE ANTES ENTRAVAM NA CONTAGEM DOS
      *          DECIMAIS E DERRUBAVAM O PRECO DA ULTIMA COLUNA.

       ENVIRONMENT             DIVISION.

           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FORNEC.CSV".

       01  LINHA-CSV          PIC X(150).

       FD  CADLIVRO2
           LABEL         RECORD          ARE     STANDARD
             02 COD-LIVRO     PIC 9(05).
             02 NOME-LIVRO    PIC X(30).
             02 PRECO-LIVRO   PIC 9(02)V99.
             02 AUTOR-LIVRO   PIC X(30).
             02 ISBN-LIVRO    PIC 9(13).
             02 FILLER        PIC X(33).

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
             02 ASSUNTOS-TRANS PIC X(09).

       FD  REL-REJIMP
           LABEL         RECORD         IS          OMITTED.
       77  WPRECO-DEC       PIC 9(02)    VALUE ZEROS.
       77  WPRECO           PIC 9(02)V99 VALUE ZEROS.
       77  PRIMEIRA-REJ     PIC X(03)    VALUE "SIM".
       77  CAMPO-AUTOR      PIC X(30)    VALUE SPACES.
       77  CAMPO-ISBN       PIC X(15)    VALUE SPACES.
       77  CAMPO-EDITORA    PIC X(20)    VALUE SPACES.
       77  CAMPO-ANO        PIC X(06)    VALUE SPACES.
       77  TAM-AUTOR        PIC 9(02)    VALUE ZEROS.
       77  TAM-ISBN         PIC 9(02)    VALUE ZEROS.
       77  TAM-EDITORA      PIC 9(02)    VALUE ZEROS.
       77  TAM-ANO          PIC 9(02)    VALUE ZEROS.
       77  ACHOU-ISBN       PIC X(03)    VALUE "NAO".
       77  COD-ISBN         PIC 9(05)    VALUE ZEROS.
       77  CT-POR-ISBN      PIC 9(05)    VALUE ZEROS.
       77  SOMA-DV          PIC 9(05)    VALUE ZEROS.
       77  PESO-DV          PIC 9(01)    VALUE ZEROS.
       77  RESTO-DV         PIC 9(02)    VALUE ZEROS.
       77  QUOC-DV          PIC 9(04)    VALUE ZEROS.
       77  DV-CALCULADO     PIC 9(01)    VALUE ZEROS.

       01  ISBN-DIG.
           02 IS-DV          PIC 9(01)  OCCURS 13 TIMES.

       01  ISBN-DIG-NUM      REDEFINES ISBN-DIG  PIC 9(13).

       01  TAB-LIVROS.
           02 ITEM-LIVRO-TAB  OCCURS 200 TIMES.
              03 COD-LIVRO-TAB   PIC 9(05).
              03 ISBN-LIVRO-TAB  PIC 9(13).

       01  CAB-REJ-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           IF   FIM-LIVRO   NOT EQUAL  "SIM"
                AND QT-LIVRO LESS THAN 200
                ADD  1           TO  QT-LIVRO
                MOVE COD-LIVRO   TO  COD-LIVRO-TAB (QT-LIVRO)
                MOVE ZEROS       TO  ISBN-LIVRO-TAB (QT-LIVRO)
                IF   ISBN-LIVRO  NUMERIC
                     MOVE ISBN-LIVRO TO  ISBN-LIVRO-TAB (QT-LIVRO).

       LEITURA-CSV.

       PRINCIPAL.

           MOVE      "SIM"     TO   LINHA-VALIDA.
           MOVE      "NAO"     TO   ACHOU-ISBN.
           PERFORM   SEPARA-CAMPOS.
           IF        TAM-ISBN  NOT EQUAL  ZEROS
                     PERFORM   VALIDA-ISBN.
           IF        LINHA-VALIDA   EQUAL   "SIM"
                     IF   ACHOU-ISBN  EQUAL  "SIM"
                      AND TAM-COD     EQUAL  ZEROS
                          MOVE  COD-ISBN  TO  WCODIGO
                     ELSE
                     IF   TAM-COD     EQUAL  ZEROS
                      AND TAM-ISBN    NOT EQUAL  ZEROS
                          MOVE "ISBN NAO CADASTRADO" TO MOTIVO-REJ
                          PERFORM   GRAVA-REJEICAO
                     ELSE
                          PERFORM   VALIDA-CODIGO.
           IF        LINHA-VALIDA   EQUAL   "SIM"
                AND  ACHOU-ISBN     EQUAL   "SIM"
                AND  WCODIGO        NOT EQUAL  COD-ISBN
                     MOVE "ISBN DE OUTRO CODIGO"   TO  MOTIVO-REJ
                     PERFORM   GRAVA-REJEICAO.
           IF        LINHA-VALIDA   EQUAL   "SIM"
                     PERFORM   VALIDA-NOME.
           IF        LINHA-VALIDA   EQUAL   "SIM"
                     PERFORM   VALIDA-PRECO.
           IF        LINHA-VALIDA   EQUAL   "SIM"
            AND      TAM-ANO        NOT EQUAL  ZEROS
                     PERFORM   VALIDA-ANO.
           IF        LINHA-VALIDA   EQUAL   "SIM"
            AND      ACHOU-ISBN     EQUAL   "NAO"
                     PERFORM   VALIDA-CATALOGO.
           IF        LINHA-VALIDA   EQUAL   "SIM"
                     PERFORM   GRAVA-TRANSACAO.

           MOVE      SPACES    TO   CAMPO-COD
                                    CAMPO-NOME
                                    CAMPO-PRECO
                                    CAMPO-AUTOR
                                    CAMPO-ISBN
                                    CAMPO-EDITORA
                                    CAMPO-ANO.
           MOVE      ZEROS     TO   TAM-COD
                                    TAM-NOME
                                    TAM-PRECO
                                    TAM-AUTOR
                                    TAM-ISBN
                                    TAM-EDITORA
                                    TAM-ANO.
           UNSTRING  LINHA-CSV DELIMITED BY ","
                     INTO CAMPO-COD     COUNT IN TAM-COD
                          CAMPO-NOME    COUNT IN TAM-NOME
                          CAMPO-PRECO   COUNT IN TAM-PRECO
                          CAMPO-AUTOR   COUNT IN TAM-AUTOR
                          CAMPO-ISBN    COUNT IN TAM-ISBN
                          CAMPO-EDITORA COUNT IN TAM-EDITORA
                          CAMPO-ANO     COUNT IN TAM-ANO.
           IF        CAMPO-ISBN     EQUAL  SPACES
                     MOVE  ZEROS    TO   TAM-ISBN.
           IF        CAMPO-ANO      EQUAL  SPACES
                     MOVE  ZEROS    TO   TAM-ANO.

      *    ISBN INFORMADO: 13 DIGITOS COM O DIGITO VERIFICADOR DO
      *    ISBN-13 CORRETO. SE JA ESTIVER NO CATALOGO, E ELE QUE
      *    IDENTIFICA O LIVRO (O CODIGO PODE VIR EM BRANCO); SE NAO
      *    ESTIVER, VALE O CODIGO E O ISBN VAI PARA O CATALOGO NA
      *    ALTERACAO.

       VALIDA-ISBN.

           IF        CAMPO-ISBN (14:2)  NOT EQUAL  SPACES
                     MOVE "ISBN INVALIDO"       TO  MOTIVO-REJ
                     PERFORM   GRAVA-REJEICAO
           ELSE
           IF        CAMPO-ISBN (1:13)  NOT NUMERIC
                     MOVE "ISBN INVALIDO"       TO  MOTIVO-REJ
                     PERFORM   GRAVA-REJEICAO
           ELSE
                     MOVE CAMPO-ISBN (1:13)     TO  ISBN-DIG
                     PERFORM   CALCULA-DV-ISBN
                     IF   DV-CALCULADO  NOT EQUAL  IS-DV (13)
                          MOVE "ISBN COM DV ERRADO" TO  MOTIVO-REJ
                          PERFORM   GRAVA-REJEICAO
                     ELSE
                          PERFORM   BUSCA-ISBN.

       CALCULA-DV-ISBN.

           MOVE      ZEROS          TO   SOMA-DV.
           MOVE      1              TO   CTR-DIG.
           PERFORM   SOMA-PESO-ISBN      12  TIMES.
           DIVIDE    SOMA-DV  BY  10  GIVING  QUOC-DV
                     REMAINDER  RESTO-DV.
           IF        RESTO-DV  EQUAL  ZEROS
                     MOVE  ZEROS    TO   DV-CALCULADO
           ELSE
                     COMPUTE  DV-CALCULADO  =  10 - RESTO-DV.

       SOMA-PESO-ISBN.

           DIVIDE    CTR-DIG  BY  2   GIVING  QUOC-DV
                     REMAINDER  RESTO-DV.
           IF        RESTO-DV  EQUAL  ZEROS
                     MOVE  3        TO   PESO-DV
           ELSE
                     MOVE  1        TO   PESO-DV.
           COMPUTE   SOMA-DV  =  SOMA-DV + IS-DV (CTR-DIG) * PESO-DV.
           ADD       1              TO   CTR-DIG.

       BUSCA-ISBN.

           MOVE      1         TO   CTR-LIVRO.
           PERFORM   PESQUISA-ISBN       QT-LIVRO  TIMES.

       PESQUISA-ISBN.

           IF        ACHOU-ISBN  EQUAL  "NAO"
            AND      ISBN-DIG-NUM  EQUAL  ISBN-LIVRO-TAB (CTR-LIVRO)
                     MOVE  "SIM"    TO   ACHOU-ISBN
                     MOVE  COD-LIVRO-TAB (CTR-LIVRO)  TO  COD-ISBN.
           ADD       1         TO   CTR-LIVRO.

       VALIDA-ANO.

           IF        CAMPO-ANO (5:2)  NOT EQUAL  SPACES
                     MOVE "ANO INVALIDO"        TO  MOTIVO-REJ
                     PERFORM   GRAVA-REJEICAO
           ELSE
           IF        CAMPO-ANO (1:4)  NOT NUMERIC
                     MOVE "ANO INVALIDO"        TO  MOTIVO-REJ
                     PERFORM   GRAVA-REJEICAO.

       VALIDA-CODIGO.


           MOVE      SPACES    TO   PARTE-INT  PARTE-DEC.
           MOVE      ZEROS     TO   TAM-INT    TAM-DEC.
           UNSTRING  CAMPO-PRECO DELIMITED BY "." OR ALL SPACE
                     INTO PARTE-INT  COUNT IN TAM-INT
                          PARTE-DEC  COUNT IN TAM-DEC.
           IF        TAM-INT   EQUAL  ZEROS   OR
           MOVE      "A"           TO   TIPO-TRANS.
           MOVE      CAMPO-NOME    TO   NOME-TRANS.
           MOVE      WPRECO        TO   PRECO-TRANS.
           MOVE      CAMPO-AUTOR   TO   AUTOR-TRANS.
           MOVE      CAMPO-EDITORA TO   EDITORA-TRANS.
           MOVE      SPACES        TO   ISBN-TRANS-X
                                        ANO-TRANS-X
                                        ASSUNTOS-TRANS.
           IF        TAM-ISBN      NOT EQUAL  ZEROS
                     MOVE  ISBN-DIG-NUM       TO   ISBN-TRANS.
           IF        TAM-ANO       NOT EQUAL  ZEROS
                     MOVE  CAMPO-ANO (1:4)    TO   ANO-TRANS-X.
           WRITE     REG-TRANS.
           ADD       1             TO   CT-GERADAS.
           IF        ACHOU-ISBN    EQUAL  "SIM"
                     ADD   1       TO   CT-POR-ISBN.

       GRAVA-REJEICAO.


           DISPLAY   "LINHAS LIDAS      : " CT-LINHAS.
           DISPLAY   "TRANSACOES GERADAS: " CT-GERADAS.
           DISPLAY   "CASADAS POR ISBN  : " CT-POR-ISBN.
           DISPLAY   "LINHAS REJEITADAS : " CT-REJEITADAS.
           CLOSE     FORNEC-CSV
                     TRANLIV
