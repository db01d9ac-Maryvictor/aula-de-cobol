       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX08L.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CARGA UNICA DA DATA DE ADMISSAO DO QUADRO ATUAL. O
      *          CADFUN GANHOU O CAMPO ADMISSAO-ENT (AAAAMMDD) NO FINAL
      *          DO REGISTRO; COMO O ARQUIVO E INDEXADO E O REGISTRO
      *          CRESCEU, O CADASTRO NAO E ATUALIZADO NO LUGAR: O
      *          CADFUN DO LAYOUT ANTIGO E RENOMEADO PARA
      *          CADFUN-ANT.DAT E ESTE PROGRAMA O LE NA ORDEM DA
      *          CHAVE, PROCURA A DATA LEVANTADA PELO RH NAS FICHAS EM
      *          CARGA-ADM.DAT (MATRICULA E DATA, EM QUALQUER ORDEM) E
      *          GRAVA O NOVO CADFUN.DAT JA COM A DATA. DATA INVALIDA
      *          (MES OU DIA FORA DA FAIXA, OU POSTERIOR A RODADA) NAO
      *          E ACEITA; O FUNCIONARIO SEM DATA VALIDA E GRAVADO COM
      *          A DATA ZERADA, COMO NO LAYOUT ANTIGO, E APARECE NO
      *          RELATORIO REL-CARGA-ADM PARA O RH COMPLETAR PELO EX08M
      *          (TRANSACAO A COM A DATA). A FICHA CUJA MATRICULA NAO
      *          ESTA NO CADASTRO TAMBEM E LISTADA. RODA UMA VEZ SO.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADFUN-ANT ASSIGN TO   DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  SEQUENTIAL
           RECORD KEY   IS  CODIGO-ANT
           ALTERNATE RECORD KEY IS NOME-ANT
                        WITH DUPLICATES.

           SELECT   OPTIONAL CARGA-ADM ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  SEQUENTIAL
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

           SELECT   REL-CARGA-ADM ASSIGN TO  DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADFUN-ANT
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN-ANT.DAT".

       01  REG-ANT.
             02 CODIGO-ANT              PIC 9(05).
             02 NOME-ANT                PIC X(20).
             02 SALARIO-BRUTO-ANT       PIC 9(5)V99.

       FD  CARGA-ADM
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "CARGA-ADM.DAT".

       01  REG-CARGA.
             02 MATRICULA-CARGA PIC 9(05).
             02 ADMISSAO-CARGA  PIC 9(08).

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  REL-CARGA-ADM
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)     VALUE   "NAO".
       77  FIM-CARGA        PIC X(03)     VALUE   "NAO".
       77  QT-CARGA         PIC 9(04)     VALUE   ZEROS.
       77  CTR-CARGA        PIC 9(04)     VALUE   ZEROS.
       77  IND-CARGA        PIC 9(04)     VALUE   ZEROS.
       77  DATA-VALIDA      PIC X(03)     VALUE   "NAO".
       77  CT-GRAVADOS      PIC 9(05)     VALUE   ZEROS.
       77  CT-COM-DATA      PIC 9(05)     VALUE   ZEROS.
       77  CT-SEM-DATA      PIC 9(05)     VALUE   ZEROS.
       77  CT-SOBRA         PIC 9(05)     VALUE   ZEROS.
       77  CT-LIN           PIC 9(02)     VALUE   30.
       77  CT-PAG           PIC 9(02)     VALUE   ZEROS.

       01  TAB-CARGA.
           02 ITEM-CARGA-TAB  OCCURS 1000 TIMES.
              03 MATR-CARGA-TAB   PIC 9(05).
              03 ADM-CARGA-TAB    PIC 9(08).
              03 USADA-CARGA-TAB  PIC X(01).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       01  DATA-ADM.
           02 DATA-ADM-AAAA  PIC 9(04).
           02 DATA-ADM-MM    PIC 9(02).
           02 DATA-ADM-DD    PIC 9(02).

       01  DATA-ADM-NUM      REDEFINES DATA-ADM  PIC 9(08).

       01  CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                     "CARGA DA DATA DE ADMISSAO - PENDENCIAS".
           02 FILLER         PIC X(13) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 VAR-PAG        PIC 9(02).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "MAT.  ".
           02 FILLER         PIC X(21) VALUE "NOME".
           02 FILLER         PIC X(12) VALUE "DATA FICHA".
           02 FILLER         PIC X(38) VALUE "SITUACAO".

       01  DETALHE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 MATRICULA-DET  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-DET       PIC 9(08).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 SITUACAO-DET   PIC X(30).
           02 FILLER         PIC X(08) VALUE SPACES.

       01  TRAILER-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-TRL     PIC X(30).
           02 QTDE-TRL       PIC ZZ.ZZ9.
           02 FILLER         PIC X(39) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX08L.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ARQ   EQUAL     "SIM".

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           OPEN INPUT        CADFUN-ANT
               OUTPUT        CADFUN
                             REL-CARGA-ADM.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    CARGA-FICHAS.
           PERFORM    LEITURA.

       CARGA-FICHAS.

           OPEN INPUT       CARGA-ADM.
           PERFORM    LEITURA-CARGA
                      UNTIL     FIM-CARGA  EQUAL    "SIM".
           CLOSE      CARGA-ADM.

       LEITURA-CARGA.

           READ CARGA-ADM
                AT END
                MOVE "SIM" TO FIM-CARGA.
           IF   FIM-CARGA   NOT EQUAL  "SIM"
                IF   QT-CARGA  NOT LESS THAN 1000
                     DISPLAY "CARGA-ADM EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1                 TO  QT-CARGA
                     MOVE MATRICULA-CARGA   TO
                          MATR-CARGA-TAB (QT-CARGA)
                     MOVE ADMISSAO-CARGA    TO
                          ADM-CARGA-TAB (QT-CARGA)
                     MOVE "N"               TO
                          USADA-CARGA-TAB (QT-CARGA).

       LEITURA.

           READ CADFUN-ANT
                    AT END
                    MOVE    "SIM"    TO   FIM-ARQ.

       PRINCIPAL.

           MOVE      CODIGO-ANT     TO   CODIGO-ENT.
           MOVE      NOME-ANT       TO   NOME-ENT.
           MOVE      SALARIO-BRUTO-ANT TO SALARIO-BRUTO-ENT.
           MOVE      ZEROS          TO   ADMISSAO-ENT.
           PERFORM   BUSCA-FICHA.
           IF        IND-CARGA      EQUAL  ZEROS
                     MOVE  ZEROS    TO   DATA-DET
                     MOVE  "SEM FICHA - DATA ZERADA"  TO  SITUACAO-DET
                     PERFORM  IMPRESSAO
           ELSE
                     PERFORM  APLICA-FICHA.
           WRITE     REG-ENT.
           ADD       1              TO   CT-GRAVADOS.
           IF        ADMISSAO-ENT   EQUAL  ZEROS
                     ADD   1        TO   CT-SEM-DATA
           ELSE
                     ADD   1        TO   CT-COM-DATA.
           PERFORM   LEITURA.

       BUSCA-FICHA.

           MOVE      ZEROS          TO   IND-CARGA.
           MOVE      1              TO   CTR-CARGA.
           PERFORM   PESQUISA-FICHA      QT-CARGA  TIMES.

       PESQUISA-FICHA.

           IF        IND-CARGA      EQUAL  ZEROS
                AND  CODIGO-ANT     EQUAL  MATR-CARGA-TAB (CTR-CARGA)
                     MOVE  CTR-CARGA  TO  IND-CARGA.
           ADD       1              TO   CTR-CARGA.

       APLICA-FICHA.

           MOVE      "S"            TO   USADA-CARGA-TAB (IND-CARGA).
           MOVE      ADM-CARGA-TAB (IND-CARGA)  TO  DATA-ADM-NUM.
           PERFORM   VALIDA-DATA.
           IF        DATA-VALIDA    EQUAL  "SIM"
                     MOVE  DATA-ADM-NUM  TO  ADMISSAO-ENT
           ELSE
                     MOVE  DATA-ADM-NUM  TO  DATA-DET
                     MOVE  "DATA INVALIDA - DATA ZERADA" TO
                           SITUACAO-DET
                     PERFORM  IMPRESSAO.

       VALIDA-DATA.

           MOVE      "SIM"          TO   DATA-VALIDA.
           IF        DATA-ADM-MM    LESS THAN  1
                OR   DATA-ADM-MM    GREATER THAN  12
                OR   DATA-ADM-DD    LESS THAN  1
                OR   DATA-ADM-DD    GREATER THAN  31
                OR   DATA-ADM-AAAA  LESS THAN  1900
                OR   DATA-ADM-NUM   GREATER THAN  HOJE-NUM
                     MOVE  "NAO"    TO   DATA-VALIDA.

       IMPRESSAO.

           IF CT-LIN GREATER THAN 29
              PERFORM CABECALHO.
           MOVE      CODIGO-ENT     TO   MATRICULA-DET.
           MOVE      NOME-ENT       TO   NOME-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.

       CABECALHO.

           ADD       1            TO    CT-PAG.
           MOVE CT-PAG            TO    VAR-PAG.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *    FICHAS QUE NAO CASARAM COM NENHUM FUNCIONARIO DO CADASTRO.

       LISTA-SOBRAS.

           MOVE      1              TO   CTR-CARGA.
           PERFORM   TESTA-SOBRA         QT-CARGA  TIMES.

       TESTA-SOBRA.

           IF        USADA-CARGA-TAB (CTR-CARGA)  EQUAL  "N"
                     MOVE  MATR-CARGA-TAB (CTR-CARGA)  TO  CODIGO-ENT
                     MOVE  SPACES   TO   NOME-ENT
                     MOVE  ADM-CARGA-TAB (CTR-CARGA)   TO  DATA-DET
                     MOVE  "MATRICULA FORA DO CADFUN"  TO
                           SITUACAO-DET
                     PERFORM  IMPRESSAO
                     ADD   1        TO   CT-SOBRA.
           ADD       1              TO   CTR-CARGA.

       TERMINO.

           PERFORM   LISTA-SOBRAS.
           MOVE      "FUNCIONARIOS GRAVADOS.......: " TO ROTULO-TRL.
           MOVE      CT-GRAVADOS    TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 2 LINES.
           MOVE      "  COM DATA DE ADMISSAO......: " TO ROTULO-TRL.
           MOVE      CT-COM-DATA    TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "  SEM DATA (A COMPLETAR)....: " TO ROTULO-TRL.
           MOVE      CT-SEM-DATA    TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           MOVE      "FICHAS SEM FUNCIONARIO......: " TO ROTULO-TRL.
           MOVE      CT-SOBRA       TO   QTDE-TRL.
           WRITE     REG-REL FROM TRAILER-01 AFTER ADVANCING 1 LINE.
           DISPLAY   "FUNCIONARIOS GRAVADOS: " CT-GRAVADOS.
           DISPLAY   "SEM DATA DE ADMISSAO : " CT-SEM-DATA.
           CLOSE       CADFUN-ANT
                       CADFUN
                       REL-CARGA-ADM.
