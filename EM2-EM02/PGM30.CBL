       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM30.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONFERENCIA DO ABERTOS.DAT INDEXADO CONTRA O CALCULO
      *          ANTIGO. REGERA OS TITULOS EM ABERTO COMO O PGM06 FAZIA
      *          ANTES DA ATUALIZACAO NO LUGAR: PARA CADA CLIENTE DE
      *          CADPAG.DAT, UMA PARCELA POR POSICAO COM O VENCIMENTO
      *          E O VALOR DO CADASTRO, O PAGO IGUAL A SOMA DOS
      *          PAGAMENTOS APLICADOS (RETAPL.DAT) E DOS CREDITOS
      *          APLICADOS (CREDAPL.DAT) NA PARCELA E A SITUACAO
      *          ABERTO, PAGO OU PARCIAL; PARCELA BAIXADA PARA PERDAS
      *          (PERDAS.DAT) NAO E REGERADA. O RESULTADO E GRAVADO EM
      *          ABERTOSV.DAT NO LAYOUT ANTIGO E CONFRONTADO, CLIENTE A
      *          CLIENTE E PARCELA A PARCELA, COM O ABERTOS.DAT LIDO
      *          NA ORDEM DA CHAVE. DIVERGENCIA DE VENCIMENTO, VALOR,
      *          PAGO OU SITUACAO, PARCELA SO REGERADA E PARCELA SO NO
      *          ABERTOS SAEM NO RELATORIO REL-CONFABE. O CLIENTE COM
      *          ACORDO DE RENEGOCIACAO (ACORDOS.DAT) TEM AS PARCELAS
      *          REFEITAS PELO PGM10 E O CALCULO ANTIGO NAO AS
      *          REPRODUZ: A DIVERGENCIA DELE SAI MARCADA RENEGOCIADO
      *          E E CONTADA A PARTE, COMO DIFERENCA ESPERADA. O
      *          RELATORIO FECHA COM AS QUANTIDADES E O SALDO EM ABERTO
      *          (VALOR MENOS PAGO) PELOS DOIS CALCULOS. HAVENDO
      *          DIVERGENCIA NAO ESPERADA O PROGRAMA TERMINA COM RC=4.
      *          SO LE O ABERTOS; PODE RODAR QUANTAS VEZES FOR PRECISO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADPAG           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ABERTOS ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL RETAPL  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CREDAPL ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ACORDOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOSV         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CONFABE      ASSIGN      TO      DISK.

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
                03 VENC-PARC       PIC 9(08).

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

       FD  RETAPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETAPL.DAT".

       01  REG-RETAPL.
             02 IDENT-APL       PIC X(11).
             02 CODIGO-APL      PIC 9(05).
             02 PARCELA-APL     PIC 9(02).
             02 VALOR-APL       PIC 9(05)V9(02).

       FD  CREDAPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CREDAPL.DAT".

       01  REG-CREDAPL.
             02 CODIGO-CAP      PIC 9(05).
             02 PARCELA-CAP     PIC 9(02).
             02 VALOR-CAP       PIC 9(05)V9(02).
             02 DATA-CAP        PIC 9(08).

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

       FD  ABERTOSV
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ABERTOSV.DAT".

       01  REG-ABERTOV.
             02 CODIGO-ABV      PIC 9(05).
             02 PARCELA-ABV     PIC 9(02).
             02 VENC-ABV        PIC 9(08).
             02 VALOR-ABV       PIC 9(05)V9(02).
             02 PAGO-ABV        PIC 9(05)V9(02).
             02 SITUACAO-ABV    PIC X(07).

       FD  REL-CONFABE
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-PAG          PIC X(03)    VALUE "NAO".
       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-APL          PIC X(03)    VALUE "NAO".
       77  FIM-CAP          PIC X(03)    VALUE "NAO".
       77  FIM-PER          PIC X(03)    VALUE "NAO".
       77  FIM-ACO          PIC X(03)    VALUE "NAO".
       77  PARCELA-BAIXADA  PIC X(03)    VALUE "NAO".
       77  RENEGOCIADO      PIC X(03)    VALUE "NAO".
       77  CHAVE-PAG        PIC 9(05)    VALUE ZEROS.
       77  CHAVE-ABE        PIC 9(05)    VALUE ZEROS.
       77  CHAVE-CLI        PIC 9(05)    VALUE ZEROS.
       77  CODIGO-AUX       PIC 9(05)    VALUE ZEROS.
       77  PARCELA-AUX      PIC 9(02)    VALUE ZEROS.
       77  VALOR-AUX        PIC 9(05)V99 VALUE ZEROS.
       77  QT-PAGOS         PIC 9(04)    VALUE ZEROS.
       77  QT-PERDAS        PIC 9(04)    VALUE ZEROS.
       77  QT-ACORDOS       PIC 9(04)    VALUE ZEROS.
       77  CTR              PIC 9(02)    VALUE ZEROS.
       77  CTR-PAGO         PIC 9(04)    VALUE ZEROS.
       77  CTR-PER          PIC 9(04)    VALUE ZEROS.
       77  CTR-ACO          PIC 9(04)    VALUE ZEROS.
       77  WPAGO            PIC 9(06)V99 VALUE ZEROS.
       77  WSALDO           PIC S9(06)V99 VALUE ZEROS.
       77  CT-COMPARADAS    PIC 9(05)    VALUE ZEROS.
       77  CT-IGUAIS        PIC 9(05)    VALUE ZEROS.
       77  CT-DIVERGENTES   PIC 9(05)    VALUE ZEROS.
       77  CT-RENEGOCIADAS  PIC 9(05)    VALUE ZEROS.
       77  CT-SO-REGERADO   PIC 9(05)    VALUE ZEROS.
       77  CT-SO-ABERTOS    PIC 9(05)    VALUE ZEROS.
       77  SALDO-REGERADO   PIC 9(09)V99 VALUE ZEROS.
       77  SALDO-ABERTOS    PIC 9(09)V99 VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE 60.
       77  CT-PAG           PIC 9(03)    VALUE ZEROS.

       01  TAB-PAGOS.
           02 ITEM-PAGO-TAB   OCCURS 5000 TIMES.
              03 CODIGO-PAGO-TAB  PIC 9(05).
              03 PARCELA-PAGO-TAB PIC 9(02).
              03 VALOR-PAGO-TAB   PIC 9(05)V9(02).

       01  TAB-PERDAS.
           02 ITEM-PER-TAB    OCCURS 1000 TIMES.
              03 CODIGO-PER-TAB  PIC 9(05).
              03 PARCELA-PER-TAB PIC 9(02).

       01  TAB-ACORDOS.
           02 CODIGO-ACO-TAB  PIC 9(05)  OCCURS 1000 TIMES.

       01  TAB-REGERADO.
           02 ITEM-REG-TAB    OCCURS 10 TIMES.
              03 EXISTE-REG-TAB   PIC X(03).
              03 CONFERIDA-REG-TAB PIC X(03).
              03 VENC-REG-TAB     PIC 9(08).
              03 VALOR-REG-TAB    PIC 9(05)V9(02).
              03 PAGO-REG-TAB     PIC 9(05)V9(02).
              03 SITUACAO-REG-TAB PIC X(07).

       01  CAB-01.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(55) VALUE
              "CONFERENCIA DO ABERTOS INDEXADO X CALCULO ANTIGO".
           02 FILLER          PIC X(07) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "ALUNO".
           02 FILLER          PIC X(04) VALUE "PAR".
           02 FILLER          PIC X(20) VALUE "  VALOR REG/ABERTOS".
           02 FILLER          PIC X(20) VALUE "   PAGO REG/ABERTOS".
           02 FILLER          PIC X(16) VALUE "SIT. REG/ABERT.".
           02 FILLER          PIC X(12) VALUE "OBSERVACAO".

       01  DETALHE.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CODIGO-DET      PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PARCELA-DET     PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VALOR-REG-DET   PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VALOR-ABE-DET   PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 PAGO-REG-DET    PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 PAGO-ABE-DET    PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 SITUACAO-REG-DET PIC X(07).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 SITUACAO-ABE-DET PIC X(07).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 OBS-DET         PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 ROTULO-TOT      PIC X(26).
           02 QT-TOT          PIC ZZ.ZZ9.
           02 FILLER          PIC X(38) VALUE SPACES.

       01  LINHA-VALOR.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 ROTULO-VAL      PIC X(26).
           02 VALOR-TOT       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-PGM30.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      CHAVE-PAG    EQUAL     99999
                      AND      CHAVE-ABE    EQUAL     99999.

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           PERFORM    CARGA-RETAPL.
           PERFORM    CARGA-CREDAPL.
           PERFORM    CARGA-PERDAS.
           PERFORM    CARGA-ACORDOS.
           OPEN INPUT       CADPAG
                            ABERTOS
                OUTPUT      ABERTOSV
                            REL-CONFABE.
           PERFORM    LEITURA-PAG.
           PERFORM    LEITURA-ABE.

       CARGA-RETAPL.

           OPEN INPUT       RETAPL.
           PERFORM    LEITURA-RETAPL
                      UNTIL     FIM-APL    EQUAL    "SIM".
           CLOSE      RETAPL.

       LEITURA-RETAPL.

           READ RETAPL
                AT END
                MOVE "SIM" TO FIM-APL.
           IF   FIM-APL     NOT EQUAL  "SIM"
                MOVE CODIGO-APL    TO  CODIGO-AUX
                MOVE PARCELA-APL   TO  PARCELA-AUX
                MOVE VALOR-APL     TO  VALOR-AUX
                PERFORM  GUARDA-PAGO.

       CARGA-CREDAPL.

           OPEN INPUT       CREDAPL.
           PERFORM    LEITURA-CREDAPL
                      UNTIL     FIM-CAP    EQUAL    "SIM".
           CLOSE      CREDAPL.

       LEITURA-CREDAPL.

           READ CREDAPL
                AT END
                MOVE "SIM" TO FIM-CAP.
           IF   FIM-CAP     NOT EQUAL  "SIM"
                MOVE CODIGO-CAP    TO  CODIGO-AUX
                MOVE PARCELA-CAP   TO  PARCELA-AUX
                MOVE VALOR-CAP     TO  VALOR-AUX
                PERFORM  GUARDA-PAGO.

       GUARDA-PAGO.

           IF   QT-PAGOS  NOT LESS THAN 5000
                DISPLAY "RETAPL+CREDAPL EXCEDE A TABELA DE 5000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN
           ELSE
                ADD  1             TO  QT-PAGOS
                MOVE CODIGO-AUX    TO  CODIGO-PAGO-TAB (QT-PAGOS)
                MOVE PARCELA-AUX   TO  PARCELA-PAGO-TAB (QT-PAGOS)
                MOVE VALOR-AUX     TO  VALOR-PAGO-TAB (QT-PAGOS).

       CARGA-PERDAS.

           OPEN INPUT       PERDAS.
           PERFORM    LEITURA-PERDAS
                      UNTIL     FIM-PER    EQUAL    "SIM".
           CLOSE      PERDAS.

       LEITURA-PERDAS.

           READ PERDAS
                AT END
                MOVE "SIM" TO FIM-PER.
           IF   FIM-PER     NOT EQUAL  "SIM"
                IF   QT-PERDAS  NOT LESS THAN 1000
                     DISPLAY "PERDAS EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-PERDAS
                     MOVE CODIGO-PER    TO  CODIGO-PER-TAB (QT-PERDAS)
                     MOVE PARCELA-PER   TO  PARCELA-PER-TAB (QT-PERDAS).

       CARGA-ACORDOS.

           OPEN INPUT       ACORDOS.
           PERFORM    LEITURA-ACORDOS
                      UNTIL     FIM-ACO    EQUAL    "SIM".
           CLOSE      ACORDOS.

       LEITURA-ACORDOS.

           READ ACORDOS
                AT END
                MOVE "SIM" TO FIM-ACO.
           IF   FIM-ACO     NOT EQUAL  "SIM"
                IF   QT-ACORDOS  NOT LESS THAN 1000
                     DISPLAY "ACORDOS EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-ACORDOS
                     MOVE CODIGO-ACO    TO  CODIGO-ACO-TAB (QT-ACORDOS).

       LEITURA-PAG.

           READ CADPAG
                AT END
                MOVE "SIM" TO FIM-PAG.
           IF   FIM-PAG     EQUAL  "SIM"
                MOVE 99999  TO  CHAVE-PAG
           ELSE
                MOVE CODIGO-ENT  TO  CHAVE-PAG.

       LEITURA-ABE.

           READ ABERTOS
                AT END
                MOVE "SIM" TO FIM-ABE.
           IF   FIM-ABE     EQUAL  "SIM"
                MOVE 99999  TO  CHAVE-ABE
           ELSE
                MOVE CODIGO-ABE  TO  CHAVE-ABE.

       PRINCIPAL.

           IF        CHAVE-ABE  LESS THAN  CHAVE-PAG
                     MOVE  CHAVE-ABE   TO   CHAVE-CLI
                     PERFORM  VERIFICA-RENEGOCIADO
                     PERFORM  SO-NO-ABERTOS
                     PERFORM  LEITURA-ABE
           ELSE
                     PERFORM  TRATA-CLIENTE
                     PERFORM  LEITURA-PAG.

       TRATA-CLIENTE.

           MOVE      CHAVE-PAG TO   CHAVE-CLI.
           PERFORM   VERIFICA-RENEGOCIADO.
           MOVE      1         TO   CTR.
           PERFORM   REGERA-PARCELA     10 TIMES.
           PERFORM   CONFRONTA-ABERTO
                     UNTIL     CHAVE-ABE   NOT EQUAL   CHAVE-PAG.
           MOVE      1         TO   CTR.
           PERFORM   VERIFICA-SO-REGERADO  10 TIMES.

       VERIFICA-RENEGOCIADO.

           MOVE      "NAO"     TO   RENEGOCIADO.
           MOVE      1         TO   CTR-ACO.
           PERFORM   PESQUISA-ACORDO    QT-ACORDOS  TIMES.

       PESQUISA-ACORDO.

           IF        CHAVE-CLI  EQUAL  CODIGO-ACO-TAB (CTR-ACO)
                     MOVE  "SIM"  TO  RENEGOCIADO.
           ADD       1         TO   CTR-ACO.

       REGERA-PARCELA.

           MOVE      "NAO"     TO   EXISTE-REG-TAB (CTR).
           MOVE      "NAO"     TO   CONFERIDA-REG-TAB (CTR).
           PERFORM   VERIFICA-PERDA.
           IF        PARCELA-BAIXADA  NOT EQUAL  "SIM"
                     PERFORM  MONTA-REGERADO.
           ADD       1         TO   CTR.

       VERIFICA-PERDA.

           MOVE      "NAO"     TO   PARCELA-BAIXADA.
           MOVE      1         TO   CTR-PER.
           PERFORM   PESQUISA-PERDA      QT-PERDAS  TIMES.

       PESQUISA-PERDA.

           IF        CHAVE-PAG  EQUAL  CODIGO-PER-TAB (CTR-PER)
                AND  CTR        EQUAL  PARCELA-PER-TAB (CTR-PER)
                     MOVE  "SIM"  TO  PARCELA-BAIXADA.
           ADD       1         TO   CTR-PER.

       MONTA-REGERADO.

           MOVE      ZEROS     TO   WPAGO.
           MOVE      1         TO   CTR-PAGO.
           PERFORM   SOMA-PAGO          QT-PAGOS   TIMES.
           MOVE      "SIM"             TO   EXISTE-REG-TAB (CTR).
           MOVE      VENC-PARC (CTR)   TO   VENC-REG-TAB (CTR).
           MOVE      VALOR-PARC (CTR)  TO   VALOR-REG-TAB (CTR).
           MOVE      WPAGO             TO   PAGO-REG-TAB (CTR).
           IF        WPAGO  EQUAL  ZEROS
                     MOVE  "ABERTO "   TO   SITUACAO-REG-TAB (CTR)
           ELSE
           IF        WPAGO  NOT LESS THAN  VALOR-PARC (CTR)
                     MOVE  "PAGO   "   TO   SITUACAO-REG-TAB (CTR)
           ELSE
                     MOVE  "PARCIAL"   TO   SITUACAO-REG-TAB (CTR).
           MOVE      CHAVE-PAG              TO   CODIGO-ABV.
           MOVE      CTR                    TO   PARCELA-ABV.
           MOVE      VENC-REG-TAB (CTR)     TO   VENC-ABV.
           MOVE      VALOR-REG-TAB (CTR)    TO   VALOR-ABV.
           MOVE      PAGO-REG-TAB (CTR)     TO   PAGO-ABV.
           MOVE      SITUACAO-REG-TAB (CTR) TO   SITUACAO-ABV.
           WRITE     REG-ABERTOV.
           COMPUTE   WSALDO  =  VALOR-ABV - PAGO-ABV.
           IF        WSALDO  GREATER THAN  ZEROS
                     ADD  WSALDO  TO  SALDO-REGERADO.

       SOMA-PAGO.

           IF        CHAVE-PAG  EQUAL  CODIGO-PAGO-TAB (CTR-PAGO)
                AND  CTR        EQUAL  PARCELA-PAGO-TAB (CTR-PAGO)
                     ADD  VALOR-PAGO-TAB (CTR-PAGO)  TO  WPAGO.
           ADD       1         TO   CTR-PAGO.

       CONFRONTA-ABERTO.

           IF        PARCELA-ABE  LESS THAN 1      OR
                     PARCELA-ABE  GREATER THAN 10
                     PERFORM  SO-NO-ABERTOS
           ELSE
           IF        EXISTE-REG-TAB (PARCELA-ABE)  NOT EQUAL  "SIM"
                     PERFORM  SO-NO-ABERTOS
           ELSE
                     PERFORM  COMPARA-PARCELA.
           PERFORM   LEITURA-ABE.

       COMPARA-PARCELA.

           MOVE      "SIM"     TO   CONFERIDA-REG-TAB (PARCELA-ABE).
           ADD       1         TO   CT-COMPARADAS.
           PERFORM   SOMA-SALDO-ABERTOS.
           MOVE      SPACES    TO   OBS-DET.
           IF        VENC-ABE  NOT EQUAL  VENC-REG-TAB (PARCELA-ABE)
                     MOVE  "VENCIMENTO"  TO  OBS-DET.
           IF        VALOR-ABE NOT EQUAL  VALOR-REG-TAB (PARCELA-ABE)
                     MOVE  "VALOR"       TO  OBS-DET.
           IF        PAGO-ABE  NOT EQUAL  PAGO-REG-TAB (PARCELA-ABE)
                     MOVE  "PAGO"        TO  OBS-DET.
           IF        SITUACAO-ABE  NOT EQUAL
                     SITUACAO-REG-TAB (PARCELA-ABE)
                     MOVE  "SITUACAO"    TO  OBS-DET.
           IF        OBS-DET   EQUAL  SPACES
                     ADD   1   TO   CT-IGUAIS
           ELSE
                     MOVE  CODIGO-ABE   TO   CODIGO-DET
                     MOVE  PARCELA-ABE  TO   PARCELA-DET
                     MOVE  VALOR-REG-TAB (PARCELA-ABE) TO VALOR-REG-DET
                     MOVE  PAGO-REG-TAB (PARCELA-ABE)  TO PAGO-REG-DET
                     MOVE  SITUACAO-REG-TAB (PARCELA-ABE)
                                        TO   SITUACAO-REG-DET
                     MOVE  VALOR-ABE    TO   VALOR-ABE-DET
                     MOVE  PAGO-ABE     TO   PAGO-ABE-DET
                     MOVE  SITUACAO-ABE TO   SITUACAO-ABE-DET
                     PERFORM  IMPRIME-DIVERGENCIA.

       SO-NO-ABERTOS.

           PERFORM   SOMA-SALDO-ABERTOS.
           MOVE      CODIGO-ABE     TO   CODIGO-DET.
           MOVE      PARCELA-ABE    TO   PARCELA-DET.
           MOVE      ZEROS          TO   VALOR-REG-DET.
           MOVE      ZEROS          TO   PAGO-REG-DET.
           MOVE      SPACES         TO   SITUACAO-REG-DET.
           MOVE      VALOR-ABE      TO   VALOR-ABE-DET.
           MOVE      PAGO-ABE       TO   PAGO-ABE-DET.
           MOVE      SITUACAO-ABE   TO   SITUACAO-ABE-DET.
           MOVE      "SO ABERTOS"   TO   OBS-DET.
           ADD       1              TO   CT-SO-ABERTOS.
           PERFORM   IMPRIME-DIVERGENCIA.

       VERIFICA-SO-REGERADO.

           IF        EXISTE-REG-TAB (CTR)     EQUAL  "SIM"
                AND  CONFERIDA-REG-TAB (CTR)  NOT EQUAL  "SIM"
                     MOVE  CHAVE-PAG    TO   CODIGO-DET
                     MOVE  CTR          TO   PARCELA-DET
                     MOVE  VALOR-REG-TAB (CTR)    TO   VALOR-REG-DET
                     MOVE  PAGO-REG-TAB (CTR)     TO   PAGO-REG-DET
                     MOVE  SITUACAO-REG-TAB (CTR) TO   SITUACAO-REG-DET
                     MOVE  ZEROS        TO   VALOR-ABE-DET
                     MOVE  ZEROS        TO   PAGO-ABE-DET
                     MOVE  SPACES       TO   SITUACAO-ABE-DET
                     MOVE  "SO REGERADO" TO  OBS-DET
                     ADD   1            TO   CT-SO-REGERADO
                     PERFORM  IMPRIME-DIVERGENCIA.
           ADD       1         TO   CTR.

       SOMA-SALDO-ABERTOS.

           COMPUTE   WSALDO  =  VALOR-ABE - PAGO-ABE.
           IF        WSALDO  GREATER THAN  ZEROS
                     ADD  WSALDO  TO  SALDO-ABERTOS.

       IMPRIME-DIVERGENCIA.

           IF        RENEGOCIADO  EQUAL  "SIM"
                     MOVE  "RENEGOCIADO"  TO  OBS-DET
                     ADD   1   TO   CT-RENEGOCIADAS
           ELSE
                     ADD   1   TO   CT-DIVERGENTES.
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
           MOVE      2              TO   CT-LIN.

       FIM.

           IF        CT-PAG  EQUAL  ZEROS
                     PERFORM  CABECALHO.
           MOVE      "PARCELAS COMPARADAS    : " TO  ROTULO-TOT.
           MOVE      CT-COMPARADAS  TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 2 LINES.
           MOVE      "PARCELAS IGUAIS        : " TO  ROTULO-TOT.
           MOVE      CT-IGUAIS      TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "SO NO CALCULO ANTIGO   : " TO  ROTULO-TOT.
           MOVE      CT-SO-REGERADO TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "SO NO ABERTOS          : " TO  ROTULO-TOT.
           MOVE      CT-SO-ABERTOS  TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "DIVERGENCIAS ESPERADAS : " TO  ROTULO-TOT.
           MOVE      CT-RENEGOCIADAS TO  QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "DIVERGENCIAS A ANALISAR: " TO  ROTULO-TOT.
           MOVE      CT-DIVERGENTES TO   QT-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           MOVE      "SALDO CALCULO ANTIGO   : " TO  ROTULO-VAL.
           MOVE      SALDO-REGERADO TO   VALOR-TOT.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 2 LINES.
           MOVE      "SALDO NO ABERTOS       : " TO  ROTULO-VAL.
           MOVE      SALDO-ABERTOS  TO   VALOR-TOT.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 1 LINE.
           DISPLAY   "PARCELAS COMPARADAS   : " CT-COMPARADAS.
           DISPLAY   "PARCELAS IGUAIS       : " CT-IGUAIS.
           DISPLAY   "DIVERGENCIAS ESPERADAS: " CT-RENEGOCIADAS.
           DISPLAY   "DIVERGENCIAS A ANALISAR: " CT-DIVERGENTES.
           IF        CT-DIVERGENTES  GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     CADPAG
                     ABERTOS
                     ABERTOSV
                     REL-CONFABE.
