       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM29.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONVERSAO UNICA DO ARQUIVO DE TITULOS EM ABERTO PARA
      *          ARQUIVO INDEXADO. O ABERTOS.DAT SEQUENCIAL GERADO
      *          PELA ULTIMA RODADA DO PGM06 NO DESENHO ANTIGO E
      *          RENOMEADO PELA OPERACAO PARA ABERTOS-ANT.DAT; ESTE
      *          PROGRAMA O LE E GRAVA O NOVO ABERTOS.DAT INDEXADO
      *          PELA CHAVE CLIENTE+PARCELA, COM O MESMO REGISTRO
      *          (VENCIMENTO, VALOR, PAGO E SITUACAO), QUE A PARTIR
      *          DAI E LIDO E REGRAVADO NO LUGAR PELO PGM06, PGM07,
      *          PGM10, PGM13, PGM14, PGM17 E PGM28. O ABERTOSN.DAT
      *          DEIXA DE EXISTIR. REGISTRO COM PARCELA FORA DE 1-10
      *          OU COM CHAVE REPETIDA NAO E GRAVADO E SAI NO
      *          RELATORIO REL-CONVABE; OS TOTAIS DE REGISTROS, VALOR
      *          E PAGO LIDOS E GRAVADOS FECHAM O RELATORIO PARA A
      *          CONFERENCIA DA CONVERSAO. HAVENDO REJEICAO O
      *          PROGRAMA TERMINA COM RC=4. RODA UMA VEZ SO; DEPOIS
      *          DELE O PGM30 CONFERE O ABERTOS CONTRA O CALCULO
      *          ANTIGO.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   ABERTOS-ANT      ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           RANDOM
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   REL-CONVABE      ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  ABERTOS-ANT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ABERTOS-ANT.DAT".

       01  REG-ANT.
             02 CODIGO-ANT      PIC 9(05).
             02 PARCELA-ANT     PIC 9(02).
             02 VENC-ANT        PIC 9(08).
             02 VALOR-ANT       PIC 9(05)V9(02).
             02 PAGO-ANT        PIC 9(05)V9(02).
             02 SITUACAO-ANT    PIC X(07).

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

       FD  REL-CONVABE
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-ANT          PIC X(03)    VALUE "NAO".
       77  CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77  CT-GRAVADOS      PIC 9(07)    VALUE ZEROS.
       77  CT-REJEITADOS    PIC 9(07)    VALUE ZEROS.
       77  VALOR-LIDO       PIC 9(09)V99 VALUE ZEROS.
       77  PAGO-LIDO        PIC 9(09)V99 VALUE ZEROS.
       77  VALOR-GRAVADO    PIC 9(09)V99 VALUE ZEROS.
       77  PAGO-GRAVADO     PIC 9(09)V99 VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE 60.
       77  CT-PAG           PIC 9(03)    VALUE ZEROS.

       01  CAB-01.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 FILLER          PIC X(50) VALUE
              "CONVERSAO DO ABERTOS PARA INDEXADO - REJEICOES".
           02 FILLER          PIC X(07) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "CODIGO".
           02 FILLER          PIC X(05) VALUE "PARC".
           02 FILLER          PIC X(10) VALUE "VENCTO".
           02 FILLER          PIC X(11) VALUE "    VALOR".
           02 FILLER          PIC X(11) VALUE "     PAGO".
           02 FILLER          PIC X(09) VALUE "SITUACAO".
           02 FILLER          PIC X(24) VALUE "MOTIVO".

       01  DETALHE.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 CODIGO-DET      PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PARCELA-DET     PIC 9(02).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 VENC-DET        PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 VALOR-DET       PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PAGO-DET        PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 SITUACAO-DET    PIC X(07).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 MOTIVO-DET      PIC X(22).
           02 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ROTULO-TOT      PIC X(18).
           02 FILLER          PIC X(05) VALUE "REG. ".
           02 QT-TOT          PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(08) VALUE "  VALOR ".
           02 VALOR-TOT       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE "  PAGO ".
           02 PAGO-TOT        PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE                     DIVISION.

       PGM-PGM29.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ANT      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       ABERTOS-ANT
                OUTPUT      ABERTOS
                            REL-CONVABE.
           PERFORM    LEITURA-ANT.

       LEITURA-ANT.

           READ ABERTOS-ANT
                AT END
                MOVE "SIM" TO FIM-ANT.

       PRINCIPAL.

           ADD       1              TO   CT-LIDOS.
           ADD       VALOR-ANT      TO   VALOR-LIDO.
           ADD       PAGO-ANT       TO   PAGO-LIDO.
           IF        PARCELA-ANT  LESS THAN 1   OR
                     PARCELA-ANT  GREATER THAN 10
                     MOVE  "PARCELA FORA DE 1-10"  TO  MOTIVO-DET
                     PERFORM  IMPRIME-REJEICAO
           ELSE
                     MOVE  REG-ANT        TO   REG-ABERTO
                     PERFORM  GRAVA-ABERTO.
           PERFORM   LEITURA-ANT.

       GRAVA-ABERTO.

           WRITE     REG-ABERTO
                     INVALID KEY
                     MOVE  "CHAVE REPETIDA"  TO  MOTIVO-DET
                     PERFORM  IMPRIME-REJEICAO
                     NOT INVALID KEY
                     ADD   1           TO   CT-GRAVADOS
                     ADD   VALOR-ABE   TO   VALOR-GRAVADO
                     ADD   PAGO-ABE    TO   PAGO-GRAVADO.

       IMPRIME-REJEICAO.

           IF        CT-LIN  GREATER THAN  55
                     PERFORM  CABECALHO.
           MOVE      CODIGO-ANT     TO   CODIGO-DET.
           MOVE      PARCELA-ANT    TO   PARCELA-DET.
           MOVE      VENC-ANT       TO   VENC-DET.
           MOVE      VALOR-ANT      TO   VALOR-DET.
           MOVE      PAGO-ANT       TO   PAGO-DET.
           MOVE      SITUACAO-ANT   TO   SITUACAO-DET.
           WRITE     REG-REL FROM DETALHE
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.
           ADD       1              TO   CT-REJEITADOS.

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
           MOVE      "LIDOS DO ANTIGO : " TO  ROTULO-TOT.
           MOVE      CT-LIDOS       TO   QT-TOT.
           MOVE      VALOR-LIDO     TO   VALOR-TOT.
           MOVE      PAGO-LIDO      TO   PAGO-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 2 LINES.
           MOVE      "GRAVADOS NO NOVO: " TO  ROTULO-TOT.
           MOVE      CT-GRAVADOS    TO   QT-TOT.
           MOVE      VALOR-GRAVADO  TO   VALOR-TOT.
           MOVE      PAGO-GRAVADO   TO   PAGO-TOT.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           DISPLAY   "REGISTROS LIDOS    : " CT-LIDOS.
           DISPLAY   "REGISTROS GRAVADOS : " CT-GRAVADOS.
           DISPLAY   "REGISTROS REJEITADOS: " CT-REJEITADOS.
           IF        CT-REJEITADOS  GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     ABERTOS-ANT
                     ABERTOS
                     REL-CONVABE.
