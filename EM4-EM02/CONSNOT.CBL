       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CONSNOT.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONSULTA POR PESSOA AO HISTORICO DE AVISOS ENVIADOS
      *          HISTNOT.DAT, GRAVADO PELO DESPNOT. O OPERADOR INFORMA
      *          NO CONSOLE O TIPO DO DESTINATARIO (A ALUNO, R ALUNO
      *          COM RESPONSAVEL, U USUARIO DA BIBLIOTECA, C CLIENTE
      *          TURISMAR) E A CHAVE (MATRICULA, NUMERO DO ALUNO,
      *          CODIGO DO USUARIO OU CPF, COMO O EMISSOR GRAVOU), E
      *          O PROGRAMA LISTA EM REL-CONSNOT CADA AVISO DESPACHADO
      *          PARA ELE: DATA DO ENVIO, CANAL EFETIVO, CONTATO
      *          USADO, MODELO, PROGRAMA DE ORIGEM E VARIAVEIS.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL HISTNOT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CONSNOT      ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  HISTNOT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "HISTNOT.DAT".

       01  REG-HIST.
             02 ENVIO-HIST     PIC 9(08).
             02 CANAL-HIST     PIC X(01).
             02 DESTINO-HIST   PIC X(30).
             02 TIPO-HIST      PIC X(01).
             02 CHAVE-HIST     PIC X(11).
             02 NOME-HIST      PIC X(30).
             02 CANAL-PED-HIST PIC X(01).
             02 MODELO-HIST    PIC X(06).
             02 DATA-PED-HIST  PIC 9(08).
             02 ORIGEM-HIST    PIC X(08).
             02 VARIAVEIS-HIST PIC X(60).

       FD  REL-CONSNOT
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(133).

       WORKING-STORAGE SECTION.

       77  FIM-HIST         PIC X(03)    VALUE "NAO".
       77  TIPO-PEDIDO      PIC X(01)    VALUE SPACES.
       77  CHAVE-PEDIDO     PIC X(11)    VALUE SPACES.
       77  CT-LISTADOS      PIC 9(07)    VALUE ZEROS.

       01  CAB-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                               "AVISOS ENVIADOS - DESTINATARIO".
           02 FILLER         PIC X(02) VALUE ": ".
           02 TIPO-CAB       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-CAB      PIC X(11).
           02 FILLER         PIC X(83) VALUE SPACES.

       01  CAB-02.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(11) VALUE "ENVIO".
           02 FILLER         PIC X(02) VALUE "C".
           02 FILLER         PIC X(31) VALUE "CONTATO".
           02 FILLER         PIC X(07) VALUE "MODELO".
           02 FILLER         PIC X(09) VALUE "ORIGEM".
           02 FILLER         PIC X(31) VALUE "NOME".
           02 FILLER         PIC X(37) VALUE "VARIAVEIS".

       01  LINHA-HIST.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ENVIO-LIN      PIC 9(08).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CANAL-LIN      PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESTINO-LIN    PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MODELO-LIN     PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ORIGEM-LIN     PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VARIAVEIS-LIN  PIC X(37).

       PROCEDURE                                   DIVISION.

       PGM-CONSNOT.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-HIST     EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           DISPLAY "TIPO DO DESTINATARIO (A/R/U/C): ".
           ACCEPT   TIPO-PEDIDO.
           DISPLAY "CHAVE (MATRICULA, ALUNO, USUARIO OU CPF): ".
           ACCEPT   CHAVE-PEDIDO.
           OPEN INPUT       HISTNOT
                OUTPUT      REL-CONSNOT.
           MOVE     TIPO-PEDIDO    TO   TIPO-CAB.
           MOVE     CHAVE-PEDIDO   TO   CHAVE-CAB.
           WRITE    REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE    REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.

       PRINCIPAL.

           READ HISTNOT
                AT END
                MOVE "SIM" TO FIM-HIST.
           IF   FIM-HIST    NOT EQUAL  "SIM"
                AND TIPO-HIST  EQUAL  TIPO-PEDIDO
                AND CHAVE-HIST EQUAL  CHAVE-PEDIDO
                MOVE ENVIO-HIST      TO  ENVIO-LIN
                MOVE CANAL-HIST      TO  CANAL-LIN
                MOVE DESTINO-HIST    TO  DESTINO-LIN
                MOVE MODELO-HIST     TO  MODELO-LIN
                MOVE ORIGEM-HIST     TO  ORIGEM-LIN
                MOVE NOME-HIST       TO  NOME-LIN
                MOVE VARIAVEIS-HIST  TO  VARIAVEIS-LIN
                WRITE REG-REL FROM LINHA-HIST
                      AFTER ADVANCING 1 LINE
                ADD  1   TO  CT-LISTADOS.

       FIM.

           DISPLAY  "AVISOS ENCONTRADOS: " CT-LISTADOS.
           CLOSE    HISTNOT
                    REL-CONSNOT.
