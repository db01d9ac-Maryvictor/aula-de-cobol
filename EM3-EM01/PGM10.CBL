      *          DO USUARIO BUSCADO EM CAD-USU2.DAT, PARA O BALCAO
      *          MONTAR A PRATELEIRA. GRAVA RETIRADASN.DAT E
      *          RESERVASN.DAT COM O QUE PERMANECE.
      *          A RETIRADA SEPARADA HOJE (A ROLADA PARA O PROXIMO DA
      *          FILA OU A GRAVADA PELO PGM05, RECONHECIDA PELO LIMITE
      *          IGUAL A DATA DA RODADA MAIS O PRAZO) TAMBEM ENTRA NA
      *          FILA CENTRAL DE NOTIFICACOES FILANOT.DAT (LAYOUT
      *          NOTIF, MODELO RETIR, COM LIVRO, EXEMPLAR E DATA
      *          LIMITE), PARA O DESPNOT AVISAR O USUARIO UMA VEZ SO.

       ENVIRONMENT             DIVISION.


           SELECT   REL-SEPARADOS    ASSIGN      TO      DISK.

           SELECT   OPTIONAL FILANOT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.

       01  REG-REL                PIC X(80).

       FD  FILANOT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FILANOT.DAT".

           COPY NOTIF.

       WORKING-STORAGE SECTION.

       77  FIM-RET          PIC X(03)    VALUE "NAO".
       77  CT-ROLADAS       PIC 9(05)    VALUE ZEROS.
       77  USU-CHAMADO      PIC 9(04)    VALUE ZEROS.
       77  PRIMEIRA-LIN     PIC X(03)    VALUE "SIM".
       77  RETIRADA-NOVA    PIC X(03)    VALUE "NAO".
       77  CT-NOTIFICADAS   PIC 9(05)    VALUE ZEROS.

       01  LIMITE-NOTIF.
           02 LIM-DD-NOTIF   PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 LIM-MM-NOTIF   PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 LIM-AAAA-NOTIF PIC 9(04).

       01  TAB-RESERVAS.
           02 ITEM-RES-TAB    OCCURS 200 TIMES.
                OUTPUT      RETIRADASN
                            RESERVASN
                            EXEMPLARN
                            REL-SEPARADOS
                EXTEND      FILANOT.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PRAZO-RETIRADA.
           PERFORM    CARGA-RESERVAS.
           MOVE      USU-RET        TO   USU-RTN.
           MOVE      LIMITE-RET     TO   LIMITE-RTN.
           WRITE     REG-RETIRADA-NOVO.
           PERFORM   CALCULA-NOVO-LIMITE.
           IF        LIMITE-CALC-NUM  EQUAL  LIMITE-RET
                     MOVE  "SIM"    TO   RETIRADA-NOVA
           ELSE
                     MOVE  "NAO"    TO   RETIRADA-NOVA.
           MOVE      USU-RET        TO   USU-CHAMADO.
           MOVE      LIMITE-RET     TO   LIMITE-CALC-NUM.
           PERFORM   IMPRIME-SEPARADO.
           IF        RETIRADA-NOVA  EQUAL  "SIM"
                     PERFORM   ENFILEIRA-RETIRADA.
           ADD       1              TO   CT-VIGENTES.

       TRATA-RETIRADA-VENCIDA.
                     MOVE  LIMITE-CALC-NUM TO  LIMITE-RTN
                     WRITE REG-RETIRADA-NOVO
                     PERFORM   IMPRIME-SEPARADO
                     PERFORM   ENFILEIRA-RETIRADA
                     ADD   1         TO   CT-ROLADAS
           ELSE
                     PERFORM   DEVOLVE-EXEMPLAR-DISPONIVEL.
           MOVE      LIMITE-CALC-NUM TO  LIMITE-DET.
           WRITE     REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.

       ENFILEIRA-RETIRADA.

           MOVE      SPACES         TO   REG-NOTIF.
           MOVE      "U"            TO   NOTIF-DEST-TIPO.
           MOVE      USU-CHAMADO    TO   NOTIF-USU.
           MOVE      NOME-USUARIO   TO   NOTIF-DEST-NOME.
           MOVE      "P"            TO   NOTIF-CANAL.
           MOVE      "RETIR"        TO   NOTIF-MODELO.
           MOVE      HOJE-NUM       TO   NOTIF-DATA.
           MOVE      "PGM10"        TO   NOTIF-ORIGEM.
           MOVE      LIVRO-RET      TO   NOTIF-VAR (1).
           MOVE      EXEMPLAR-RET   TO   NOTIF-VAR (2).
           MOVE      LIM-DD         TO   LIM-DD-NOTIF.
           MOVE      LIM-MM         TO   LIM-MM-NOTIF.
           MOVE      LIM-AAAA       TO   LIM-AAAA-NOTIF.
           MOVE      LIMITE-NOTIF   TO   NOTIF-VAR (3).
           WRITE     REG-NOTIF.
           ADD       1              TO   CT-NOTIFICADAS.

       BUSCA-NOME-USUARIO.

           MOVE      SPACES    TO   NOME-USUARIO.
           DISPLAY   "RETIRADAS VIGENTES : " CT-VIGENTES.
           DISPLAY   "RETIRADAS VENCIDAS : " CT-VENCIDAS.
           DISPLAY   "ROLADAS PARA A FILA: " CT-ROLADAS.
           DISPLAY   "AVISOS NA FILANOT  : " CT-NOTIFICADAS.
           CLOSE     RETIRADAS
                     RETIRADASN
                     RESERVASN
                     EXEMPLARN
                     REL-SEPARADOS
                     FILANOT.

       GRAVA-RESERVAS-NOVO.

