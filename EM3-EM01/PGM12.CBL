      *          QUE ZEROU O SALDO SAI DO BLOQUEIO, PAGAMENTO PARCIAL
      *          MANTEM O SALDO RESTANTE E O BLOQUEIO. ACABA A EDICAO
      *          DO ARQUIVO NA MAO PELA BIBLIOTECARIA.
      *          O TOTAL APLICADO NA RODADA E ACRESCENTADO EM
      *          MULTA-CTB.DAT (COPY MULTACTB, ORIGEM "MP") PARA O
      *          ALIMCTB DO EM4-EM02 GERAR AS LINHAS DO DIARIO CONTABIL.

       ENVIRONMENT             DIVISION.

           SELECT   OPTIONAL DIARIO-CAIXA ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL MULTA-CTB ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-RECIBOS      ASSIGN      TO      DISK.

       DATA                           DIVISION.
             02 USU-DIA        PIC 9(04).
             02 VALOR-DIA      PIC 9(05)V99.

       FD  MULTA-CTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "MULTA-CTB.DAT".

       COPY MULTACTB.

       FD  REL-RECIBOS
           LABEL RECORD IS OMITTED.

           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  AGORA.
           02 AGORA-HHMM     PIC 9(04).
           02 FILLER         PIC 9(04).

       01  LINHA-TITULO.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                OUTPUT      MULTASN
                            BLOQUEADOSN
                            REL-RECIBOS
                EXTEND      DIARIO-CAIXA
                            MULTA-CTB.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           ACCEPT     AGORA     FROM      TIME.
           PERFORM    CARGA-SALDOS.
           PERFORM    CARGA-BLOQUEADOS.
           PERFORM    LE-ULTIMO-RECIBO.
           MOVE      TOTAL-CAIXA    TO   TOTAL-CAIXA-LIN.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 3 LINES.
           PERFORM   GRAVA-MULTA-CTB.
           DISPLAY   "RECIBOS EMITIDOS    : " CT-RECIBOS.
           DISPLAY   "PAGAMENTOS SEM MULTA: " CT-SEM-MULTA.
           DISPLAY   "USUARIOS LIBERADOS  : " CT-DESBLOQUEADOS.
                     MULTASN
                     BLOQUEADOSN
                     DIARIO-CAIXA
                     MULTA-CTB
                     REL-RECIBOS.

      *    RESUMO CONTABIL DA RODADA (PAGAMENTOS APLICADOS), LIDO
      *    PELO ALIMCTB (EM4-EM02).

       GRAVA-MULTA-CTB.

           IF        TOTAL-CAIXA    GREATER  ZEROS
                     MOVE  HOJE            TO  DATA-MCTB
                     MOVE  AGORA-HHMM      TO  HORA-MCTB
                     MOVE  "MP"            TO  ORIGEM-MCTB
                     MOVE  "P"             TO  TIPO-MCTB
                     MOVE  TOTAL-CAIXA     TO  VALOR-MCTB
                     WRITE REG-MULTA-CTB.

       GRAVA-RAZAO-NOVO.

           MOVE      1         TO   CTR-SALDOS.
