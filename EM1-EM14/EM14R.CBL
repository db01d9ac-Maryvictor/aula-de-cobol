      *          ANTES DE ABRIR O HISTORICO, A CONSULTA CONFERE AS
      *          TRAVAS DO BATCH EM TRAVAS.DAT (LOCKCTL) E RECUSA
      *          RODAR ENQUANTO A NOITE REESCREVE O FOLHA-HIST.
      *          POR SER CONSULTA A DADO PESSOAL, O OPERADOR SE
      *          IDENTIFICA NO INICIO CONTRA O AUTORIZA.DAT (OPERADOR
      *          X PROGRAMA) E CADA CHAVE CONSULTADA E ACRESCENTADA AO
      *          LOG DE ACESSOS LOGACES.DAT (LAYOUT LOGACES) COM
      *          ARQUIVO, DATA E HORA; OPERADOR NAO AUTORIZADO E
      *          RECUSADO COM RC=8 E A TENTATIVA FICA NO LOG.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   OPTIONAL TRAVAS ASSIGN     TO      DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOGACES ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.


           SELECT   REL-EVOL  ASSIGN  TO   DISK.

             02 DATA-TRV        PIC 9(08).
             02 HORA-TRV        PIC 9(06).

       FD  AUTORIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT       PIC X(06).
             02 PROG-AUT       PIC X(08).
             02 TIPOS-AUT      PIC X(04).

       FD  LOGACES
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOGACES.DAT".

           COPY LOGACES.

       WORKING-STORAGE SECTION.

       77  FIM-AUT          PIC X(03)     VALUE "NAO".
       77  ACHOU-AUT        PIC X(03)     VALUE "NAO".
       77  OPERADOR         PIC X(06)     VALUE SPACES.
       77  PROGRAMA-AUT     PIC X(08)     VALUE "EX14R".

       01  HORA-ACESSO.
           02 HORA-ACESSO-HMS PIC 9(06).

       77  FIM-TRV          PIC X(03)     VALUE "NAO".
       77  RECURSO-PEDIDO   PIC X(12)     VALUE SPACES.
       77  RECURSO-TRAVADO  PIC X(03)     VALUE "NAO".

       INICIO.

           PERFORM  VERIFICA-OPERADOR.
           MOVE     "FOLHA-HIST"  TO  RECURSO-PEDIDO.
           PERFORM  VERIFICA-TRAVA.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT   CHAVE-INFORMADA.
           MOVE     "FOLHA-HIST"       TO    ARQUIVO-ACS.
           MOVE     CHAVE-INFORMADA    TO    CHAVE-ACS.
           MOVE     "L"                TO    SITUACAO-ACS.
           PERFORM  GRAVA-ACESSO.
           OPEN INPUT        FOLHA-HIST
               OUTPUT        REL-EVOL.
           MOVE     CHAVE-INFORMADA    TO    CODIGO-CAB.
           ELSE
                     DISPLAY "COMPETENCIAS LISTADAS: " CT-MESES.
           CLOSE       FOLHA-HIST
                       REL-EVOL
                       LOGACES.

       VERIFICA-TRAVA.

                AND RECURSO-TRV EQUAL RECURSO-PEDIDO
                MOVE "SIM"         TO  RECURSO-TRAVADO
                MOVE DETENTOR-TRV  TO  DETENTOR-TRAVA.

       VERIFICA-OPERADOR.

           DISPLAY "INFORME O CODIGO DO OPERADOR: ".
           ACCEPT    OPERADOR.
           OPEN INPUT        AUTORIZA.
           PERFORM   LEITURA-AUTORIZA
                     UNTIL     FIM-AUT   EQUAL   "SIM".
           CLOSE     AUTORIZA.
           OPEN EXTEND       LOGACES.
           IF        ACHOU-AUT EQUAL "NAO"
                     MOVE    SPACES       TO   ARQUIVO-ACS
                                               CHAVE-ACS
                     MOVE    "N"          TO   SITUACAO-ACS
                     PERFORM GRAVA-ACESSO
                     CLOSE   LOGACES
                     DISPLAY "OPERADOR " OPERADOR
                             " SEM AUTORIZACAO PARA " PROGRAMA-AUT
                     MOVE    8            TO   RETURN-CODE
                     STOP RUN.

       LEITURA-AUTORIZA.

           READ AUTORIZA
                    AT END
                    MOVE    "SIM"    TO   FIM-AUT.
           IF    FIM-AUT       NOT EQUAL "SIM"
                 AND OPER-AUT  EQUAL     OPERADOR
                 AND PROG-AUT  EQUAL     PROGRAMA-AUT
                 MOVE    "SIM"        TO   ACHOU-AUT.

       GRAVA-ACESSO.

           ACCEPT    DATA-ACS       FROM   DATE YYYYMMDD.
           ACCEPT    HORA-ACESSO    FROM   TIME.
           MOVE      HORA-ACESSO-HMS  TO   HORA-ACS.
           MOVE      OPERADOR       TO     OPER-ACS.
           MOVE      PROGRAMA-AUT   TO     PROG-ACS.
           WRITE     REG-ACESSO.
