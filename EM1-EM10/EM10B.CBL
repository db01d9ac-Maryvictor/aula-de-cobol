      *          MARCACAO NAO-ACHADO POR CHAVE. UMA LISTA INTEIRA DE
      *          PESQUISA DO SUPORTE SAI NUMA UNICA RODADA, EM VEZ DE
      *          TRINTA SESSOES INTERATIVAS.
      *          POR SER CONSULTA A DADO PESSOAL, O OPERADOR SE
      *          IDENTIFICA NO INICIO CONTRA O AUTORIZA.DAT (OPERADOR
      *          X PROGRAMA) E CADA CHAVE CONSULTADA E ACRESCENTADA AO
      *          LOG DE ACESSOS LOGACES.DAT (LAYOUT LOGACES) COM
      *          ARQUIVO, DATA E HORA; OPERADOR NAO AUTORIZADO E
      *          RECUSADO COM RC=8 E A TENTATIVA FICA NO LOG.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   RESPOSTA ASSIGN  TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOGACES ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  PEDIDOS
           LABEL  RECORD      ARE   STANDARD
             02 VALOR1-RESP     PIC 9(05)V99.
             02 VALOR2-RESP     PIC 9(02).

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
       77  PROGRAMA-AUT     PIC X(08)     VALUE "EX10B".

       01  HORA-ACESSO.
           02 HORA-ACESSO-HMS PIC 9(06).

       77  FIM-PEDIDOS      PIC X(03)     VALUE "NAO".
       77  FIM-ALU          PIC X(03)     VALUE "NAO".
       77  QT-ALUNOS        PIC 9(04)     VALUE ZEROS.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           OPEN INPUT        PEDIDOS
                              CADFUN
               OUTPUT        RESPOSTA.

       CONSULTA-ALUNO.

           MOVE      "CADALU2"      TO   ARQUIVO-ACS.
           PERFORM   REGISTRA-PEDIDO.
           MOVE      "NAO"     TO   ACHOU-ALU.
           MOVE      ZEROS     TO   IND-ALU.
           MOVE      1         TO   CTR-ALU.

       CONSULTA-FUNCIONARIO.

           MOVE      "CADFUN"       TO   ARQUIVO-ACS.
           PERFORM   REGISTRA-PEDIDO.
           MOVE      CHAVE-PEDIDO   TO   CODIGO-ENT.
           READ      CADFUN
                     INVALID KEY
                     ADD  1             TO  CT-ENCONTRADOS.
           WRITE     REG-RESPOSTA.

       REGISTRA-PEDIDO.

           MOVE      CHAVE-PEDIDO   TO   CHAVE-ACS.
           MOVE      "L"            TO   SITUACAO-ACS.
           PERFORM   GRAVA-ACESSO.

       TERMINO.

           DISPLAY   "CHAVES ENCONTRADAS : " CT-ENCONTRADOS.
           DISPLAY   "CHAVES NAO ACHADAS : " CT-NAO-ACHADOS.
           CLOSE       PEDIDOS
                       CADFUN
                       RESPOSTA
                       LOGACES.

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
