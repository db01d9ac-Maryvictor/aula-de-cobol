       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DESPNOT.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  DESPACHO DA FILA CENTRAL DE NOTIFICACOES. OS
      *          PROGRAMAS DE AVISO (COBRANCA PGM09, FALTAS EX05A,
      *          RETIRADAS DA BIBLIOTECA PGM10, ANIVERSARIANTES PGM06
      *          E LEMBRETE DE VIAGEM PGM13) GRAVAM NO FILANOT.DAT UM
      *          REGISTRO NO LAYOUT NOTIF POR AVISO. ESTE PASSO
      *          RESOLVE O CONTATO DE CADA DESTINATARIO:
      *            A - CADALU.DAT PELO NUMERO DO ALUNO, POSICOES 4 A 8
      *                DA MATRICULA (E-MAIL EMAIL-ENT)
      *            R - RESP2.DAT PELO NUMERO DO ALUNO (ENDERECO E
      *                TELEFONE DO RESPONSAVEL)
      *            C - CADENT.DAT DA TURISMAR PELO CPF (CIDADE E
      *                TELEFONE)
      *            U - O CAD-USU2 NAO TEM CONTATO: SEMPRE CARTA, PARA
      *                ENTREGA NO BALCAO DA BIBLIOTECA.
      *          O CANAL P (PREFERENCIAL) VIRA E-MAIL SE HOUVER
      *          ENDERECO ELETRONICO, SENAO SMS SE HOUVER TELEFONE,
      *          SENAO CARTA. E-MAIL OU SMS PEDIDO SEM O CONTATO
      *          CORRESPONDENTE CAI PARA CARTA E E CONTADO COMO
      *          DESVIO. AS CARTAS SAEM EM REL-CARTAS, UMA POR PAGINA,
      *          COM O TEXTO DO MODELO LIDO DE MODELOS.DAT (CODIGO DO
      *          MODELO + LINHA DE TEXTO, NA ORDEM); E-MAIL E SMS VAO
      *          PARA PROVEDOR.DAT, ARQUIVO ENTREGUE AO PROVEDOR. TODO
      *          AVISO DESPACHADO E ACRESCENTADO AO HISTNOT.DAT COM A
      *          DATA DO ENVIO, O CANAL EFETIVO E O CONTATO USADO (O
      *          CONSNOT CONSULTA POR PESSOA), E A FILA E ESVAZIADA
      *          NO FIM. DESTINATARIO FORA DO CADASTRO OU DESVIO DE
      *          CANAL TERMINA COM RC=4.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL FILANOT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADALU  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RESP2   ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADENT  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL MODELOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   PROVEDOR         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL HISTNOT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CARTAS       ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  FILANOT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FILANOT.DAT".

           COPY NOTIF.

       FD  CADALU
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADALU.DAT".

       01  REG-ENT.
             02 COD-ENT         PIC 9(02).
             02 CURSO-ENT       PIC X(30).
             02 DISCIPLINA-ENT  PIC X(30).
             02 MATRICULA       PIC X(09).
             02 NOME-ENT        PIC X(30).
             02 EMAIL-ENT       PIC X(20).
             02 CAMPUS-ENT      PIC 9(02).

       FD  RESP2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RESP2.DAT".

       01  REG-RESP.
             02 COD-RESP       PIC 9(04).
             02 NOME-RESP      PIC X(30).
             02 CPF-RESP       PIC 9(11).
             02 ENDER-RESP     PIC X(30).
             02 FONE-RESP      PIC 9(08).
             02 ALUNOS-RESP.
                03 ALUNO-RESP     PIC 9(05)  OCCURS 3 TIMES.

       FD  CADENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT.DAT".

       01  REG-USU.
             02 CPF-USU        PIC X(11).
             02 NOM-USU        PIC X(30).
             02 ESTADO-USU     PIC X(02).
             02 CIDADE-USU     PIC X(30).
             02 TELEFONE-USU   PIC 9(08).
             02 DATA-USU       PIC 9(08).

       FD  MODELOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "MODELOS.DAT".

       01  REG-MODELO.
             02 CODIGO-MOD     PIC X(06).
             02 TEXTO-MOD      PIC X(60).

       FD  PROVEDOR
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PROVEDOR.DAT".

       01  REG-PROV.
             02 CANAL-PROV     PIC X(01).
             02 DESTINO-PROV   PIC X(30).
             02 NOME-PROV      PIC X(30).
             02 MODELO-PROV    PIC X(06).
             02 VARIAVEIS-PROV PIC X(60).

       FD  HISTNOT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "HISTNOT.DAT".

       01  REG-HIST.
             02 ENVIO-HIST     PIC 9(08).
             02 CANAL-HIST     PIC X(01).
             02 DESTINO-HIST   PIC X(30).
             02 NOTIF-HIST     PIC X(125).

       FD  REL-CARTAS
           LABEL         RECORD         IS          OMITTED.

       01  REG-CARTA          PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-FILA         PIC X(03)    VALUE "NAO".
       77  FIM-ALU          PIC X(03)    VALUE "NAO".
       77  FIM-RESP         PIC X(03)    VALUE "NAO".
       77  FIM-CLI          PIC X(03)    VALUE "NAO".
       77  FIM-MOD          PIC X(03)    VALUE "NAO".
       77  ACHOU-DEST       PIC X(03)    VALUE "NAO".
       77  ACHOU-TEXTO      PIC X(03)    VALUE "NAO".
       77  HOJE             PIC 9(08)    VALUE ZEROS.
       77  QT-ALUNOS        PIC 9(04)    VALUE ZEROS.
       77  QT-RESPS         PIC 9(04)    VALUE ZEROS.
       77  QT-CLIENTES      PIC 9(04)    VALUE ZEROS.
       77  QT-MODELOS       PIC 9(04)    VALUE ZEROS.
       77  CTR-TAB          PIC 9(04)    VALUE ZEROS.
       77  NOME-DEST        PIC X(30)    VALUE SPACES.
       77  ENDER-DEST       PIC X(30)    VALUE SPACES.
       77  EMAIL-DEST       PIC X(20)    VALUE SPACES.
       77  FONE-DEST        PIC 9(08)    VALUE ZEROS.
       77  CANAL-EFETIVO    PIC X(01)    VALUE SPACES.
       77  CT-LIDOS         PIC 9(07)    VALUE ZEROS.
       77  CT-CARTAS        PIC 9(07)    VALUE ZEROS.
       77  CT-EMAILS        PIC 9(07)    VALUE ZEROS.
       77  CT-SMS           PIC 9(07)    VALUE ZEROS.
       77  CT-DESVIOS       PIC 9(07)    VALUE ZEROS.
       77  CT-SEM-CADASTRO  PIC 9(07)    VALUE ZEROS.

       01  TAB-ALUNOS.
           02 ITEM-ALU-TAB   OCCURS 1000 TIMES.
              03 MATRIC-TAB     PIC X(09).
              03 NOME-ALU-TAB   PIC X(30).
              03 EMAIL-ALU-TAB  PIC X(20).

       01  TAB-RESPS.
           02 ITEM-RESP-TAB  OCCURS 300 TIMES.
              03 NOME-RESP-TAB  PIC X(30).
              03 ENDER-RESP-TAB PIC X(30).
              03 FONE-RESP-TAB  PIC 9(08).
              03 ALUNO-RESP-TAB PIC 9(05)  OCCURS 3 TIMES.

       01  TAB-CLIENTES.
           02 ITEM-CLI-TAB   OCCURS 1000 TIMES.
              03 CPF-CLI-TAB    PIC X(11).
              03 NOME-CLI-TAB   PIC X(30).
              03 CIDADE-CLI-TAB PIC X(30).
              03 ESTADO-CLI-TAB PIC X(02).
              03 FONE-CLI-TAB   PIC 9(08).

       01  TAB-MODELOS.
           02 ITEM-MOD-TAB   OCCURS 200 TIMES.
              03 CODIGO-MOD-TAB PIC X(06).
              03 TEXTO-MOD-TAB  PIC X(60).

       01  ENDER-CLIENTE.
           02 CIDADE-END     PIC X(27).
           02 FILLER         PIC X(01)    VALUE "/".
           02 ESTADO-END     PIC X(02).

       01  DATA-EDIT.
           02 DD-EDIT        PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 MM-EDIT        PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 AAAA-EDIT      PIC 9(04).

       01  DATA-QUEBRA.
           02 AAAA-QUEBRA    PIC 9(04).
           02 MM-QUEBRA      PIC 9(02).
           02 DD-QUEBRA      PIC 9(02).

       01  CAB-CARTA.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                               "FATEC-SP / TURISMAR - AVISO ".
           02 MODELO-CAB     PIC X(06).
           02 FILLER         PIC X(19) VALUE SPACES.
           02 FILLER         PIC X(10) VALUE "EMISSAO : ".
           02 EMISSAO-CAB    PIC X(10).

       01  LINHA-DEST.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(04) VALUE "A/C ".
           02 NOME-LIN       PIC X(30).
           02 FILLER         PIC X(41) VALUE SPACES.

       01  LINHA-ENDER.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 ENDER-LIN      PIC X(30).
           02 FILLER         PIC X(41) VALUE SPACES.

       01  LINHA-TEXTO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 TEXTO-LIN      PIC X(60).
           02 FILLER         PIC X(15) VALUE SPACES.

       01  LINHA-VARIAVEIS.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(12) VALUE "REFERENCIA: ".
           02 VAR1-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VAR2-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VAR3-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.

       01  LINHA-ORIGEM.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "ORIGEM: ".
           02 ORIGEM-LIN     PIC X(08).
           02 FILLER         PIC X(17) VALUE "  SOLICITADO EM: ".
           02 SOLICIT-LIN    PIC X(10).
           02 FILLER         PIC X(32) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-DESPNOT.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-FILA     EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           MOVE       HOJE      TO        DATA-QUEBRA.
           MOVE       DD-QUEBRA      TO   DD-EDIT.
           MOVE       MM-QUEBRA      TO   MM-EDIT.
           MOVE       AAAA-QUEBRA    TO   AAAA-EDIT.
           MOVE       DATA-EDIT      TO   EMISSAO-CAB.
           PERFORM    CARGA-ALUNOS.
           PERFORM    CARGA-RESPS.
           PERFORM    CARGA-CLIENTES.
           PERFORM    CARGA-MODELOS.
           OPEN INPUT       FILANOT
                OUTPUT      PROVEDOR
                            REL-CARTAS
                EXTEND      HISTNOT.
           PERFORM    LEITURA-FILA.

       CARGA-ALUNOS.

           OPEN INPUT       CADALU.
           PERFORM    LEITURA-ALU
                      UNTIL     FIM-ALU    EQUAL    "SIM".
           CLOSE      CADALU.

       LEITURA-ALU.

           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU     NOT EQUAL  "SIM"
                AND REG-ENT (1:5) NOT EQUAL "TRLR:"
                IF   QT-ALUNOS  NOT LESS THAN  1000
                     DISPLAY "CADALU EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1   TO   QT-ALUNOS
                     MOVE MATRICULA  TO  MATRIC-TAB    (QT-ALUNOS)
                     MOVE NOME-ENT   TO  NOME-ALU-TAB  (QT-ALUNOS)
                     MOVE EMAIL-ENT  TO  EMAIL-ALU-TAB (QT-ALUNOS).

       CARGA-RESPS.

           OPEN INPUT       RESP2.
           PERFORM    LEITURA-RESP
                      UNTIL     FIM-RESP   EQUAL    "SIM".
           CLOSE      RESP2.

       LEITURA-RESP.

           READ RESP2
                AT END
                MOVE "SIM" TO FIM-RESP.
           IF   FIM-RESP    NOT EQUAL  "SIM"
                AND REG-RESP (1:5) NOT EQUAL "TRLR:"
                IF   QT-RESPS   NOT LESS THAN  300
                     DISPLAY "RESP2 EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1   TO   QT-RESPS
                     MOVE NOME-RESP     TO  NOME-RESP-TAB  (QT-RESPS)
                     MOVE ENDER-RESP    TO  ENDER-RESP-TAB (QT-RESPS)
                     MOVE FONE-RESP     TO  FONE-RESP-TAB  (QT-RESPS)
                     MOVE ALUNO-RESP (1) TO
                          ALUNO-RESP-TAB (QT-RESPS 1)
                     MOVE ALUNO-RESP (2) TO
                          ALUNO-RESP-TAB (QT-RESPS 2)
                     MOVE ALUNO-RESP (3) TO
                          ALUNO-RESP-TAB (QT-RESPS 3).

       CARGA-CLIENTES.

           OPEN INPUT       CADENT.
           PERFORM    LEITURA-CLI
                      UNTIL     FIM-CLI    EQUAL    "SIM".
           CLOSE      CADENT.

       LEITURA-CLI.

           READ CADENT
                AT END
                MOVE "SIM" TO FIM-CLI.
           IF   FIM-CLI     NOT EQUAL  "SIM"
                AND REG-USU (1:5) NOT EQUAL "TRLR:"
                IF   QT-CLIENTES  NOT LESS THAN  1000
                     DISPLAY "CADENT EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1   TO   QT-CLIENTES
                     MOVE CPF-USU      TO  CPF-CLI-TAB    (QT-CLIENTES)
                     MOVE NOM-USU      TO  NOME-CLI-TAB   (QT-CLIENTES)
                     MOVE CIDADE-USU   TO  CIDADE-CLI-TAB (QT-CLIENTES)
                     MOVE ESTADO-USU   TO  ESTADO-CLI-TAB (QT-CLIENTES)
                     MOVE TELEFONE-USU TO  FONE-CLI-TAB   (QT-CLIENTES).

       CARGA-MODELOS.

           OPEN INPUT       MODELOS.
           PERFORM    LEITURA-MOD
                      UNTIL     FIM-MOD    EQUAL    "SIM".
           CLOSE      MODELOS.

       LEITURA-MOD.

           READ MODELOS
                AT END
                MOVE "SIM" TO FIM-MOD.
           IF   FIM-MOD     NOT EQUAL  "SIM"
                IF   QT-MODELOS  NOT LESS THAN  200
                     DISPLAY "MODELOS EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1   TO   QT-MODELOS
                     MOVE CODIGO-MOD  TO  CODIGO-MOD-TAB (QT-MODELOS)
                     MOVE TEXTO-MOD   TO  TEXTO-MOD-TAB  (QT-MODELOS).

       LEITURA-FILA.

           READ FILANOT
                AT END
                MOVE "SIM" TO FIM-FILA.

       PRINCIPAL.

           ADD       1              TO   CT-LIDOS.
           MOVE      "NAO"          TO   ACHOU-DEST.
           MOVE      NOTIF-DEST-NOME TO  NOME-DEST.
           MOVE      SPACES         TO   ENDER-DEST
                                         EMAIL-DEST.
           MOVE      ZEROS          TO   FONE-DEST.
           MOVE      1              TO   CTR-TAB.
           IF        NOTIF-DEST-TIPO  EQUAL  "A"
                     PERFORM   PESQUISA-ALUNO     QT-ALUNOS    TIMES.
           IF        NOTIF-DEST-TIPO  EQUAL  "R"
                     PERFORM   PESQUISA-RESP      QT-RESPS     TIMES.
           IF        NOTIF-DEST-TIPO  EQUAL  "C"
                     PERFORM   PESQUISA-CLIENTE   QT-CLIENTES  TIMES.
           IF        ACHOU-DEST  EQUAL  "NAO"
                AND  NOTIF-DEST-TIPO  NOT EQUAL  "U"
                     ADD  1   TO   CT-SEM-CADASTRO
                     DISPLAY "DESTINATARIO FORA DO CADASTRO: "
                             NOTIF-DEST-TIPO " " NOTIF-DEST-CHAVE
                             " (" NOTIF-ORIGEM ") - VAI POR CARTA.".
           PERFORM   ESCOLHE-CANAL.
           IF        CANAL-EFETIVO  EQUAL  "C"
                     PERFORM   IMPRIME-CARTA
           ELSE
                     PERFORM   GRAVA-PROVEDOR.
           PERFORM   GRAVA-HISTORICO.
           PERFORM   LEITURA-FILA.

       PESQUISA-ALUNO.

           IF        NOTIF-ALUNO  EQUAL  MATRIC-TAB (CTR-TAB) (4:5)
                     MOVE  "SIM"    TO   ACHOU-DEST
                     MOVE  NOME-ALU-TAB  (CTR-TAB) TO NOME-DEST
                     MOVE  EMAIL-ALU-TAB (CTR-TAB) TO EMAIL-DEST.
           ADD       1         TO   CTR-TAB.

       PESQUISA-RESP.

           IF        NOTIF-ALUNO  EQUAL  ALUNO-RESP-TAB (CTR-TAB 1)
                OR   NOTIF-ALUNO  EQUAL  ALUNO-RESP-TAB (CTR-TAB 2)
                OR   NOTIF-ALUNO  EQUAL  ALUNO-RESP-TAB (CTR-TAB 3)
                     MOVE  "SIM"    TO   ACHOU-DEST
                     MOVE  NOME-RESP-TAB  (CTR-TAB) TO NOME-DEST
                     MOVE  ENDER-RESP-TAB (CTR-TAB) TO ENDER-DEST
                     MOVE  FONE-RESP-TAB  (CTR-TAB) TO FONE-DEST.
           ADD       1         TO   CTR-TAB.

       PESQUISA-CLIENTE.

           IF        NOTIF-DEST-CHAVE  EQUAL  CPF-CLI-TAB (CTR-TAB)
                     MOVE  "SIM"    TO   ACHOU-DEST
                     MOVE  NOME-CLI-TAB   (CTR-TAB) TO NOME-DEST
                     MOVE  CIDADE-CLI-TAB (CTR-TAB) TO CIDADE-END
                     MOVE  ESTADO-CLI-TAB (CTR-TAB) TO ESTADO-END
                     MOVE  ENDER-CLIENTE            TO ENDER-DEST
                     MOVE  FONE-CLI-TAB   (CTR-TAB) TO FONE-DEST.
           ADD       1         TO   CTR-TAB.

      *    CANAL PEDIDO SEM O CONTATO CORRESPONDENTE VIRA CARTA.

       ESCOLHE-CANAL.

           MOVE      "C"            TO   CANAL-EFETIVO.
           IF        NOTIF-CANAL  EQUAL  "P"
                IF   EMAIL-DEST  NOT EQUAL  SPACES
                     MOVE  "E"   TO   CANAL-EFETIVO
                ELSE
                IF   FONE-DEST   GREATER THAN  ZEROS
                     MOVE  "S"   TO   CANAL-EFETIVO.
           IF        NOTIF-CANAL  EQUAL  "E"
                IF   EMAIL-DEST  NOT EQUAL  SPACES
                     MOVE  "E"   TO   CANAL-EFETIVO
                ELSE
                     ADD   1     TO   CT-DESVIOS.
           IF        NOTIF-CANAL  EQUAL  "S"
                IF   FONE-DEST   GREATER THAN  ZEROS
                     MOVE  "S"   TO   CANAL-EFETIVO
                ELSE
                     ADD   1     TO   CT-DESVIOS.

       IMPRIME-CARTA.

           MOVE      NOTIF-MODELO   TO   MODELO-CAB.
           WRITE     REG-CARTA FROM CAB-CARTA
                     AFTER ADVANCING PAGE.
           MOVE      NOME-DEST      TO   NOME-LIN.
           WRITE     REG-CARTA FROM LINHA-DEST
                     AFTER ADVANCING 3 LINES.
           IF        ENDER-DEST  EQUAL  SPACES
                IF   NOTIF-DEST-TIPO  EQUAL  "U"
                     MOVE "RETIRAR NO BALCAO - BIBLIOTECA"
                                    TO   ENDER-LIN
                ELSE
                     MOVE "ENTREGA NA SECRETARIA"
                                    TO   ENDER-LIN
           ELSE
                     MOVE  ENDER-DEST    TO   ENDER-LIN.
           WRITE     REG-CARTA FROM LINHA-ENDER
                     AFTER ADVANCING 1 LINE.
           MOVE      "NAO"          TO   ACHOU-TEXTO.
           MOVE      1              TO   CTR-TAB.
           PERFORM   IMPRIME-TEXTO       QT-MODELOS  TIMES.
           IF        ACHOU-TEXTO  EQUAL  "NAO"
                     MOVE  SPACES        TO   TEXTO-LIN
                     STRING "AVISO " NOTIF-MODELO
                            " - CONSULTE A SECRETARIA."
                            DELIMITED BY SIZE INTO TEXTO-LIN
                     WRITE REG-CARTA FROM LINHA-TEXTO
                           AFTER ADVANCING 2 LINES.
           MOVE      NOTIF-VAR (1)  TO   VAR1-LIN.
           MOVE      NOTIF-VAR (2)  TO   VAR2-LIN.
           MOVE      NOTIF-VAR (3)  TO   VAR3-LIN.
           WRITE     REG-CARTA FROM LINHA-VARIAVEIS
                     AFTER ADVANCING 2 LINES.
           MOVE      NOTIF-ORIGEM   TO   ORIGEM-LIN.
           MOVE      NOTIF-DATA     TO   DATA-QUEBRA.
           MOVE      DD-QUEBRA      TO   DD-EDIT.
           MOVE      MM-QUEBRA      TO   MM-EDIT.
           MOVE      AAAA-QUEBRA    TO   AAAA-EDIT.
           MOVE      DATA-EDIT      TO   SOLICIT-LIN.
           WRITE     REG-CARTA FROM LINHA-ORIGEM
                     AFTER ADVANCING 2 LINES.
           ADD       1              TO   CT-CARTAS.

       IMPRIME-TEXTO.

           IF        CODIGO-MOD-TAB (CTR-TAB)  EQUAL  NOTIF-MODELO
                     MOVE  TEXTO-MOD-TAB (CTR-TAB)  TO  TEXTO-LIN
                     IF    ACHOU-TEXTO  EQUAL  "NAO"
                           MOVE  "SIM"   TO   ACHOU-TEXTO
                           WRITE REG-CARTA FROM LINHA-TEXTO
                                 AFTER ADVANCING 2 LINES
                     ELSE
                           WRITE REG-CARTA FROM LINHA-TEXTO
                                 AFTER ADVANCING 1 LINE.
           ADD       1         TO   CTR-TAB.

       GRAVA-PROVEDOR.

           MOVE      CANAL-EFETIVO  TO   CANAL-PROV.
           IF        CANAL-EFETIVO  EQUAL  "E"
                     MOVE  EMAIL-DEST    TO   DESTINO-PROV
                     ADD   1             TO   CT-EMAILS
           ELSE
                     MOVE  FONE-DEST     TO   DESTINO-PROV
                     ADD   1             TO   CT-SMS.
           MOVE      NOME-DEST      TO   NOME-PROV.
           MOVE      NOTIF-MODELO   TO   MODELO-PROV.
           MOVE      NOTIF-VARIAVEIS TO  VARIAVEIS-PROV.
           WRITE     REG-PROV.

       GRAVA-HISTORICO.

           MOVE      HOJE           TO   ENVIO-HIST.
           MOVE      CANAL-EFETIVO  TO   CANAL-HIST.
           IF        CANAL-EFETIVO  EQUAL  "C"
                     MOVE  ENDER-LIN     TO   DESTINO-HIST
           ELSE
                     MOVE  DESTINO-PROV  TO   DESTINO-HIST.
           MOVE      REG-NOTIF      TO   NOTIF-HIST.
           MOVE      NOME-DEST      TO   NOTIF-HIST (13:30).
           WRITE     REG-HIST.

       FIM.

           DISPLAY   "AVISOS NA FILA        : " CT-LIDOS.
           DISPLAY   "CARTAS IMPRESSAS      : " CT-CARTAS.
           DISPLAY   "E-MAILS AO PROVEDOR   : " CT-EMAILS.
           DISPLAY   "SMS AO PROVEDOR       : " CT-SMS.
           DISPLAY   "DESVIOS PARA CARTA    : " CT-DESVIOS.
           DISPLAY   "FORA DO CADASTRO      : " CT-SEM-CADASTRO.
           IF        CT-DESVIOS       GREATER THAN  ZEROS
                OR   CT-SEM-CADASTRO  GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     FILANOT
                     PROVEDOR
                     REL-CARTAS
                     HISTNOT.
           OPEN OUTPUT      FILANOT.
           CLOSE     FILANOT.
