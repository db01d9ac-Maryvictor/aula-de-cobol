      *          MESMO ESTAGIO NUNCA SAI DUAS VEZES E O ESTAGIO
      *          SEGUINTE SO SAI DEPOIS DO INTERVALO CONFIGURADO,
      *          ACABANDO COM A COBRANCA NO OLHO DA TESOURARIA.
      *          SO PARCELA COM SALDO A RECEBER (VALOR MAIOR QUE O
      *          PAGO) RECEBE AVISO: PARCELA ZERADA, COMO AS CANCELADAS
      *          PELO PGM28 DEPOIS DO TRANCAMENTO DO ALUNO OU AS
      *          POSICOES VAZIAS DO CADPAG, NAO E MAIS COBRADA.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.
      *          CADA AVISO EMITIDO TAMBEM ENTRA NA FILA CENTRAL DE
      *          NOTIFICACOES FILANOT.DAT (LAYOUT NOTIF, MODELO COBR1,
      *          COBR2 OU COBR3 CONFORME O ESTAGIO, COM PARCELA,
      *          VENCIMENTO E SALDO), ENDERECADO AO RESPONSAVEL DO
      *          CLIENTE NO RESP2, PARA O DESPNOT ENVIAR POR E-MAIL,
      *          SMS OU CARTA E GUARDAR O HISTORICO DO ENVIO.

       ENVIRONMENT             DIVISION.

       FILE-CONTROL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   CADPAG           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-AVISOS       ASSIGN      TO      DISK.

           SELECT   OPTIONAL FILANOT ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA      DIVISION.

       FILE SECTION.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE.
                03 VENC-ABE-AAAA   PIC 9(04).
                03 VENC-ABE-MM     PIC 9(02).

       01  REG-REL                PIC X(80).

       FD  FILANOT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FILANOT.DAT".

           COPY NOTIF.

       WORKING-STORAGE SECTION.

       77  FIM-ABERTOS      PIC X(03)    VALUE "NAO".
       77  WSALDO           PIC 9(05)V99 VALUE ZEROS.
       77  CT-EMITIDOS      PIC 9(05)    VALUE ZEROS.
       77  NOME-CLIENTE     PIC X(30)    VALUE SPACES.
       77  SALDO-NOTIF      PIC ZZ.ZZ9,99.

       01  VENC-NOTIF.
           02 VENC-DD-NOTIF  PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 VENC-MM-NOTIF  PIC 9(02).
           02 FILLER         PIC X(01)    VALUE "/".
           02 VENC-AAAA-NOTIF PIC 9(04).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           OPEN INPUT       ABERTOS
                            CADPAG
                OUTPUT      AVISOSN
                            REL-AVISOS
                EXTEND      FILANOT.
           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           MOVE       "1O AVISO"        TO  TITULO-AVISO-TAB (1).
           MOVE       "2O AVISO"        TO  TITULO-AVISO-TAB (2).

       PRINCIPAL.

           IF        (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  VALOR-ABE  GREATER THAN  PAGO-ABE
                     PERFORM       TRATA-PARCELA-ABERTA.
           PERFORM   LEITURA-ABERTOS.

           PERFORM   BUSCA-NOME-CLIENTE.
           COMPUTE   WSALDO  =  VALOR-ABE - PAGO-ABE.
           PERFORM   IMPRIME-AVISO.
           PERFORM   ENFILEIRA-AVISO.
           PERFORM   REGISTRA-AVISO.
           ADD       1         TO   CT-EMITIDOS.

                     WRITE  REG-REL FROM LINHA-TEXTO-2
                            AFTER ADVANCING 1 LINE.

       ENFILEIRA-AVISO.

           MOVE      SPACES         TO   REG-NOTIF.
           MOVE      "R"            TO   NOTIF-DEST-TIPO.
           MOVE      CODIGO-ABE     TO   NOTIF-ALUNO.
           MOVE      NOME-CLIENTE   TO   NOTIF-DEST-NOME.
           MOVE      "P"            TO   NOTIF-CANAL.
           MOVE      "COBR"         TO   NOTIF-MODELO.
           MOVE      ESTAGIO-EMITIR TO   NOTIF-MODELO (5:1).
           MOVE      HOJE-NUM       TO   NOTIF-DATA.
           MOVE      "PGM09"        TO   NOTIF-ORIGEM.
           MOVE      PARCELA-ABE    TO   NOTIF-VAR (1).
           MOVE      VENC-ABE-DD    TO   VENC-DD-NOTIF.
           MOVE      VENC-ABE-MM    TO   VENC-MM-NOTIF.
           MOVE      VENC-ABE-AAAA  TO   VENC-AAAA-NOTIF.
           MOVE      VENC-NOTIF     TO   NOTIF-VAR (2).
           MOVE      WSALDO         TO   SALDO-NOTIF.
           MOVE      SALDO-NOTIF    TO   NOTIF-VAR (3).
           WRITE     REG-NOTIF.

       REGISTRA-AVISO.

           IF        QT-AVISOS  LESS THAN 300
           CLOSE     ABERTOS
                     CADPAG
                     AVISOSN
                     REL-AVISOS
                     FILANOT.

       GRAVA-HISTORICO-NOVO.

