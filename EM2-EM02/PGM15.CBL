      *          CODIGO POR LINHA), SAO IMPRESSOS ESSES CLIENTES; SEM
      *          PEDIDOS, O OPERADOR INFORMA O CODIGO NO CONSOLE
      *          (ZEROS IMPRIME TODOS OS CLIENTES).
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ABERTOS ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL ATUALIZA ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
