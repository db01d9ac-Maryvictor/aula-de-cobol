      *          CONSULTAM ESTE ARQUIVO E RECUSAM ALUNO QUE NAO
      *          ESTEJA LIVRE -- OS DOIS LADOS DA CASA FINALMENTE SE
      *          ENCONTRAM ANTES DA MATRICULA.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ABERTOS ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   ELEGIVEL         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE.
                03 VENC-ABE-AAAA   PIC 9(04).
                03 VENC-ABE-MM     PIC 9(02).
