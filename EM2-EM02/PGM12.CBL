      *          SALDOS DE PROVISAO DE 13O/FERIAS (PROVISAO.DAT, EX13)
      *          SAEM COMO LINHAS DE MEMORANDO NO FINAL, NO LUGAR DA
      *          PLANILHA QUE O TESOUREIRO MONTA A MAO TODA SEGUNDA.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

       FILE-CONTROL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL REMESSA ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE.
                03 VENC-ABE-AAAA   PIC 9(04).
                03 VENC-ABE-MM     PIC 9(02).
