       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM22.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  DECLARACAO ANUAL DE PAGAMENTOS E DE QUITACAO DE
      *          DEBITOS POR CLIENTE. O ANO DE REFERENCIA VEM DO
      *          PARAMETRO PARAM-ANO.DAT (SEM O PARAMETRO, O ANO
      *          ANTERIOR AO DA RODADA, QUE E O PEDIDO DE FEVEREIRO
      *          PARA O IMPOSTO DE RENDA). PARA CADA CLIENTE DE
      *          CADPAG.DAT COM PARCELA VENCENDO NO ANO OU PAGAMENTO NO
      *          ANO SAI UMA PAGINA EM REL-DECLARA COM O RESPONSAVEL
      *          FINANCEIRO E O CPF DO CADASTRO RESP2.DAT (PGM16), O
      *          TOTAL DAS PARCELAS DO ANO E O TOTAL PAGO NO ANO: OS
      *          PAGAMENTOS DO RETORNO (RETAPL.DAT) MENOS AS DEVOLUCOES
      *          DE EXCEDENTE (REEMBOLSO.DAT), JA QUE O EXCEDENTE
      *          APLICADO DEPOIS COMO CREDITO (CREDAPL.DAT) NAO E
      *          DINHEIRO NOVO -- ESSAS APLICACOES SAEM EM LINHA
      *          INFORMATIVA. O CLIENTE SEM NENHUMA PARCELA DO ANO
      *          ABERTO/PARCIAL EM ABERTOS.DAT E SEM PARCELA DO ANO
      *          BAIXADA PARA PERDAS (PERDAS.DAT, PGM13) RECEBE NA MESMA
      *          PAGINA A DECLARACAO DE QUITACAO ANUAL; QUEM TEM
      *          PENDENCIA RECEBE SO O DEMONSTRATIVO E E LISTADO, COM
      *          CADA PARCELA PENDENTE, NO RELATORIO REL-PENDENTES.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PARAM-ANO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADPAG           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ABERTOS ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL RESP2   ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RETAPL  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CREDAPL ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL REEMBOLSO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-DECLARA      ASSIGN      TO      DISK.

           SELECT   REL-PENDENTES    ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PARAM-ANO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-ANO.DAT".

       01  REG-PARAM-ANO.
             02 ANO-PARAM         PIC 9(04).

       FD  CADPAG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPAG.DAT".

       01   REG-ENT.
             02 CODIGO-ENT      PIC 9(05).
             02 NOME-ENT        PIC X(30).
             02 PARCELAS-ENT    OCCURS 10 TIMES.
                03 VALOR-PARC      PIC 9(05)V9(02).
                03 VENC-PARC.
                   04 VENC-PARC-AAAA  PIC 9(04).
                   04 FILLER          PIC 9(04).

       FD  ABERTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
             02 SITUACAO-ABE    PIC X(07).

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

       FD  RETAPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETAPL.DAT".

       01  REG-RETAPL.
             02 IDENT-APL.
                03 DATA-IDENT-APL  PIC 9(08).
                03 SEQ-IDENT-APL   PIC X(03).
             02 CODIGO-APL      PIC 9(05).
             02 PARCELA-APL     PIC 9(02).
             02 VALOR-APL       PIC 9(05)V9(02).

       FD  CREDAPL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CREDAPL.DAT".

       01  REG-CREDAPL.
             02 CODIGO-CAP      PIC 9(05).
             02 PARCELA-CAP     PIC 9(02).
             02 VALOR-CAP       PIC 9(05)V9(02).
             02 DATA-CAP        PIC 9(08).

       FD  REEMBOLSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REEMBOLSO.DAT".

       01  REG-REEMBOLSO.
             02 CODIGO-REE      PIC 9(05).
             02 VALOR-REE       PIC 9(05)V9(02).
             02 DATA-REE        PIC 9(08).

       FD  PERDAS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERDAS.DAT".

       01  REG-PERDA.
             02 CODIGO-PER      PIC 9(05).
             02 PARCELA-PER     PIC 9(02).
             02 VENC-PER        PIC 9(08).
             02 VALOR-PER       PIC 9(05)V9(02).
             02 ENCARGOS-PER    PIC 9(05)V9(02).
             02 TOTAL-PER       PIC 9(06)V9(02).
             02 DATA-PER        PIC 9(08).
             02 AUTOR-PER       PIC X(06).

       FD  REL-DECLARA
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       FD  REL-PENDENTES
           LABEL RECORD IS OMITTED.

       01  REG-PEN                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-PAG          PIC X(03)    VALUE "NAO".
       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-RESP         PIC X(03)    VALUE "NAO".
       77  FIM-APL          PIC X(03)    VALUE "NAO".
       77  FIM-CAP          PIC X(03)    VALUE "NAO".
       77  FIM-REE          PIC X(03)    VALUE "NAO".
       77  FIM-PER          PIC X(03)    VALUE "NAO".
       77  CHAVE-ABE        PIC 9(05)    VALUE ZEROS.
       77  ANO-REF          PIC 9(04)    VALUE ZEROS.
       77  CTR              PIC 9(02)    VALUE ZEROS.
       77  QT-RESP          PIC 9(03)    VALUE ZEROS.
       77  CTR-RESP         PIC 9(03)    VALUE ZEROS.
       77  CTR-VINC         PIC 9(01)    VALUE ZEROS.
       77  ACHOU-RESP       PIC X(03)    VALUE "NAO".
       77  QT-CLI           PIC 9(04)    VALUE ZEROS.
       77  CTR-CLI          PIC 9(04)    VALUE ZEROS.
       77  IND-CLI          PIC 9(04)    VALUE ZEROS.
       77  CODIGO-BUSCA     PIC 9(05)    VALUE ZEROS.
       77  QT-PERDAS        PIC 9(04)    VALUE ZEROS.
       77  CTR-PERDAS       PIC 9(04)    VALUE ZEROS.
       77  QT-PEND          PIC 9(02)    VALUE ZEROS.
       77  CTR-PEND         PIC 9(02)    VALUE ZEROS.
       77  FATURADO-ANO     PIC 9(07)V99 VALUE ZEROS.
       77  PAGO-ANO         PIC S9(07)V99 VALUE ZEROS.
       77  CREDITO-ANO      PIC 9(07)V99 VALUE ZEROS.
       77  CT-DOCUMENTOS    PIC 9(05)    VALUE ZEROS.
       77  CT-QUITADOS      PIC 9(05)    VALUE ZEROS.
       77  CT-PENDENTES     PIC 9(05)    VALUE ZEROS.
       77  CT-LIN-PEN       PIC 9(02)    VALUE 60.
       77  CT-PAG-PEN       PIC 9(03)    VALUE ZEROS.

       01  TAB-RESPONSAVEIS.
           02 ITEM-RESP-TAB   OCCURS 100 TIMES.
              03 NOME-RESP-TAB     PIC X(30).
              03 CPF-RESP-TAB      PIC 9(11).
              03 ALUNOS-RESP-TAB.
                 04 ALUNO-RESP-TAB   PIC 9(05)  OCCURS 3 TIMES.

       01  TAB-CLIENTES.
           02 ITEM-CLI-TAB OCCURS 2000 TIMES.
              03 CODIGO-CLI-TAB    PIC 9(05).
              03 PAGO-CLI-TAB      PIC 9(07)V99.
              03 CREDITO-CLI-TAB   PIC 9(07)V99.
              03 REEMB-CLI-TAB     PIC 9(07)V99.

       01  TAB-PERDAS.
           02 ITEM-PERDA-TAB OCCURS 1000 TIMES.
              03 CODIGO-PERDA-TAB  PIC 9(05).
              03 PARCELA-PERDA-TAB PIC 9(02).
              03 VENC-PERDA-TAB    PIC 9(08).
              03 VALOR-PERDA-TAB   PIC 9(06)V99.

       01  TAB-PENDENCIAS.
           02 ITEM-PEND-TAB OCCURS 20 TIMES.
              03 PARCELA-PEND-TAB  PIC 9(02).
              03 VENC-PEND-TAB     PIC 9(08).
              03 SALDO-PEND-TAB    PIC 9(06)V99.
              03 SITUACAO-PEND-TAB PIC X(07).

       01  NOME-PAGADOR     PIC X(30).
       01  CPF-PAGADOR      PIC 9(11).
       01  CPF-PARTES       REDEFINES  CPF-PAGADOR.
           02 CPF-P1            PIC 9(03).
           02 CPF-P2            PIC 9(03).
           02 CPF-P3            PIC 9(03).
           02 CPF-DV            PIC 9(02).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  LINHA-TITULO.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(42) VALUE
                        "DECLARACAO ANUAL DE PAGAMENTOS - ANO BASE".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ANO-TIT        PIC 9(04).
           02 FILLER         PIC X(23) VALUE SPACES.

       01  LINHA-PAGADOR.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(24) VALUE
                             "RESPONSAVEL FINANCEIRO: ".
           02 NOME-PAG-LIN   PIC X(30).
           02 FILLER         PIC X(21) VALUE SPACES.

       01  LINHA-CPF.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(24) VALUE
                             "CPF DO RESPONSAVEL:     ".
           02 CPF-LIN.
              03 CPF-P1-LIN     PIC 9(03).
              03 FILLER         PIC X(01) VALUE ".".
              03 CPF-P2-LIN     PIC 9(03).
              03 FILLER         PIC X(01) VALUE ".".
              03 CPF-P3-LIN     PIC 9(03).
              03 FILLER         PIC X(01) VALUE "-".
              03 CPF-DV-LIN     PIC 9(02).
           02 FILLER         PIC X(37) VALUE SPACES.

       01  LINHA-ALUNO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(24) VALUE
                             "ALUNO (CODIGO):         ".
           02 CODIGO-LIN     PIC 9(05).
           02 FILLER         PIC X(46) VALUE SPACES.

       01  LINHA-VALOR.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 ROTULO-VALOR   PIC X(50).
           02 VALOR-LIN      PIC ZZZ.ZZ9,99-.
           02 FILLER         PIC X(14) VALUE SPACES.

       01  LINHA-TEXTO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 TEXTO-LIN      PIC X(70).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  LINHA-DATA.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(09) VALUE "EMITIDO: ".
           02 DATA-DD-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 DATA-MM-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 DATA-AAAA-LIN  PIC 9(04).
           02 FILLER         PIC X(56) VALUE SPACES.

       01  CAB-PEN-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                             "CLIENTES SEM QUITACAO ANUAL - ANO BASE".
           02 ANO-CAB-PEN    PIC 9(04).
           02 FILLER         PIC X(18) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 PAG-CAB-PEN    PIC ZZ9.
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-PEN-02.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "CLIENTE".
           02 FILLER         PIC X(31) VALUE "RESPONSAVEL".
           02 FILLER         PIC X(05) VALUE "PARC".
           02 FILLER         PIC X(11) VALUE "VENCIMENTO".
           02 FILLER         PIC X(11) VALUE "      SALDO".
           02 FILLER         PIC X(09) VALUE " SITUACAO".

       01  DET-PEN.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 CODIGO-PEN     PIC 9(05).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NOME-PEN       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PARCELA-PEN    PIC 9(02).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 VENC-PEN       PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-PEN      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SITUACAO-PEN   PIC X(07).
           02 FILLER         PIC X(03) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM22.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-PAG      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           COMPUTE    ANO-REF  =  HOJE-AAAA - 1.
           OPEN INPUT       PARAM-ANO.
           READ PARAM-ANO
                AT END
                MOVE ZEROS  TO  ANO-PARAM.
           IF   ANO-PARAM   NOT EQUAL  ZEROS
                MOVE ANO-PARAM   TO  ANO-REF.
           CLOSE      PARAM-ANO.
           MOVE       ANO-REF   TO   ANO-TIT
                                     ANO-CAB-PEN.
           PERFORM    CARGA-RESPONSAVEIS.
           PERFORM    CARGA-RECEBIMENTOS.
           PERFORM    CARGA-CREDITOS.
           PERFORM    CARGA-REEMBOLSOS.
           PERFORM    CARGA-PERDAS.
           OPEN INPUT       CADPAG
                            ABERTOS
                OUTPUT      REL-DECLARA
                            REL-PENDENTES.
           PERFORM    LEITURA-ABE.
           PERFORM    LEITURA-PAG.

       CARGA-RESPONSAVEIS.

           OPEN INPUT       RESP2.
           PERFORM    LEITURA-RESP
                      UNTIL     FIM-RESP   EQUAL    "SIM".
           CLOSE      RESP2.

       LEITURA-RESP.

           READ RESP2
                AT END
                MOVE "SIM" TO FIM-RESP.
           IF   FIM-RESP    NOT EQUAL  "SIM"
                IF   QT-RESP  NOT LESS THAN 100
                     DISPLAY "RESP2 EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-RESP
                     MOVE NOME-RESP      TO  NOME-RESP-TAB (QT-RESP)
                     MOVE CPF-RESP       TO  CPF-RESP-TAB (QT-RESP)
                     MOVE ALUNOS-RESP    TO  ALUNOS-RESP-TAB (QT-RESP).

       CARGA-RECEBIMENTOS.

           OPEN INPUT       RETAPL.
           PERFORM    LEITURA-RETAPL
                      UNTIL     FIM-APL    EQUAL    "SIM".
           CLOSE      RETAPL.

       LEITURA-RETAPL.

           READ RETAPL
                AT END
                MOVE "SIM" TO FIM-APL.
           IF   FIM-APL     NOT EQUAL  "SIM"
                AND DATA-IDENT-APL (1:4)  EQUAL  ANO-REF
                MOVE CODIGO-APL     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  VALOR-APL      TO  PAGO-CLI-TAB (IND-CLI).

       CARGA-CREDITOS.

           OPEN INPUT       CREDAPL.
           PERFORM    LEITURA-CREDAPL
                      UNTIL     FIM-CAP    EQUAL    "SIM".
           CLOSE      CREDAPL.

       LEITURA-CREDAPL.

           READ CREDAPL
                AT END
                MOVE "SIM" TO FIM-CAP.
           IF   FIM-CAP     NOT EQUAL  "SIM"
                AND DATA-CAP (1:4)  EQUAL  ANO-REF
                MOVE CODIGO-CAP     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  VALOR-CAP      TO  CREDITO-CLI-TAB (IND-CLI).

       CARGA-REEMBOLSOS.

           OPEN INPUT       REEMBOLSO.
           PERFORM    LEITURA-REEMBOLSO
                      UNTIL     FIM-REE    EQUAL    "SIM".
           CLOSE      REEMBOLSO.

       LEITURA-REEMBOLSO.

           READ REEMBOLSO
                AT END
                MOVE "SIM" TO FIM-REE.
           IF   FIM-REE     NOT EQUAL  "SIM"
                AND DATA-REE (1:4)  EQUAL  ANO-REF
                MOVE CODIGO-REE     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  VALOR-REE      TO  REEMB-CLI-TAB (IND-CLI).

       LOCALIZA-CLIENTE.

           PERFORM   BUSCA-CLIENTE.
           IF        IND-CLI  EQUAL  ZEROS
                     PERFORM  INSERE-CLIENTE.

       BUSCA-CLIENTE.

           MOVE      ZEROS     TO   IND-CLI.
           MOVE      1         TO   CTR-CLI.
           PERFORM   PESQUISA-CLIENTE    QT-CLI  TIMES.

       PESQUISA-CLIENTE.

           IF        CODIGO-BUSCA  EQUAL  CODIGO-CLI-TAB (CTR-CLI)
                     MOVE  CTR-CLI  TO  IND-CLI.
           ADD       1         TO   CTR-CLI.

       INSERE-CLIENTE.

           IF   QT-CLI  NOT LESS THAN  2000
                DISPLAY "PAGAMENTOS EXCEDEM A TABELA DE 2000"
                        " CLIENTES - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD       1              TO   QT-CLI.
           MOVE      QT-CLI         TO   IND-CLI.
           MOVE      CODIGO-BUSCA   TO   CODIGO-CLI-TAB (IND-CLI).
           MOVE      ZEROS          TO   PAGO-CLI-TAB (IND-CLI)
                                         CREDITO-CLI-TAB (IND-CLI)
                                         REEMB-CLI-TAB (IND-CLI).

       CARGA-PERDAS.

           OPEN INPUT       PERDAS.
           PERFORM    LEITURA-PERDA
                      UNTIL     FIM-PER    EQUAL    "SIM".
           CLOSE      PERDAS.

       LEITURA-PERDA.

           READ PERDAS
                AT END
                MOVE "SIM" TO FIM-PER.
           IF   FIM-PER     NOT EQUAL  "SIM"
                AND VENC-PER (1:4)  EQUAL  ANO-REF
                IF   QT-PERDAS  NOT LESS THAN  1000
                     DISPLAY "PERDAS EXCEDE A TABELA DE 1000"
                             " PARCELAS DO ANO - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-PERDAS
                     MOVE CODIGO-PER     TO
                          CODIGO-PERDA-TAB (QT-PERDAS)
                     MOVE PARCELA-PER    TO
                          PARCELA-PERDA-TAB (QT-PERDAS)
                     MOVE VENC-PER       TO  VENC-PERDA-TAB (QT-PERDAS)
                     MOVE TOTAL-PER      TO
                          VALOR-PERDA-TAB (QT-PERDAS).

       LEITURA-PAG.

           READ CADPAG
                AT END
                MOVE "SIM" TO FIM-PAG.

       LEITURA-ABE.

           READ ABERTOS
                AT END
                MOVE "SIM" TO FIM-ABE.
           IF   FIM-ABE     EQUAL    "SIM"
                MOVE    99999       TO   CHAVE-ABE
           ELSE
                MOVE    CODIGO-ABE  TO   CHAVE-ABE.

       PRINCIPAL.

           MOVE      ZEROS     TO   FATURADO-ANO
                                    PAGO-ANO
                                    CREDITO-ANO
                                    QT-PEND.
           MOVE      1         TO   CTR.
           PERFORM   SOMA-PARCELA-ANO    10 TIMES.
           PERFORM   AVANCA-ABE
                     UNTIL   CHAVE-ABE  NOT LESS THAN  CODIGO-ENT.
           PERFORM   GUARDA-PENDENCIA
                     UNTIL   CHAVE-ABE  NOT EQUAL  CODIGO-ENT.
           MOVE      1         TO   CTR-PERDAS.
           PERFORM   PESQUISA-PERDA      QT-PERDAS  TIMES.
           MOVE      CODIGO-ENT     TO   CODIGO-BUSCA.
           PERFORM   BUSCA-CLIENTE.
           IF        IND-CLI  NOT EQUAL  ZEROS
                     COMPUTE  PAGO-ANO  =  PAGO-CLI-TAB (IND-CLI)
                                        -  REEMB-CLI-TAB (IND-CLI)
                     MOVE  CREDITO-CLI-TAB (IND-CLI)  TO  CREDITO-ANO.
           IF        FATURADO-ANO  GREATER THAN  ZEROS
                OR   IND-CLI       NOT EQUAL     ZEROS
                     PERFORM  EMITE-DOCUMENTO.
           PERFORM   LEITURA-PAG.

       SOMA-PARCELA-ANO.

           IF        VENC-PARC-AAAA (CTR)  EQUAL  ANO-REF
                     ADD   VALOR-PARC (CTR)  TO  FATURADO-ANO.
           ADD       1         TO   CTR.

       AVANCA-ABE.

           PERFORM   LEITURA-ABE.

       GUARDA-PENDENCIA.

           IF        (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  VENC-ABE (1:4)  EQUAL  ANO-REF
                AND  VALOR-ABE  GREATER THAN  PAGO-ABE
                AND  QT-PEND  LESS THAN  20
                     ADD   1                TO  QT-PEND
                     MOVE  PARCELA-ABE      TO
                           PARCELA-PEND-TAB (QT-PEND)
                     MOVE  VENC-ABE         TO  VENC-PEND-TAB (QT-PEND)
                     COMPUTE  SALDO-PEND-TAB (QT-PEND)  =
                              VALOR-ABE - PAGO-ABE
                     MOVE  SITUACAO-ABE     TO
                           SITUACAO-PEND-TAB (QT-PEND).
           PERFORM   LEITURA-ABE.

       PESQUISA-PERDA.

           IF        CODIGO-PERDA-TAB (CTR-PERDAS)  EQUAL  CODIGO-ENT
                AND  QT-PEND  LESS THAN  20
                     ADD   1                TO  QT-PEND
                     MOVE  PARCELA-PERDA-TAB (CTR-PERDAS)  TO
                           PARCELA-PEND-TAB (QT-PEND)
                     MOVE  VENC-PERDA-TAB (CTR-PERDAS)     TO
                           VENC-PEND-TAB (QT-PEND)
                     MOVE  VALOR-PERDA-TAB (CTR-PERDAS)    TO
                           SALDO-PEND-TAB (QT-PEND)
                     MOVE  "PERDA  "        TO
                           SITUACAO-PEND-TAB (QT-PEND).
           ADD       1         TO   CTR-PERDAS.

       EMITE-DOCUMENTO.

           PERFORM   BUSCA-RESPONSAVEL.
           WRITE     REG-REL FROM LINHA-TITULO
                     AFTER ADVANCING PAGE.
           MOVE      NOME-PAGADOR   TO   NOME-PAG-LIN.
           WRITE     REG-REL FROM LINHA-PAGADOR
                     AFTER ADVANCING 3 LINES.
           IF        ACHOU-RESP  EQUAL  "SIM"
                     MOVE  CPF-P1     TO   CPF-P1-LIN
                     MOVE  CPF-P2     TO   CPF-P2-LIN
                     MOVE  CPF-P3     TO   CPF-P3-LIN
                     MOVE  CPF-DV     TO   CPF-DV-LIN
           ELSE
                     MOVE  "NAO CADASTRADO" TO CPF-LIN.
           WRITE     REG-REL FROM LINHA-CPF
                     AFTER ADVANCING 1 LINE.
           MOVE      CODIGO-ENT     TO   CODIGO-LIN.
           WRITE     REG-REL FROM LINHA-ALUNO
                     AFTER ADVANCING 1 LINE.
           MOVE      "PARCELAS COM VENCIMENTO NO ANO"  TO  ROTULO-VALOR.
           MOVE      FATURADO-ANO   TO   VALOR-LIN.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 2 LINES.
           MOVE      "TOTAL PAGO NO ANO"               TO  ROTULO-VALOR.
           MOVE      PAGO-ANO       TO   VALOR-LIN.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 1 LINE.
           IF        CREDITO-ANO  GREATER THAN  ZEROS
                     MOVE  "(INFORMATIVO) CREDITOS ANTERIORES APLICADOS"
                           TO  ROTULO-VALOR
                     MOVE  CREDITO-ANO    TO   VALOR-LIN
                     WRITE REG-REL FROM LINHA-VALOR
                           AFTER ADVANCING 1 LINE.
           IF        QT-PEND  EQUAL  ZEROS
                     PERFORM  IMPRIME-QUITACAO
           ELSE
                     PERFORM  IMPRIME-SEM-QUITACAO.
           MOVE      HOJE-DD        TO   DATA-DD-LIN.
           MOVE      HOJE-MM        TO   DATA-MM-LIN.
           MOVE      HOJE-AAAA      TO   DATA-AAAA-LIN.
           WRITE     REG-REL FROM LINHA-DATA
                     AFTER ADVANCING 3 LINES.
           ADD       1              TO   CT-DOCUMENTOS.

       BUSCA-RESPONSAVEL.

           MOVE      "NAO"           TO      ACHOU-RESP.
           MOVE      NOME-ENT        TO      NOME-PAGADOR.
           MOVE      ZEROS           TO      CPF-PAGADOR.
           MOVE      1               TO      CTR-RESP.
           PERFORM   PESQUISA-RESPONSAVEL    QT-RESP  TIMES.

       PESQUISA-RESPONSAVEL.

           MOVE      1               TO      CTR-VINC.
           PERFORM   TESTA-VINCULO           3  TIMES.
           ADD       1               TO      CTR-RESP.

       TESTA-VINCULO.

           IF        ACHOU-RESP  EQUAL  "NAO"
                AND  CODIGO-ENT  EQUAL
                     ALUNO-RESP-TAB (CTR-RESP CTR-VINC)
                AND  CODIGO-ENT  NOT EQUAL  ZEROS
                     MOVE  NOME-RESP-TAB (CTR-RESP) TO NOME-PAGADOR
                     MOVE  CPF-RESP-TAB (CTR-RESP)  TO CPF-PAGADOR
                     MOVE  "SIM"     TO      ACHOU-RESP.
           ADD       1               TO      CTR-VINC.

       IMPRIME-QUITACAO.

           MOVE  "DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, QUE"
                 TO  TEXTO-LIN.
           WRITE REG-REL FROM LINHA-TEXTO
                 AFTER ADVANCING 3 LINES.
           MOVE  "ESTAO QUITADAS TODAS AS PARCELAS COM VENCIMENTO NO"
                 TO  TEXTO-LIN.
           WRITE REG-REL FROM LINHA-TEXTO
                 AFTER ADVANCING 1 LINE.
           MOVE  "ANO BASE ACIMA. ESTA DECLARACAO SUBSTITUI OS"
                 TO  TEXTO-LIN.
           WRITE REG-REL FROM LINHA-TEXTO
                 AFTER ADVANCING 1 LINE.
           MOVE  "COMPROVANTES DE PAGAMENTO DAS PARCELAS DO PERIODO."
                 TO  TEXTO-LIN.
           WRITE REG-REL FROM LINHA-TEXTO
                 AFTER ADVANCING 1 LINE.
           ADD   1             TO  CT-QUITADOS.

       IMPRIME-SEM-QUITACAO.

           MOVE  "CONSTAM PARCELAS DO ANO BASE EM ABERTO. A DECLARACAO"
                 TO  TEXTO-LIN.
           WRITE REG-REL FROM LINHA-TEXTO
                 AFTER ADVANCING 3 LINES.
           MOVE  "DE QUITACAO SERA EMITIDA APOS A REGULARIZACAO."
                 TO  TEXTO-LIN.
           WRITE REG-REL FROM LINHA-TEXTO
                 AFTER ADVANCING 1 LINE.
           MOVE  1             TO  CTR-PEND.
           PERFORM  IMPRIME-PENDENCIA   QT-PEND  TIMES.
           ADD   1             TO  CT-PENDENTES.

       IMPRIME-PENDENCIA.

           IF    CT-LIN-PEN  GREATER THAN  55
                 PERFORM  CABECALHO-PEN.
           MOVE  CODIGO-ENT                    TO  CODIGO-PEN.
           MOVE  NOME-PAGADOR                  TO  NOME-PEN.
           MOVE  PARCELA-PEND-TAB (CTR-PEND)   TO  PARCELA-PEN.
           MOVE  VENC-PEND-TAB (CTR-PEND)      TO  VENC-PEN.
           MOVE  SALDO-PEND-TAB (CTR-PEND)     TO  SALDO-PEN.
           MOVE  SITUACAO-PEND-TAB (CTR-PEND)  TO  SITUACAO-PEN.
           WRITE REG-PEN FROM DET-PEN
                 AFTER ADVANCING 1 LINE.
           ADD   1             TO  CT-LIN-PEN.
           ADD   1             TO  CTR-PEND.

       CABECALHO-PEN.

           ADD   1             TO  CT-PAG-PEN.
           MOVE  CT-PAG-PEN    TO  PAG-CAB-PEN.
           WRITE REG-PEN FROM CAB-PEN-01
                 AFTER ADVANCING PAGE.
           WRITE REG-PEN FROM CAB-PEN-02
                 AFTER ADVANCING 2 LINES.
           MOVE  ZEROS         TO  CT-LIN-PEN.

       FIM.

           IF        CT-PAG-PEN  EQUAL  ZEROS
                     PERFORM  CABECALHO-PEN.
           DISPLAY   "DOCUMENTOS EMITIDOS     : " CT-DOCUMENTOS.
           DISPLAY   "DECLARACOES DE QUITACAO : " CT-QUITADOS.
           DISPLAY   "CLIENTES COM PENDENCIA  : " CT-PENDENTES.
           CLOSE     CADPAG
                     ABERTOS
                     REL-DECLARA
                     REL-PENDENTES.
