       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM21.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  CONCILIACAO MENSAL (ROLL-FORWARD) DO CONTAS A
      *          RECEBER POR COMPETENCIA (PARAM-COMPET.DAT, OU O MES
      *          CORRENTE). PARTE DO SALDO DE FECHAMENTO DA
      *          COMPETENCIA ANTERIOR, POR CLIENTE, GUARDADO NO
      *          CONTROLE ROLLREC.DAT, SOMA O FATURAMENTO (PARCELAS
      *          NOVAS EM CADPAG.DAT), A MULTA E OS JUROS (VARIACAO DOS
      *          ENCARGOS DE ATUALIZA.DAT SOBRE AS PARCELAS AINDA
      *          ABERTO/PARCIAL), AS RENEGOCIACOES DO PGM10 (ACORDOS.DAT
      *          DA COMPETENCIA: ENCARGOS INCORPORADOS AO NOVO PLANO,
      *          MENOS OS ENCARGOS QUE JA ESTAVAM NO SALDO) E OS
      *          REAJUSTES DO PGM17 (DIFERENCA DE VALOR DA MESMA
      *          PARCELA NO CADPAG, JA QUE O REAJ-AUD NAO E DATADO), E
      *          SUBTRAI OS RECEBIMENTOS (RETAPL.DAT), OS CREDITOS
      *          APLICADOS (CREDAPL.DAT) E AS BAIXAS PARA PERDAS
      *          (PERDAS.DAT), TODOS PELA DATA DENTRO DA COMPETENCIA.
      *          O EXCEDENTE DE PAGAMENTO NAO REDUZ O ABERTOS: VIRA
      *          CREDITO QUE O PGM14 APLICA (CREDAPL) OU DEVOLVE
      *          (REEMBOLSO.DAT), ENTAO ESSES DOIS VALORES VOLTAM
      *          SOMADOS NA LINHA DE EXCEDENTES. TAMBEM SAEM DO SALDO
      *          OS ENCARGOS DE PARCELAS QUE DEIXARAM DE ESTAR EM
      *          ABERTO E O SALDO DE PARCELAS QUE SUMIRAM DO CADPAG.
      *          O SALDO CALCULADO E COMPARADO AO SALDO QUE REALMENTE
      *          RESTA EM ABERTOS.DAT (VALOR MENOS PAGO DAS PARCELAS
      *          ABERTO/PARCIAL, MAIS OS ENCARGOS DELAS EM ATUALIZA).
      *          O RELATORIO REL-ROLLREC MOSTRA O ROLL-FORWARD TOTAL E
      *          A DIFERENCA ABERTA POR CLIENTE, PARA O CONTADOR VER
      *          QUAL ALUNO TEM MOVIMENTO SEM EXPLICACAO. O SALDO REAL
      *          DE FECHAMENTO E AS PARCELAS DO CADPAG (VALOR, SALDO E
      *          ENCARGOS) SAO REGRAVADOS EM ROLLRECN.DAT, QUE A
      *          OPERACAO PROMOVE PARA O NOME OFICIAL COMO ABERTURA DA
      *          COMPETENCIA SEGUINTE. SEM O CONTROLE, A RODADA E A
      *          CARGA INICIAL: SO GRAVA O FECHAMENTO. COMPETENCIA NAO
      *          POSTERIOR A DO CONTROLE E RECUSADA COM RC=8; RC=4
      *          QUANDO HA DIFERENCA. DEVE RODAR NO FECHAMENTO DO MES,
      *          DEPOIS DA ULTIMA RODADA DO PGM06/PGM07/PGM14.
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

           SELECT   OPTIONAL PARAM-COMPET ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ROLLREC ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   ROLLRECN         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADPAG           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ABERTOS ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL ATUALIZA ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL ACORDOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RETAPL  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CREDAPL ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PERDAS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL REEMBOLSO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-ROLLREC      ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PARAM-COMPET
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-COMPET.DAT".

       01  REG-PARAM-COMPET.
             02 COMPET-PARAM      PIC 9(06).

       FD  ROLLREC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ROLLREC.DAT".

       01  REG-ROL.
             02 TIPO-ROL        PIC X(01).
             02 CODIGO-ROL      PIC 9(05).
             02 PARCELA-ROL     PIC 9(02).
             02 VENC-ROL        PIC 9(08).
             02 VALOR-ROL       PIC 9(07)V9(02).
             02 SALDO-ROL       PIC 9(07)V9(02).
             02 ENCARGOS-ROL    PIC 9(07)V9(02).
       01  REG-ROL-COMPET.
             02 FILLER          PIC X(01).
             02 COMPET-ROL      PIC 9(06).
             02 FILLER          PIC X(36).

       FD  ROLLRECN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ROLLRECN.DAT".

       01  REG-ROLN.
             02 TIPO-ROLN       PIC X(01).
             02 CODIGO-ROLN     PIC 9(05).
             02 PARCELA-ROLN    PIC 9(02).
             02 VENC-ROLN       PIC 9(08).
             02 VALOR-ROLN      PIC 9(07)V9(02).
             02 SALDO-ROLN      PIC 9(07)V9(02).
             02 ENCARGOS-ROLN   PIC 9(07)V9(02).
       01  REG-ROLN-COMPET.
             02 FILLER          PIC X(01).
             02 COMPET-ROLN     PIC 9(06).
             02 FILLER          PIC X(36).

       FD  CADPAG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPAG.DAT".

       01   REG-PAG.
             02 CODIGO-PAG      PIC 9(05).
             02 NOME-PAG        PIC X(30).
             02 PARCELAS-PAG    OCCURS 10 TIMES.
                03 VALOR-PARC-PAG   PIC 9(05)V9(02).
                03 VENC-PARC-PAG    PIC 9(08).

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

       FD  ATUALIZA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ATUALIZA.DAT".

       01  REG-ATU.
             02 CODIGO-ATU      PIC 9(05).
             02 PARCELA-ATU     PIC 9(02).
             02 VENC-ATU        PIC 9(08).
             02 VALOR-ORIG-ATU  PIC 9(05)V9(02).
             02 DIAS-ATU        PIC 9(05).
             02 MULTA-ATU       PIC 9(05)V9(02).
             02 JUROS-ATU       PIC 9(05)V9(02).
             02 TOTAL-ATU       PIC 9(06)V9(02).

       FD  ACORDOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ACORDOS.DAT".

       01  REG-ACORDO.
             02 CODIGO-ACO      PIC 9(05).
             02 DATA-ACO        PIC 9(08).
             02 SALDO-ANT-ACO   PIC 9(07)V9(02).
             02 ENCARGOS-ACO    PIC 9(07)V9(02).
             02 SALDO-NOVO-ACO  PIC 9(07)V9(02).
             02 QT-PARC-ACO     PIC 9(02).
             02 PRIM-VENC-ACO   PIC 9(08).

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

       FD  REEMBOLSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "REEMBOLSO.DAT".

       01  REG-REEMBOLSO.
             02 CODIGO-REE      PIC 9(05).
             02 VALOR-REE       PIC 9(05)V9(02).
             02 DATA-REE        PIC 9(08).

       FD  REL-ROLLREC
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(132).

       WORKING-STORAGE SECTION.

       77  FIM-ROL          PIC X(03)    VALUE "NAO".
       77  FIM-PAG          PIC X(03)    VALUE "NAO".
       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-ATU          PIC X(03)    VALUE "NAO".
       77  FIM-ACO          PIC X(03)    VALUE "NAO".
       77  FIM-APL          PIC X(03)    VALUE "NAO".
       77  FIM-CAP          PIC X(03)    VALUE "NAO".
       77  FIM-PER          PIC X(03)    VALUE "NAO".
       77  FIM-REE          PIC X(03)    VALUE "NAO".
       77  CARGA-INICIAL    PIC X(03)    VALUE "SIM".
       77  COMPETENCIA      PIC 9(06)    VALUE ZEROS.
       77  COMPET-ANTERIOR  PIC 9(06)    VALUE ZEROS.
       77  QT-PARC          PIC 9(04)    VALUE ZEROS.
       77  CTR-PARC         PIC 9(04)    VALUE ZEROS.
       77  IND-PARC         PIC 9(04)    VALUE ZEROS.
       77  QT-CLI           PIC 9(04)    VALUE ZEROS.
       77  CTR-CLI          PIC 9(04)    VALUE ZEROS.
       77  IND-CLI          PIC 9(04)    VALUE ZEROS.
       77  QT-DESLOCA       PIC 9(04)    VALUE ZEROS.
       77  CTR              PIC 9(02)    VALUE ZEROS.
       77  CODIGO-BUSCA     PIC 9(05)    VALUE ZEROS.
       77  WSALDO           PIC S9(07)V99 VALUE ZEROS.
       77  WVARIACAO        PIC S9(07)V99 VALUE ZEROS.
       77  CT-DIFERENCAS    PIC 9(05)    VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE 60.
       77  CT-PAG           PIC 9(03)    VALUE ZEROS.

       01  AREA-CHAVE.
           02 CODIGO-CHAVE      PIC 9(05).
           02 PARCELA-CHAVE     PIC 9(02).
           02 VENC-CHAVE        PIC 9(08).

       01  TAB-PARCELAS.
           02 ITEM-PARC-TAB OCCURS 5000 TIMES.
              03 CHAVE-PARC-TAB.
                 04 CODIGO-PARC-TAB   PIC 9(05).
                 04 PARCELA-PARC-TAB  PIC 9(02).
                 04 VENC-PARC-TAB     PIC 9(08).
              03 NO-CONTROLE-TAB   PIC X(01).
              03 VALOR-ANT-TAB     PIC 9(07)V99.
              03 SALDO-ANT-TAB     PIC 9(07)V99.
              03 ENC-ANT-TAB       PIC 9(07)V99.
              03 NO-CADPAG-TAB     PIC X(01).
              03 VALOR-TAB         PIC 9(07)V99.
              03 SALDO-TAB         PIC 9(07)V99.
              03 ENC-TAB           PIC 9(07)V99.
              03 ENC-PERDA-TAB     PIC 9(07)V99.

       01  TAB-CLIENTES.
           02 ITEM-CLI-TAB OCCURS 2000 TIMES.
              03 CODIGO-CLI-TAB    PIC 9(05).
              03 ACORDO-CLI-TAB    PIC X(01).
              03 ANTERIOR-CLI-TAB  PIC S9(09)V99.
              03 FATU-CLI-TAB      PIC S9(09)V99.
              03 ENCG-CLI-TAB      PIC S9(09)V99.
              03 RENEG-CLI-TAB     PIC S9(09)V99.
              03 REAJ-CLI-TAB      PIC S9(09)V99.
              03 RECB-CLI-TAB      PIC S9(09)V99.
              03 CRAP-CLI-TAB      PIC S9(09)V99.
              03 PERD-CLI-TAB      PIC S9(09)V99.
              03 EXCED-CLI-TAB     PIC S9(09)V99.
              03 ENCQ-CLI-TAB      PIC S9(09)V99.
              03 EXCL-CLI-TAB      PIC S9(09)V99.
              03 ATUAL-CLI-TAB     PIC S9(09)V99.

       01  TOTAIS.
           02 TOT-ANTERIOR      PIC S9(11)V99 VALUE ZEROS.
           02 TOT-FATU          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-ENCG          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-RENEG         PIC S9(11)V99 VALUE ZEROS.
           02 TOT-REAJ          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-RECB          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-CRAP          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-PERD          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-EXCED         PIC S9(11)V99 VALUE ZEROS.
           02 TOT-ENCQ          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-EXCL          PIC S9(11)V99 VALUE ZEROS.
           02 TOT-CALCULADO     PIC S9(11)V99 VALUE ZEROS.
           02 TOT-ATUAL         PIC S9(11)V99 VALUE ZEROS.
           02 TOT-DIFERENCA     PIC S9(11)V99 VALUE ZEROS.

       01  AREA-CLIENTE.
           02 ACRESCIMOS        PIC S9(09)V99.
           02 REDUCOES          PIC S9(09)V99.
           02 CALCULADO         PIC S9(09)V99.
           02 DIFERENCA         PIC S9(09)V99.

       01  HOJE.
           02 HOJE-AAAAMM    PIC 9(06).
           02 HOJE-DD        PIC 9(02).

       01  CAB-01.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(39) VALUE
                                "CONCILIACAO DO CONTAS A RECEBER".
           02 FILLER          PIC X(13) VALUE "COMPETENCIA: ".
           02 COMPET-CAB      PIC 9999/99.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "DATA: ".
           02 DATA-CAB        PIC 9(08).
           02 FILLER          PIC X(38) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-MOV.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ROTULO-MOV      PIC X(50).
           02 VALOR-MOV       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(59) VALUE SPACES.

       01  LINHA-MSG.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 TEXTO-MSG       PIC X(70).
           02 FILLER          PIC X(57) VALUE SPACES.

       01  CAB-CLI.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(08) VALUE "CLIENTE".
           02 FILLER          PIC X(17) VALUE "   SALDO ANTERIOR".
           02 FILLER          PIC X(17) VALUE "       ACRESCIMOS".
           02 FILLER          PIC X(17) VALUE "         REDUCOES".
           02 FILLER          PIC X(17) VALUE "  SALDO CALCULADO".
           02 FILLER          PIC X(17) VALUE "    SALDO ABERTOS".
           02 FILLER          PIC X(17) VALUE "        DIFERENCA".
           02 FILLER          PIC X(17) VALUE SPACES.

       01  DET-CLI.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 CODIGO-DET      PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 ANTERIOR-DET    PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 ACRESCIMOS-DET  PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 REDUCOES-DET    PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 CALCULADO-DET   PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 ATUAL-DET       PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 DIFERENCA-DET   PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER          PIC X(17) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM21.

           PERFORM    INICIO.
           IF         CARGA-INICIAL  EQUAL  "NAO"
                      PERFORM    CARGA-ACORDOS
                      PERFORM    CARGA-RECEBIMENTOS
                      PERFORM    CARGA-CREDITOS
                      PERFORM    CARGA-REEMBOLSOS.
           PERFORM    CARGA-CADPAG.
           PERFORM    CARGA-ABERTOS.
           PERFORM    CARGA-ENCARGOS.
           IF         CARGA-INICIAL  EQUAL  "NAO"
                      PERFORM    CARGA-PERDAS.
           PERFORM    APURA-PARCELAS.
           PERFORM    EMITE-RELATORIO.
           PERFORM    GRAVA-CONTROLE.
           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           MOVE       HOJE-AAAAMM  TO     COMPETENCIA.
           OPEN       INPUT     PARAM-COMPET.
           READ       PARAM-COMPET
                      AT END
                      MOVE     ZEROS    TO    COMPET-PARAM.
           IF         COMPET-PARAM   NOT EQUAL   ZEROS
                      MOVE     COMPET-PARAM   TO   COMPETENCIA.
           CLOSE      PARAM-COMPET.
           PERFORM    CARGA-CONTROLE.
           IF         CARGA-INICIAL  EQUAL  "NAO"
                AND   COMPETENCIA  NOT GREATER THAN  COMPET-ANTERIOR
                      DISPLAY "COMPETENCIA " COMPETENCIA
                              " JA CONCILIADA (CONTROLE EM "
                              COMPET-ANTERIOR ") - EXECUCAO ABORTADA."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
           OPEN OUTPUT      REL-ROLLREC.

       CARGA-CONTROLE.

           OPEN INPUT       ROLLREC.
           PERFORM    LEITURA-CONTROLE
                      UNTIL     FIM-ROL    EQUAL    "SIM".
           CLOSE      ROLLREC.

       LEITURA-CONTROLE.

           READ ROLLREC
                AT END
                MOVE "SIM" TO FIM-ROL.
           IF   FIM-ROL     NOT EQUAL  "SIM"
                PERFORM  GUARDA-CONTROLE.

       GUARDA-CONTROLE.

           IF   TIPO-ROL  EQUAL  "C"
                MOVE "NAO"          TO  CARGA-INICIAL
                MOVE COMPET-ROL     TO  COMPET-ANTERIOR.
           IF   TIPO-ROL  EQUAL  "S"
                MOVE CODIGO-ROL     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  SALDO-ROL      TO  ANTERIOR-CLI-TAB (IND-CLI).
           IF   TIPO-ROL  EQUAL  "P"
                MOVE CODIGO-ROL     TO  CODIGO-CHAVE
                MOVE PARCELA-ROL    TO  PARCELA-CHAVE
                MOVE VENC-ROL       TO  VENC-CHAVE
                PERFORM  LOCALIZA-PARCELA
                MOVE "S"            TO  NO-CONTROLE-TAB (IND-PARC)
                MOVE VALOR-ROL      TO  VALOR-ANT-TAB (IND-PARC)
                MOVE SALDO-ROL      TO  SALDO-ANT-TAB (IND-PARC)
                MOVE ENCARGOS-ROL   TO  ENC-ANT-TAB (IND-PARC).

      *    LOCALIZA O CLIENTE NA TABELA, MANTIDA EM ORDEM DE CODIGO;
      *    CLIENTE NOVO E INSERIDO NA POSICAO CERTA.

       LOCALIZA-CLIENTE.

           MOVE      ZEROS     TO   IND-CLI.
           MOVE      1         TO   CTR-CLI.
           PERFORM   PESQUISA-CLIENTE    QT-CLI  TIMES.
           IF        IND-CLI  EQUAL  ZEROS
                     COMPUTE  IND-CLI  =  QT-CLI + 1.
           IF        IND-CLI  GREATER THAN  QT-CLI
                OR   CODIGO-CLI-TAB (IND-CLI)  NOT EQUAL  CODIGO-BUSCA
                     PERFORM  INSERE-CLIENTE.

       PESQUISA-CLIENTE.

           IF        IND-CLI  EQUAL  ZEROS
                AND  CODIGO-CLI-TAB (CTR-CLI)  NOT LESS THAN
                                               CODIGO-BUSCA
                     MOVE  CTR-CLI  TO  IND-CLI.
           ADD       1         TO   CTR-CLI.

       INSERE-CLIENTE.

           IF   QT-CLI  NOT LESS THAN  2000
                DISPLAY "CONCILIACAO EXCEDE A TABELA DE 2000"
                        " CLIENTES - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           COMPUTE   QT-DESLOCA  =  QT-CLI - IND-CLI + 1.
           MOVE      QT-CLI    TO   CTR-CLI.
           PERFORM   DESLOCA-CLIENTE     QT-DESLOCA  TIMES.
           ADD       1         TO   QT-CLI.
           MOVE      CODIGO-BUSCA TO CODIGO-CLI-TAB (IND-CLI).
           MOVE      "N"       TO   ACORDO-CLI-TAB (IND-CLI).
           MOVE      ZEROS     TO   ANTERIOR-CLI-TAB (IND-CLI)
                                    FATU-CLI-TAB (IND-CLI)
                                    ENCG-CLI-TAB (IND-CLI)
                                    RENEG-CLI-TAB (IND-CLI)
                                    REAJ-CLI-TAB (IND-CLI)
                                    RECB-CLI-TAB (IND-CLI)
                                    CRAP-CLI-TAB (IND-CLI)
                                    PERD-CLI-TAB (IND-CLI)
                                    EXCED-CLI-TAB (IND-CLI)
                                    ENCQ-CLI-TAB (IND-CLI)
                                    EXCL-CLI-TAB (IND-CLI)
                                    ATUAL-CLI-TAB (IND-CLI).

       DESLOCA-CLIENTE.

           MOVE      ITEM-CLI-TAB (CTR-CLI)  TO
                     ITEM-CLI-TAB (CTR-CLI + 1).
           SUBTRACT  1         FROM CTR-CLI.

      *    LOCALIZA A PARCELA (CLIENTE+PARCELA+VENCIMENTO) DA
      *    AREA-CHAVE NA TABELA DE PARCELAS, NO MESMO ESQUEMA.

       LOCALIZA-PARCELA.

           MOVE      ZEROS     TO   IND-PARC.
           MOVE      1         TO   CTR-PARC.
           PERFORM   PESQUISA-PARCELA    QT-PARC  TIMES.
           IF        IND-PARC  EQUAL  ZEROS
                     COMPUTE  IND-PARC  =  QT-PARC + 1.
           IF        IND-PARC  GREATER THAN  QT-PARC
                OR   CHAVE-PARC-TAB (IND-PARC)  NOT EQUAL  AREA-CHAVE
                     PERFORM  INSERE-PARCELA.

       PESQUISA-PARCELA.

           IF        IND-PARC  EQUAL  ZEROS
                AND  CHAVE-PARC-TAB (CTR-PARC)  NOT LESS THAN
                                                AREA-CHAVE
                     MOVE  CTR-PARC  TO  IND-PARC.
           ADD       1         TO   CTR-PARC.

       INSERE-PARCELA.

           IF   QT-PARC  NOT LESS THAN  5000
                DISPLAY "CONCILIACAO EXCEDE A TABELA DE 5000"
                        " PARCELAS - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           COMPUTE   QT-DESLOCA  =  QT-PARC - IND-PARC + 1.
           MOVE      QT-PARC   TO   CTR-PARC.
           PERFORM   DESLOCA-PARCELA     QT-DESLOCA  TIMES.
           ADD       1         TO   QT-PARC.
           MOVE      AREA-CHAVE TO  CHAVE-PARC-TAB (IND-PARC).
           MOVE      "N"       TO   NO-CONTROLE-TAB (IND-PARC)
                                    NO-CADPAG-TAB (IND-PARC).
           MOVE      ZEROS     TO   VALOR-ANT-TAB (IND-PARC)
                                    SALDO-ANT-TAB (IND-PARC)
                                    ENC-ANT-TAB (IND-PARC)
                                    VALOR-TAB (IND-PARC)
                                    SALDO-TAB (IND-PARC)
                                    ENC-TAB (IND-PARC)
                                    ENC-PERDA-TAB (IND-PARC).

       DESLOCA-PARCELA.

           MOVE      ITEM-PARC-TAB (CTR-PARC)  TO
                     ITEM-PARC-TAB (CTR-PARC + 1).
           SUBTRACT  1         FROM CTR-PARC.

       CARGA-ACORDOS.

           OPEN INPUT       ACORDOS.
           PERFORM    LEITURA-ACORDO
                      UNTIL     FIM-ACO    EQUAL    "SIM".
           CLOSE      ACORDOS.

       LEITURA-ACORDO.

           READ ACORDOS
                AT END
                MOVE "SIM" TO FIM-ACO.
           IF   FIM-ACO     NOT EQUAL  "SIM"
                AND DATA-ACO (1:6)  EQUAL  COMPETENCIA
                MOVE CODIGO-ACO     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                MOVE "S"            TO  ACORDO-CLI-TAB (IND-CLI)
                COMPUTE  RENEG-CLI-TAB (IND-CLI)  =
                         RENEG-CLI-TAB (IND-CLI)
                       + SALDO-NOVO-ACO - SALDO-ANT-ACO.

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
                AND DATA-IDENT-APL (1:6)  EQUAL  COMPETENCIA
                MOVE CODIGO-APL     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  VALOR-APL      TO  RECB-CLI-TAB (IND-CLI).

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
                AND DATA-CAP (1:6)  EQUAL  COMPETENCIA
                MOVE CODIGO-CAP     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  VALOR-CAP      TO  CRAP-CLI-TAB (IND-CLI)
                                        EXCED-CLI-TAB (IND-CLI).

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
                AND DATA-REE (1:6)  EQUAL  COMPETENCIA
                MOVE CODIGO-REE     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  VALOR-REE      TO  EXCED-CLI-TAB (IND-CLI).

       CARGA-CADPAG.

           OPEN INPUT       CADPAG.
           PERFORM    LEITURA-PAG
                      UNTIL     FIM-PAG    EQUAL    "SIM".
           CLOSE      CADPAG.

       LEITURA-PAG.

           READ CADPAG
                AT END
                MOVE "SIM" TO FIM-PAG.
           IF   FIM-PAG     NOT EQUAL  "SIM"
                MOVE CODIGO-PAG     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                MOVE 1              TO  CTR
                PERFORM  GUARDA-PARCELA-PAG   10 TIMES.

       GUARDA-PARCELA-PAG.

           IF   VALOR-PARC-PAG (CTR)  GREATER THAN  ZEROS
                MOVE CODIGO-PAG            TO  CODIGO-CHAVE
                MOVE CTR                   TO  PARCELA-CHAVE
                MOVE VENC-PARC-PAG (CTR)   TO  VENC-CHAVE
                PERFORM  LOCALIZA-PARCELA
                MOVE "S"                   TO  NO-CADPAG-TAB (IND-PARC)
                MOVE VALOR-PARC-PAG (CTR)  TO  VALOR-TAB (IND-PARC).
           ADD  1              TO  CTR.

       CARGA-ABERTOS.

           OPEN INPUT       ABERTOS.
           PERFORM    LEITURA-ABERTO
                      UNTIL     FIM-ABE    EQUAL    "SIM".
           CLOSE      ABERTOS.

       LEITURA-ABERTO.

           READ ABERTOS
                AT END
                MOVE "SIM" TO FIM-ABE.
           IF   FIM-ABE     NOT EQUAL  "SIM"
                AND  (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  VALOR-ABE  GREATER THAN  PAGO-ABE
                MOVE CODIGO-ABE     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                MOVE CODIGO-ABE     TO  CODIGO-CHAVE
                MOVE PARCELA-ABE    TO  PARCELA-CHAVE
                MOVE VENC-ABE       TO  VENC-CHAVE
                PERFORM  LOCALIZA-PARCELA
                COMPUTE  SALDO-TAB (IND-PARC)  =  VALOR-ABE - PAGO-ABE.

       CARGA-ENCARGOS.

           OPEN INPUT       ATUALIZA.
           PERFORM    LEITURA-ATUALIZA
                      UNTIL     FIM-ATU    EQUAL    "SIM".
           CLOSE      ATUALIZA.

       LEITURA-ATUALIZA.

           READ ATUALIZA
                AT END
                MOVE "SIM" TO FIM-ATU.
           IF   FIM-ATU     NOT EQUAL  "SIM"
                MOVE CODIGO-ATU     TO  CODIGO-CHAVE
                MOVE PARCELA-ATU    TO  PARCELA-CHAVE
                MOVE VENC-ATU       TO  VENC-CHAVE
                PERFORM  BUSCA-PARCELA-ABERTA
                IF   IND-PARC  NOT EQUAL  ZEROS
                     COMPUTE  ENC-TAB (IND-PARC)  =
                              MULTA-ATU + JUROS-ATU.

      *    SO HA ENCARGO A RECEBER SOBRE PARCELA QUE AINDA TEM SALDO
      *    EM ABERTO; NAO INSERE CHAVE NOVA NA TABELA.

       BUSCA-PARCELA-ABERTA.

           MOVE      ZEROS     TO   IND-PARC.
           MOVE      1         TO   CTR-PARC.
           PERFORM   PESQUISA-PARCELA-IGUAL   QT-PARC  TIMES.

       PESQUISA-PARCELA-IGUAL.

           IF        CHAVE-PARC-TAB (CTR-PARC)  EQUAL  AREA-CHAVE
                AND  SALDO-TAB (CTR-PARC)  GREATER THAN  ZEROS
                     MOVE  CTR-PARC  TO  IND-PARC.
           ADD       1         TO   CTR-PARC.

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
                AND DATA-PER (1:6)  EQUAL  COMPETENCIA
                MOVE CODIGO-PER     TO  CODIGO-BUSCA
                PERFORM  LOCALIZA-CLIENTE
                ADD  TOTAL-PER      TO  PERD-CLI-TAB (IND-CLI)
                MOVE CODIGO-PER     TO  CODIGO-CHAVE
                MOVE PARCELA-PER    TO  PARCELA-CHAVE
                MOVE VENC-PER       TO  VENC-CHAVE
                PERFORM  LOCALIZA-PARCELA
                ADD  ENCARGOS-PER   TO  ENC-PERDA-TAB (IND-PARC).

      *    APURA, PARCELA A PARCELA, O FATURAMENTO NOVO, O REAJUSTE,
      *    A VARIACAO DE ENCARGOS E AS PARCELAS EXCLUIDAS, E SOMA O
      *    SALDO REAL (SALDO MAIS ENCARGOS) DE CADA CLIENTE.

       APURA-PARCELAS.

           MOVE      1         TO   CTR-PARC.
           PERFORM   APURA-UMA-PARCELA   QT-PARC  TIMES.

       APURA-UMA-PARCELA.

           MOVE      CODIGO-PARC-TAB (CTR-PARC)  TO  CODIGO-BUSCA.
           PERFORM   LOCALIZA-CLIENTE.
           COMPUTE   ATUAL-CLI-TAB (IND-CLI)  =  ATUAL-CLI-TAB (IND-CLI)
                   + SALDO-TAB (CTR-PARC) + ENC-TAB (CTR-PARC).
           IF        CARGA-INICIAL  EQUAL  "NAO"
                     PERFORM  APURA-MOVIMENTO-PARCELA.
           ADD       1         TO   CTR-PARC.

       APURA-MOVIMENTO-PARCELA.

           IF        ACORDO-CLI-TAB (IND-CLI)  EQUAL  "S"
                     SUBTRACT ENC-ANT-TAB (CTR-PARC)  FROM
                              RENEG-CLI-TAB (IND-CLI)
                     ADD      ENC-TAB (CTR-PARC)  TO
                              ENCG-CLI-TAB (IND-CLI)
           ELSE
                     PERFORM  APURA-VALOR-PARCELA
                     PERFORM  APURA-ENCARGO-PARCELA.

       APURA-VALOR-PARCELA.

           IF        NO-CADPAG-TAB (CTR-PARC)    EQUAL  "S"
                AND  NO-CONTROLE-TAB (CTR-PARC)  EQUAL  "N"
                     ADD  VALOR-TAB (CTR-PARC)  TO
                          FATU-CLI-TAB (IND-CLI).
           IF        NO-CADPAG-TAB (CTR-PARC)    EQUAL  "S"
                AND  NO-CONTROLE-TAB (CTR-PARC)  EQUAL  "S"
                     COMPUTE  REAJ-CLI-TAB (IND-CLI)  =
                              REAJ-CLI-TAB (IND-CLI)
                            + VALOR-TAB (CTR-PARC)
                            - VALOR-ANT-TAB (CTR-PARC).
           IF        NO-CADPAG-TAB (CTR-PARC)    EQUAL  "N"
                AND  NO-CONTROLE-TAB (CTR-PARC)  EQUAL  "S"
                     ADD  SALDO-ANT-TAB (CTR-PARC)  TO
                          EXCL-CLI-TAB (IND-CLI).

      *    A PARCELA BAIXADA PARA PERDAS SAI PELO TOTAL DA BAIXA
      *    (SALDO MAIS ENCARGOS DA DATA DA BAIXA); POR ISSO OS
      *    ENCARGOS DA BAIXA CONTAM AQUI COMO ENCARGOS DA PARCELA.

       APURA-ENCARGO-PARCELA.

           COMPUTE   WVARIACAO  =  ENC-TAB (CTR-PARC)
                                +  ENC-PERDA-TAB (CTR-PARC)
                                -  ENC-ANT-TAB (CTR-PARC).
           IF        WVARIACAO  GREATER THAN  ZEROS
                     ADD       WVARIACAO  TO   ENCG-CLI-TAB (IND-CLI)
           ELSE
                     SUBTRACT  WVARIACAO  FROM ENCQ-CLI-TAB (IND-CLI).

       EMITE-RELATORIO.

           PERFORM    CABECALHO.
           MOVE       1         TO   CTR-CLI.
           PERFORM    SOMA-CLIENTE        QT-CLI  TIMES.
           IF         CARGA-INICIAL  EQUAL  "SIM"
                      PERFORM    IMPRIME-CARGA-INICIAL
           ELSE
                      PERFORM    IMPRIME-ROLL-FORWARD
                      PERFORM    IMPRIME-DIFERENCAS.

       SOMA-CLIENTE.

           ADD   ANTERIOR-CLI-TAB (CTR-CLI)  TO  TOT-ANTERIOR.
           ADD   FATU-CLI-TAB (CTR-CLI)      TO  TOT-FATU.
           ADD   ENCG-CLI-TAB (CTR-CLI)      TO  TOT-ENCG.
           ADD   RENEG-CLI-TAB (CTR-CLI)     TO  TOT-RENEG.
           ADD   REAJ-CLI-TAB (CTR-CLI)      TO  TOT-REAJ.
           ADD   RECB-CLI-TAB (CTR-CLI)      TO  TOT-RECB.
           ADD   CRAP-CLI-TAB (CTR-CLI)      TO  TOT-CRAP.
           ADD   PERD-CLI-TAB (CTR-CLI)      TO  TOT-PERD.
           ADD   EXCED-CLI-TAB (CTR-CLI)     TO  TOT-EXCED.
           ADD   ENCQ-CLI-TAB (CTR-CLI)      TO  TOT-ENCQ.
           ADD   EXCL-CLI-TAB (CTR-CLI)      TO  TOT-EXCL.
           ADD   ATUAL-CLI-TAB (CTR-CLI)     TO  TOT-ATUAL.
           ADD   1                           TO  CTR-CLI.

       IMPRIME-CARGA-INICIAL.

           MOVE  "CARGA INICIAL - SEM CONTROLE DA COMPETENCIA ANTERIOR"
                 TO  TEXTO-MSG.
           WRITE REG-REL FROM LINHA-MSG
                 AFTER ADVANCING 2 LINES.
           MOVE  "SALDO DE FECHAMENTO EM ABERTOS.DAT (COM ENCARGOS)"
                 TO  ROTULO-MOV.
           MOVE  TOT-ATUAL     TO  VALOR-MOV.
           WRITE REG-REL FROM LINHA-MOV
                 AFTER ADVANCING 2 LINES.

       IMPRIME-ROLL-FORWARD.

           COMPUTE TOT-CALCULADO  =  TOT-ANTERIOR + TOT-FATU + TOT-ENCG
                                  +  TOT-RENEG + TOT-REAJ - TOT-RECB
                                  -  TOT-CRAP - TOT-PERD + TOT-EXCED
                                  -  TOT-ENCQ - TOT-EXCL.
           COMPUTE TOT-DIFERENCA  =  TOT-ATUAL - TOT-CALCULADO.
           MOVE  "SALDO DE ABERTURA (FECHAMENTO ANTERIOR)"
                 TO  ROTULO-MOV.
           MOVE  TOT-ANTERIOR  TO  VALOR-MOV.
           WRITE REG-REL FROM LINHA-MOV
                 AFTER ADVANCING 2 LINES.
           MOVE  "(+) FATURAMENTO - PARCELAS NOVAS NO CADPAG"
                 TO  ROTULO-MOV.
           MOVE  TOT-FATU      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(+) MULTA E JUROS - ATUALIZA"  TO  ROTULO-MOV.
           MOVE  TOT-ENCG      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(+) RENEGOCIACOES - ACORDOS (PGM10)"  TO  ROTULO-MOV.
           MOVE  TOT-RENEG     TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(+) REAJUSTES DE PARCELAS (PGM17)"  TO  ROTULO-MOV.
           MOVE  TOT-REAJ      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(-) RECEBIMENTOS - RETAPL"  TO  ROTULO-MOV.
           MOVE  TOT-RECB      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(-) CREDITOS APLICADOS - CREDAPL"  TO  ROTULO-MOV.
           MOVE  TOT-CRAP      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(-) BAIXAS PARA PERDAS - PERDAS"  TO  ROTULO-MOV.
           MOVE  TOT-PERD      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(+) EXCEDENTES DE PAGAMENTO (CREDAPL + REEMBOLSO)"
                 TO  ROTULO-MOV.
           MOVE  TOT-EXCED     TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(-) ENCARGOS DE PARCELAS QUE SAIRAM DO ABERTO"
                 TO  ROTULO-MOV.
           MOVE  TOT-ENCQ      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(-) SALDO DE PARCELAS EXCLUIDAS DO CADPAG"
                 TO  ROTULO-MOV.
           MOVE  TOT-EXCL      TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "(=) SALDO CALCULADO"  TO  ROTULO-MOV.
           MOVE  TOT-CALCULADO TO  VALOR-MOV.
           WRITE REG-REL FROM LINHA-MOV
                 AFTER ADVANCING 2 LINES.
           MOVE  "    SALDO EM ABERTOS.DAT (COM ENCARGOS)"
                 TO  ROTULO-MOV.
           MOVE  TOT-ATUAL     TO  VALOR-MOV.
           PERFORM  IMPRIME-MOVIMENTO.
           MOVE  "    DIFERENCA (ABERTOS - CALCULADO)"  TO  ROTULO-MOV.
           MOVE  TOT-DIFERENCA TO  VALOR-MOV.
           WRITE REG-REL FROM LINHA-MOV
                 AFTER ADVANCING 2 LINES.
           MOVE  20            TO  CT-LIN.

       IMPRIME-MOVIMENTO.

           WRITE REG-REL FROM LINHA-MOV
                 AFTER ADVANCING 1 LINE.

       IMPRIME-DIFERENCAS.

           MOVE  "DIFERENCAS POR CLIENTE"  TO  TEXTO-MSG.
           WRITE REG-REL FROM LINHA-MSG
                 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-CLI
                 AFTER ADVANCING 2 LINES.
           ADD   5             TO  CT-LIN.
           MOVE  1             TO  CTR-CLI.
           PERFORM  CONFERE-CLIENTE    QT-CLI  TIMES.
           IF    CT-DIFERENCAS  EQUAL  ZEROS
                 MOVE  "NENHUMA DIFERENCA - CONTAS A RECEBER CONCILIADO"
                       TO  TEXTO-MSG
           ELSE
                 MOVE  "HA CLIENTES COM MOVIMENTO SEM EXPLICACAO"
                       TO  TEXTO-MSG
                 MOVE  4   TO  RETURN-CODE.
           WRITE REG-REL FROM LINHA-MSG
                 AFTER ADVANCING 2 LINES.

       CONFERE-CLIENTE.

           COMPUTE ACRESCIMOS  =  FATU-CLI-TAB (CTR-CLI)
                               +  ENCG-CLI-TAB (CTR-CLI)
                               +  RENEG-CLI-TAB (CTR-CLI)
                               +  REAJ-CLI-TAB (CTR-CLI)
                               +  EXCED-CLI-TAB (CTR-CLI).
           COMPUTE REDUCOES    =  RECB-CLI-TAB (CTR-CLI)
                               +  CRAP-CLI-TAB (CTR-CLI)
                               +  PERD-CLI-TAB (CTR-CLI)
                               +  ENCQ-CLI-TAB (CTR-CLI)
                               +  EXCL-CLI-TAB (CTR-CLI).
           COMPUTE CALCULADO   =  ANTERIOR-CLI-TAB (CTR-CLI)
                               +  ACRESCIMOS - REDUCOES.
           COMPUTE DIFERENCA   =  ATUAL-CLI-TAB (CTR-CLI) - CALCULADO.
           IF      DIFERENCA  NOT EQUAL  ZEROS
                   PERFORM  IMPRIME-DIFERENCA.
           ADD     1           TO  CTR-CLI.

       IMPRIME-DIFERENCA.

           IF      CT-LIN  GREATER THAN  55
                   PERFORM  CABECALHO
                   WRITE REG-REL FROM CAB-CLI
                         AFTER ADVANCING 2 LINES
                   ADD   2     TO  CT-LIN.
           MOVE    CODIGO-CLI-TAB (CTR-CLI)    TO  CODIGO-DET.
           MOVE    ANTERIOR-CLI-TAB (CTR-CLI)  TO  ANTERIOR-DET.
           MOVE    ACRESCIMOS                  TO  ACRESCIMOS-DET.
           MOVE    REDUCOES                    TO  REDUCOES-DET.
           MOVE    CALCULADO                   TO  CALCULADO-DET.
           MOVE    ATUAL-CLI-TAB (CTR-CLI)     TO  ATUAL-DET.
           MOVE    DIFERENCA                   TO  DIFERENCA-DET.
           WRITE   REG-REL FROM DET-CLI
                   AFTER ADVANCING 1 LINE.
           ADD     1           TO  CT-LIN.
           ADD     1           TO  CT-DIFERENCAS.

       CABECALHO.

           ADD       1         TO   CT-PAG.
           MOVE      CT-PAG    TO   PAG-CAB.
           MOVE      HOJE      TO   DATA-CAB.
           MOVE      COMPETENCIA TO COMPET-CAB.
           WRITE     REG-REL FROM CAB-01
                     AFTER ADVANCING PAGE.
           MOVE      ZEROS     TO   CT-LIN.

      *    O FECHAMENTO REAL DE CADA CLIENTE E AS PARCELAS ATUAIS DO
      *    CADPAG FICAM COMO ABERTURA DA COMPETENCIA SEGUINTE.

       GRAVA-CONTROLE.

           OPEN OUTPUT      ROLLRECN.
           MOVE      SPACES         TO   REG-ROLN.
           MOVE      "C"            TO   TIPO-ROLN.
           MOVE      COMPETENCIA    TO   COMPET-ROLN.
           WRITE     REG-ROLN.
           MOVE      1              TO   CTR-CLI.
           PERFORM   GRAVA-SALDO-CLIENTE   QT-CLI  TIMES.
           MOVE      1              TO   CTR-PARC.
           PERFORM   GRAVA-PARCELA-CONTROLE   QT-PARC  TIMES.
           CLOSE     ROLLRECN.

       GRAVA-SALDO-CLIENTE.

           IF        ATUAL-CLI-TAB (CTR-CLI)  GREATER THAN  ZEROS
                     MOVE  "S"                       TO  TIPO-ROLN
                     MOVE  CODIGO-CLI-TAB (CTR-CLI)  TO  CODIGO-ROLN
                     MOVE  ZEROS                     TO  PARCELA-ROLN
                                                         VENC-ROLN
                                                         VALOR-ROLN
                                                         ENCARGOS-ROLN
                     MOVE  ATUAL-CLI-TAB (CTR-CLI)   TO  SALDO-ROLN
                     WRITE REG-ROLN.
           ADD       1              TO   CTR-CLI.

       GRAVA-PARCELA-CONTROLE.

           IF        NO-CADPAG-TAB (CTR-PARC)  EQUAL  "S"
                     MOVE  "P"                        TO  TIPO-ROLN
                     MOVE  CODIGO-PARC-TAB (CTR-PARC) TO  CODIGO-ROLN
                     MOVE  PARCELA-PARC-TAB (CTR-PARC) TO PARCELA-ROLN
                     MOVE  VENC-PARC-TAB (CTR-PARC)   TO  VENC-ROLN
                     MOVE  VALOR-TAB (CTR-PARC)       TO  VALOR-ROLN
                     MOVE  SALDO-TAB (CTR-PARC)       TO  SALDO-ROLN
                     MOVE  ENC-TAB (CTR-PARC)         TO  ENCARGOS-ROLN
                     WRITE REG-ROLN.
           ADD       1              TO   CTR-PARC.

       FIM.

           DISPLAY   "COMPETENCIA CONCILIADA   : " COMPETENCIA.
           DISPLAY   "CLIENTES COM DIFERENCA   : " CT-DIFERENCAS.
           CLOSE     REL-ROLLREC.
