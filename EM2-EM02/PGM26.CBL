       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM26.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  PROCESSA O RETORNO DO DEBITO AUTOMATICO RETDEB.DAT
      *          (UM REGISTRO POR PARCELA SOLICITADA NA REMDEB DO
      *          PGM25, COM O CODIGO DE OCORRENCIA DO BANCO), NO MESMO
      *          ESQUEMA DO RETORNO DE SALARIOS DO PGM06 DO EM3-EM02.
      *          OCORRENCIA "00" E DEBITO EFETIVADO: A PARCELA PAGA E
      *          GRAVADA NO LAYOUT DO RETBANCO NO ACUMULADO DE DEBITOS
      *          RETDEBITO.DAT, EM ORDEM DE CODIGO, QUE O PGM06 LE
      *          JUNTO COM O RETBANCO NA MESMA BAIXA DE PAGAMENTOS (O
      *          ACUMULADO E REGRAVADO EM RETDEBITON.DAT, PROMOVIDO
      *          PELA OPERACAO). QUALQUER OUTRA OCORRENCIA E DEBITO
      *          RECUSADO (SEM SALDO, CONTA ENCERRADA, AUTORIZACAO
      *          CANCELADA NO BANCO...), LISTADO EM REL-DEBRECUSA; A
      *          PARCELA CONTINUA EM ABERTO E VOLTA PARA O BOLETO DO
      *          PGM23. RETORNO DE PARCELA QUE NAO CONSTA DO CONTROLE
      *          DE SOLICITACOES DEBENV.DAT SAI NO MESMO RELATORIO COMO
      *          DIVERGENCIA, NAO E BAIXADO E DEIXA RC=4. TODO RETORNO
      *          SOLICITADO FICA NO HISTORICO DEBRET.DAT (EXTEND),
      *          USADO PELO PGM23 PARA SABER QUE PARCELAS AINDA
      *          AGUARDAM O DEBITO.
      *          CONTROLE DE REPROCESSAMENTO: IDENTIDADE DATA+SEQUENCIA
      *          EM PARAM-DEBID.DAT (SEM ELE, DATA DA RODADA COM
      *          SEQUENCIA 001); IDENTIDADE JA REGISTRADA NO CONTROLE
      *          DEBCTRL.DAT E RECUSADA COM RC=8 ANTES DE TOCAR NO
      *          ACUMULADO. AO TERMINAR, O CONTROLE E REGRAVADO EM
      *          DEBCTRLN.DAT COM A IDENTIDADE DA RODADA.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   RETDEB           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DEBENV  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RETDEBITO ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   RETDEBITON       ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DEBRET  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-DEBID ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DEBCTRL ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   DEBCTRLN         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-DEBRECUSA    ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  RETDEB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETDEB.DAT".

       01  REG-RDB.
             02 ITEM-RDB        PIC 9(05).
             02 CODIGO-RDB      PIC 9(05).
             02 PARCELA-RDB     PIC 9(02).
             02 VALOR-RDB       PIC 9(07)V9(02).
             02 DATA-RDB        PIC 9(08).
             02 OCORRENCIA-RDB  PIC X(02).

       FD  DEBENV
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBENV.DAT".

       01  REG-DEBENV.
             02 CODIGO-ENV      PIC 9(05).
             02 PARCELA-ENV     PIC 9(02).
             02 VENC-ENV        PIC 9(08).
             02 VALOR-ENV       PIC 9(07)V9(02).
             02 REMESSA-ENV     PIC 9(05).
             02 DATA-ENV        PIC 9(08).

       FD  RETDEBITO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETDEBITO.DAT".

       01  REG-RETDEBITO.
             02 CODIGO-ACU      PIC 9(05).
             02 PARCELA-ACU     PIC 9(02).
             02 VALOR-ACU       PIC 9(05)V9(02).
             02 DATA-ACU        PIC 9(08).
             02 NOSSO-ACU       PIC 9(09).

       FD  RETDEBITON
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RETDEBITON.DAT".

       01  REG-RETDEBITO-NOVO.
             02 CODIGO-ACN      PIC 9(05).
             02 PARCELA-ACN     PIC 9(02).
             02 VALOR-ACN       PIC 9(05)V9(02).
             02 DATA-ACN        PIC 9(08).
             02 NOSSO-ACN       PIC 9(09).

       FD  DEBRET
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBRET.DAT".

       01  REG-DEBRET.
             02 CODIGO-DRT      PIC 9(05).
             02 PARCELA-DRT     PIC 9(02).
             02 VALOR-DRT       PIC 9(07)V9(02).
             02 DATA-DRT        PIC 9(08).
             02 OCORRENCIA-DRT  PIC X(02).
             02 IDENT-DRT       PIC X(11).

       FD  PARAM-DEBID
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-DEBID.DAT".

       01  REG-PARAM-DEBID.
             02 DATA-DEBID-PARAM   PIC 9(08).
             02 SEQ-DEBID-PARAM    PIC 9(03).

       FD  DEBCTRL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBCTRL.DAT".

       01  REG-DEBCTRL.
             02 IDENT-CTRL      PIC X(11).

       FD  DEBCTRLN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBCTRLN.DAT".

       01  REG-DEBCTRL-NOVO.
             02 IDENT-CTRLN     PIC X(11).

       FD  REL-DEBRECUSA
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)    VALUE "NAO".
       77  FIM-ENV          PIC X(03)    VALUE "NAO".
       77  FIM-ACU          PIC X(03)    VALUE "NAO".
       77  FIM-CTRL         PIC X(03)    VALUE "NAO".
       77  IDENT-ARQUIVO    PIC X(11)    VALUE SPACES.
       77  ARQUIVO-JA-VISTO PIC X(03)    VALUE "NAO".
       77  CHAVE-ACU        PIC 9(05)    VALUE ZEROS.
       77  CHAVE-ANT        PIC 9(05)    VALUE ZEROS.
       77  QT-ENV           PIC 9(04)    VALUE ZEROS.
       77  CTR-ENV          PIC 9(04)    VALUE ZEROS.
       77  SOLICITADO       PIC X(03)    VALUE "NAO".
       77  CT-EFETIVADOS    PIC 9(05)    VALUE ZEROS.
       77  CT-RECUSADOS     PIC 9(05)    VALUE ZEROS.
       77  CT-DIVERGENTES   PIC 9(05)    VALUE ZEROS.
       77  TOTAL-EFETIVADO  PIC 9(09)V99 VALUE ZEROS.
       77  TOTAL-RECUSADO   PIC 9(09)V99 VALUE ZEROS.
       77  PRIMEIRA-LIN     PIC X(03)    VALUE "SIM".

       01  TAB-ENVIADOS.
           02 ITEM-ENV-TAB    OCCURS 5000 TIMES.
              03 CODIGO-ENV-TAB  PIC 9(05).
              03 PARCELA-ENV-TAB PIC 9(02).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  CAB-01.
           02 FILLER          PIC X(15) VALUE SPACES.
           02 FILLER          PIC X(45) VALUE
                       "DEBITO AUTOMATICO - RECUSAS E DIVERGENCIAS".
           02 FILLER          PIC X(20) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(08) VALUE "CLIENTE".
           02 FILLER          PIC X(05) VALUE "PARC".
           02 FILLER          PIC X(14) VALUE "        VALOR".
           02 FILLER          PIC X(10) VALUE "  DATA".
           02 FILLER          PIC X(06) VALUE "OCORR".
           02 FILLER          PIC X(32) VALUE "MOTIVO".

       01  DETALHE.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 CODIGO-DET      PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PARCELA-DET     PIC 9(02).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 VALOR-DET       PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DATA-DET        PIC 9(08).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 OCORR-DET       PIC X(02).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 MOTIVO-DET      PIC X(30).
           02 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 ROTULO-TOT      PIC X(26).
           02 TOTAL-LIN       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-PGM26.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-ARQ   EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    MONTA-IDENTIDADE.
           PERFORM    VERIFICA-CONTROLE-RETORNO.
           PERFORM    CARGA-ENVIADOS.
           OPEN INPUT        RETDEB
                             RETDEBITO
               OUTPUT        RETDEBITON
                             REL-DEBRECUSA
               EXTEND        DEBRET.
           PERFORM    LEITURA-ACUMULADO.
           PERFORM    LEITURA.

       MONTA-IDENTIDADE.

           MOVE       HOJE          TO   IDENT-ARQUIVO (1:8).
           MOVE       "001"         TO   IDENT-ARQUIVO (9:3).
           OPEN INPUT       PARAM-DEBID.
           READ PARAM-DEBID
                AT END
                NEXT SENTENCE.
           IF   DATA-DEBID-PARAM   NOT EQUAL  ZEROS
                MOVE  DATA-DEBID-PARAM  TO  IDENT-ARQUIVO (1:8)
                MOVE  SEQ-DEBID-PARAM   TO  IDENT-ARQUIVO (9:3).
           CLOSE PARAM-DEBID.

       VERIFICA-CONTROLE-RETORNO.

           OPEN INPUT       DEBCTRL
                OUTPUT      DEBCTRLN.
           PERFORM    COPIA-CONTROLE
                      UNTIL     FIM-CTRL   EQUAL    "SIM".
           CLOSE      DEBCTRL.
           IF         ARQUIVO-JA-VISTO  EQUAL  "SIM"
                      DISPLAY "RETORNO DE DEBITO " IDENT-ARQUIVO
                              " JA PROCESSADO - ARQUIVO RECUSADO."
                      CLOSE   DEBCTRLN
                      MOVE    8   TO   RETURN-CODE
                      STOP RUN.

       COPIA-CONTROLE.

           READ DEBCTRL
                AT END
                MOVE "SIM" TO FIM-CTRL.
           IF   FIM-CTRL    NOT EQUAL  "SIM"
                IF   IDENT-CTRL  EQUAL  IDENT-ARQUIVO
                     MOVE  "SIM"  TO  ARQUIVO-JA-VISTO.
           IF   FIM-CTRL    NOT EQUAL  "SIM"
                MOVE  IDENT-CTRL  TO  IDENT-CTRLN
                WRITE REG-DEBCTRL-NOVO.

       CARGA-ENVIADOS.

           OPEN INPUT       DEBENV.
           PERFORM    LEITURA-ENV
                      UNTIL     FIM-ENV    EQUAL    "SIM".
           CLOSE      DEBENV.

       LEITURA-ENV.

           READ DEBENV
                AT END
                MOVE "SIM" TO FIM-ENV.
           IF   FIM-ENV     NOT EQUAL  "SIM"
                IF   QT-ENV  NOT LESS THAN 5000
                     DISPLAY "DEBENV EXCEDE A TABELA DE 5000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-ENV
                     MOVE CODIGO-ENV    TO  CODIGO-ENV-TAB (QT-ENV)
                     MOVE PARCELA-ENV   TO  PARCELA-ENV-TAB (QT-ENV).

       LEITURA.

           READ RETDEB
                    AT END
                    MOVE    "SIM"    TO   FIM-ARQ.
           IF   FIM-ARQ     NOT EQUAL  "SIM"
                IF   CODIGO-RDB  LESS THAN  CHAVE-ANT
                     DISPLAY "RETDEB FORA DE ORDEM NO CLIENTE "
                             CODIGO-RDB " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     MOVE CODIGO-RDB  TO  CHAVE-ANT.

       LEITURA-ACUMULADO.

           READ RETDEBITO
                    AT END
                    MOVE    "SIM"    TO   FIM-ACU.
           IF   FIM-ACU     EQUAL    "SIM"
                MOVE    99999       TO   CHAVE-ACU
           ELSE
                MOVE    CODIGO-ACU  TO   CHAVE-ACU.

       COPIA-ACUMULADO.

           MOVE      REG-RETDEBITO  TO   REG-RETDEBITO-NOVO.
           WRITE     REG-RETDEBITO-NOVO.
           PERFORM   LEITURA-ACUMULADO.

       PRINCIPAL.

           PERFORM   VERIFICA-SOLICITADO.
           IF        SOLICITADO     NOT EQUAL  "SIM"
                     MOVE    "SEM SOLICITACAO DE DEBITO" TO MOTIVO-DET
                     ADD     1       TO     CT-DIVERGENTES
                     PERFORM IMPRIME-LINHA
           ELSE
                     PERFORM GRAVA-HISTORICO
                     IF      OCORRENCIA-RDB  EQUAL  "00"
                             PERFORM GRAVA-EFETIVADO
                     ELSE
                             PERFORM GRAVA-RECUSADO.
           PERFORM   LEITURA.

       VERIFICA-SOLICITADO.

           MOVE      "NAO"     TO   SOLICITADO.
           MOVE      1         TO   CTR-ENV.
           PERFORM   PESQUISA-SOLICITADO    QT-ENV  TIMES.

       PESQUISA-SOLICITADO.

           IF        CODIGO-RDB   EQUAL  CODIGO-ENV-TAB (CTR-ENV)
                AND  PARCELA-RDB  EQUAL  PARCELA-ENV-TAB (CTR-ENV)
                     MOVE  "SIM"    TO  SOLICITADO.
           ADD       1         TO   CTR-ENV.

       GRAVA-HISTORICO.

           MOVE      CODIGO-RDB     TO   CODIGO-DRT.
           MOVE      PARCELA-RDB    TO   PARCELA-DRT.
           MOVE      VALOR-RDB      TO   VALOR-DRT.
           MOVE      DATA-RDB       TO   DATA-DRT.
           MOVE      OCORRENCIA-RDB TO   OCORRENCIA-DRT.
           MOVE      IDENT-ARQUIVO  TO   IDENT-DRT.
           WRITE     REG-DEBRET.

       GRAVA-EFETIVADO.

           PERFORM   COPIA-ACUMULADO
                     UNTIL  CHAVE-ACU  GREATER THAN  CODIGO-RDB.
           MOVE      CODIGO-RDB     TO   CODIGO-ACN.
           MOVE      PARCELA-RDB    TO   PARCELA-ACN.
           MOVE      VALOR-RDB      TO   VALOR-ACN.
           MOVE      DATA-RDB       TO   DATA-ACN.
           MOVE      ZEROS          TO   NOSSO-ACN.
           WRITE     REG-RETDEBITO-NOVO.
           ADD       1              TO   CT-EFETIVADOS.
           ADD       VALOR-RDB      TO   TOTAL-EFETIVADO.

       GRAVA-RECUSADO.

           IF        OCORRENCIA-RDB  EQUAL  "01"
                     MOVE  "SALDO INSUFICIENTE"     TO  MOTIVO-DET
           ELSE
           IF        OCORRENCIA-RDB  EQUAL  "02"
                     MOVE  "CONTA ENCERRADA"        TO  MOTIVO-DET
           ELSE
           IF        OCORRENCIA-RDB  EQUAL  "03"
                     MOVE  "CONTA INEXISTENTE"      TO  MOTIVO-DET
           ELSE
           IF        OCORRENCIA-RDB  EQUAL  "04"
                     MOVE  "AUTORIZACAO CANCELADA"  TO  MOTIVO-DET
           ELSE
                     MOVE  "RECUSADO PELO BANCO"    TO  MOTIVO-DET.
           ADD       1              TO   CT-RECUSADOS.
           ADD       VALOR-RDB      TO   TOTAL-RECUSADO.
           PERFORM   IMPRIME-LINHA.

       IMPRIME-LINHA.

           IF        PRIMEIRA-LIN   EQUAL  "SIM"
                     PERFORM        CABECALHO
                     MOVE           "NAO"  TO   PRIMEIRA-LIN.
           MOVE      CODIGO-RDB     TO     CODIGO-DET.
           MOVE      PARCELA-RDB    TO     PARCELA-DET.
           MOVE      VALOR-RDB      TO     VALOR-DET.
           MOVE      DATA-RDB       TO     DATA-DET.
           MOVE      OCORRENCIA-RDB TO     OCORR-DET.
           WRITE     REG-REL FROM DETALHE
                     AFTER ADVANCING 1 LINE.

       CABECALHO.

           WRITE     REG-REL FROM CAB-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-02
                     AFTER ADVANCING 2 LINES.

       FIM.

           PERFORM   COPIA-ACUMULADO
                     UNTIL  FIM-ACU  EQUAL  "SIM".
           IF        PRIMEIRA-LIN   EQUAL  "SIM"
                     PERFORM        CABECALHO.
           MOVE      "TOTAL DEBITADO          : " TO  ROTULO-TOT.
           MOVE      TOTAL-EFETIVADO TO    TOTAL-LIN.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 2 LINES.
           MOVE      "TOTAL RECUSADO          : " TO  ROTULO-TOT.
           MOVE      TOTAL-RECUSADO TO     TOTAL-LIN.
           WRITE     REG-REL FROM LINHA-TOTAL
                     AFTER ADVANCING 1 LINE.
           DISPLAY   "DEBITOS EFETIVADOS : " CT-EFETIVADOS.
           DISPLAY   "DEBITOS RECUSADOS  : " CT-RECUSADOS.
           DISPLAY   "SEM SOLICITACAO    : " CT-DIVERGENTES.
           IF        CT-DIVERGENTES  GREATER THAN  ZEROS
                     MOVE    4       TO     RETURN-CODE.
           MOVE      IDENT-ARQUIVO   TO   IDENT-CTRLN.
           WRITE     REG-DEBCTRL-NOVO.
           CLOSE       RETDEB
                       RETDEBITO
                       RETDEBITON
                       REL-DEBRECUSA
                       DEBRET
                       DEBCTRLN.
