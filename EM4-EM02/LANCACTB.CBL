       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LANCACTB.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  LANCAMENTO DO DIARIO NO RAZAO GERAL. LE O DIARIO
      *          DIARIO.DAT NO LAYOUT PADRAO DE LANCAMENTO (LOTE,
      *          DATA, CONTA, NATUREZA D/C, VALOR E HISTORICO), QUE A
      *          OPERACAO MONTA CONCATENANDO OS ARQUIVOS DOS SISTEMAS
      *          ALIMENTADORES (COMO O LANCREC.DAT DO PGM20 DO
      *          EM2-EM02), E O PROCESSA LOTE A LOTE, NA ORDEM DE
      *          CHEGADA DAS LINHAS DENTRO DE CADA LOTE. O LOTE SO E
      *          LANCADO INTEIRO E SO SE TODAS AS SUAS LINHAS FOREM
      *          VALIDAS: CONTA EXISTENTE E ATIVA NO PLANO DE CONTAS
      *          PLANOCTA2.DAT (MANTIDO PELO PLANOCTB), NATUREZA D OU
      *          C, VALOR DIFERENTE DE ZERO, COMPETENCIA (AAAAMM DA
      *          DATA DA LINHA) NAO FECHADA NO FECHA-CTRL.DAT DO
      *          FECHAMES, SOMA DOS DEBITOS IGUAL A DOS CREDITOS E
      *          LOTE AINDA NAO LANCADO (CONTROLE LOTECTB.DAT). LOTE
      *          RECUSADO VAI INTEIRO PARA O SUSPENSO.DAT, COM O
      *          MOTIVO EM CADA LINHA, E PARA O RELATORIO DE SUSPENSOS
      *          REL-SUSPENSO; DEPOIS DE ACERTADO PODE SER
      *          REAPRESENTADO NO DIARIO. O LOTE ACEITO ATUALIZA OS
      *          SALDOS POR CONTA E COMPETENCIA (SALDOS.DAT, REGRAVADO
      *          EM SALDOSN.DAT EM ORDEM DE CONTA E COMPETENCIA, QUE A
      *          OPERACAO PROMOVE PARA O NOME OFICIAL), E SUAS LINHAS
      *          SAO ACRESCENTADAS AO RAZAO RAZAO.DAT COM A DATA DO
      *          LANCAMENTO. O BALANCTB EMITE O BALANCETE E O RAZAO
      *          ANALITICO A PARTIR DESTES DOIS ARQUIVOS. RC=4 QUANDO
      *          ALGUM LOTE FICA EM SUSPENSO.
      *          OS RESUMOS DA FOLHA (PGM04) E DAS MULTAS DA BIBLIOTECA
      *          (PGM06 E PGM12) CHEGAM AO DIARIO PELO LANCALIM.DAT,
      *          GERADO PELO ALIMCTB ANTES DESTE PROGRAMA.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL DIARIO  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PLANOCTA2 ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL FECHA-CTRL ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL LOTECTB ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL SALDOS  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   SALDOSN          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RAZAO   ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   SUSPENSO         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRAB             ASSIGN      TO      DISK.

           SELECT   REL-SUSPENSO     ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  DIARIO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DIARIO.DAT".

       01  REG-DIA.
             02 LOTE-DIA        PIC X(12).
             02 DATA-DIA        PIC 9(08).
             02 CONTA-DIA       PIC X(10).
             02 NATUREZA-DIA    PIC X(01).
             02 VALOR-DIA       PIC 9(09)V99.
             02 HIST-DIA        PIC X(20).

       FD  PLANOCTA2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PLANOCTA2.DAT".

       01  REG-PLA.
             02 CONTA-PLA       PIC X(10).
             02 DESCR-PLA       PIC X(30).
             02 GRUPO-PLA       PIC X(01).
             02 NATUREZA-PLA    PIC X(01).
             02 SITUACAO-PLA    PIC X(01).

       FD  FECHA-CTRL
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FECHA-CTRL.DAT".

       01  REG-CTRL.
             02 COMPET-CTRL     PIC 9(06).
             02 STATUS-CTRL     PIC X(01).

       FD  LOTECTB
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "LOTECTB.DAT".

       01  REG-LCT.
             02 LOTE-LCT        PIC X(12).
             02 DATA-LCT        PIC 9(08).
             02 LINHAS-LCT      PIC 9(05).
             02 VALOR-LCT       PIC 9(11)V99.

       FD  SALDOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "SALDOS.DAT".

       01  REG-SAL.
             02 CHAVE-SAL.
                03 CONTA-SAL       PIC X(10).
                03 COMPET-SAL      PIC 9(06).
             02 DEBITOS-SAL     PIC 9(11)V99.
             02 CREDITOS-SAL    PIC 9(11)V99.

       FD  SALDOSN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "SALDOSN.DAT".

       01  REG-SALN.
             02 CHAVE-SALN      PIC X(16).
             02 DEBITOS-SALN    PIC 9(11)V99.
             02 CREDITOS-SALN   PIC 9(11)V99.

       FD  RAZAO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RAZAO.DAT".

       01  REG-RAZ.
             02 LOTE-RAZ        PIC X(12).
             02 DATA-RAZ        PIC 9(08).
             02 CONTA-RAZ       PIC X(10).
             02 NATUREZA-RAZ    PIC X(01).
             02 VALOR-RAZ       PIC 9(09)V99.
             02 HIST-RAZ        PIC X(20).
             02 DATA-LANC-RAZ   PIC 9(08).

       FD  SUSPENSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "SUSPENSO.DAT".

       01  REG-SUS.
             02 LOTE-SUS        PIC X(12).
             02 DATA-SUS        PIC 9(08).
             02 CONTA-SUS       PIC X(10).
             02 NATUREZA-SUS    PIC X(01).
             02 VALOR-SUS       PIC 9(09)V99.
             02 HIST-SUS        PIC X(20).
             02 MOTIVO-SUS      PIC X(24).

       SD  TRAB.
       01  REG-TRAB.
             02 LOTE-TRAB       PIC X(12).
             02 SEQ-TRAB        PIC 9(07).
             02 DATA-TRAB       PIC 9(08).
             02 CONTA-TRAB      PIC X(10).
             02 NATUREZA-TRAB   PIC X(01).
             02 VALOR-TRAB      PIC 9(09)V99.
             02 HIST-TRAB       PIC X(20).

       FD  REL-SUSPENSO
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-DIA          PIC X(03)    VALUE "NAO".
       77  FIM-TRAB         PIC X(03)    VALUE "NAO".
       77  FIM-PLA          PIC X(03)    VALUE "NAO".
       77  FIM-CTRL         PIC X(03)    VALUE "NAO".
       77  FIM-LCT          PIC X(03)    VALUE "NAO".
       77  FIM-SAL          PIC X(03)    VALUE "NAO".
       77  SEQ-LINHA        PIC 9(07)    VALUE ZEROS.
       77  QT-PLANO         PIC 9(04)    VALUE ZEROS.
       77  CTR-PLANO        PIC 9(04)    VALUE ZEROS.
       77  IND-PLANO        PIC 9(04)    VALUE ZEROS.
       77  QT-FECHADAS      PIC 9(03)    VALUE ZEROS.
       77  CTR-FECHADAS     PIC 9(03)    VALUE ZEROS.
       77  ACHOU-FECHADA    PIC X(03)    VALUE "NAO".
       77  QT-LOTES         PIC 9(04)    VALUE ZEROS.
       77  CTR-LOTES        PIC 9(04)    VALUE ZEROS.
       77  ACHOU-LOTE       PIC X(03)    VALUE "NAO".
       77  QT-SALDOS        PIC 9(04)    VALUE ZEROS.
       77  CTR-SALDOS       PIC 9(04)    VALUE ZEROS.
       77  IND-SALDO        PIC 9(04)    VALUE ZEROS.
       77  QT-DESLOCA       PIC 9(04)    VALUE ZEROS.
       77  QT-LINHAS        PIC 9(04)    VALUE ZEROS.
       77  CTR-LINHAS       PIC 9(04)    VALUE ZEROS.
       77  LOTE-ATUAL       PIC X(12)    VALUE SPACES.
       77  LOTE-VALIDO      PIC X(03)    VALUE "SIM".
       77  MOTIVO-LOTE      PIC X(24)    VALUE SPACES.
       77  COMPET-LINHA     PIC 9(06)    VALUE ZEROS.
       77  CHAVE-BUSCA      PIC X(16)    VALUE SPACES.
       77  LOTE-DEBITOS     PIC 9(11)V99 VALUE ZEROS.
       77  LOTE-CREDITOS    PIC 9(11)V99 VALUE ZEROS.
       77  CT-LOTES-LANC    PIC 9(05)    VALUE ZEROS.
       77  CT-LOTES-SUSP    PIC 9(05)    VALUE ZEROS.
       77  CT-LINHAS-LANC   PIC 9(07)    VALUE ZEROS.
       77  CT-LINHAS-SUSP   PIC 9(07)    VALUE ZEROS.
       77  TOTAL-DEBITOS    PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-CREDITOS   PIC 9(11)V99 VALUE ZEROS.
       77  CT-LIN           PIC 9(02)    VALUE 60.
       77  CT-PAG           PIC 9(03)    VALUE ZEROS.

       01  TAB-PLANO.
           02 ITEM-PLANO-TAB OCCURS 1000 TIMES.
              03 CONTA-PLANO-TAB   PIC X(10).
              03 SITUACAO-PLANO-TAB PIC X(01).

       01  TAB-FECHADAS.
           02 COMPET-FECHADA-TAB PIC 9(06) OCCURS 300 TIMES.

       01  TAB-LOTES.
           02 LOTE-TAB          PIC X(12)  OCCURS 5000 TIMES.

       01  TAB-SALDOS.
           02 ITEM-SALDO-TAB OCCURS 5000 TIMES.
              03 CHAVE-SALDO-TAB   PIC X(16).
              03 DEBITOS-TAB       PIC 9(11)V99.
              03 CREDITOS-TAB      PIC 9(11)V99.

       01  AREA-SALDO.
           02 CONTA-BUSCA       PIC X(10).
           02 COMPET-BUSCA      PIC 9(06).

       01  TAB-LINHAS.
           02 ITEM-LINHA-TAB OCCURS 2000 TIMES.
              03 DATA-LIN-TAB      PIC 9(08).
              03 CONTA-LIN-TAB     PIC X(10).
              03 NATUREZA-LIN-TAB  PIC X(01).
              03 VALOR-LIN-TAB     PIC 9(09)V99.
              03 HIST-LIN-TAB      PIC X(20).
              03 MOTIVO-LIN-TAB    PIC X(24).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  CAB-01.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(38) VALUE
                                "LANCAMENTOS EM SUSPENSO - RAZAO GERAL".
           02 FILLER          PIC X(06) VALUE "DATA: ".
           02 DATA-CAB        PIC 9(08).
           02 FILLER          PIC X(11) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE "PAG. ".
           02 PAG-CAB         PIC ZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.

       01  CAB-02.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(13) VALUE "LOTE".
           02 FILLER          PIC X(09) VALUE "DATA".
           02 FILLER          PIC X(11) VALUE "CONTA".
           02 FILLER          PIC X(02) VALUE "N".
           02 FILLER          PIC X(14) VALUE "        VALOR".
           02 FILLER          PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(25) VALUE "MOTIVO".

       01  DETALHE.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LOTE-DET        PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 DATA-DET        PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 CONTA-DET       PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 NATUREZA-DET    PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VALOR-DET       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 MOTIVO-DET      PIC X(24).
           02 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-QTDE.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ROTULO-QTDE     PIC X(32).
           02 QTDE-LIN        PIC Z.ZZZ.ZZ9.
           02 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-VALOR.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ROTULO-VALOR    PIC X(32).
           02 VALOR-LIN       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(26) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-LANCACTB         SECTION.

           PERFORM    INICIO.

           SORT       TRAB
                      ASCENDING KEY LOTE-TRAB  SEQ-TRAB
                      INPUT  PROCEDURE ROT-ENTRADA
                      OUTPUT PROCEDURE ROT-SAIDA.

           PERFORM    FIM.
           STOP RUN.

       INICIO               SECTION.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    CARGA-PLANO.
           PERFORM    CARGA-FECHADAS.
           PERFORM    CARGA-LOTES.
           PERFORM    CARGA-SALDOS.
           OPEN OUTPUT      SUSPENSO
                            REL-SUSPENSO
                EXTEND      RAZAO
                            LOTECTB.

       CARGA-PLANO          SECTION.

           OPEN INPUT       PLANOCTA2.
           PERFORM    LEITURA-PLANO
                      UNTIL     FIM-PLA    EQUAL    "SIM".
           CLOSE      PLANOCTA2.

       LEITURA-PLANO        SECTION.

           READ PLANOCTA2
                AT END
                MOVE "SIM" TO FIM-PLA.
           IF   FIM-PLA     NOT EQUAL  "SIM"
                IF   QT-PLANO  NOT LESS THAN  1000
                     DISPLAY "PLANOCTA2 EXCEDE A TABELA DE 1000"
                             " CONTAS - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-PLANO
                     MOVE CONTA-PLA      TO  CONTA-PLANO-TAB (QT-PLANO)
                     MOVE SITUACAO-PLA   TO
                          SITUACAO-PLANO-TAB (QT-PLANO).

       CARGA-FECHADAS       SECTION.

           OPEN INPUT       FECHA-CTRL.
           PERFORM    LEITURA-FECHA-CTRL
                      UNTIL     FIM-CTRL   EQUAL    "SIM".
           CLOSE      FECHA-CTRL.

       LEITURA-FECHA-CTRL   SECTION.

           READ FECHA-CTRL
                AT END
                MOVE "SIM" TO FIM-CTRL.
           IF   FIM-CTRL    NOT EQUAL  "SIM"
                AND STATUS-CTRL  EQUAL  "F"
                AND QT-FECHADAS  LESS THAN  300
                ADD  1              TO  QT-FECHADAS
                MOVE COMPET-CTRL    TO
                     COMPET-FECHADA-TAB (QT-FECHADAS).

       CARGA-LOTES          SECTION.

           OPEN INPUT       LOTECTB.
           PERFORM    LEITURA-LOTECTB
                      UNTIL     FIM-LCT    EQUAL    "SIM".
           CLOSE      LOTECTB.

       LEITURA-LOTECTB      SECTION.

           READ LOTECTB
                AT END
                MOVE "SIM" TO FIM-LCT.
           IF   FIM-LCT     NOT EQUAL  "SIM"
                IF   QT-LOTES  NOT LESS THAN  5000
                     DISPLAY "LOTECTB EXCEDE A TABELA DE 5000"
                             " LOTES - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-LOTES
                     MOVE LOTE-LCT       TO  LOTE-TAB (QT-LOTES).

       CARGA-SALDOS         SECTION.

           OPEN INPUT       SALDOS.
           PERFORM    LEITURA-SALDOS
                      UNTIL     FIM-SAL    EQUAL    "SIM".
           CLOSE      SALDOS.

       LEITURA-SALDOS       SECTION.

           READ SALDOS
                AT END
                MOVE "SIM" TO FIM-SAL.
           IF   FIM-SAL     NOT EQUAL  "SIM"
                MOVE CHAVE-SAL      TO  CHAVE-BUSCA
                PERFORM  LOCALIZA-SALDO
                ADD  DEBITOS-SAL    TO  DEBITOS-TAB (IND-SALDO)
                ADD  CREDITOS-SAL   TO  CREDITOS-TAB (IND-SALDO).

      *    LOCALIZA A CHAVE CONTA+COMPETENCIA NA TABELA DE SALDOS, QUE
      *    E MANTIDA EM ORDEM; CHAVE NOVA E INSERIDA NA POSICAO CERTA.

       LOCALIZA-SALDO       SECTION.

           MOVE      ZEROS     TO   IND-SALDO.
           MOVE      1         TO   CTR-SALDOS.
           PERFORM   PESQUISA-SALDO      QT-SALDOS  TIMES.
           IF        IND-SALDO  EQUAL  ZEROS
                     COMPUTE  IND-SALDO  =  QT-SALDOS + 1.
           IF        IND-SALDO  GREATER THAN  QT-SALDOS
                OR   CHAVE-SALDO-TAB (IND-SALDO)  NOT EQUAL
                                                  CHAVE-BUSCA
                     PERFORM  INSERE-SALDO.

       PESQUISA-SALDO       SECTION.

           IF        IND-SALDO  EQUAL  ZEROS
                AND  CHAVE-SALDO-TAB (CTR-SALDOS)  NOT LESS THAN
                                                   CHAVE-BUSCA
                     MOVE  CTR-SALDOS  TO  IND-SALDO.
           ADD       1         TO   CTR-SALDOS.

       INSERE-SALDO         SECTION.

           IF   QT-SALDOS  NOT LESS THAN  5000
                DISPLAY "SALDOS EXCEDE A TABELA DE 5000"
                        " CONTAS/COMPETENCIAS - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           COMPUTE   QT-DESLOCA  =  QT-SALDOS - IND-SALDO + 1.
           MOVE      QT-SALDOS TO   CTR-SALDOS.
           PERFORM   DESLOCA-SALDO       QT-DESLOCA  TIMES.
           ADD       1         TO   QT-SALDOS.
           MOVE      CHAVE-BUSCA TO CHAVE-SALDO-TAB (IND-SALDO).
           MOVE      ZEROS     TO   DEBITOS-TAB (IND-SALDO)
                                    CREDITOS-TAB (IND-SALDO).

       DESLOCA-SALDO        SECTION.

           MOVE      ITEM-SALDO-TAB (CTR-SALDOS)  TO
                     ITEM-SALDO-TAB (CTR-SALDOS + 1).
           SUBTRACT  1         FROM CTR-SALDOS.

       ROT-ENTRADA          SECTION.

           OPEN INPUT       DIARIO.
           PERFORM    LEITURA-DIARIO
                      UNTIL     FIM-DIA    EQUAL    "SIM".
           CLOSE      DIARIO.

       LEITURA-DIARIO       SECTION.

           READ DIARIO
                AT END
                MOVE "SIM" TO FIM-DIA.
           IF   FIM-DIA     NOT EQUAL  "SIM"
                ADD  1              TO  SEQ-LINHA
                MOVE LOTE-DIA       TO  LOTE-TRAB
                MOVE SEQ-LINHA      TO  SEQ-TRAB
                MOVE DATA-DIA       TO  DATA-TRAB
                MOVE CONTA-DIA      TO  CONTA-TRAB
                MOVE NATUREZA-DIA   TO  NATUREZA-TRAB
                MOVE VALOR-DIA      TO  VALOR-TRAB
                MOVE HIST-DIA       TO  HIST-TRAB
                RELEASE REG-TRAB.

       ROT-SAIDA            SECTION.

           PERFORM    LE-TRAB.
           PERFORM    TRATA-LOTE
                      UNTIL     FIM-TRAB   EQUAL    "SIM".

       LE-TRAB              SECTION.

           RETURN TRAB
                  AT END
                  MOVE "SIM" TO FIM-TRAB.

       TRATA-LOTE           SECTION.

           MOVE      ZEROS     TO   QT-LINHAS.
           MOVE      LOTE-TRAB TO   LOTE-ATUAL.
           PERFORM   GUARDA-LINHA
                     UNTIL     FIM-TRAB   EQUAL    "SIM"
                     OR        LOTE-TRAB  NOT EQUAL LOTE-ATUAL.
           PERFORM   VALIDA-LOTE.
           IF        LOTE-VALIDO  EQUAL  "SIM"
                     PERFORM  LANCA-LOTE
           ELSE
                     PERFORM  SUSPENDE-LOTE.

       GUARDA-LINHA         SECTION.

           IF   QT-LINHAS  NOT LESS THAN  2000
                DISPLAY "LOTE " LOTE-ATUAL " EXCEDE 2000 LINHAS"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           ADD  1              TO  QT-LINHAS.
           MOVE DATA-TRAB      TO  DATA-LIN-TAB (QT-LINHAS).
           MOVE CONTA-TRAB     TO  CONTA-LIN-TAB (QT-LINHAS).
           MOVE NATUREZA-TRAB  TO  NATUREZA-LIN-TAB (QT-LINHAS).
           MOVE VALOR-TRAB     TO  VALOR-LIN-TAB (QT-LINHAS).
           MOVE HIST-TRAB      TO  HIST-LIN-TAB (QT-LINHAS).
           MOVE SPACES         TO  MOTIVO-LIN-TAB (QT-LINHAS).
           PERFORM   LE-TRAB.

       VALIDA-LOTE          SECTION.

           MOVE      "SIM"     TO   LOTE-VALIDO.
           MOVE      SPACES    TO   MOTIVO-LOTE.
           MOVE      ZEROS     TO   LOTE-DEBITOS
                                    LOTE-CREDITOS.
           MOVE      "NAO"     TO   ACHOU-LOTE.
           MOVE      1         TO   CTR-LOTES.
           PERFORM   PESQUISA-LOTE       QT-LOTES  TIMES.
           IF        ACHOU-LOTE  EQUAL  "SIM"
                     MOVE  "NAO"              TO  LOTE-VALIDO
                     MOVE  "LOTE JA LANCADO"  TO  MOTIVO-LOTE.
           MOVE      1         TO   CTR-LINHAS.
           PERFORM   VALIDA-LINHA        QT-LINHAS  TIMES.
           IF        LOTE-DEBITOS  NOT EQUAL  LOTE-CREDITOS
                AND  MOTIVO-LOTE   EQUAL      SPACES
                     MOVE  "NAO"              TO  LOTE-VALIDO
                     MOVE  "DEBITO DIFERE CREDITO" TO  MOTIVO-LOTE.
           IF        LOTE-VALIDO   EQUAL  "NAO"
                AND  MOTIVO-LOTE   EQUAL  SPACES
                     MOVE  "OUTRA LINHA DO LOTE"   TO  MOTIVO-LOTE.

       PESQUISA-LOTE        SECTION.

           IF        LOTE-ATUAL  EQUAL  LOTE-TAB (CTR-LOTES)
                     MOVE  "SIM"    TO   ACHOU-LOTE.
           ADD       1         TO   CTR-LOTES.

       VALIDA-LINHA         SECTION.

           IF        NATUREZA-LIN-TAB (CTR-LINHAS)  EQUAL  "D"
                     ADD   VALOR-LIN-TAB (CTR-LINHAS) TO LOTE-DEBITOS.
           IF        NATUREZA-LIN-TAB (CTR-LINHAS)  EQUAL  "C"
                     ADD   VALOR-LIN-TAB (CTR-LINHAS) TO LOTE-CREDITOS.
           MOVE      CONTA-LIN-TAB (CTR-LINHAS)  TO  CONTA-BUSCA.
           PERFORM   BUSCA-CONTA.
           MOVE      DATA-LIN-TAB (CTR-LINHAS) (1:6) TO COMPET-LINHA.
           PERFORM   BUSCA-FECHADA.
           IF        NATUREZA-LIN-TAB (CTR-LINHAS)  NOT EQUAL "D"
                AND  NATUREZA-LIN-TAB (CTR-LINHAS)  NOT EQUAL "C"
                     MOVE "NATUREZA INVALIDA"  TO
                          MOTIVO-LIN-TAB (CTR-LINHAS).
           IF        VALOR-LIN-TAB (CTR-LINHAS)  EQUAL  ZEROS
                     MOVE "VALOR ZERADO"       TO
                          MOTIVO-LIN-TAB (CTR-LINHAS).
           IF        ACHOU-FECHADA  EQUAL  "SIM"
                     MOVE "COMPETENCIA FECHADA" TO
                          MOTIVO-LIN-TAB (CTR-LINHAS).
           IF        IND-PLANO  NOT EQUAL  ZEROS
                AND  SITUACAO-PLANO-TAB (IND-PLANO) NOT EQUAL "A"
                     MOVE "CONTA INATIVA"      TO
                          MOTIVO-LIN-TAB (CTR-LINHAS).
           IF        IND-PLANO  EQUAL  ZEROS
                     MOVE "CONTA INEXISTENTE"  TO
                          MOTIVO-LIN-TAB (CTR-LINHAS).
           IF        MOTIVO-LIN-TAB (CTR-LINHAS)  NOT EQUAL  SPACES
                     MOVE  "NAO"    TO   LOTE-VALIDO.
           ADD       1         TO   CTR-LINHAS.

       BUSCA-CONTA          SECTION.

           MOVE      ZEROS     TO   IND-PLANO.
           MOVE      1         TO   CTR-PLANO.
           PERFORM   PESQUISA-CONTA      QT-PLANO  TIMES.

       PESQUISA-CONTA       SECTION.

           IF        CONTA-BUSCA  EQUAL  CONTA-PLANO-TAB (CTR-PLANO)
                     MOVE  CTR-PLANO  TO  IND-PLANO.
           ADD       1         TO   CTR-PLANO.

       BUSCA-FECHADA        SECTION.

           MOVE      "NAO"     TO   ACHOU-FECHADA.
           MOVE      1         TO   CTR-FECHADAS.
           PERFORM   PESQUISA-FECHADA    QT-FECHADAS  TIMES.

       PESQUISA-FECHADA     SECTION.

           IF        COMPET-LINHA  EQUAL
                     COMPET-FECHADA-TAB (CTR-FECHADAS)
                     MOVE  "SIM"    TO   ACHOU-FECHADA.
           ADD       1         TO   CTR-FECHADAS.

       LANCA-LOTE           SECTION.

           MOVE      1         TO   CTR-LINHAS.
           PERFORM   LANCA-LINHA         QT-LINHAS  TIMES.
           MOVE      LOTE-ATUAL     TO   LOTE-LCT.
           MOVE      HOJE           TO   DATA-LCT.
           MOVE      QT-LINHAS      TO   LINHAS-LCT.
           MOVE      LOTE-DEBITOS   TO   VALOR-LCT.
           WRITE     REG-LCT.
           IF        QT-LOTES  LESS THAN  5000
                     ADD   1          TO  QT-LOTES
                     MOVE  LOTE-ATUAL TO  LOTE-TAB (QT-LOTES).
           ADD       1              TO   CT-LOTES-LANC.
           ADD       LOTE-DEBITOS   TO   TOTAL-DEBITOS.
           ADD       LOTE-CREDITOS  TO   TOTAL-CREDITOS.

       LANCA-LINHA          SECTION.

           MOVE      CONTA-LIN-TAB (CTR-LINHAS)  TO  CONTA-BUSCA.
           MOVE      DATA-LIN-TAB (CTR-LINHAS) (1:6) TO COMPET-BUSCA.
           MOVE      AREA-SALDO     TO   CHAVE-BUSCA.
           PERFORM   LOCALIZA-SALDO.
           IF        NATUREZA-LIN-TAB (CTR-LINHAS)  EQUAL  "D"
                     ADD   VALOR-LIN-TAB (CTR-LINHAS)  TO
                           DEBITOS-TAB (IND-SALDO)
           ELSE
                     ADD   VALOR-LIN-TAB (CTR-LINHAS)  TO
                           CREDITOS-TAB (IND-SALDO).
           MOVE      LOTE-ATUAL                  TO  LOTE-RAZ.
           MOVE      DATA-LIN-TAB (CTR-LINHAS)   TO  DATA-RAZ.
           MOVE      CONTA-LIN-TAB (CTR-LINHAS)  TO  CONTA-RAZ.
           MOVE      NATUREZA-LIN-TAB (CTR-LINHAS) TO NATUREZA-RAZ.
           MOVE      VALOR-LIN-TAB (CTR-LINHAS)  TO  VALOR-RAZ.
           MOVE      HIST-LIN-TAB (CTR-LINHAS)   TO  HIST-RAZ.
           MOVE      HOJE                        TO  DATA-LANC-RAZ.
           WRITE     REG-RAZ.
           ADD       1         TO   CT-LINHAS-LANC.
           ADD       1         TO   CTR-LINHAS.

       SUSPENDE-LOTE        SECTION.

           MOVE      1         TO   CTR-LINHAS.
           PERFORM   SUSPENDE-LINHA      QT-LINHAS  TIMES.
           ADD       1         TO   CT-LOTES-SUSP.

       SUSPENDE-LINHA       SECTION.

           IF        MOTIVO-LIN-TAB (CTR-LINHAS)  EQUAL  SPACES
                     MOVE  MOTIVO-LOTE  TO  MOTIVO-LIN-TAB (CTR-LINHAS).
           MOVE      LOTE-ATUAL                  TO  LOTE-SUS.
           MOVE      DATA-LIN-TAB (CTR-LINHAS)   TO  DATA-SUS.
           MOVE      CONTA-LIN-TAB (CTR-LINHAS)  TO  CONTA-SUS.
           MOVE      NATUREZA-LIN-TAB (CTR-LINHAS) TO NATUREZA-SUS.
           MOVE      VALOR-LIN-TAB (CTR-LINHAS)  TO  VALOR-SUS.
           MOVE      HIST-LIN-TAB (CTR-LINHAS)   TO  HIST-SUS.
           MOVE      MOTIVO-LIN-TAB (CTR-LINHAS) TO  MOTIVO-SUS.
           WRITE     REG-SUS.
           IF        CT-LIN  GREATER THAN  55
                     PERFORM  CABECALHO.
           MOVE      LOTE-SUS       TO   LOTE-DET.
           MOVE      DATA-SUS       TO   DATA-DET.
           MOVE      CONTA-SUS      TO   CONTA-DET.
           MOVE      NATUREZA-SUS   TO   NATUREZA-DET.
           MOVE      VALOR-SUS      TO   VALOR-DET.
           MOVE      MOTIVO-SUS     TO   MOTIVO-DET.
           WRITE     REG-REL FROM DETALHE
                     AFTER ADVANCING 1 LINE.
           ADD       1         TO   CT-LIN.
           ADD       1         TO   CT-LINHAS-SUSP.
           ADD       1         TO   CTR-LINHAS.

       CABECALHO            SECTION.

           ADD       1         TO   CT-PAG.
           MOVE      CT-PAG    TO   PAG-CAB.
           MOVE      HOJE      TO   DATA-CAB.
           WRITE     REG-REL FROM CAB-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM CAB-02
                     AFTER ADVANCING 2 LINES.
           MOVE      ZEROS     TO   CT-LIN.

       FIM                  SECTION.

           PERFORM   GRAVA-SALDOS.
           IF        CT-PAG    EQUAL  ZEROS
                     PERFORM  CABECALHO.
           MOVE      "LOTES LANCADOS"            TO  ROTULO-QTDE.
           MOVE      CT-LOTES-LANC               TO  QTDE-LIN.
           WRITE     REG-REL FROM LINHA-QTDE
                     AFTER ADVANCING 3 LINES.
           MOVE      "LINHAS LANCADAS"           TO  ROTULO-QTDE.
           MOVE      CT-LINHAS-LANC              TO  QTDE-LIN.
           WRITE     REG-REL FROM LINHA-QTDE
                     AFTER ADVANCING 1 LINE.
           MOVE      "LOTES EM SUSPENSO"         TO  ROTULO-QTDE.
           MOVE      CT-LOTES-SUSP               TO  QTDE-LIN.
           WRITE     REG-REL FROM LINHA-QTDE
                     AFTER ADVANCING 1 LINE.
           MOVE      "LINHAS EM SUSPENSO"        TO  ROTULO-QTDE.
           MOVE      CT-LINHAS-SUSP              TO  QTDE-LIN.
           WRITE     REG-REL FROM LINHA-QTDE
                     AFTER ADVANCING 1 LINE.
           MOVE      "TOTAL DE DEBITOS LANCADOS"  TO  ROTULO-VALOR.
           MOVE      TOTAL-DEBITOS               TO  VALOR-LIN.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 2 LINES.
           MOVE      "TOTAL DE CREDITOS LANCADOS" TO  ROTULO-VALOR.
           MOVE      TOTAL-CREDITOS              TO  VALOR-LIN.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 1 LINE.
           DISPLAY   "LOTES LANCADOS    : " CT-LOTES-LANC.
           DISPLAY   "LOTES EM SUSPENSO : " CT-LOTES-SUSP.
           IF        CT-LOTES-SUSP  GREATER THAN  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           CLOSE     SUSPENSO
                     REL-SUSPENSO
                     RAZAO
                     LOTECTB.

       GRAVA-SALDOS         SECTION.

           OPEN OUTPUT      SALDOSN.
           MOVE      1         TO   CTR-SALDOS.
           PERFORM   GRAVA-UM-SALDO      QT-SALDOS  TIMES.
           CLOSE     SALDOSN.

       GRAVA-UM-SALDO       SECTION.

           MOVE      CHAVE-SALDO-TAB (CTR-SALDOS)  TO  CHAVE-SALN.
           MOVE      DEBITOS-TAB (CTR-SALDOS)      TO  DEBITOS-SALN.
           MOVE      CREDITOS-TAB (CTR-SALDOS)     TO  CREDITOS-SALN.
           WRITE     REG-SALN.
           ADD       1         TO   CTR-SALDOS.
