       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX12P.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  MANUTENCAO DO CADASTRO DE ADESAO AO PLANO DE SAUDE
      *          (PLANO.DAT: MATRICULA DO FUNCIONARIO, NOME DA VIDA
      *          COBERTA, TIPO T-TITULAR / D-DEPENDENTE, DATA DE
      *          NASCIMENTO E DATA DE ADESAO). APLICA TRANSACOES
      *          I/A/E DO ARQUIVO TRANPLANO.DAT, ORDENADO PELA CHAVE
      *          MATRICULA+NOME COMO O MESTRE, GERANDO O NOVO
      *          PLANO2.DAT E O LOG DE AUDITORIA LOGPLANO.DAT, NO
      *          MESMO DESENHO DO EX12D, COM OPERADOR CONFERIDO EM
      *          AUTORIZA.DAT. O TITULAR PRECISA EXISTIR NO CADFUN E
      *          TRAZ A DATA DE NASCIMENTO NA TRANSACAO; O DEPENDENTE
      *          PRECISA EXISTIR NO CADASTRO DE DEPENDENTES
      *          (DEPENDENTES2.DAT, EX12D) COM A MESMA MATRICULA E
      *          NOME, E A DATA DE NASCIMENTO VEM DE LA. TIPO DE VIDA
      *          INVALIDO OU NASCIMENTO ZERADO REJEITAM A TRANSACAO.
      *          A DATA DE ADESAO E A DA INCLUSAO E NAO MUDA NA
      *          ALTERACAO. SEM TRANSACOES O MESTRE E APENAS COPIADO.
      *          E DESTE CADASTRO QUE EX12/EX09C CALCULAM A
      *          PARTICIPACAO DO FUNCIONARIO E EX12S CONFERE A FATURA.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PLANO ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL TRANPLANO ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   PLANO2 ASSIGN    TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   LOG-MANUT ASSIGN TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL AUTORIZA ASSIGN TO   DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL DEPENDENTES2 ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   CADFUN ASSIGN    TO    DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CODIGO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT
                        WITH DUPLICATES.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PLANO
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "PLANO.DAT".

       01  REG-PLANO.
             02 CHAVE-PLANO.
                03 MATRICULA-PLANO PIC 9(05).
                03 NOME-PLANO      PIC X(20).
             02 TIPO-VIDA-PLANO PIC X(01).
             02 NASC-PLANO      PIC 9(08).
             02 ADESAO-PLANO    PIC 9(08).

       FD  TRANPLANO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "TRANPLANO.DAT".

       01  REG-TRANS.
             02 CHAVE-TR.
                03 MATRICULA-TRANS PIC 9(05).
                03 NOME-TRANS      PIC X(20).
             02 TIPO-TRANS      PIC X(01).
             02 TIPO-VIDA-TRANS PIC X(01).
             02 NASC-TRANS      PIC 9(08).

       FD  PLANO2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PLANO2.DAT".

       01  REG-NOVO.
             02 CHAVE-NOVO      PIC X(25).
             02 TIPO-VIDA-NOVO  PIC X(01).
             02 NASC-NOVO       PIC 9(08).
             02 ADESAO-NOVO     PIC 9(08).

       FD  LOG-MANUT
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "LOGPLANO.DAT".

       01  REG-LOG.
             02 CODIGO-LOG      PIC 9(05).
             02 TIPO-LOG        PIC X(01).
             02 STATUS-LOG      PIC X(09).
             02 DATA-LOG.
                03 DATA-LOG-AAAA  PIC 9(04).
                03 DATA-LOG-MM    PIC 9(02).
                03 DATA-LOG-DD    PIC 9(02).
             02 OPER-LOG        PIC X(06).
             02 NOME-LOG        PIC X(20).

       FD  AUTORIZA
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "AUTORIZA.DAT".

       01  REG-AUT.
             02 OPER-AUT        PIC X(06).
             02 PROG-AUT        PIC X(08).
             02 TIPOS-AUT       PIC X(04).

       FD  DEPENDENTES2
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "DEPENDENTES2.DAT".

       01  REG-DEP.
             02 CHAVE-DEP.
                03 CODIGO-DEP      PIC 9(05).
                03 NOME-DEP        PIC X(20).
             02 DATA-NASC-DEP.
                03 DD-DEP          PIC 9(02).
                03 MM-DEP          PIC 9(02).
                03 AAAA-DEP        PIC 9(04).
             02 PARENTESCO-DEP  PIC X(10).

       FD  CADFUN
           LABEL  RECORD     ARE     STANDARD
           VALUE  OF FILE-ID IS     "CADFUN.DAT".

       01  REG-ENT.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       WORKING-STORAGE SECTION.

       77  FIM-MESTRE       PIC X(03)     VALUE   "NAO".
       77  FIM-TRANS        PIC X(03)     VALUE   "NAO".
       77  CHAVE-MESTRE     PIC X(25)     VALUE   SPACES.
       77  CHAVE-TRANS      PIC X(25)     VALUE   SPACES.
       77  MESTRE-ATIVO     PIC X(03)     VALUE   "NAO".
       77  CHAVE-TRANS-ANT  PIC X(25)     VALUE   SPACES.
       77  FIM-AUT          PIC X(03)     VALUE   "NAO".
       77  ACHOU-AUT        PIC X(03)     VALUE   "NAO".
       77  OPERADOR         PIC X(06)     VALUE   SPACES.
       77  PROGRAMA-AUT     PIC X(08)     VALUE   "EX12P".
       77  TIPOS-PERMITIDOS PIC X(04)     VALUE   SPACES.
       77  CTR-AUT          PIC 9(01)     VALUE   ZEROS.
       77  TIPO-PERMITIDO   PIC X(03)     VALUE   "NAO".
       77  CHAVE-ATUAL      PIC X(25)     VALUE   SPACES.
       77  DADOS-VALIDOS    PIC X(03)     VALUE   "SIM".
       77  WNASC            PIC 9(08)     VALUE   ZEROS.
       77  FIM-DEP          PIC X(03)     VALUE   "NAO".
       77  QT-DEPS          PIC 9(03)     VALUE   ZEROS.
       77  CTR-DEP          PIC 9(03)     VALUE   ZEROS.
       77  CT-APLICADAS     PIC 9(05)     VALUE   ZEROS.
       77  CT-REJEITADAS    PIC 9(05)     VALUE   ZEROS.

       01  TAB-DEPENDENTES.
           02 ITEM-DEP-TAB    OCCURS 300 TIMES.
              03 CHAVE-DEP-TAB    PIC X(25).
              03 NASC-DEP-TAB     PIC 9(08).

       01  NASC-CONVERTIDO.
           02 AAAA-CONV      PIC 9(04).
           02 MM-CONV        PIC 9(02).
           02 DD-CONV        PIC 9(02).

       01  NASC-CONV-NUM     REDEFINES NASC-CONVERTIDO  PIC 9(08).

       01  AREA-ATUAL.
           02 CHAVE-AT       PIC X(25).
           02 TIPO-VIDA-AT   PIC X(01).
           02 NASC-AT        PIC 9(08).
           02 ADESAO-AT      PIC 9(08).

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  HOJE-NUM          REDEFINES HOJE  PIC 9(08).

       PROCEDURE                     DIVISION.

       PGM-EX12P.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-MESTRE   EQUAL     "SIM"
                    AND        FIM-TRANS    EQUAL     "SIM".

           PERFORM   FIM.

           STOP RUN.

       INICIO.

           PERFORM    VERIFICA-OPERADOR.
           PERFORM    CARGA-DEPENDENTES.
           OPEN INPUT        PLANO
                              TRANPLANO
                              CADFUN
               OUTPUT        PLANO2
                              LOG-MANUT.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM       LEITURA-MESTRE.
           PERFORM       LEITURA-TRANS.

       CARGA-DEPENDENTES.

           OPEN INPUT       DEPENDENTES2.
           PERFORM    LEITURA-DEP
                      UNTIL     FIM-DEP    EQUAL    "SIM".
           CLOSE      DEPENDENTES2.

       LEITURA-DEP.

           READ DEPENDENTES2
                AT END
                MOVE "SIM" TO FIM-DEP.
           IF   FIM-DEP     NOT EQUAL  "SIM"
                AND QT-DEPS LESS THAN 300
                ADD  1            TO  QT-DEPS
                MOVE CHAVE-DEP    TO  CHAVE-DEP-TAB (QT-DEPS)
                MOVE AAAA-DEP     TO  AAAA-CONV
                MOVE MM-DEP       TO  MM-CONV
                MOVE DD-DEP       TO  DD-CONV
                MOVE NASC-CONV-NUM TO NASC-DEP-TAB (QT-DEPS).

       VERIFICA-OPERADOR.

           DISPLAY "INFORME O CODIGO DO OPERADOR: ".
           ACCEPT    OPERADOR.
           OPEN INPUT        AUTORIZA.
           PERFORM   LEITURA-AUTORIZA
                     UNTIL     FIM-AUT   EQUAL   "SIM".
           CLOSE     AUTORIZA.
           IF        ACHOU-AUT EQUAL "NAO"
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
                 MOVE    "SIM"        TO   ACHOU-AUT
                 MOVE    TIPOS-AUT    TO   TIPOS-PERMITIDOS.

       VERIFICA-TIPO-AUTORIZADO.

           MOVE      "NAO"          TO   TIPO-PERMITIDO.
           MOVE      1              TO   CTR-AUT.
           PERFORM   TESTA-TIPO-AUT      4  TIMES.

       TESTA-TIPO-AUT.

           IF    TIPOS-PERMITIDOS (CTR-AUT:1)  EQUAL  TIPO-TRANS
                 MOVE    "SIM"        TO   TIPO-PERMITIDO.
           ADD       1              TO   CTR-AUT.

       LEITURA-MESTRE.

           READ PLANO
                    AT END
                    MOVE    "SIM"    TO   FIM-MESTRE.
           IF    FIM-MESTRE    EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-MESTRE
           ELSE
                 MOVE    CHAVE-PLANO  TO   CHAVE-MESTRE.

       LEITURA-TRANS.

           READ TRANPLANO
                    AT END
                    MOVE    "SIM"    TO   FIM-TRANS.
           IF    FIM-TRANS     EQUAL    "SIM"
                 MOVE    HIGH-VALUES  TO   CHAVE-TRANS
           ELSE
                 MOVE    CHAVE-TR     TO   CHAVE-TRANS
                 PERFORM VERIFICA-SEQUENCIA
                 MOVE    CHAVE-TRANS  TO   CHAVE-TRANS-ANT.

       VERIFICA-SEQUENCIA.

           IF    CHAVE-TRANS   LESS THAN   CHAVE-TRANS-ANT
                 DISPLAY "TRANPLANO FORA DE SEQUENCIA NA CHAVE "
                         CHAVE-TRANS " - EXECUCAO ABORTADA."
                 MOVE    8            TO   RETURN-CODE
                 PERFORM FIM
                 STOP RUN.

       PRINCIPAL.

           IF        CHAVE-MESTRE   NOT GREATER THAN  CHAVE-TRANS
                     MOVE    CHAVE-PLANO     TO    CHAVE-AT
                     MOVE    TIPO-VIDA-PLANO TO    TIPO-VIDA-AT
                     MOVE    NASC-PLANO      TO    NASC-AT
                     MOVE    ADESAO-PLANO    TO    ADESAO-AT
                     MOVE    "SIM"           TO    MESTRE-ATIVO
                     MOVE    CHAVE-MESTRE    TO    CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE
           ELSE
                     MOVE    CHAVE-TRANS     TO    CHAVE-ATUAL
                     MOVE    "NAO"           TO    MESTRE-ATIVO.
           PERFORM   APLICA-TRANSACOES
                     UNTIL   CHAVE-TRANS  NOT EQUAL  CHAVE-ATUAL.
           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     PERFORM GRAVA-ATUAL.

       APLICA-TRANSACOES.

           PERFORM   VERIFICA-TIPO-AUTORIZADO.
           PERFORM   VALIDA-DADOS.
           IF        TIPO-PERMITIDO EQUAL    "NAO"
                     PERFORM GRAVA-LOG-NAO-AUT
           ELSE
           IF        (TIPO-TRANS  EQUAL  "I"  OR  "A")
                AND  DADOS-VALIDOS EQUAL    "NAO"
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
           IF        TIPO-TRANS     EQUAL    "I"
                     PERFORM        TRATA-INCLUSAO
           ELSE
           IF        TIPO-TRANS     EQUAL    "A"
                     PERFORM        TRATA-ALTERACAO
           ELSE
           IF        TIPO-TRANS     EQUAL    "E"
                     PERFORM        TRATA-EXCLUSAO
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.
           PERFORM   LEITURA-TRANS.

      *    O TITULAR E CONFERIDO NO CADFUN; O DEPENDENTE NO CADASTRO
      *    DE DEPENDENTES, DE ONDE TAMBEM VEM O NASCIMENTO.

       VALIDA-DADOS.

           MOVE      "NAO"           TO          DADOS-VALIDOS.
           MOVE      NASC-TRANS      TO          WNASC.
           IF        TIPO-VIDA-TRANS EQUAL "T"
                     PERFORM VERIFICA-TITULAR
           ELSE
           IF        TIPO-VIDA-TRANS EQUAL "D"
                     PERFORM VERIFICA-DEPENDENTE.
           IF        WNASC           EQUAL ZEROS
                  OR WNASC           GREATER THAN HOJE-NUM
                     MOVE "NAO"      TO          DADOS-VALIDOS.

       VERIFICA-TITULAR.

           MOVE      MATRICULA-TRANS TO   CODIGO-ENT.
           READ      CADFUN
                     INVALID KEY
                     MOVE    "NAO"   TO   DADOS-VALIDOS
                     NOT INVALID KEY
                     MOVE    "SIM"   TO   DADOS-VALIDOS.

       VERIFICA-DEPENDENTE.

           MOVE      1              TO   CTR-DEP.
           PERFORM   PESQUISA-DEPENDENTE  QT-DEPS  TIMES.

       PESQUISA-DEPENDENTE.

           IF        CHAVE-TR       EQUAL  CHAVE-DEP-TAB (CTR-DEP)
                     MOVE  NASC-DEP-TAB (CTR-DEP)  TO  WNASC
                     MOVE  "SIM"     TO   DADOS-VALIDOS.
           ADD       1              TO   CTR-DEP.

       TRATA-INCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "NAO"
                     MOVE    CHAVE-TR         TO    CHAVE-AT
                     MOVE    TIPO-VIDA-TRANS  TO    TIPO-VIDA-AT
                     MOVE    WNASC            TO    NASC-AT
                     MOVE    HOJE-NUM         TO    ADESAO-AT
                     MOVE    "SIM"            TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    TIPO-VIDA-TRANS  TO    TIPO-VIDA-AT
                     MOVE    WNASC            TO    NASC-AT
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-EXCLUSAO.

           IF        MESTRE-ATIVO   EQUAL    "SIM"
                     MOVE    "NAO"            TO    MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       GRAVA-ATUAL.

           MOVE      CHAVE-AT       TO    CHAVE-NOVO.
           MOVE      TIPO-VIDA-AT   TO    TIPO-VIDA-NOVO.
           MOVE      NASC-AT        TO    NASC-NOVO.
           MOVE      ADESAO-AT      TO    ADESAO-NOVO.
           WRITE     REG-NOVO.

       GRAVA-LOG-APLICADA.

           PERFORM   MONTA-LOG.
           MOVE      "APLICADA"     TO    STATUS-LOG.
           WRITE     REG-LOG.
           ADD       1              TO    CT-APLICADAS.

       GRAVA-LOG-REJEITADA.

           PERFORM   MONTA-LOG.
           MOVE      "REJEITADA"    TO    STATUS-LOG.
           WRITE     REG-LOG.
           ADD       1              TO    CT-REJEITADAS.

       GRAVA-LOG-NAO-AUT.

           PERFORM   MONTA-LOG.
           MOVE      "NAO-AUTOR"    TO    STATUS-LOG.
           WRITE     REG-LOG.
           ADD       1              TO    CT-REJEITADAS.

       MONTA-LOG.

           MOVE      MATRICULA-TRANS TO   CODIGO-LOG.
           MOVE      TIPO-TRANS     TO    TIPO-LOG.
           MOVE      HOJE           TO    DATA-LOG.
           MOVE      OPERADOR       TO    OPER-LOG.
           MOVE      NOME-TRANS     TO    NOME-LOG.

       FIM.

           DISPLAY   "TRANSACOES APLICADAS : " CT-APLICADAS.
           DISPLAY   "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           CLOSE       PLANO
                       TRANPLANO
                       CADFUN
                       PLANO2
                       LOG-MANUT.
