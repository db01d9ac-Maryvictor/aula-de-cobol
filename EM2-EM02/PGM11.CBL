      *          NUMERO USADO), LIDO, INCREMENTADO E REGRAVADO A CADA
      *          GERACAO, PARA UMA REMESSA NUNCA SAIR DUAS VEZES COM
      *          O MESMO NUMERO.
      *          CADA PARCELA REGISTRADA RECEBE UM NOSSO NUMERO (OITO
      *          POSICOES SEQUENCIAIS DE SEQNOSSO.DAT MAIS DIGITO
      *          VERIFICADOR MODULO 11), O CODIGO DE BARRAS DE 44
      *          POSICOES (BANCO, MOEDA, DV GERAL MODULO 11, FATOR DE
      *          VENCIMENTO, VALOR E CAMPO LIVRE COM AGENCIA, CARTEIRA,
      *          NOSSO NUMERO E CONTA DO BENEFICIARIO) E A LINHA
      *          DIGITAVEL DE 47 POSICOES (TRES CAMPOS COM DV MODULO
      *          10, DV GERAL, FATOR E VALOR). OS DADOS DO BENEFICIARIO
      *          VEM DE PARAM-BOLETO.DAT, SEM O QUAL A REMESSA NAO E
      *          GERADA (RC=8). O NOSSO NUMERO VAI NO DETALHE DA
      *          REMESSA E TUDO E GUARDADO NO CONTROLE DE BOLETOS:
      *          BOLETOS.DAT (ORDEM DE CLIENTE E PARCELA, COMO O
      *          ABERTOS) E LIDO EM PARALELO E REGRAVADO EM
      *          BOLETOSN.DAT, PROMOVIDO PELA OPERACAO. PARCELA JA
      *          REGISTRADA MANTEM O NOSSO NUMERO E SO TEM BARRAS E
      *          LINHA RECALCULADAS PELO SALDO E VENCIMENTO ATUAIS;
      *          BOLETO DE PARCELA QUE SAIU DO ABERTO CONTINUA NO
      *          CONTROLE PARA O PGM06 CASAR O RETORNO PELO NOSSO
      *          NUMERO E O PGM23 IMPRIMIR OS BOLETOS. O FATOR DE
      *          VENCIMENTO CONTA DIAS CORRIDOS DESDE 07/10/1997 E,
      *          A PARTIR DE 22/02/2025, RECOMECA EM 1000. POSICAO
      *          VAZIA DO CARNE (PARCELA SEM VALOR NO ABERTOS) NAO E
      *          MAIS REGISTRADA NO BANCO.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

       FILE-CONTROL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL SEQREMCOB ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   REMCOB           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-BOLETO ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL SEQNOSSO ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL BOLETOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   BOLETOSN         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
             02 PARCELA-COB-D   PIC 9(02).
             02 VALOR-COB-D     PIC 9(07)V9(02).
             02 VENC-COB-D      PIC 9(08).
             02 NOSSO-COB-D     PIC 9(09).
             02 FILLER          PIC X(01).

       01  REG-COB-TRAILER.
             02 TIPO-COB-T      PIC X(01).
             02 TOTAL-COB-T     PIC 9(09)V9(02).
             02 FILLER          PIC X(23).

       FD  PARAM-BOLETO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "PARAM-BOLETO.DAT".

       01  REG-PARAM-BOLETO.
             02 BANCO-PARAM     PIC 9(03).
             02 AGENCIA-PARAM   PIC 9(04).
             02 CONTA-PARAM     PIC 9(07).
             02 CARTEIRA-PARAM  PIC 9(03).
             02 BENEF-PARAM     PIC X(30).

       FD  SEQNOSSO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "SEQNOSSO.DAT".

       01  REG-SEQNOSSO.
             02 ULT-NOSSO       PIC 9(08).

       FD  BOLETOS
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "BOLETOS.DAT".

       01  REG-BOLETO.
             02 CHAVE-BOL.
                03 CODIGO-BOL      PIC 9(05).
                03 PARCELA-BOL     PIC 9(02).
             02 NOSSO-BOL       PIC 9(09).
             02 VENC-BOL        PIC 9(08).
             02 VALOR-BOL       PIC 9(07)V9(02).
             02 BARRAS-BOL      PIC X(44).
             02 LINHA-BOL       PIC X(47).
             02 REMESSA-BOL     PIC 9(05).
             02 DATA-BOL        PIC 9(08).

       FD  BOLETOSN
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "BOLETOSN.DAT".

       01  REG-BOLETO-NOVO.
             02 CODIGO-BON      PIC 9(05).
             02 PARCELA-BON     PIC 9(02).
             02 NOSSO-BON       PIC 9(09).
             02 VENC-BON        PIC 9(08).
             02 VALOR-BON       PIC 9(07)V9(02).
             02 BARRAS-BON      PIC X(44).
             02 LINHA-BON       PIC X(47).
             02 REMESSA-BON     PIC 9(05).
             02 DATA-BON        PIC 9(08).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ          PIC X(03)    VALUE "NAO".
       77  CT-ITEM          PIC 9(05)    VALUE ZEROS.
       77  WSALDO           PIC 9(05)V99 VALUE ZEROS.
       77  TOTAL-REMESSA    PIC 9(09)V99 VALUE ZEROS.
       77  FIM-PARAM        PIC X(03)    VALUE "NAO".
       77  FIM-NOSSO        PIC X(03)    VALUE "NAO".
       77  FIM-BOL          PIC X(03)    VALUE "NAO".
       77  SEQ-NOSSO        PIC 9(08)    VALUE ZEROS.
       77  CHAVE-ABE        PIC 9(07)    VALUE ZEROS.
       77  CHAVE-ANT        PIC 9(07)    VALUE ZEROS.
       77  CHAVE-BOLETO     PIC 9(07)    VALUE ZEROS.
       77  CT-NOVOS         PIC 9(05)    VALUE ZEROS.
       77  CT-MANTIDOS      PIC 9(05)    VALUE ZEROS.
       77  DIAS-CALC        PIC 9(07)    VALUE ZEROS.
       77  DIAS-BASE-1997   PIC 9(07)    VALUE ZEROS.
       77  DIAS-BASE-2025   PIC 9(07)    VALUE ZEROS.
       77  ANO-ANT          PIC 9(04)    VALUE ZEROS.
       77  QUOC-DATA        PIC 9(04)    VALUE ZEROS.
       77  QUOC-4           PIC 9(04)    VALUE ZEROS.
       77  QUOC-100         PIC 9(04)    VALUE ZEROS.
       77  QUOC-400         PIC 9(04)    VALUE ZEROS.
       77  RESTO-4          PIC 9(03)    VALUE ZEROS.
       77  RESTO-100        PIC 9(03)    VALUE ZEROS.
       77  RESTO-400        PIC 9(03)    VALUE ZEROS.
       77  QT-M10           PIC 9(02)    VALUE ZEROS.
       77  CTR-M10          PIC 9(02)    VALUE ZEROS.
       77  PESO-M10         PIC 9(01)    VALUE ZEROS.
       77  PROD-M10         PIC 9(02)    VALUE ZEROS.
       77  SOMA-M10         PIC 9(04)    VALUE ZEROS.
       77  QUOC-M10         PIC 9(04)    VALUE ZEROS.
       77  RESTO-M10        PIC 9(02)    VALUE ZEROS.
       77  DV-M10           PIC 9(01)    VALUE ZEROS.
       77  QT-M11           PIC 9(02)    VALUE ZEROS.
       77  CTR-M11          PIC 9(02)    VALUE ZEROS.
       77  PESO-M11         PIC 9(02)    VALUE ZEROS.
       77  SOMA-M11         PIC 9(05)    VALUE ZEROS.
       77  QUOC-M11         PIC 9(05)    VALUE ZEROS.
       77  RESTO-M11        PIC 9(02)    VALUE ZEROS.

       01  DATA-CALC.
           02 DATA-CALC-AAAA PIC 9(04).
           02 DATA-CALC-MM   PIC 9(02).
           02 DATA-CALC-DD   PIC 9(02).

       01  TAB-DIAS-ACUM-V  PIC X(36)    VALUE
                            "000031059090120151181212243273304334".
       01  TAB-DIAS-ACUM    REDEFINES    TAB-DIAS-ACUM-V.
           02 DIAS-ACUM-TAB PIC 9(03)    OCCURS 12 TIMES.

       01  NOSSO-NUMERO.
           02 SEQ-NN         PIC 9(08).
           02 DV-NN          PIC 9(01).

       01  CODIGO-BARRAS.
           02 BANCO-CB       PIC 9(03).
           02 MOEDA-CB       PIC 9(01)    VALUE 9.
           02 DV-CB          PIC 9(01).
           02 FATOR-CB       PIC 9(04).
           02 VALOR-CB       PIC 9(08)V99.
           02 LIVRE-CB.
              03 AGENCIA-CB  PIC 9(04).
              03 CARTEIRA-CB PIC 9(03).
              03 NOSSO-CB    PIC 9(09).
              03 CONTA-CB    PIC 9(07).
              03 FILLER      PIC 9(02)    VALUE ZEROS.

       01  LINHA-DIGITAVEL.
           02 CAMPO1-LD.
              03 BANCO-MOEDA-LD  PIC X(04).
              03 LIVRE1-LD       PIC X(05).
              03 DV1-LD          PIC 9(01).
           02 CAMPO2-LD.
              03 LIVRE2-LD       PIC X(10).
              03 DV2-LD          PIC 9(01).
           02 CAMPO3-LD.
              03 LIVRE3-LD       PIC X(10).
              03 DV3-LD          PIC 9(01).
           02 DVG-LD             PIC 9(01).
           02 FATOR-VALOR-LD     PIC X(14).

       01  AREA-M10.
           02 DIGITO-M10     PIC 9(01)    OCCURS 10 TIMES.

       01  AREA-M11.
           02 DIGITO-M11     PIC 9(01)    OCCURS 43 TIMES.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).

       INICIO.

           PERFORM    LE-PARAMETRO-BOLETO.
           OPEN INPUT        ABERTOS
                             BOLETOS
               OUTPUT        REMCOB
                             BOLETOSN.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    LE-SEQUENCIA.
           PERFORM    LE-SEQUENCIA-NOSSO.
           PERFORM    CALCULA-DATAS-BASE.
           PERFORM    GRAVA-HEADER.
           PERFORM    LEITURA-BOLETO.
           PERFORM    LEITURA.

       LE-PARAMETRO-BOLETO.

           OPEN      INPUT     PARAM-BOLETO.
           READ      PARAM-BOLETO
                     AT END
                     MOVE      "SIM"     TO     FIM-PARAM.
           CLOSE     PARAM-BOLETO.
           IF        FIM-PARAM  EQUAL  "SIM"
                     DISPLAY "PARAM-BOLETO.DAT AUSENTE - REMESSA NAO"
                             " GERADA."
                     MOVE    8   TO   RETURN-CODE
                     STOP RUN.
           MOVE      BANCO-PARAM     TO     BANCO-CB.
           MOVE      AGENCIA-PARAM   TO     AGENCIA-CB.
           MOVE      CARTEIRA-PARAM  TO     CARTEIRA-CB.
           MOVE      CONTA-PARAM     TO     CONTA-CB.

       LE-SEQUENCIA-NOSSO.

           OPEN      INPUT     SEQNOSSO.
           READ      SEQNOSSO
                     AT END
                     MOVE      "SIM"     TO     FIM-NOSSO.
           IF        FIM-NOSSO NOT EQUAL "SIM"
                     MOVE      ULT-NOSSO       TO     SEQ-NOSSO.
           CLOSE     SEQNOSSO.

       CALCULA-DATAS-BASE.

           MOVE      19971007       TO     DATA-CALC.
           PERFORM   CALCULA-DIAS.
           MOVE      DIAS-CALC      TO     DIAS-BASE-1997.
           MOVE      20250222       TO     DATA-CALC.
           PERFORM   CALCULA-DIAS.
           MOVE      DIAS-CALC      TO     DIAS-BASE-2025.

       LE-SEQUENCIA.

           OPEN      INPUT     SEQREMCOB.
           READ ABERTOS
                    AT END
                    MOVE    "SIM"    TO   FIM-ARQ.
           IF   FIM-ARQ     EQUAL    "SIM"
                MOVE    9999999     TO   CHAVE-ABE
           ELSE
                MOVE    CODIGO-ABE  TO   CHAVE-ABE (1:5)
                MOVE    PARCELA-ABE TO   CHAVE-ABE (6:2)
                IF   CHAVE-ABE   NOT GREATER THAN  CHAVE-ANT
                     DISPLAY "ABERTOS FORA DE ORDEM NA CHAVE "
                             CHAVE-ABE " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     MOVE CHAVE-ABE   TO   CHAVE-ANT.

       LEITURA-BOLETO.

           READ BOLETOS
                    AT END
                    MOVE    "SIM"    TO   FIM-BOL.
           IF   FIM-BOL     EQUAL    "SIM"
                MOVE    9999999     TO   CHAVE-BOLETO
           ELSE
                MOVE    CHAVE-BOL   TO   CHAVE-BOLETO.

       PRINCIPAL.

           PERFORM   COPIA-BOLETO
                     UNTIL  CHAVE-BOLETO  NOT LESS THAN  CHAVE-ABE.
           IF        (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  VALOR-ABE  GREATER THAN  PAGO-ABE
                     PERFORM   GRAVA-DETALHE
           ELSE
           IF        CHAVE-BOLETO  EQUAL  CHAVE-ABE
                     PERFORM   COPIA-BOLETO.
           PERFORM   LEITURA.

       COPIA-BOLETO.

           MOVE      REG-BOLETO     TO     REG-BOLETO-NOVO.
           WRITE     REG-BOLETO-NOVO.
           ADD       1              TO     CT-MANTIDOS.
           PERFORM   LEITURA-BOLETO.

       GRAVA-DETALHE.

           COMPUTE   WSALDO  =  VALOR-ABE - PAGO-ABE.
           MOVE      PARCELA-ABE    TO     PARCELA-COB-D.
           MOVE      WSALDO         TO     VALOR-COB-D.
           MOVE      VENC-ABE       TO     VENC-COB-D.
           IF        CHAVE-BOLETO   EQUAL  CHAVE-ABE
                     MOVE    NOSSO-BOL      TO     NOSSO-NUMERO
                     PERFORM LEITURA-BOLETO
           ELSE
                     PERFORM NOVO-NOSSO-NUMERO.
           MOVE      NOSSO-NUMERO   TO     NOSSO-COB-D.
           WRITE     REG-COB-DET.
           ADD       WSALDO         TO     TOTAL-REMESSA.
           PERFORM   MONTA-CODIGO-BARRAS.
           PERFORM   MONTA-LINHA-DIGITAVEL.
           PERFORM   GRAVA-BOLETO.

       NOVO-NOSSO-NUMERO.

           ADD       1              TO     SEQ-NOSSO.
           MOVE      SEQ-NOSSO      TO     SEQ-NN.
           MOVE      SEQ-NN         TO     AREA-M11 (1:8).
           MOVE      8              TO     QT-M11.
           PERFORM   CALCULA-MODULO-11.
           IF        RESTO-M11  LESS THAN  2
                     MOVE    ZERO           TO     DV-NN
           ELSE
                     COMPUTE DV-NN  =  11 - RESTO-M11.
           ADD       1              TO     CT-NOVOS.

       MONTA-CODIGO-BARRAS.

           MOVE      VENC-ABE       TO     DATA-CALC.
           PERFORM   CALCULA-DIAS.
           IF        VENC-ABE  LESS THAN  20250222
                     COMPUTE FATOR-CB  =  DIAS-CALC - DIAS-BASE-1997
           ELSE
                     COMPUTE FATOR-CB  =
                             DIAS-CALC - DIAS-BASE-2025 + 1000.
           MOVE      WSALDO         TO     VALOR-CB.
           MOVE      NOSSO-NUMERO   TO     NOSSO-CB.
           MOVE      CODIGO-BARRAS (1:4)   TO  AREA-M11 (1:4).
           MOVE      CODIGO-BARRAS (6:39)  TO  AREA-M11 (5:39).
           MOVE      43             TO     QT-M11.
           PERFORM   CALCULA-MODULO-11.
           IF        RESTO-M11  LESS THAN  2
                     MOVE    1              TO     DV-CB
           ELSE
                     COMPUTE DV-CB  =  11 - RESTO-M11.

       MONTA-LINHA-DIGITAVEL.

           MOVE      CODIGO-BARRAS (1:4)   TO  BANCO-MOEDA-LD.
           MOVE      CODIGO-BARRAS (20:5)  TO  LIVRE1-LD.
           MOVE      CODIGO-BARRAS (25:10) TO  LIVRE2-LD.
           MOVE      CODIGO-BARRAS (35:10) TO  LIVRE3-LD.
           MOVE      DV-CB                 TO  DVG-LD.
           MOVE      CODIGO-BARRAS (6:14)  TO  FATOR-VALOR-LD.
           MOVE      CAMPO1-LD (1:9)  TO   AREA-M10 (1:9).
           MOVE      9              TO     QT-M10.
           PERFORM   CALCULA-MODULO-10.
           MOVE      DV-M10         TO     DV1-LD.
           MOVE      LIVRE2-LD      TO     AREA-M10.
           MOVE      10             TO     QT-M10.
           PERFORM   CALCULA-MODULO-10.
           MOVE      DV-M10         TO     DV2-LD.
           MOVE      LIVRE3-LD      TO     AREA-M10.
           PERFORM   CALCULA-MODULO-10.
           MOVE      DV-M10         TO     DV3-LD.

       CALCULA-MODULO-10.

           MOVE      ZEROS          TO     SOMA-M10.
           MOVE      2              TO     PESO-M10.
           MOVE      QT-M10         TO     CTR-M10.
           PERFORM   SOMA-DIGITO-M10   QT-M10  TIMES.
           DIVIDE    SOMA-M10  BY  10  GIVING  QUOC-M10
                                       REMAINDER  RESTO-M10.
           IF        RESTO-M10  EQUAL  ZERO
                     MOVE    ZERO           TO     DV-M10
           ELSE
                     COMPUTE DV-M10  =  10 - RESTO-M10.

       SOMA-DIGITO-M10.

           COMPUTE   PROD-M10  =  DIGITO-M10 (CTR-M10) * PESO-M10.
           IF        PROD-M10  GREATER THAN  9
                     SUBTRACT  9    FROM   PROD-M10.
           ADD       PROD-M10       TO     SOMA-M10.
           IF        PESO-M10  EQUAL  2
                     MOVE    1              TO     PESO-M10
           ELSE
                     MOVE    2              TO     PESO-M10.
           SUBTRACT  1              FROM   CTR-M10.

       CALCULA-MODULO-11.

           MOVE      ZEROS          TO     SOMA-M11.
           MOVE      2              TO     PESO-M11.
           MOVE      QT-M11         TO     CTR-M11.
           PERFORM   SOMA-DIGITO-M11   QT-M11  TIMES.
           DIVIDE    SOMA-M11  BY  11  GIVING  QUOC-M11
                                       REMAINDER  RESTO-M11.

       SOMA-DIGITO-M11.

           COMPUTE   SOMA-M11  =  SOMA-M11 +
                               DIGITO-M11 (CTR-M11) * PESO-M11.
           IF        PESO-M11  EQUAL  9
                     MOVE    2              TO     PESO-M11
           ELSE
                     ADD     1              TO     PESO-M11.
           SUBTRACT  1              FROM   CTR-M11.

       CALCULA-DIAS.

           COMPUTE   ANO-ANT  =  DATA-CALC-AAAA - 1.
           DIVIDE    ANO-ANT  BY  4    GIVING  QUOC-4.
           DIVIDE    ANO-ANT  BY  100  GIVING  QUOC-100.
           DIVIDE    ANO-ANT  BY  400  GIVING  QUOC-400.
           COMPUTE   DIAS-CALC  =  ANO-ANT * 365 + QUOC-4 - QUOC-100
                               +  QUOC-400
                               +  DIAS-ACUM-TAB (DATA-CALC-MM)
                               +  DATA-CALC-DD.
           DIVIDE    DATA-CALC-AAAA  BY  4    GIVING  QUOC-DATA
                                        REMAINDER  RESTO-4.
           DIVIDE    DATA-CALC-AAAA  BY  100  GIVING  QUOC-DATA
                                        REMAINDER  RESTO-100.
           DIVIDE    DATA-CALC-AAAA  BY  400  GIVING  QUOC-DATA
                                        REMAINDER  RESTO-400.
           IF        DATA-CALC-MM  GREATER THAN  2
                AND  RESTO-4  EQUAL  ZERO
                AND  (RESTO-100  NOT EQUAL  ZERO
                      OR  RESTO-400  EQUAL  ZERO)
                     ADD     1              TO     DIAS-CALC.

       GRAVA-BOLETO.

           MOVE      CODIGO-ABE     TO     CODIGO-BON.
           MOVE      PARCELA-ABE    TO     PARCELA-BON.
           MOVE      NOSSO-NUMERO   TO     NOSSO-BON.
           MOVE      VENC-ABE       TO     VENC-BON.
           MOVE      WSALDO         TO     VALOR-BON.
           MOVE      CODIGO-BARRAS  TO     BARRAS-BON.
           MOVE      LINHA-DIGITAVEL  TO   LINHA-BON.
           MOVE      SEQ-REMESSA    TO     REMESSA-BON.
           MOVE      HOJE           TO     DATA-BON.
           WRITE     REG-BOLETO-NOVO.

       GRAVA-TRAILER.

           MOVE      SEQ-REMESSA    TO     ULT-SEQ-COB.
           WRITE     REG-SEQREMCOB.
           CLOSE     SEQREMCOB.
           OPEN      OUTPUT    SEQNOSSO.
           MOVE      SEQ-NOSSO      TO     ULT-NOSSO.
           WRITE     REG-SEQNOSSO.
           CLOSE     SEQNOSSO.

       FIM.

           PERFORM   COPIA-BOLETO
                     UNTIL  FIM-BOL  EQUAL  "SIM".
           PERFORM   GRAVA-TRAILER.
           PERFORM   GRAVA-SEQUENCIA.
           DISPLAY   "REMESSA DE COBRANCA " SEQ-REMESSA " GERADA COM "
                     CT-ITEM " TITULOS.".
           DISPLAY   "NOSSOS NUMEROS NOVOS    : " CT-NOVOS.
           DISPLAY   "BOLETOS SO MANTIDOS     : " CT-MANTIDOS.
           CLOSE       ABERTOS
                       BOLETOS
                       REMCOB
                       BOLETOSN.
