       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05W.
       AUTHOR. MARIA VICTOR.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RODADA SEMANAL DO CADASTRO DE CONTRATOS DE ESTAGIO
      *         ESTAGIO.DAT MANTIDO PELO EX05I (ORDENADO POR ALUNO E
      *         SEQUENCIA). O RELATORIO REL-ESTAGIO LISTA, POR ALUNO,
      *         OS CONTRATOS QUE VENCEM NOS PROXIMOS 30 DIAS, OS
      *         CONTRATOS AINDA EM VIGOR DE ALUNO QUE NAO ESTA MAIS
      *         ATIVO (NO HISTORICO TRANCADOS.DAT DO EX05M OU
      *         REPROVADO NO CADREP.DAT DO EX05), OS CONTRATOS COM
      *         CARGA SEMANAL ACIMA DO MAXIMO LEGAL DE 30 HORAS E AS
      *         EMPRESAS EM QUE A SOMA DOS PRAZOS DOS CONTRATOS DO
      *         ALUNO PASSA DO LIMITE LEGAL DE DOIS ANOS (730 DIAS).
      *         OS TRES LIMITES VEM DO PARAM-ESTAGIO.DAT OPCIONAL
      *         (CAMPO ZERADO OU ARQUIVO AUSENTE MANTEM O PADRAO).
      *         O REL-HORAEST E O ARQUIVO ESTAGIO-HORAS.DAT TRAZEM AS
      *         HORAS DE ESTAGIO CUMPRIDAS POR ALUNO ATE A DATA DA
      *         RODADA (SEMANAS COMPLETAS DE VIGENCIA VEZES A CARGA
      *         SEMANAL, LIMITADA AO MAXIMO LEGAL), PARA A AUDITORIA
      *         DE FORMATURA. AS DATAS SAO CONVERTIDAS EM NUMERO DE
      *         DIAS PELA CONTAGEM JULIANA, SO COM ARITMETICA INTEIRA.
      *         HAVENDO ALERTA O PROGRAMA TERMINA COM RC=4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARIA-PC.
       OBJECT-COMPUTER. MARIA-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADALU2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANCADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADREP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAM-ESTAGIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTAGIO-HORAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ESTAGIO ASSIGN TO DISK.
           SELECT REL-HORAEST ASSIGN TO DISK.

           SELECT   OPTIONAL RUN-LOG ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RUNID   ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTAGIO
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "ESTAGIO.DAT".
       01 REG-EST.
          03 NUMERO-EST      PIC 9(05).
          03 SEQ-EST         PIC 9(02).
          03 EMPRESA-EST     PIC X(30).
          03 SUPERV-EST      PIC X(20).
          03 INICIO-EST      PIC 9(08).
          03 FIM-EST         PIC 9(08).
          03 HORAS-EST       PIC 9(02).
          03 APOLICE-EST     PIC X(15).

       FD CADALU2
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADALU2.DAT".
       01 REG-ENT.
          03 NUMERO-ENT   PIC 9(05).
          03 NOME-ENT     PIC X(20).
          03 NOTA1-ENT    PIC 9(02)V9(02).
          03 NOTA2-ENT    PIC 9(02)V99.
          03 FALTAS-ENT   PIC X(02).

       FD TRANCADOS
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "TRANCADOS.DAT".
       01 REG-TRANCADO.
          03 NUMERO-TRC   PIC 9(05).
          03 NOME-TRC     PIC X(20).
          03 NOTA1-TRC    PIC 9(02)V99.
          03 NOTA2-TRC    PIC 9(02)V99.
          03 FALTAS-TRC   PIC X(02).
          03 DATA-TRC     PIC 9(08).
          03 MOTIVO-TRC   PIC X(02).

       FD CADREP
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "CADREP.DAT".
       01 REG-REP.
          03 NUMERO-REP   PIC 9(05).
          03 NOME-REP     PIC X(20).
          03 MEDIA-REP    PIC 9(02)V99.
          03 FALTAS-REP   PIC X(02).
          03 MOTIVO-REP   PIC X(06).

       FD PARAM-ESTAGIO
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "PARAM-ESTAGIO.DAT".
       01 REG-PARAM-EST.
          03 DIAS-AVISO-PARAM  PIC 9(03).
          03 HORAS-MAX-PARAM   PIC 9(02).
          03 DIAS-MAX-PARAM    PIC 9(04).

       FD ESTAGIO-HORAS
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "ESTAGIO-HORAS.DAT".
       01 REG-HORAS.
          03 NUMERO-HE    PIC 9(05).
          03 HORAS-HE     PIC 9(05).
          03 DATA-HE      PIC 9(08).

       FD REL-ESTAGIO
          LABEL RECORD IS OMITTED.
       01 REG-REL            PIC X(130).

       FD REL-HORAEST
          LABEL RECORD IS OMITTED.
       01 REG-REL-HORAS      PIC X(80).

       FD  RUN-LOG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RUN-LOG.DAT".

           COPY RUNLOG.

       FD  RUNID
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RUNID.DAT".

       01  REG-RUNID.
             02 DATA-RUNID      PIC 9(08).
             02 SEQ-RUNID       PIC 9(03).

       WORKING-STORAGE SECTION.

       77  FIM-RUNID        PIC X(03)    VALUE "NAO".
       77  IDENT-RODADA     PIC X(11)    VALUE SPACES.
       77  CT-RUN-ENTRADA   PIC 9(07)    VALUE ZEROS.
       77  CT-RUN-SAIDA     PIC 9(07)    VALUE ZEROS.
       77  CT-RUN-REJ       PIC 9(07)    VALUE ZEROS.
       77  STATUS-RUN       PIC X(08)    VALUE "NORMAL".

       01  DATA-RUN.
           02 DATA-RUN-AAAA  PIC 9(04).
           02 DATA-RUN-MM    PIC 9(02).
           02 DATA-RUN-DD    PIC 9(02).

       01  HORA-RUN.
           02 HORA-RUN-HMS   PIC 9(06).
           02 FILLER         PIC 9(02).

       77 FIM-ARQ    PIC X(03)       VALUE "NAO".
       77 FIM-ALU    PIC X(03)       VALUE "NAO".
       77 FIM-TRC    PIC X(03)       VALUE "NAO".
       77 FIM-REP    PIC X(03)       VALUE "NAO".
       77 FIM-PARAM  PIC X(03)       VALUE "NAO".
       77 QT-ALU     PIC 9(03)       VALUE ZEROS.
       77 CTR-ALU    PIC 9(03)       VALUE ZEROS.
       77 QT-TRC     PIC 9(03)       VALUE ZEROS.
       77 CTR-TRC    PIC 9(03)       VALUE ZEROS.
       77 QT-REP     PIC 9(03)       VALUE ZEROS.
       77 CTR-REP    PIC 9(03)       VALUE ZEROS.
       77 QT-EMP     PIC 9(02)       VALUE ZEROS.
       77 CTR-EMP    PIC 9(02)       VALUE ZEROS.
       77 IND-EMP    PIC 9(02)       VALUE ZEROS.
       77 DIAS-AVISO PIC 9(03)       VALUE 30.
       77 HORAS-MAX  PIC 9(02)       VALUE 30.
       77 DIAS-MAX   PIC 9(04)       VALUE 730.
       77 NUMERO-AUX PIC 9(05)       VALUE ZEROS.
       77 NOME-AUX   PIC X(20)       VALUE SPACES.
       77 SITUACAO-AUX PIC X(09)     VALUE SPACES.
       77 DIAS-HOJE  PIC 9(07)       VALUE ZEROS.
       77 DIAS-INI   PIC 9(07)       VALUE ZEROS.
       77 DIAS-FIM   PIC 9(07)       VALUE ZEROS.
       77 DIAS-LIMITE PIC 9(07)      VALUE ZEROS.
       77 DURACAO    PIC 9(05)       VALUE ZEROS.
       77 DIAS-FALTAM PIC 9(05)      VALUE ZEROS.
       77 SEMANAS    PIC 9(05)       VALUE ZEROS.
       77 HORAS-VALIDAS PIC 9(02)    VALUE ZEROS.
       77 HORAS-ALU  PIC 9(05)       VALUE ZEROS.
       77 CONTR-ALU  PIC 9(02)       VALUE ZEROS.
       77 CT-ALUNOS  PIC 9(05)       VALUE ZEROS.
       77 CT-VENCE   PIC 9(05)       VALUE ZEROS.
       77 CT-INATIVO PIC 9(05)       VALUE ZEROS.
       77 CT-CARGA   PIC 9(05)       VALUE ZEROS.
       77 CT-PRAZO   PIC 9(05)       VALUE ZEROS.
       77 CT-LIN     PIC 9(02)       VALUE 60.
       77 CT-PAG     PIC 9(03)       VALUE ZEROS.
       77 CT-LIN-H   PIC 9(02)       VALUE 60.
       77 CT-PAG-H   PIC 9(03)       VALUE ZEROS.

       01 HOJE.
          02 HOJE-AAAA    PIC 9(04).
          02 HOJE-MM      PIC 9(02).
          02 HOJE-DD      PIC 9(02).

       01 HOJE-NUM        REDEFINES HOJE  PIC 9(08).

       01 DATA-CALC.
          02 AAAA-CALC    PIC 9(04).
          02 MM-CALC      PIC 9(02).
          02 DD-CALC      PIC 9(02).

       01 DATA-CALC-NUM   REDEFINES DATA-CALC  PIC 9(08).

       01 AREA-JULIANO.
          02 A-JUL        PIC 9(01).
          02 Y-JUL        PIC 9(05).
          02 M-JUL        PIC 9(02).
          02 P-JUL        PIC 9(03).
          02 Q1-JUL       PIC 9(04).
          02 Q2-JUL       PIC 9(03).
          02 Q3-JUL       PIC 9(02).
          02 DIAS-CALC    PIC 9(07).

       01 TAB-ALUNOS.
          02 ITEM-ALU-TAB    OCCURS 500 TIMES.
             03 NUMERO-ALU-TAB   PIC 9(05).
             03 NOME-ALU-TAB     PIC X(20).

       01 TAB-TRANCADOS.
          02 ITEM-TRC-TAB    OCCURS 200 TIMES.
             03 NUMERO-TRC-TAB   PIC 9(05).
             03 NOME-TRC-TAB     PIC X(20).

       01 TAB-REPROVADOS.
          02 ITEM-REP-TAB    OCCURS 500 TIMES.
             03 NUMERO-REP-TAB   PIC 9(05).
             03 NOME-REP-TAB     PIC X(20).

       01 TAB-EMPRESAS.
          02 ITEM-EMP        OCCURS 20 TIMES.
             03 EMPRESA-EMP      PIC X(30).
             03 DIAS-EMP         PIC 9(05).

       01 CAB-01.
          02 FILLER     PIC X(10) VALUE SPACES.
          02 FILLER     PIC X(50) VALUE
             "CONTRATOS DE ESTAGIO - ALERTAS DA SEMANA".
          02 FILLER     PIC X(10) VALUE "DATA-BASE ".
          02 DATA-CAB   PIC 9999/99/99.
          02 FILLER     PIC X(40) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 PAG-CAB    PIC ZZ9.
          02 FILLER     PIC X(02) VALUE SPACES.

       01 CAB-COLUNAS.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 FILLER     PIC X(07) VALUE "NUMERO ".
          02 FILLER     PIC X(22) VALUE "NOME".
          02 FILLER     PIC X(04) VALUE "SQ".
          02 FILLER     PIC X(32) VALUE "EMPRESA".
          02 FILLER     PIC X(12) VALUE "INICIO".
          02 FILLER     PIC X(12) VALUE "FIM".
          02 FILLER     PIC X(04) VALUE "H/S".
          02 FILLER     PIC X(35) VALUE "ALERTA".

       01 LINHA-DET.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 NUMERO-DET PIC 9(05).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 NOME-DET   PIC X(20).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 SEQ-DET    PIC Z9 BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 EMPRESA-DET PIC X(30).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 INICIO-DET PIC 9999/99/99 BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 FIM-DET    PIC 9999/99/99 BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 HORAS-DET  PIC Z9 BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ALERTA-DET PIC X(28).
          02 QTD-DET    PIC ZZZZ9 BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 ROTULO-TOT PIC X(40).
          02 QT-TOT     PIC ZZZZ9.
          02 FILLER     PIC X(80) VALUE SPACES.

       01 CAB-HORAS-01.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(48) VALUE
             "HORAS DE ESTAGIO CUMPRIDAS - AUDITORIA FORMATURA".
          02 FILLER     PIC X(14) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 PAG-CAB-H  PIC ZZ9.
          02 FILLER     PIC X(05) VALUE SPACES.

       01 CAB-HORAS-02.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(10) VALUE "DATA-BASE ".
          02 DATA-CAB-H PIC 9999/99/99.
          02 FILLER     PIC X(55) VALUE SPACES.

       01 CAB-HORAS-03.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(07) VALUE "NUMERO ".
          02 FILLER     PIC X(22) VALUE "NOME".
          02 FILLER     PIC X(11) VALUE "CONTRATOS".
          02 FILLER     PIC X(35) VALUE "HORAS CUMPRIDAS".

       01 LINHA-HORAS.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 NUMERO-HOR PIC 9(05).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 NOME-HOR   PIC X(20).
          02 FILLER     PIC X(07) VALUE SPACES.
          02 CONTR-HOR  PIC Z9.
          02 FILLER     PIC X(09) VALUE SPACES.
          02 HORAS-HOR  PIC ZZZZ9.
          02 FILLER     PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-EX05W.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                   UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-RUN-INICIO.
           ACCEPT  HOJE FROM DATE YYYYMMDD.
           MOVE    HOJE-NUM     TO  DATA-CALC-NUM.
           PERFORM CALCULA-DIAS.
           MOVE    DIAS-CALC    TO  DIAS-HOJE.
           MOVE    HOJE-NUM     TO  DATA-CAB
                                    DATA-CAB-H.
           PERFORM LE-PARAMETRO.
           PERFORM CARGA-ALUNOS.
           PERFORM CARGA-TRANCADOS.
           PERFORM CARGA-REPROVADOS.
           OPEN INPUT  ESTAGIO
                OUTPUT ESTAGIO-HORAS
                       REL-ESTAGIO
                       REL-HORAEST.
           PERFORM LEITURA-EST.

       LE-PARAMETRO.
           OPEN INPUT PARAM-ESTAGIO.
           READ PARAM-ESTAGIO
                AT END
                MOVE "SIM" TO FIM-PARAM.
           IF   FIM-PARAM NOT EQUAL "SIM"
                PERFORM APLICA-PARAMETRO.
           CLOSE PARAM-ESTAGIO.

       APLICA-PARAMETRO.
           IF   DIAS-AVISO-PARAM NOT EQUAL ZEROS
                MOVE DIAS-AVISO-PARAM TO DIAS-AVISO.
           IF   HORAS-MAX-PARAM  NOT EQUAL ZEROS
                MOVE HORAS-MAX-PARAM  TO HORAS-MAX.
           IF   DIAS-MAX-PARAM   NOT EQUAL ZEROS
                MOVE DIAS-MAX-PARAM   TO DIAS-MAX.

       CARGA-ALUNOS.
           OPEN INPUT CADALU2.
           PERFORM LEITURA-ALU
                   UNTIL FIM-ALU EQUAL "SIM".
           CLOSE CADALU2.

       LEITURA-ALU.
           READ CADALU2
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU NOT EQUAL "SIM"
                AND REG-ENT (1:5) EQUAL "TRLR:"
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU NOT EQUAL "SIM"
                IF   QT-ALU EQUAL 500
                     DISPLAY "CADALU2 EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO QT-ALU
                     MOVE NUMERO-ENT  TO NUMERO-ALU-TAB (QT-ALU)
                     MOVE NOME-ENT    TO NOME-ALU-TAB (QT-ALU).

       CARGA-TRANCADOS.
           OPEN INPUT TRANCADOS.
           PERFORM LEITURA-TRANCADOS
                   UNTIL FIM-TRC EQUAL "SIM".
           CLOSE TRANCADOS.

       LEITURA-TRANCADOS.
           READ TRANCADOS
                AT END
                MOVE "SIM" TO FIM-TRC.
           IF   FIM-TRC NOT EQUAL "SIM"
                IF   QT-TRC EQUAL 200
                     DISPLAY "TRANCADOS EXCEDE A TABELA DE 200"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO QT-TRC
                     MOVE NUMERO-TRC  TO NUMERO-TRC-TAB (QT-TRC)
                     MOVE NOME-TRC    TO NOME-TRC-TAB (QT-TRC).

       CARGA-REPROVADOS.
           OPEN INPUT CADREP.
           PERFORM LEITURA-REP
                   UNTIL FIM-REP EQUAL "SIM".
           CLOSE CADREP.

       LEITURA-REP.
           READ CADREP
                AT END
                MOVE "SIM" TO FIM-REP.
           IF   FIM-REP NOT EQUAL "SIM"
                IF   QT-REP EQUAL 500
                     DISPLAY "CADREP EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO QT-REP
                     MOVE NUMERO-REP  TO NUMERO-REP-TAB (QT-REP)
                     MOVE NOME-REP    TO NOME-REP-TAB (QT-REP).

       LEITURA-EST.
           READ ESTAGIO
                AT END
                MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           MOVE    NUMERO-EST   TO  NUMERO-AUX.
           PERFORM ABRE-ALUNO.
           PERFORM TRATA-CONTRATO
                   UNTIL FIM-ARQ EQUAL "SIM"
                   OR    NUMERO-EST NOT EQUAL NUMERO-AUX.
           PERFORM FECHA-ALUNO.

       ABRE-ALUNO.
           ADD     1            TO  CT-ALUNOS.
           MOVE    ZEROS        TO  QT-EMP
                                    HORAS-ALU
                                    CONTR-ALU.
           MOVE    SPACES       TO  NOME-AUX
                                    SITUACAO-AUX.
           MOVE    1            TO  CTR-ALU.
           PERFORM PESQUISA-ALUNO   QT-ALU  TIMES.
           MOVE    1            TO  CTR-REP.
           PERFORM PESQUISA-REPROVADO  QT-REP  TIMES.
           MOVE    1            TO  CTR-TRC.
           PERFORM PESQUISA-TRANCADO   QT-TRC  TIMES.

       PESQUISA-ALUNO.
           IF      NUMERO-AUX EQUAL NUMERO-ALU-TAB (CTR-ALU)
                   MOVE NOME-ALU-TAB (CTR-ALU) TO NOME-AUX.
           ADD     1            TO  CTR-ALU.

       PESQUISA-REPROVADO.
           IF      NUMERO-AUX EQUAL NUMERO-REP-TAB (CTR-REP)
                   MOVE "REPROVADO"  TO  SITUACAO-AUX
                   IF   NOME-AUX EQUAL SPACES
                        MOVE NOME-REP-TAB (CTR-REP) TO NOME-AUX.
           ADD     1            TO  CTR-REP.

       PESQUISA-TRANCADO.
           IF      NUMERO-AUX EQUAL NUMERO-TRC-TAB (CTR-TRC)
                   MOVE "TRANCADO"   TO  SITUACAO-AUX
                   IF   NOME-AUX EQUAL SPACES
                        MOVE NOME-TRC-TAB (CTR-TRC) TO NOME-AUX.
           ADD     1            TO  CTR-TRC.

       TRATA-CONTRATO.
           ADD     1            TO  CT-RUN-ENTRADA
                                    CONTR-ALU.
           MOVE    INICIO-EST   TO  DATA-CALC-NUM.
           PERFORM CALCULA-DIAS.
           MOVE    DIAS-CALC    TO  DIAS-INI.
           MOVE    FIM-EST      TO  DATA-CALC-NUM.
           PERFORM CALCULA-DIAS.
           MOVE    DIAS-CALC    TO  DIAS-FIM.
           MOVE    ZEROS        TO  DURACAO.
           IF      DIAS-FIM NOT LESS THAN DIAS-INI
                   COMPUTE DURACAO = DIAS-FIM - DIAS-INI + 1.
           PERFORM ACUMULA-EMPRESA.
           PERFORM VERIFICA-VENCIMENTO.
           PERFORM VERIFICA-SITUACAO.
           PERFORM VERIFICA-CARGA.
           PERFORM ACUMULA-HORAS.
           PERFORM LEITURA-EST.

       ACUMULA-EMPRESA.
           MOVE    ZEROS        TO  IND-EMP.
           MOVE    1            TO  CTR-EMP.
           PERFORM PESQUISA-EMPRESA QT-EMP TIMES.
           IF      IND-EMP EQUAL ZEROS
                   IF   QT-EMP EQUAL 20
                        DISPLAY "EMPRESAS DO ALUNO " NUMERO-AUX
                                " EXCEDEM A TABELA DE 20"
                                " - EXECUCAO ABORTADA."
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                   ELSE
                        ADD  1           TO QT-EMP
                        MOVE QT-EMP      TO IND-EMP
                        MOVE EMPRESA-EST TO EMPRESA-EMP (IND-EMP)
                        MOVE ZEROS       TO DIAS-EMP (IND-EMP).
           ADD     DURACAO      TO  DIAS-EMP (IND-EMP).

       PESQUISA-EMPRESA.
           IF      EMPRESA-EST EQUAL EMPRESA-EMP (CTR-EMP)
                   MOVE CTR-EMP  TO  IND-EMP.
           ADD     1            TO  CTR-EMP.

       VERIFICA-VENCIMENTO.
           COMPUTE DIAS-LIMITE = DIAS-HOJE + DIAS-AVISO.
           IF      DIAS-FIM NOT LESS THAN DIAS-HOJE
                   AND DIAS-FIM NOT GREATER THAN DIAS-LIMITE
                   COMPUTE DIAS-FALTAM = DIAS-FIM - DIAS-HOJE
                   ADD  1            TO  CT-VENCE
                   PERFORM MONTA-LINHA-CONTRATO
                   MOVE "VENCE EM (DIAS)"   TO  ALERTA-DET
                   MOVE DIAS-FALTAM  TO  QTD-DET
                   PERFORM IMPRIME-DET.

       VERIFICA-SITUACAO.
           IF      SITUACAO-AUX NOT EQUAL SPACES
                   AND DIAS-FIM NOT LESS THAN DIAS-HOJE
                   ADD  1            TO  CT-INATIVO
                   PERFORM MONTA-LINHA-CONTRATO
                   MOVE SPACES       TO  ALERTA-DET
                   STRING "EM VIGOR - ALUNO " SITUACAO-AUX
                          DELIMITED BY SIZE INTO ALERTA-DET
                   PERFORM IMPRIME-DET.

       VERIFICA-CARGA.
           IF      HORAS-EST GREATER THAN HORAS-MAX
                   ADD  1            TO  CT-CARGA
                   PERFORM MONTA-LINHA-CONTRATO
                   MOVE "CARGA SEMANAL ACIMA DE"  TO  ALERTA-DET
                   MOVE HORAS-MAX    TO  QTD-DET
                   PERFORM IMPRIME-DET.

       ACUMULA-HORAS.
           IF      DIAS-INI NOT GREATER THAN DIAS-HOJE
                   AND DURACAO GREATER THAN ZEROS
                   PERFORM CALCULA-HORAS-CONTRATO.

       CALCULA-HORAS-CONTRATO.
           IF      DIAS-FIM GREATER THAN DIAS-HOJE
                   COMPUTE DURACAO = DIAS-HOJE - DIAS-INI + 1.
           DIVIDE  DURACAO  BY  7   GIVING  SEMANAS.
           MOVE    HORAS-EST    TO  HORAS-VALIDAS.
           IF      HORAS-VALIDAS GREATER THAN HORAS-MAX
                   MOVE HORAS-MAX  TO  HORAS-VALIDAS.
           COMPUTE HORAS-ALU = HORAS-ALU + SEMANAS * HORAS-VALIDAS.

       MONTA-LINHA-CONTRATO.
           MOVE    NUMERO-AUX   TO  NUMERO-DET.
           MOVE    NOME-AUX     TO  NOME-DET.
           MOVE    SEQ-EST      TO  SEQ-DET.
           MOVE    EMPRESA-EST  TO  EMPRESA-DET.
           MOVE    INICIO-EST   TO  INICIO-DET.
           MOVE    FIM-EST      TO  FIM-DET.
           MOVE    HORAS-EST    TO  HORAS-DET.
           MOVE    ZEROS        TO  QTD-DET.

       FECHA-ALUNO.
           MOVE    1            TO  CTR-EMP.
           PERFORM VERIFICA-PRAZO-EMPRESA  QT-EMP  TIMES.
           PERFORM IMPRIME-HORAS.
           MOVE    NUMERO-AUX   TO  NUMERO-HE.
           MOVE    HORAS-ALU    TO  HORAS-HE.
           MOVE    HOJE-NUM     TO  DATA-HE.
           WRITE   REG-HORAS.
           ADD     1            TO  CT-RUN-SAIDA.

       VERIFICA-PRAZO-EMPRESA.
           IF      DIAS-EMP (CTR-EMP) GREATER THAN DIAS-MAX
                   ADD  1            TO  CT-PRAZO
                   MOVE NUMERO-AUX   TO  NUMERO-DET
                   MOVE NOME-AUX     TO  NOME-DET
                   MOVE ZEROS        TO  SEQ-DET
                                         INICIO-DET
                                         FIM-DET
                                         HORAS-DET
                   MOVE EMPRESA-EMP (CTR-EMP) TO EMPRESA-DET
                   MOVE "PRAZO NA EMPRESA (DIAS)" TO ALERTA-DET
                   MOVE DIAS-EMP (CTR-EMP)    TO QTD-DET
                   PERFORM IMPRIME-DET.
           ADD     1            TO  CTR-EMP.

       IMPRIME-DET.
           IF      CT-LIN GREATER THAN 55
                   PERFORM CABECALHO.
           WRITE   REG-REL FROM LINHA-DET
                   AFTER ADVANCING 1 LINE.
           ADD     1            TO  CT-LIN.

       IMPRIME-HORAS.
           IF      CT-LIN-H GREATER THAN 55
                   PERFORM CABECALHO-HORAS.
           MOVE    NUMERO-AUX   TO  NUMERO-HOR.
           MOVE    NOME-AUX     TO  NOME-HOR.
           MOVE    CONTR-ALU    TO  CONTR-HOR.
           MOVE    HORAS-ALU    TO  HORAS-HOR.
           WRITE   REG-REL-HORAS FROM LINHA-HORAS
                   AFTER ADVANCING 1 LINE.
           ADD     1            TO  CT-LIN-H.

       CABECALHO.
           ADD     1      TO  CT-PAG.
           MOVE    CT-PAG TO  PAG-CAB.
           WRITE   REG-REL FROM CAB-01
                   AFTER ADVANCING PAGE.
           WRITE   REG-REL FROM CAB-COLUNAS
                   AFTER ADVANCING 2 LINES.
           MOVE    3      TO  CT-LIN.

       CABECALHO-HORAS.
           ADD     1        TO  CT-PAG-H.
           MOVE    CT-PAG-H TO  PAG-CAB-H.
           WRITE   REG-REL-HORAS FROM CAB-HORAS-01
                   AFTER ADVANCING PAGE.
           WRITE   REG-REL-HORAS FROM CAB-HORAS-02
                   AFTER ADVANCING 1 LINE.
           WRITE   REG-REL-HORAS FROM CAB-HORAS-03
                   AFTER ADVANCING 2 LINES.
           MOVE    4        TO  CT-LIN-H.

      *    CONTAGEM JULIANA: DATA AAAAMMDD EM DATA-CALC, NUMERO DE
      *    DIAS EM DIAS-CALC. CADA DIVISAO E FEITA A PARTE PARA QUE
      *    O QUOCIENTE SEJA TRUNCADO COMO NA FORMULA.
       CALCULA-DIAS.
           COMPUTE A-JUL = (14 - MM-CALC) / 12.
           COMPUTE Y-JUL = AAAA-CALC + 4800 - A-JUL.
           COMPUTE M-JUL = MM-CALC + 12 * A-JUL - 3.
           COMPUTE P-JUL = (153 * M-JUL + 2) / 5.
           DIVIDE  Y-JUL  BY  4    GIVING  Q1-JUL.
           DIVIDE  Y-JUL  BY  100  GIVING  Q2-JUL.
           DIVIDE  Y-JUL  BY  400  GIVING  Q3-JUL.
           COMPUTE DIAS-CALC = DD-CALC + P-JUL + 365 * Y-JUL
                             + Q1-JUL - Q2-JUL + Q3-JUL - 32045.

       TERMINO.
           IF      CT-LIN GREATER THAN 50
                   PERFORM CABECALHO.
           MOVE    "CONTRATOS A VENCER NO PERIODO       : "
                          TO  ROTULO-TOT.
           MOVE    CT-VENCE       TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 3 LINES.
           MOVE    "CONTRATOS EM VIGOR DE ALUNO INATIVO : "
                          TO  ROTULO-TOT.
           MOVE    CT-INATIVO     TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           MOVE    "CONTRATOS ACIMA DA CARGA SEMANAL    : "
                          TO  ROTULO-TOT.
           MOVE    CT-CARGA       TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           MOVE    "EMPRESAS ACIMA DO PRAZO MAXIMO      : "
                          TO  ROTULO-TOT.
           MOVE    CT-PRAZO       TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           IF      CT-LIN-H GREATER THAN 50
                   PERFORM CABECALHO-HORAS.
           MOVE    SPACES         TO  REG-REL-HORAS.
           STRING  "     ALUNOS COM CONTRATO DE ESTAGIO: "
                   CT-ALUNOS  DELIMITED BY SIZE INTO REG-REL-HORAS.
           WRITE   REG-REL-HORAS
                   AFTER ADVANCING 3 LINES.
           DISPLAY "CONTRATOS LIDOS       : " CT-RUN-ENTRADA.
           DISPLAY "ALUNOS COM ESTAGIO    : " CT-ALUNOS.
           DISPLAY "A VENCER              : " CT-VENCE.
           DISPLAY "ALUNO INATIVO         : " CT-INATIVO.
           DISPLAY "ACIMA DA CARGA        : " CT-CARGA.
           DISPLAY "ACIMA DO PRAZO        : " CT-PRAZO.
           IF      CT-VENCE   GREATER THAN ZEROS
                   OR CT-INATIVO GREATER THAN ZEROS
                   OR CT-CARGA   GREATER THAN ZEROS
                   OR CT-PRAZO   GREATER THAN ZEROS
                   MOVE "ALERTA"  TO STATUS-RUN
                   MOVE 4         TO RETURN-CODE.
           CLOSE   ESTAGIO
                   ESTAGIO-HORAS
                   REL-ESTAGIO
                   REL-HORAEST.
           PERFORM GRAVA-RUN-FIM.

       GRAVA-RUN-INICIO.

           OPEN EXTEND      RUN-LOG.
           PERFORM   LE-RUNID.
           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05W"    TO   RUN-PROGRAMA.
           MOVE      "I"        TO   RUN-TIPO.
           MOVE      DATA-RUN   TO   RUN-DATA.
           MOVE      HORA-RUN-HMS TO RUN-HORA.
           MOVE      ZEROS      TO   RUN-CT-ENTRADA
                                     RUN-CT-SAIDA
                                     RUN-CT-REJ.
           MOVE      "INICIO"   TO   RUN-STATUS.
           MOVE      IDENT-RODADA  TO  RUN-IDENT.
           WRITE     REG-RUN-LOG.

       GRAVA-RUN-FIM.

           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05W"    TO   RUN-PROGRAMA.
           MOVE      "F"        TO   RUN-TIPO.
           MOVE      DATA-RUN   TO   RUN-DATA.
           MOVE      HORA-RUN-HMS TO RUN-HORA.
           MOVE      CT-RUN-ENTRADA TO RUN-CT-ENTRADA.
           MOVE      CT-RUN-SAIDA   TO RUN-CT-SAIDA.
           MOVE      CT-RUN-REJ     TO RUN-CT-REJ.
           MOVE      STATUS-RUN TO   RUN-STATUS.
           MOVE      IDENT-RODADA  TO  RUN-IDENT.
           WRITE     REG-RUN-LOG.
           CLOSE     RUN-LOG.

       LE-RUNID.

           OPEN INPUT       RUNID.
           READ RUNID
                AT END
                MOVE "SIM" TO FIM-RUNID.
           IF   FIM-RUNID   NOT EQUAL  "SIM"
                MOVE DATA-RUNID  TO  IDENT-RODADA (1:8)
                MOVE SEQ-RUNID   TO  IDENT-RODADA (9:3).
           CLOSE RUNID.
