       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05J.
       AUTHOR. MARIA VICTOR.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. LISTA DE JUBILAMENTO A PARTIR DO HISTORICO DE TERMOS
      *         HIST-ALUNO.DAT GRAVADO PELO EX05H. O HISTORICO E
      *         ORDENADO POR ALUNO, TERMO E DISCIPLINA E CADA ALUNO E
      *         CONFERIDO CONTRA AS DUAS REGRAS DO REGIMENTO: TRES
      *         REPROVACOES NA MESMA DISCIPLINA, OU REPROVACAO EM
      *         TODAS AS DISCIPLINAS CURSADAS EM DOIS TERMOS
      *         CONSECUTIVOS DO PROPRIO ALUNO (TERMO SEM MATRICULA,
      *         COMO O TRANCADO, NAO INTERROMPE A SEQUENCIA). O
      *         RELATORIO REL-JUBILA LISTA OS ALUNOS ENQUADRADOS, A
      *         REGRA E OS TERMOS ENVOLVIDOS, E DEPOIS, COMO ALERTA, OS
      *         ALUNOS A UMA REPROVACAO DA REGRA (DUAS REPROVACOES NA
      *         DISCIPLINA AINDA NAO APROVADA, OU REPROVACAO TOTAL NO
      *         ULTIMO TERMO CURSADO). CADA ALUNO ENQUADRADO RECEBE UMA
      *         NOTIFICACAO FORMAL EM REL-CARTAJUB, UMA PAGINA POR
      *         CARTA NO MESMO MODELO DO AVISO DE FALTAS DO EX05A, E
      *         UM REGISTRO NO JUBILA-CAND.DAT NO LAYOUT DO TRANALU
      *         (TIPO E, MOTIVO JB), PARA A SECRETARIA SEPARAR OS
      *         JUBILAMENTOS CONFIRMADOS NA AUDIENCIA E APLICA-LOS PELO
      *         EX05M. O NOME DO ALUNO VEM DO CADALU2.DAT E O DA
      *         DISCIPLINA DO DISCIPL.DAT. HAVENDO ALUNO ENQUADRADO O
      *         PROGRAMA TERMINA COM RC=4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARIA-PC.
       OBJECT-COMPUTER. MARIA-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-ALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAB ASSIGN TO DISK.
           SELECT HIST-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISCIPL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JUBILA-CAND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-JUBILA ASSIGN TO DISK.
           SELECT REL-CARTAJUB ASSIGN TO DISK.

           SELECT   OPTIONAL RUN-LOG ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RUNID   ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HIST-ALUNO
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "HIST-ALUNO.DAT".
       01 REG-HIST.
          03 TERMO-HIST    PIC 9(06).
          03 NUMERO-HIST   PIC 9(05).
          03 DISCIPLINA-HIST PIC 9(03).
          03 NOTA1-HIST    PIC 9(02)V99.
          03 NOTA2-HIST    PIC 9(02)V99.
          03 MEDIA-HIST    PIC 9(02)V99.
          03 FALTAS-HIST   PIC 9(02).
          03 SITUACAO-HIST PIC X(09).

       SD TRAB.
       01 REG-TRAB.
          03 TERMO-TRAB    PIC 9(06).
          03 NUMERO-TRAB   PIC 9(05).
          03 DISCIPLINA-TRAB PIC 9(03).
          03 NOTA1-TRAB    PIC 9(02)V99.
          03 NOTA2-TRAB    PIC 9(02)V99.
          03 MEDIA-TRAB    PIC 9(02)V99.
          03 FALTAS-TRAB   PIC 9(02).
          03 SITUACAO-TRAB PIC X(09).

       FD HIST-ORD
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "HISTJUB.DAT".
       01 REG-ORD.
          03 TERMO-ORD     PIC 9(06).
          03 NUMERO-ORD    PIC 9(05).
          03 DISCIPLINA-ORD PIC 9(03).
          03 NOTA1-ORD     PIC 9(02)V99.
          03 NOTA2-ORD     PIC 9(02)V99.
          03 MEDIA-ORD     PIC 9(02)V99.
          03 FALTAS-ORD    PIC 9(02).
          03 SITUACAO-ORD  PIC X(09).

       FD CADALU
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADALU2.DAT".
       01 REG-ENT.
          03 NUMERO-ENT   PIC 9(05).
          03 NOME-ENT     PIC X(20).
          03 NOTA1-ENT    PIC 9(02)V9(02).
          03 NOTA2-ENT    PIC 9(02)V99.
          03 FALTAS-ENT   PIC X(02).

       FD DISCIPL
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "DISCIPL.DAT".
       01 REG-DISC.
          03 CODIGO-DISC    PIC 9(03).
          03 NOME-DISC      PIC X(30).

       FD JUBILA-CAND
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "JUBILA-CAND.DAT".
       01 REG-CAND.
          03 NUMERO-CAND  PIC 9(05).
          03 TIPO-CAND    PIC X(01).
          03 NOME-CAND    PIC X(20).
          03 NOTA1-CAND   PIC 9(02)V99.
          03 NOTA2-CAND   PIC 9(02)V99.
          03 FALTAS-CAND  PIC X(02).
          03 MOTIVO-CAND  PIC X(02).

       FD REL-JUBILA
          LABEL RECORD IS OMITTED.
       01 REG-REL            PIC X(110).

       FD REL-CARTAJUB
          LABEL RECORD IS OMITTED.
       01 REG-CARTA          PIC X(80).

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

       77 FIM-HIST   PIC X(03)       VALUE "NAO".
       77 FIM-ALU    PIC X(03)       VALUE "NAO".
       77 FIM-DISC   PIC X(03)       VALUE "NAO".
       77 QT-ALU     PIC 9(03)       VALUE ZEROS.
       77 CTR-ALU    PIC 9(03)       VALUE ZEROS.
       77 QT-DISC    PIC 9(03)       VALUE ZEROS.
       77 CTR-DISC   PIC 9(03)       VALUE ZEROS.
       77 QT-TA      PIC 9(02)       VALUE ZEROS.
       77 CTR-TA     PIC 9(02)       VALUE ZEROS.
       77 QT-PARES   PIC 9(02)       VALUE ZEROS.
       77 QT-DA      PIC 9(02)       VALUE ZEROS.
       77 CTR-DA     PIC 9(02)       VALUE ZEROS.
       77 IND-DA     PIC 9(02)       VALUE ZEROS.
       77 QT-OC      PIC 9(02)       VALUE ZEROS.
       77 CTR-OC     PIC 9(02)       VALUE ZEROS.
       77 QT-ALERTA  PIC 9(03)       VALUE ZEROS.
       77 CTR-ALERTA PIC 9(03)       VALUE ZEROS.
       77 ACHOU-PAR  PIC X(03)       VALUE "NAO".
       77 NUMERO-AUX PIC 9(05)       VALUE ZEROS.
       77 NOME-AUX   PIC X(20)       VALUE SPACES.
       77 DISC-AUX   PIC 9(03)       VALUE ZEROS.
       77 NOME-DISC-AUX PIC X(30)    VALUE SPACES.
       77 TIPO-AUX   PIC X(01)       VALUE SPACES.
       77 TERMO1-AUX PIC 9(06)       VALUE ZEROS.
       77 TERMO2-AUX PIC 9(06)       VALUE ZEROS.
       77 TERMO3-AUX PIC 9(06)       VALUE ZEROS.
       77 CT-CANDIDATOS PIC 9(05)    VALUE ZEROS.
       77 CT-REGRA1  PIC 9(05)       VALUE ZEROS.
       77 CT-REGRA2  PIC 9(05)       VALUE ZEROS.
       77 CT-LIN     PIC 9(02)       VALUE 60.
       77 CT-PAG     PIC 9(03)       VALUE ZEROS.

       01 HOJE.
          02 HOJE-AAAA    PIC 9(04).
          02 HOJE-MM      PIC 9(02).
          02 HOJE-DD      PIC 9(02).

       01 TAB-ALUNOS.
          02 ITEM-ALU-TAB    OCCURS 500 TIMES.
             03 NUMERO-ALU-TAB   PIC 9(05).
             03 NOME-ALU-TAB     PIC X(20).

       01 TAB-DISCIPLINAS.
          02 ITEM-DISC-TAB   OCCURS 50 TIMES.
             03 CODIGO-DISC-TAB  PIC 9(03).
             03 NOME-DISC-TAB    PIC X(30).

       01 TAB-TERMOS-ALU.
          02 ITEM-TA         OCCURS 40 TIMES.
             03 TERMO-TA         PIC 9(06).
             03 CURSADAS-TA      PIC 9(02).
             03 REPROV-TA        PIC 9(02).

       01 TAB-DISC-ALU.
          02 ITEM-DA         OCCURS 60 TIMES.
             03 DISC-DA          PIC 9(03).
             03 REPROV-DA        PIC 9(02).
             03 APROV-DA         PIC X(03).
             03 TERMO-REPROV-DA  PIC 9(06) OCCURS 3 TIMES.

       01 TAB-OCORRENCIAS.
          02 ITEM-OC         OCCURS 20 TIMES.
             03 TIPO-OC          PIC X(01).
             03 DISC-OC          PIC 9(03).
             03 TERMO1-OC        PIC 9(06).
             03 TERMO2-OC        PIC 9(06).
             03 TERMO3-OC        PIC 9(06).

       01 TAB-ALERTAS.
          02 ITEM-ALERTA     OCCURS 500 TIMES.
             03 NUMERO-AL        PIC 9(05).
             03 NOME-AL          PIC X(20).
             03 TIPO-AL          PIC X(01).
             03 DISC-AL          PIC 9(03).
             03 TERMO1-AL        PIC 9(06).
             03 TERMO2-AL        PIC 9(06).

       01 CAB-01.
          02 FILLER     PIC X(10) VALUE SPACES.
          02 FILLER     PIC X(50) VALUE
             "JUBILAMENTO - REPROVACOES NO HISTORICO DE TERMOS".
          02 FILLER     PIC X(37) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "PAG. ".
          02 PAG-CAB    PIC ZZ9.
          02 FILLER     PIC X(05) VALUE SPACES.

       01 CAB-SECAO.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 TITULO-SECAO PIC X(60).
          02 FILLER     PIC X(48) VALUE SPACES.

       01 CAB-COLUNAS.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 FILLER     PIC X(07) VALUE "NUMERO ".
          02 FILLER     PIC X(22) VALUE "NOME".
          02 FILLER     PIC X(26) VALUE "REGRA".
          02 FILLER     PIC X(29) VALUE "DISCIPLINA".
          02 FILLER     PIC X(24) VALUE "TERMOS ENVOLVIDOS".

       01 LINHA-DET.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 NUMERO-DET PIC 9(05).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 NOME-DET   PIC X(20).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 REGRA-DET  PIC X(24).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 DISC-DET   PIC ZZ9 BLANK WHEN ZERO.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 NOME-DISC-DET PIC X(23).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 TERMO1-DET PIC 9(06) BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 TERMO2-DET PIC 9(06) BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 TERMO3-DET PIC 9(06) BLANK WHEN ZERO.
          02 FILLER     PIC X(02) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 ROTULO-TOT PIC X(40).
          02 QT-TOT     PIC ZZZZ9.
          02 FILLER     PIC X(60) VALUE SPACES.

       01 LINHA-TITULO.
          02 FILLER     PIC X(15) VALUE SPACES.
          02 FILLER     PIC X(40) VALUE
                          "NOTIFICACAO - PROCESSO DE JUBILAMENTO".
          02 FILLER     PIC X(25) VALUE SPACES.

       01 LINHA-DATA.
          02 FILLER     PIC X(50) VALUE SPACES.
          02 FILLER     PIC X(13) VALUE "SAO PAULO,   ".
          02 DD-LIN     PIC 9(02).
          02 FILLER     PIC X(01) VALUE "/".
          02 MM-LIN     PIC 9(02).
          02 FILLER     PIC X(01) VALUE "/".
          02 AAAA-LIN   PIC 9(04).
          02 FILLER     PIC X(07) VALUE SPACES.

       01 LINHA-DESTINO.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE "A/C: ".
          02 DESTINO-LIN PIC X(30).
          02 FILLER     PIC X(40) VALUE SPACES.

       01 LINHA-ALUNO.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(07) VALUE "ALUNO: ".
          02 NUMERO-LIN PIC 9(05).
          02 FILLER     PIC X(03) VALUE " - ".
          02 NOME-LIN   PIC X(20).
          02 FILLER     PIC X(40) VALUE SPACES.

       01 LINHA-TEXTO-1.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(41) VALUE
                          "INFORMAMOS QUE O ALUNO ACIMA SE ENQUADROU".
          02 FILLER     PIC X(34) VALUE
                          " NAS REGRAS DE JUBILAMENTO DO".

       01 LINHA-TEXTO-2.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(39) VALUE
                          "REGIMENTO, CONFORME O HISTORICO ESCOLAR".
          02 FILLER     PIC X(36) VALUE
                          " ABAIXO:".

       01 LINHA-MOTIVO.
          02 FILLER     PIC X(07) VALUE SPACES.
          02 REGRA-LIN  PIC X(24).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 DISC-LIN   PIC X(23).
          02 FILLER     PIC X(01) VALUE SPACES.
          02 TERMO1-LIN PIC 9(06) BLANK WHEN ZERO.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 TERMO2-LIN PIC 9(06) BLANK WHEN ZERO.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 TERMO3-LIN PIC 9(06) BLANK WHEN ZERO.
          02 FILLER     PIC X(03) VALUE SPACES.

       01 LINHA-TEXTO-3.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(37) VALUE
                          "O ALUNO ESTA CONVOCADO A COMPARECER A".
          02 FILLER     PIC X(38) VALUE
                          " SECRETARIA PARA A AUDIENCIA, ONDE".

       01 LINHA-TEXTO-4.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(37) VALUE
                          "PODERA APRESENTAR SUA DEFESA ANTES DA".
          02 FILLER     PIC X(38) VALUE
                          " DECISAO SOBRE O JUBILAMENTO.".

       PROCEDURE DIVISION.
       PGM-EX05J.
           SORT    TRAB
                   ASCENDING KEY NUMERO-TRAB
                                 TERMO-TRAB
                                 DISCIPLINA-TRAB
                   USING  HIST-ALUNO
                   GIVING HIST-ORD.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                   UNTIL FIM-HIST EQUAL "SIM".
           PERFORM IMPRIME-ALERTAS.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-RUN-INICIO.
           ACCEPT  HOJE FROM DATE YYYYMMDD.
           OPEN INPUT  HIST-ORD
                OUTPUT JUBILA-CAND
                       REL-JUBILA
                       REL-CARTAJUB.
           PERFORM CARGA-ALUNOS.
           PERFORM CARGA-DISCIPLINAS.
           MOVE    "ALUNOS ENQUADRADOS NAS REGRAS DE JUBILAMENTO"
                          TO  TITULO-SECAO.
           PERFORM CABECALHO.
           PERFORM LEITURA-HIST.

       CARGA-ALUNOS.
           OPEN INPUT CADALU.
           PERFORM LEITURA-ALU
                   UNTIL FIM-ALU EQUAL "SIM".
           CLOSE CADALU.

       LEITURA-ALU.
           READ CADALU
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

       CARGA-DISCIPLINAS.
           OPEN INPUT DISCIPL.
           PERFORM LEITURA-DISC
                   UNTIL FIM-DISC EQUAL "SIM".
           CLOSE DISCIPL.

       LEITURA-DISC.
           READ DISCIPL
                AT END
                MOVE "SIM" TO FIM-DISC.
           IF   FIM-DISC NOT EQUAL "SIM"
                IF   QT-DISC EQUAL 50
                     DISPLAY "DISCIPL EXCEDE A TABELA DE 50"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO QT-DISC
                     MOVE CODIGO-DISC TO CODIGO-DISC-TAB (QT-DISC)
                     MOVE NOME-DISC   TO NOME-DISC-TAB (QT-DISC).

       LEITURA-HIST.
           READ HIST-ORD
                AT END
                MOVE "SIM" TO FIM-HIST.

       PRINCIPAL.
           MOVE    NUMERO-ORD   TO  NUMERO-AUX.
           MOVE    ZEROS        TO  QT-TA
                                    QT-DA
                                    QT-OC.
           PERFORM TRATA-REGISTRO
                   UNTIL FIM-HIST EQUAL "SIM"
                      OR NUMERO-ORD NOT EQUAL NUMERO-AUX.
           PERFORM AVALIA-ALUNO.

       TRATA-REGISTRO.
           ADD     1            TO  CT-RUN-ENTRADA.
           IF      QT-TA EQUAL ZEROS
                   PERFORM INCLUI-TERMO
           ELSE
           IF      TERMO-ORD NOT EQUAL TERMO-TA (QT-TA)
                   PERFORM INCLUI-TERMO.
           ADD     1            TO  CURSADAS-TA (QT-TA).
           PERFORM BUSCA-DISC-ALU.
           IF      SITUACAO-ORD EQUAL "REPROVADO"
                   PERFORM REGISTRA-REPROVACAO
           ELSE
                   MOVE "SIM"   TO  APROV-DA (IND-DA).
           PERFORM LEITURA-HIST.

       REGISTRA-REPROVACAO.
           ADD     1            TO  REPROV-TA (QT-TA).
           ADD     1            TO  REPROV-DA (IND-DA).
           IF      REPROV-DA (IND-DA) NOT GREATER THAN 3
                   MOVE TERMO-ORD TO
                        TERMO-REPROV-DA (IND-DA REPROV-DA (IND-DA)).

       INCLUI-TERMO.
           IF      QT-TA EQUAL 40
                   DISPLAY "TERMOS DO ALUNO " NUMERO-AUX
                           " EXCEDEM A TABELA DE 40"
                           " - EXECUCAO ABORTADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           ADD     1            TO  QT-TA.
           MOVE    TERMO-ORD    TO  TERMO-TA (QT-TA).
           MOVE    ZEROS        TO  CURSADAS-TA (QT-TA)
                                    REPROV-TA (QT-TA).

       BUSCA-DISC-ALU.
           MOVE    ZEROS        TO  IND-DA.
           MOVE    1            TO  CTR-DA.
           PERFORM PESQUISA-DISC-ALU  QT-DA  TIMES.
           IF      IND-DA EQUAL ZEROS
                   PERFORM INCLUI-DISC-ALU.

       PESQUISA-DISC-ALU.
           IF      DISCIPLINA-ORD EQUAL DISC-DA (CTR-DA)
                   MOVE CTR-DA  TO  IND-DA.
           ADD     1            TO  CTR-DA.

       INCLUI-DISC-ALU.
           IF      QT-DA EQUAL 60
                   DISPLAY "DISCIPLINAS DO ALUNO " NUMERO-AUX
                           " EXCEDEM A TABELA DE 60"
                           " - EXECUCAO ABORTADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           ADD     1              TO  QT-DA.
           MOVE    QT-DA          TO  IND-DA.
           MOVE    DISCIPLINA-ORD TO  DISC-DA (IND-DA).
           MOVE    ZEROS          TO  REPROV-DA (IND-DA)
                                      TERMO-REPROV-DA (IND-DA 1)
                                      TERMO-REPROV-DA (IND-DA 2)
                                      TERMO-REPROV-DA (IND-DA 3).
           MOVE    "NAO"          TO  APROV-DA (IND-DA).

       AVALIA-ALUNO.
           MOVE    1            TO  CTR-DA.
           PERFORM VERIFICA-REGRA1  QT-DA  TIMES.
           MOVE    "NAO"        TO  ACHOU-PAR.
           MOVE    ZEROS        TO  QT-PARES.
           IF      QT-TA GREATER THAN 1
                   COMPUTE QT-PARES = QT-TA - 1.
           MOVE    2            TO  CTR-TA.
           PERFORM VERIFICA-REGRA2  QT-PARES  TIMES.
           PERFORM BUSCA-NOME.
           IF      QT-OC GREATER THAN ZEROS
                   PERFORM TRATA-CANDIDATO
           ELSE
                   PERFORM VERIFICA-ALERTAS.

       VERIFICA-REGRA1.
           IF      REPROV-DA (CTR-DA) NOT LESS THAN 3
                   MOVE "1"             TO  TIPO-AUX
                   MOVE DISC-DA (CTR-DA) TO DISC-AUX
                   MOVE TERMO-REPROV-DA (CTR-DA 1) TO TERMO1-AUX
                   MOVE TERMO-REPROV-DA (CTR-DA 2) TO TERMO2-AUX
                   MOVE TERMO-REPROV-DA (CTR-DA 3) TO TERMO3-AUX
                   PERFORM INCLUI-OCORRENCIA
                   ADD  1               TO  CT-REGRA1.
           ADD     1            TO  CTR-DA.

       VERIFICA-REGRA2.
           IF      ACHOU-PAR EQUAL "NAO"
                   AND REPROV-TA (CTR-TA) EQUAL CURSADAS-TA (CTR-TA)
                   AND REPROV-TA (CTR-TA - 1)
                       EQUAL CURSADAS-TA (CTR-TA - 1)
                   MOVE "SIM"           TO  ACHOU-PAR
                   MOVE "2"             TO  TIPO-AUX
                   MOVE ZEROS           TO  DISC-AUX
                                            TERMO3-AUX
                   MOVE TERMO-TA (CTR-TA - 1) TO TERMO1-AUX
                   MOVE TERMO-TA (CTR-TA)     TO TERMO2-AUX
                   PERFORM INCLUI-OCORRENCIA
                   ADD  1               TO  CT-REGRA2.
           ADD     1            TO  CTR-TA.

       INCLUI-OCORRENCIA.
           IF      QT-OC EQUAL 20
                   DISPLAY "OCORRENCIAS DO ALUNO " NUMERO-AUX
                           " EXCEDEM A TABELA DE 20"
                           " - EXECUCAO ABORTADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           ADD     1            TO  QT-OC.
           MOVE    TIPO-AUX     TO  TIPO-OC (QT-OC).
           MOVE    DISC-AUX     TO  DISC-OC (QT-OC).
           MOVE    TERMO1-AUX   TO  TERMO1-OC (QT-OC).
           MOVE    TERMO2-AUX   TO  TERMO2-OC (QT-OC).
           MOVE    TERMO3-AUX   TO  TERMO3-OC (QT-OC).

       BUSCA-NOME.
           MOVE    "NAO CADASTRADO" TO NOME-AUX.
           MOVE    1            TO  CTR-ALU.
           PERFORM PESQUISA-NOME  QT-ALU  TIMES.

       PESQUISA-NOME.
           IF      NUMERO-AUX EQUAL NUMERO-ALU-TAB (CTR-ALU)
                   MOVE NOME-ALU-TAB (CTR-ALU) TO NOME-AUX.
           ADD     1            TO  CTR-ALU.

       BUSCA-NOME-DISC.
           MOVE    SPACES       TO  NOME-DISC-AUX.
           MOVE    1            TO  CTR-DISC.
           PERFORM PESQUISA-NOME-DISC  QT-DISC  TIMES.

       PESQUISA-NOME-DISC.
           IF      DISC-AUX EQUAL CODIGO-DISC-TAB (CTR-DISC)
                   MOVE NOME-DISC-TAB (CTR-DISC) TO NOME-DISC-AUX.
           ADD     1            TO  CTR-DISC.

       TRATA-CANDIDATO.
           ADD     1            TO  CT-CANDIDATOS.
           MOVE    1            TO  CTR-OC.
           PERFORM IMPRIME-OCORRENCIA  QT-OC  TIMES.
           PERFORM IMPRIME-CARTA.
           MOVE    NUMERO-AUX   TO  NUMERO-CAND.
           MOVE    "E"          TO  TIPO-CAND.
           MOVE    NOME-AUX     TO  NOME-CAND.
           MOVE    ZEROS        TO  NOTA1-CAND
                                    NOTA2-CAND
                                    FALTAS-CAND.
           MOVE    "JB"         TO  MOTIVO-CAND.
           WRITE   REG-CAND.
           ADD     1            TO  CT-RUN-SAIDA.

       IMPRIME-OCORRENCIA.
           IF      CT-LIN GREATER THAN 55
                   PERFORM CABECALHO.
           MOVE    NUMERO-AUX   TO  NUMERO-DET.
           MOVE    NOME-AUX     TO  NOME-DET.
           PERFORM MONTA-OCORRENCIA.
           MOVE    NOME-DISC-AUX TO NOME-DISC-DET.
           MOVE    TERMO1-OC (CTR-OC) TO TERMO1-DET.
           MOVE    TERMO2-OC (CTR-OC) TO TERMO2-DET.
           MOVE    TERMO3-OC (CTR-OC) TO TERMO3-DET.
           WRITE   REG-REL FROM LINHA-DET
                   AFTER ADVANCING 1 LINE.
           ADD     1            TO  CT-LIN.
           ADD     1            TO  CTR-OC.

       MONTA-OCORRENCIA.
           MOVE    DISC-OC (CTR-OC) TO DISC-AUX
                                       DISC-DET.
           IF      TIPO-OC (CTR-OC) EQUAL "1"
                   MOVE "REPROV. 3X NA DISCIPLINA" TO REGRA-DET
                   PERFORM BUSCA-NOME-DISC
           ELSE
                   MOVE "REPROV. TOTAL 2 TERMOS"   TO REGRA-DET
                   MOVE SPACES  TO  NOME-DISC-AUX.

       IMPRIME-CARTA.
           WRITE   REG-CARTA FROM LINHA-TITULO
                   AFTER ADVANCING PAGE.
           MOVE    HOJE-DD      TO  DD-LIN.
           MOVE    HOJE-MM      TO  MM-LIN.
           MOVE    HOJE-AAAA    TO  AAAA-LIN.
           WRITE   REG-CARTA FROM LINHA-DATA
                   AFTER ADVANCING 2 LINES.
           MOVE    NOME-AUX     TO  DESTINO-LIN.
           WRITE   REG-CARTA FROM LINHA-DESTINO
                   AFTER ADVANCING 3 LINES.
           MOVE    NUMERO-AUX   TO  NUMERO-LIN.
           MOVE    NOME-AUX     TO  NOME-LIN.
           WRITE   REG-CARTA FROM LINHA-ALUNO
                   AFTER ADVANCING 3 LINES.
           WRITE   REG-CARTA FROM LINHA-TEXTO-1
                   AFTER ADVANCING 2 LINES.
           WRITE   REG-CARTA FROM LINHA-TEXTO-2
                   AFTER ADVANCING 1 LINE.
           MOVE    1            TO  CTR-OC.
           PERFORM IMPRIME-MOTIVO  QT-OC  TIMES.
           WRITE   REG-CARTA FROM LINHA-TEXTO-3
                   AFTER ADVANCING 2 LINES.
           WRITE   REG-CARTA FROM LINHA-TEXTO-4
                   AFTER ADVANCING 1 LINE.

       IMPRIME-MOTIVO.
           PERFORM MONTA-OCORRENCIA.
           MOVE    REGRA-DET    TO  REGRA-LIN.
           IF      TIPO-OC (CTR-OC) EQUAL "1"
                   MOVE NOME-DISC-AUX TO DISC-LIN
           ELSE
                   MOVE SPACES  TO  DISC-LIN.
           MOVE    TERMO1-OC (CTR-OC) TO TERMO1-LIN.
           MOVE    TERMO2-OC (CTR-OC) TO TERMO2-LIN.
           MOVE    TERMO3-OC (CTR-OC) TO TERMO3-LIN.
           WRITE   REG-CARTA FROM LINHA-MOTIVO
                   AFTER ADVANCING 1 LINE.
           ADD     1            TO  CTR-OC.

       VERIFICA-ALERTAS.
           MOVE    1            TO  CTR-DA.
           PERFORM VERIFICA-ALERTA1  QT-DA  TIMES.
           IF      QT-TA GREATER THAN ZEROS
                   AND REPROV-TA (QT-TA) EQUAL CURSADAS-TA (QT-TA)
                   MOVE "2"             TO  TIPO-AUX
                   MOVE ZEROS           TO  DISC-AUX
                                            TERMO2-AUX
                   MOVE TERMO-TA (QT-TA) TO TERMO1-AUX
                   PERFORM INCLUI-ALERTA.

       VERIFICA-ALERTA1.
           IF      REPROV-DA (CTR-DA) EQUAL 2
                   AND APROV-DA (CTR-DA) EQUAL "NAO"
                   MOVE "1"             TO  TIPO-AUX
                   MOVE DISC-DA (CTR-DA) TO DISC-AUX
                   MOVE TERMO-REPROV-DA (CTR-DA 1) TO TERMO1-AUX
                   MOVE TERMO-REPROV-DA (CTR-DA 2) TO TERMO2-AUX
                   PERFORM INCLUI-ALERTA.
           ADD     1            TO  CTR-DA.

       INCLUI-ALERTA.
           IF      QT-ALERTA EQUAL 500
                   DISPLAY "ALERTAS EXCEDEM A TABELA DE 500"
                           " - EXECUCAO ABORTADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           ADD     1            TO  QT-ALERTA.
           MOVE    NUMERO-AUX   TO  NUMERO-AL (QT-ALERTA).
           MOVE    NOME-AUX     TO  NOME-AL (QT-ALERTA).
           MOVE    TIPO-AUX     TO  TIPO-AL (QT-ALERTA).
           MOVE    DISC-AUX     TO  DISC-AL (QT-ALERTA).
           MOVE    TERMO1-AUX   TO  TERMO1-AL (QT-ALERTA).
           MOVE    TERMO2-AUX   TO  TERMO2-AL (QT-ALERTA).

       IMPRIME-ALERTAS.
           MOVE    "ALERTA - ALUNOS A UMA REPROVACAO DO JUBILAMENTO"
                          TO  TITULO-SECAO.
           PERFORM CABECALHO.
           MOVE    1            TO  CTR-ALERTA.
           PERFORM IMPRIME-ALERTA  QT-ALERTA  TIMES.

       IMPRIME-ALERTA.
           IF      CT-LIN GREATER THAN 55
                   PERFORM CABECALHO.
           MOVE    NUMERO-AL (CTR-ALERTA) TO NUMERO-DET.
           MOVE    NOME-AL (CTR-ALERTA)   TO NOME-DET.
           MOVE    DISC-AL (CTR-ALERTA)   TO DISC-AUX
                                             DISC-DET.
           IF      TIPO-AL (CTR-ALERTA) EQUAL "1"
                   MOVE "REPROV. 2X NA DISCIPLINA" TO REGRA-DET
                   PERFORM BUSCA-NOME-DISC
           ELSE
                   MOVE "REPROV. TOTAL ULT. TERMO" TO REGRA-DET
                   MOVE SPACES  TO  NOME-DISC-AUX.
           MOVE    NOME-DISC-AUX TO NOME-DISC-DET.
           MOVE    TERMO1-AL (CTR-ALERTA) TO TERMO1-DET.
           MOVE    TERMO2-AL (CTR-ALERTA) TO TERMO2-DET.
           MOVE    ZEROS        TO  TERMO3-DET.
           WRITE   REG-REL FROM LINHA-DET
                   AFTER ADVANCING 1 LINE.
           ADD     1            TO  CT-LIN.
           ADD     1            TO  CTR-ALERTA.

       CABECALHO.
           ADD     1      TO  CT-PAG.
           MOVE    CT-PAG TO  PAG-CAB.
           WRITE   REG-REL FROM CAB-01
                   AFTER ADVANCING PAGE.
           WRITE   REG-REL FROM CAB-SECAO
                   AFTER ADVANCING 2 LINES.
           WRITE   REG-REL FROM CAB-COLUNAS
                   AFTER ADVANCING 2 LINES.
           MOVE    5      TO  CT-LIN.

       TERMINO.
           MOVE    "ALUNOS ENQUADRADOS PARA JUBILAMENTO   : "
                          TO  ROTULO-TOT.
           MOVE    CT-CANDIDATOS  TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 3 LINES.
           MOVE    "OCORRENCIAS - 3 REPROV. NA DISCIPLINA : "
                          TO  ROTULO-TOT.
           MOVE    CT-REGRA1      TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           MOVE    "OCORRENCIAS - REPROV. TOTAL 2 TERMOS  : "
                          TO  ROTULO-TOT.
           MOVE    CT-REGRA2      TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           MOVE    "ALERTAS A UMA REPROVACAO DA REGRA     : "
                          TO  ROTULO-TOT.
           MOVE    QT-ALERTA      TO  QT-TOT.
           WRITE   REG-REL FROM LINHA-TOTAL
                   AFTER ADVANCING 1 LINE.
           DISPLAY "REGISTROS DO HISTORICO: " CT-RUN-ENTRADA.
           DISPLAY "ALUNOS ENQUADRADOS    : " CT-CANDIDATOS.
           DISPLAY "ALERTAS               : " QT-ALERTA.
           IF      CT-CANDIDATOS GREATER THAN ZEROS
                   MOVE "JUBILA"  TO STATUS-RUN
                   MOVE 4         TO RETURN-CODE.
           CLOSE   HIST-ORD
                   JUBILA-CAND
                   REL-JUBILA
                   REL-CARTAJUB.
           PERFORM GRAVA-RUN-FIM.

       GRAVA-RUN-INICIO.

           OPEN EXTEND      RUN-LOG.
           PERFORM   LE-RUNID.
           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05J"    TO   RUN-PROGRAMA.
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
           MOVE      "EX05J"    TO   RUN-PROGRAMA.
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
