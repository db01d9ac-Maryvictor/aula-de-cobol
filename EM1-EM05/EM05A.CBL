       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05A.
       AUTHOR. MARIA VICTOR.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. AVISO PREVENTIVO DE FALTAS, RODADO TODA SEMANA DEPOIS
      *         DO EX05F. LE O MESTRE CADALU2F.DAT (FALTAS VALIDADAS
      *         ATE A DATA), CONTA NO CALENDARIO CALEND-AULA.DAT AS
      *         AULAS QUE AINDA FALTAM DAR E COMPARA AS FALTAS DE
      *         CADA ALUNO COM O LIMITE DE FALTAS DO EX05 (FALTAS-MAX
      *         DE PARAM-SEL.DAT COM SOBREPOSICAO DO PARAMGER.DAT,
      *         PADRAO 18). ALUNO QUE ATINGE 50% OU 75% DO LIMITE
      *         RECEBE UMA CARTA DE AVISO EM REL-AVISOFAL, UMA PAGINA
      *         POR CARTA, COM AS FALTAS ACUMULADAS, O LIMITE, AS
      *         FALTAS QUE AINDA PODE TER E AS AULAS RESTANTES. ALUNO
      *         MENOR DE 18 ANOS NA DATA DA RODADA (DATA DE
      *         NASCIMENTO DO CADALU.DAT) TEM A CARTA ENDERECADA AO
      *         RESPONSAVEL VINCULADO A ELE NO RESP2.DAT; MENOR SEM
      *         RESPONSAVEL CADASTRADO RECEBE A CARTA NO PROPRIO NOME
      *         E E CONTADO A PARTE PARA A SECRETARIA ACERTAR O
      *         CADASTRO. O HISTORICO AVISOFAL.DAT (ALUNO, NIVEL 50 OU
      *         75, DATA DO AVISO E INICIO DO TERMO = PRIMEIRA DATA DO
      *         CALENDARIO) E CARREGADO NO INICIO E REGRAVADO EM
      *         AVISOFALN.DAT COM OS AVISOS DO DIA, COMO O AVISOS.DAT
      *         DO PGM09: O MESMO NIVEL NUNCA SAI DUAS VEZES NO MESMO
      *         TERMO, E ALUNO QUE CHEGA DIRETO AOS 75% SO RECEBE O
      *         AVISO DE 75%. O REGISTRO DE TRAILER TRLR: DO
      *         CADALU2F E RECONHECIDO E IGNORADO.
      *         CADA CARTA EMITIDA TAMBEM ENTRA NA FILA CENTRAL DE
      *         NOTIFICACOES FILANOT.DAT (LAYOUT NOTIF, MODELO FALTA,
      *         COM O NIVEL, AS FALTAS E O LIMITE): PARA O RESPONSAVEL
      *         DO RESP2 QUANDO O ALUNO E MENOR E TEM RESPONSAVEL,
      *         SENAO PARA O PROPRIO ALUNO, E O DESPNOT ENVIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARIA-PC.
       OBJECT-COMPUTER. MARIA-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU2F ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALEND-AULA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAM-SEL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESP2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AVISOFAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISOFALN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-AVISOFAL ASSIGN TO DISK.
           SELECT OPTIONAL FILANOT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CADALU2F
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADALU2F.DAT".
       01 REG-ENT.
          03 NUMERO-ENT   PIC 9(05).
          03 NOME-ENT     PIC X(20).
          03 NOTA1-ENT    PIC 9(02)V99.
          03 NOTA2-ENT    PIC 9(02)V99.
          03 FALTAS-ENT   PIC 9(02).

       FD CADALU
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADALU.DAT".
       01 REG-ALU.
          03 NUMERO-ALU   PIC 9(05).
          03 NOME-ALU     PIC X(20).
          03 SEXO-ALU     PIC X(01).
          03 DATA-NASC-ALU.
             04 DD-ALU    PIC 9(02).
             04 MM-ALU    PIC 9(02).
             04 AAAA-ALU  PIC 9(04).

       FD CALEND-AULA
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CALEND-AULA.DAT".
       01 REG-CALEND.
          03 DATA-CALEND  PIC 9(08).

       FD PARAM-SEL
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "PARAM-SEL.DAT".
       01 REG-PARAM.
          03 MEDIA-MIN-PARAM    PIC 9(02)V99.
          03 FALTAS-MAX-PARAM   PIC 9(02).
          03 PESO1-PARAM        PIC 9(01)V9.
          03 PESO2-PARAM        PIC 9(01)V9.

       FD PARAMGER
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "PARAMGER.DAT".
       01 REG-PG.
          03 NOME-PG       PIC X(12).
          03 VALOR-PG      PIC 9(07)V99.
          03 VIGENCIA-PG   PIC 9(08).

       FD RESP2
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "RESP2.DAT".
       01 REG-RESP.
          03 COD-RESP       PIC 9(04).
          03 NOME-RESP      PIC X(30).
          03 CPF-RESP       PIC 9(11).
          03 ENDER-RESP     PIC X(30).
          03 FONE-RESP      PIC 9(08).
          03 ALUNOS-RESP.
             04 ALUNO-RESP     PIC 9(05)  OCCURS 3 TIMES.

       FD AVISOFAL
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "AVISOFAL.DAT".
       01 REG-AVISO.
          03 NUMERO-AVI   PIC 9(05).
          03 NIVEL-AVI    PIC 9(02).
          03 DATA-AVI     PIC 9(08).
          03 TERMO-AVI    PIC 9(08).

       FD AVISOFALN
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "AVISOFALN.DAT".
       01 REG-AVISO-NOVO.
          03 NUMERO-AVN   PIC 9(05).
          03 NIVEL-AVN    PIC 9(02).
          03 DATA-AVN     PIC 9(08).
          03 TERMO-AVN    PIC 9(08).

       FD REL-AVISOFAL
          LABEL RECORD IS OMITTED.
       01 REG-REL            PIC X(80).

       FD FILANOT
          LABEL     RECORD       ARE         STANDARD
          VALUE     OF FILE-ID   IS         "FILANOT.DAT".
           COPY NOTIF.

       WORKING-STORAGE SECTION.
       77 FIM-MESTRE   PIC X(03)  VALUE "NAO".
       77 FIM-ALU      PIC X(03)  VALUE "NAO".
       77 FIM-CALEND   PIC X(03)  VALUE "NAO".
       77 FIM-RESP     PIC X(03)  VALUE "NAO".
       77 FIM-AVISOS   PIC X(03)  VALUE "NAO".
       77 FIM-PARAMGER PIC X(03)  VALUE "NAO".
       77 CHAVE-ALU    PIC 9(05)  VALUE ZEROS.
       77 FALTAS-MAX   PIC 9(02)  VALUE 18.
       77 NOME-BUSCADO PIC X(12)  VALUE SPACES.
       77 VALOR-ACHADO PIC 9(07)V99 VALUE ZEROS.
       77 ACHOU-PARAMGER PIC X(03) VALUE "NAO".
       77 MELHOR-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 INICIO-TERMO PIC 9(08)  VALUE ZEROS.
       77 AULAS-RESTANTES PIC 9(03) VALUE ZEROS.
       77 PERC-FALTAS  PIC 9(05)  VALUE ZEROS.
       77 FALTAS-PERMITIDAS PIC S9(03) VALUE ZEROS.
       77 NIVEL-DEVIDO PIC 9(02)  VALUE ZEROS.
       77 NIVEL-ENVIADO PIC 9(02) VALUE ZEROS.
       77 WIDADE       PIC 9(03)  VALUE ZEROS.
       77 MENOR        PIC X(03)  VALUE "NAO".
       77 ACHOU-RESP   PIC X(03)  VALUE "NAO".
       77 QT-RESP      PIC 9(03)  VALUE ZEROS.
       77 CTR-RESP     PIC 9(03)  VALUE ZEROS.
       77 CTR-VINC     PIC 9(01)  VALUE ZEROS.
       77 IND-RESP     PIC 9(03)  VALUE ZEROS.
       77 QT-AVISOS    PIC 9(04)  VALUE ZEROS.
       77 CTR-AVI      PIC 9(04)  VALUE ZEROS.
       77 CT-AVISOS-50 PIC 9(05)  VALUE ZEROS.
       77 CT-AVISOS-75 PIC 9(05)  VALUE ZEROS.
       77 CT-RESPONSAVEL PIC 9(05) VALUE ZEROS.
       77 CT-MENOR-SEM-RESP PIC 9(05) VALUE ZEROS.

       01 HOJE.
          02 HOJE-AAAA    PIC 9(04).
          02 HOJE-MM      PIC 9(02).
          02 HOJE-DD      PIC 9(02).

       01 HOJE-NUM        REDEFINES HOJE  PIC 9(08).

       01 TAB-RESPONSAVEIS.
          02 ITEM-RESP-TAB   OCCURS 100 TIMES.
             03 NOME-RESP-TAB     PIC X(30).
             03 ENDER-RESP-TAB    PIC X(30).
             03 ALUNOS-RESP-TAB.
                04 ALUNO-RESP-TAB   PIC 9(05)  OCCURS 3 TIMES.

       01 TAB-AVISOS.
          02 ITEM-AVISO-TAB  OCCURS 1000 TIMES.
             03 NUMERO-AVI-TAB  PIC 9(05).
             03 NIVEL-AVI-TAB   PIC 9(02).
             03 DATA-AVI-TAB    PIC 9(08).
             03 TERMO-AVI-TAB   PIC 9(08).

       01 LINHA-TITULO.
          02 FILLER     PIC X(15) VALUE SPACES.
          02 FILLER     PIC X(30) VALUE
                          "AVISO DE FREQUENCIA - ALUNO NO".
          02 FILLER     PIC X(01) VALUE SPACES.
          02 NIVEL-LIN  PIC 99.
          02 FILLER     PIC X(32) VALUE
                          "% DO LIMITE DE FALTAS".

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

       01 LINHA-ENDERECO.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 ENDER-LIN  PIC X(30).
          02 FILLER     PIC X(40) VALUE SPACES.

       01 LINHA-ALUNO.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(07) VALUE "ALUNO: ".
          02 NUMERO-LIN PIC 9(05).
          02 FILLER     PIC X(03) VALUE " - ".
          02 NOME-LIN   PIC X(20).
          02 FILLER     PIC X(40) VALUE SPACES.

       01 LINHA-FALTAS.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(20) VALUE "FALTAS ACUMULADAS:  ".
          02 FALTAS-LIN PIC Z9.
          02 FILLER     PIC X(22) VALUE "     LIMITE DE FALTAS:".
          02 FILLER     PIC X(01) VALUE SPACES.
          02 LIMITE-LIN PIC Z9.
          02 FILLER     PIC X(28) VALUE SPACES.

       01 LINHA-RESTANTES.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(20) VALUE "FALTAS AINDA ACEITAS".
          02 FILLER     PIC X(02) VALUE ": ".
          02 PERMITIDAS-LIN PIC Z9.
          02 FILLER     PIC X(20) VALUE "     AULAS RESTANTES".
          02 FILLER     PIC X(02) VALUE ": ".
          02 AULAS-LIN  PIC ZZ9.
          02 FILLER     PIC X(26) VALUE SPACES.

       01 LINHA-TEXTO-1.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(41) VALUE
                          "INFORMAMOS QUE O ALUNO ACIMA JA ATINGIU O".
          02 FILLER     PIC X(34) VALUE
                          " PERCENTUAL DO LIMITE INDICADO.".

       01 LINHA-TEXTO-2.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(36) VALUE
                          "AO ULTRAPASSAR O LIMITE O ALUNO SERA".
          02 FILLER     PIC X(39) VALUE
                          " REPROVADO POR FALTAS.".

       01 LINHA-TEXTO-3.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(43) VALUE
                          "PROCURE A SECRETARIA PARA JUSTIFICAR FALTAS".
          02 FILLER     PIC X(32) VALUE
                          " OU ESCLARECER DUVIDAS.".

       PROCEDURE DIVISION.
       PGM-EX05A.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                   UNTIL FIM-MESTRE EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETRO.
           PERFORM CARGA-CALENDARIO.
           PERFORM CARGA-RESPONSAVEIS.
           PERFORM CARGA-AVISOS.
           OPEN INPUT  CADALU2F
                       CADALU
                OUTPUT AVISOFALN
                       REL-AVISOFAL
                EXTEND FILANOT.
           PERFORM LEITURA-ALU.
           PERFORM LEITURA-MESTRE.

       LE-PARAMETRO.
           OPEN INPUT  PARAM-SEL.
           READ PARAM-SEL
                AT END
                NEXT SENTENCE.
           IF FALTAS-MAX-PARAM NOT EQUAL ZEROS
              MOVE FALTAS-MAX-PARAM TO FALTAS-MAX.
           CLOSE PARAM-SEL.
           MOVE "FALTAS-MAX" TO NOME-BUSCADO.
           PERFORM BUSCA-PARAMGER.
           IF ACHOU-PARAMGER EQUAL "SIM"
              MOVE VALOR-ACHADO TO FALTAS-MAX.
           IF FALTAS-MAX EQUAL ZEROS
              DISPLAY "LIMITE DE FALTAS ZERADO NO PARAMETRO"
                      " - EXECUCAO ABORTADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       BUSCA-PARAMGER.
           MOVE "NAO"  TO ACHOU-PARAMGER
                          FIM-PARAMGER.
           MOVE ZEROS  TO MELHOR-VIGENCIA.
           OPEN INPUT PARAMGER.
           PERFORM LE-PARAMGER
                   UNTIL FIM-PARAMGER EQUAL "SIM".
           CLOSE PARAMGER.

       LE-PARAMGER.
           READ PARAMGER
                AT END
                MOVE "SIM" TO FIM-PARAMGER.
           IF   FIM-PARAMGER NOT EQUAL "SIM"
                AND NOME-PG EQUAL NOME-BUSCADO
                AND VIGENCIA-PG NOT GREATER THAN HOJE-NUM
                AND VIGENCIA-PG NOT LESS THAN MELHOR-VIGENCIA
                MOVE VIGENCIA-PG TO MELHOR-VIGENCIA
                MOVE VALOR-PG    TO VALOR-ACHADO
                MOVE "SIM"       TO ACHOU-PARAMGER.

       CARGA-CALENDARIO.
           OPEN INPUT CALEND-AULA.
           PERFORM LEITURA-CALEND
                   UNTIL FIM-CALEND EQUAL "SIM".
           CLOSE CALEND-AULA.

       LEITURA-CALEND.
           READ CALEND-AULA
                AT END
                MOVE "SIM" TO FIM-CALEND.
           IF   FIM-CALEND NOT EQUAL "SIM"
                PERFORM CONTA-AULA.

       CONTA-AULA.
           IF   INICIO-TERMO EQUAL ZEROS
                OR DATA-CALEND LESS THAN INICIO-TERMO
                MOVE DATA-CALEND TO INICIO-TERMO.
           IF   DATA-CALEND GREATER THAN HOJE-NUM
                ADD  1   TO AULAS-RESTANTES.

       CARGA-RESPONSAVEIS.
           OPEN INPUT RESP2.
           PERFORM LEITURA-RESP
                   UNTIL FIM-RESP EQUAL "SIM".
           CLOSE RESP2.

       LEITURA-RESP.
           READ RESP2
                AT END
                MOVE "SIM" TO FIM-RESP.
           IF   FIM-RESP NOT EQUAL "SIM"
                IF   QT-RESP NOT LESS THAN 100
                     DISPLAY "RESP2 EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO QT-RESP
                     MOVE NOME-RESP   TO NOME-RESP-TAB (QT-RESP)
                     MOVE ENDER-RESP  TO ENDER-RESP-TAB (QT-RESP)
                     MOVE ALUNOS-RESP TO ALUNOS-RESP-TAB (QT-RESP).

       CARGA-AVISOS.
           OPEN INPUT AVISOFAL.
           PERFORM LEITURA-AVISO
                   UNTIL FIM-AVISOS EQUAL "SIM".
           CLOSE AVISOFAL.

       LEITURA-AVISO.
           READ AVISOFAL
                AT END
                MOVE "SIM" TO FIM-AVISOS.
           IF   FIM-AVISOS NOT EQUAL "SIM"
                IF   QT-AVISOS NOT LESS THAN 1000
                     DISPLAY "AVISOFAL EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1          TO QT-AVISOS
                     MOVE NUMERO-AVI TO NUMERO-AVI-TAB (QT-AVISOS)
                     MOVE NIVEL-AVI  TO NIVEL-AVI-TAB (QT-AVISOS)
                     MOVE DATA-AVI   TO DATA-AVI-TAB (QT-AVISOS)
                     MOVE TERMO-AVI  TO TERMO-AVI-TAB (QT-AVISOS).

       LEITURA-MESTRE.
           READ CADALU2F
                AT END
                MOVE "SIM" TO FIM-MESTRE.
           IF   FIM-MESTRE NOT EQUAL "SIM"
                AND REG-ENT (1:5) EQUAL "TRLR:"
                MOVE "SIM" TO FIM-MESTRE.

       LEITURA-ALU.
           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU EQUAL "SIM"
                MOVE 99999      TO CHAVE-ALU
           ELSE
                MOVE NUMERO-ALU TO CHAVE-ALU.

       PRINCIPAL.
           COMPUTE PERC-FALTAS = FALTAS-ENT * 100 / FALTAS-MAX.
           IF   PERC-FALTAS NOT LESS THAN 75
                MOVE 75    TO NIVEL-DEVIDO
           ELSE
           IF   PERC-FALTAS NOT LESS THAN 50
                MOVE 50    TO NIVEL-DEVIDO
           ELSE
                MOVE ZEROS TO NIVEL-DEVIDO.
           IF   NIVEL-DEVIDO NOT EQUAL ZEROS
                PERFORM BUSCA-HISTORICO
                IF   NIVEL-ENVIADO LESS THAN NIVEL-DEVIDO
                     PERFORM EMITE-AVISO.
           PERFORM LEITURA-MESTRE.

       BUSCA-HISTORICO.
           MOVE ZEROS TO NIVEL-ENVIADO.
           MOVE 1     TO CTR-AVI.
           PERFORM PESQUISA-HISTORICO QT-AVISOS TIMES.

       PESQUISA-HISTORICO.
           IF   NUMERO-ENT EQUAL NUMERO-AVI-TAB (CTR-AVI)
                AND INICIO-TERMO EQUAL TERMO-AVI-TAB (CTR-AVI)
                AND NIVEL-AVI-TAB (CTR-AVI) GREATER THAN NIVEL-ENVIADO
                MOVE NIVEL-AVI-TAB (CTR-AVI) TO NIVEL-ENVIADO.
           ADD  1 TO CTR-AVI.

       EMITE-AVISO.
           PERFORM VERIFICA-MENOR.
           MOVE "NAO" TO ACHOU-RESP.
           IF   MENOR EQUAL "SIM"
                PERFORM BUSCA-RESPONSAVEL
                IF   ACHOU-RESP EQUAL "SIM"
                     ADD 1 TO CT-RESPONSAVEL
                ELSE
                     ADD 1 TO CT-MENOR-SEM-RESP.
           PERFORM IMPRIME-AVISO.
           PERFORM ENFILEIRA-AVISO.
           PERFORM REGISTRA-AVISO.
           IF   NIVEL-DEVIDO EQUAL 75
                ADD 1 TO CT-AVISOS-75
           ELSE
                ADD 1 TO CT-AVISOS-50.

       VERIFICA-MENOR.
           PERFORM LEITURA-ALU
                   UNTIL CHAVE-ALU NOT LESS THAN NUMERO-ENT.
           MOVE "NAO" TO MENOR.
           IF   CHAVE-ALU EQUAL NUMERO-ENT
                PERFORM CALCULA-IDADE
                IF   WIDADE LESS THAN 18
                     MOVE "SIM" TO MENOR.

       CALCULA-IDADE.
           MOVE ZEROS TO WIDADE.
           IF   AAAA-ALU NOT GREATER THAN HOJE-AAAA
                SUBTRACT AAAA-ALU FROM HOJE-AAAA GIVING WIDADE
                IF   MM-ALU GREATER THAN HOJE-MM
                     SUBTRACT 1 FROM WIDADE
                ELSE
                IF   MM-ALU EQUAL HOJE-MM AND
                     DD-ALU GREATER THAN HOJE-DD
                     SUBTRACT 1 FROM WIDADE.

       BUSCA-RESPONSAVEL.
           MOVE 1 TO CTR-RESP.
           PERFORM PESQUISA-RESPONSAVEL QT-RESP TIMES.

       PESQUISA-RESPONSAVEL.
           MOVE 1 TO CTR-VINC.
           PERFORM CONFERE-VINCULO 3 TIMES.
           ADD  1 TO CTR-RESP.

       CONFERE-VINCULO.
           IF   ACHOU-RESP EQUAL "NAO"
                AND ALUNO-RESP-TAB (CTR-RESP CTR-VINC)
                    EQUAL NUMERO-ENT
                MOVE "SIM"    TO ACHOU-RESP
                MOVE CTR-RESP TO IND-RESP.
           ADD  1 TO CTR-VINC.

       IMPRIME-AVISO.
           MOVE NIVEL-DEVIDO TO NIVEL-LIN.
           WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING PAGE.
           MOVE HOJE-DD   TO DD-LIN.
           MOVE HOJE-MM   TO MM-LIN.
           MOVE HOJE-AAAA TO AAAA-LIN.
           WRITE REG-REL FROM LINHA-DATA AFTER ADVANCING 2 LINES.
           IF   ACHOU-RESP EQUAL "SIM"
                MOVE NOME-RESP-TAB (IND-RESP)  TO DESTINO-LIN
                MOVE ENDER-RESP-TAB (IND-RESP) TO ENDER-LIN
           ELSE
                MOVE NOME-ENT TO DESTINO-LIN
                MOVE SPACES   TO ENDER-LIN.
           WRITE REG-REL FROM LINHA-DESTINO AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM LINHA-ENDERECO AFTER ADVANCING 1 LINE.
           MOVE NUMERO-ENT TO NUMERO-LIN.
           MOVE NOME-ENT   TO NOME-LIN.
           WRITE REG-REL FROM LINHA-ALUNO AFTER ADVANCING 3 LINES.
           MOVE FALTAS-ENT TO FALTAS-LIN.
           MOVE FALTAS-MAX TO LIMITE-LIN.
           WRITE REG-REL FROM LINHA-FALTAS AFTER ADVANCING 2 LINES.
           COMPUTE FALTAS-PERMITIDAS = FALTAS-MAX - FALTAS-ENT.
           IF   FALTAS-PERMITIDAS LESS THAN ZEROS
                MOVE ZEROS TO FALTAS-PERMITIDAS.
           MOVE FALTAS-PERMITIDAS TO PERMITIDAS-LIN.
           MOVE AULAS-RESTANTES   TO AULAS-LIN.
           WRITE REG-REL FROM LINHA-RESTANTES AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-TEXTO-1 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LINHA-TEXTO-2 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-TEXTO-3 AFTER ADVANCING 1 LINE.

       ENFILEIRA-AVISO.
           MOVE SPACES       TO REG-NOTIF.
           IF   ACHOU-RESP EQUAL "SIM"
                MOVE "R"     TO NOTIF-DEST-TIPO
           ELSE
                MOVE "A"     TO NOTIF-DEST-TIPO.
           MOVE NUMERO-ENT   TO NOTIF-ALUNO.
           MOVE NOME-ENT     TO NOTIF-DEST-NOME.
           MOVE "P"          TO NOTIF-CANAL.
           MOVE "FALTA"      TO NOTIF-MODELO.
           MOVE HOJE-NUM     TO NOTIF-DATA.
           MOVE "EX05A"      TO NOTIF-ORIGEM.
           MOVE NIVEL-DEVIDO TO NOTIF-VAR (1).
           MOVE FALTAS-ENT   TO NOTIF-VAR (2).
           MOVE FALTAS-MAX   TO NOTIF-VAR (3).
           WRITE REG-NOTIF.

       REGISTRA-AVISO.
           IF   QT-AVISOS LESS THAN 1000
                ADD  1            TO QT-AVISOS
                MOVE NUMERO-ENT   TO NUMERO-AVI-TAB (QT-AVISOS)
                MOVE NIVEL-DEVIDO TO NIVEL-AVI-TAB (QT-AVISOS)
                MOVE HOJE-NUM     TO DATA-AVI-TAB (QT-AVISOS)
                MOVE INICIO-TERMO TO TERMO-AVI-TAB (QT-AVISOS)
           ELSE
                DISPLAY "HISTORICO DE AVISOS EXCEDE A TABELA"
                        " DE 1000 - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN.

       FIM.
           PERFORM GRAVA-HISTORICO-NOVO.
           DISPLAY "AULAS RESTANTES NO CALENDARIO : " AULAS-RESTANTES.
           DISPLAY "AVISOS DE 50% EMITIDOS        : " CT-AVISOS-50.
           DISPLAY "AVISOS DE 75% EMITIDOS        : " CT-AVISOS-75.
           DISPLAY "ENDERECADOS AO RESPONSAVEL    : " CT-RESPONSAVEL.
           DISPLAY "MENORES SEM RESPONSAVEL       : "
                   CT-MENOR-SEM-RESP.
           CLOSE CADALU2F
                 CADALU
                 AVISOFALN
                 REL-AVISOFAL
                 FILANOT.

       GRAVA-HISTORICO-NOVO.
           MOVE 1 TO CTR-AVI.
           PERFORM GRAVA-UM-AVISO QT-AVISOS TIMES.

       GRAVA-UM-AVISO.
           MOVE NUMERO-AVI-TAB (CTR-AVI) TO NUMERO-AVN.
           MOVE NIVEL-AVI-TAB (CTR-AVI)  TO NIVEL-AVN.
           MOVE DATA-AVI-TAB (CTR-AVI)   TO DATA-AVN.
           MOVE TERMO-AVI-TAB (CTR-AVI)  TO TERMO-AVN.
           WRITE REG-AVISO-NOVO.
           ADD  1 TO CTR-AVI.
