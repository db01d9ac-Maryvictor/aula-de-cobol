       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05I.
       AUTHOR. MARIA VICTOR.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO CADASTRO DE CONTRATOS DE ESTAGIO
      *         ESTAGIO.DAT (ALUNO, SEQUENCIA DO CONTRATO, EMPRESA,
      *         SUPERVISOR, INICIO, FIM, HORAS SEMANAIS E APOLICE DO
      *         SEGURO), QUE SUBSTITUI A PLANILHA DO SETOR DE
      *         ESTAGIOS. APLICA AS TRANSACOES DE INCLUSAO (I),
      *         ALTERACAO/RENOVACAO (A) E EXCLUSAO (E) DO ARQUIVO
      *         TRANEST SOBRE O MESTRE, AMBOS ORDENADOS POR ALUNO E
      *         SEQUENCIA, PELO MESMO CASAMENTO COM AREA DE TRABALHO
      *         DO EX05M, GERANDO O NOVO MESTRE ESTAGION.DAT E O LOG
      *         LOGEST.DAT COM O OPERADOR EM CADA REGISTRO.
      *         A INCLUSAO SO E ACEITA PARA ALUNO EXISTENTE NO
      *         CADALU2.DAT OU NO PERFIL-ALUNO.DAT; INCLUSAO OU
      *         ALTERACAO QUE DEIXE O FIM ANTES DO INICIO E
      *         REJEITADA. NA ALTERACAO, CAMPO EM BRANCO OU ZERADO
      *         MANTEM O VALOR DO MESTRE (A RENOVACAO E UMA
      *         ALTERACAO SO DA DATA DE FIM). O OPERADOR E CONFERIDO
      *         NO AUTORIZA.DAT COMO NO EX05M. OS LIMITES LEGAIS
      *         (CARGA SEMANAL E PRAZO NA MESMA EMPRESA) SAO
      *         CONFERIDOS NA RODADA SEMANAL DO EX05W.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MARIA-PC.
       OBJECT-COMPUTER. MARIA-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTAGIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTAGION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-MANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADALU2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERFIL-ALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTORIZA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.


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
          03 CHAVE-EST.
             04 NUMERO-EST   PIC 9(05).
             04 SEQ-EST      PIC 9(02).
          03 EMPRESA-EST     PIC X(30).
          03 SUPERV-EST      PIC X(20).
          03 INICIO-EST      PIC 9(08).
          03 FIM-EST         PIC 9(08).
          03 HORAS-EST       PIC 9(02).
          03 APOLICE-EST     PIC X(15).

       FD TRANEST
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "TRANEST.DAT".
       01 REG-TRANS.
          03 CHAVE-TRANS-REG.
             04 NUMERO-TRANS PIC 9(05).
             04 SEQ-TRANS    PIC 9(02).
          03 TIPO-TRANS      PIC X(01).
          03 EMPRESA-TRANS   PIC X(30).
          03 SUPERV-TRANS    PIC X(20).
          03 INICIO-TRANS    PIC 9(08).
          03 FIM-TRANS-EST   PIC 9(08).
          03 HORAS-TRANS     PIC 9(02).
          03 APOLICE-TRANS   PIC X(15).

       FD ESTAGION
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "ESTAGION.DAT".
       01 REG-NOVO.
          03 NUMERO-NOVO     PIC 9(05).
          03 SEQ-NOVO        PIC 9(02).
          03 EMPRESA-NOVO    PIC X(30).
          03 SUPERV-NOVO     PIC X(20).
          03 INICIO-NOVO     PIC 9(08).
          03 FIM-NOVO        PIC 9(08).
          03 HORAS-NOVO      PIC 9(02).
          03 APOLICE-NOVO    PIC X(15).

       FD LOG-MANUT
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "LOGEST.DAT".
       01 REG-LOG.
          03 NUMERO-LOG    PIC 9(05).
          03 SEQ-LOG       PIC 9(02).
          03 TIPO-LOG      PIC X(01).
          03 STATUS-LOG    PIC X(09).
          03 DATA-LOG.
             04 DATA-LOG-AAAA  PIC 9(04).
             04 DATA-LOG-MM    PIC 9(02).
             04 DATA-LOG-DD    PIC 9(02).
          03 OPER-LOG      PIC X(06).

       FD CADALU2
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "CADALU2.DAT".
       01 REG-ENT.
          03 NUMERO-ENT   PIC 9(05).
          03 NOME-ENT     PIC X(20).
          03 NOTA1-ENT    PIC 9(02)V9(02).
          03 NOTA2-ENT    PIC 9(02)V99.
          03 FALTAS-ENT   PIC X(02).

       FD PERFIL-ALUNO
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "PERFIL-ALUNO.DAT".
       01 REG-PERFIL.
          03 NUMERO-PF    PIC 9(05).
          03 NOME-PF      PIC X(20).
          03 FILLER       PIC X(99).

       FD AUTORIZA
          LABEL    RECORD        ARE        STANDARD
          VALUE   OF FILE-ID     IS        "AUTORIZA.DAT".
       01 REG-AUT.
          03 OPER-AUT     PIC X(06).
          03 PROG-AUT     PIC X(08).
          03 TIPOS-AUT    PIC X(04).

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

       01  DATA-RUN.
           02 DATA-RUN-AAAA  PIC 9(04).
           02 DATA-RUN-MM    PIC 9(02).
           02 DATA-RUN-DD    PIC 9(02).

       01  HORA-RUN.
           02 HORA-RUN-HMS   PIC 9(06).
           02 FILLER         PIC 9(02).
       77 FIM-MESTRE   PIC X(03)  VALUE "NAO".
       77 FIM-TRANS    PIC X(03)  VALUE "NAO".
       77 CHAVE-MESTRE PIC 9(07)  VALUE ZEROS.
       77 CHAVE-TRANS  PIC 9(07)  VALUE ZEROS.
       77 MESTRE-ATIVO PIC X(03)  VALUE "NAO".
       77 CHAVE-TRANS-ANT PIC 9(07) VALUE ZEROS.
       77 FIM-AUT      PIC X(03)  VALUE "NAO".
       77 ACHOU-AUT    PIC X(03)  VALUE "NAO".
       77 OPERADOR     PIC X(06)  VALUE SPACES.
       77 PROGRAMA-AUT PIC X(08)  VALUE "EX05I".
       77 TIPOS-PERMITIDOS PIC X(04) VALUE SPACES.
       77 CTR-AUT      PIC 9(01)  VALUE ZEROS.
       77 TIPO-PERMITIDO PIC X(03) VALUE "NAO".
       77 STATUS-RUN   PIC X(08)  VALUE "NORMAL".
       77 CHAVE-ATUAL  PIC 9(07)  VALUE ZEROS.
       77 FIM-ALU      PIC X(03)  VALUE "NAO".
       77 FIM-PF       PIC X(03)  VALUE "NAO".
       77 QT-ALU       PIC 9(04)  VALUE ZEROS.
       77 CTR-ALU      PIC 9(04)  VALUE ZEROS.
       77 ACHOU-ALU    PIC X(03)  VALUE "NAO".

       01 AREA-ATUAL.
          02 NUMERO-AT    PIC 9(05).
          02 SEQ-AT       PIC 9(02).
          02 EMPRESA-AT   PIC X(30).
          02 SUPERV-AT    PIC X(20).
          02 INICIO-AT    PIC 9(08).
          02 FIM-AT       PIC 9(08).
          02 HORAS-AT     PIC 9(02).
          02 APOLICE-AT   PIC X(15).

       01 AREA-ANTERIOR   PIC X(90).

       01 TAB-ALUNOS.
          02 NUMERO-ALU-TAB  PIC 9(05) OCCURS 2000 TIMES.

       01 HOJE.
          02 HOJE-AAAA  PIC 9(04).
          02 HOJE-MM    PIC 9(02).
          02 HOJE-DD    PIC 9(02).

       PROCEDURE DIVISION.
       PGM-EX05I.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                   UNTIL FIM-MESTRE EQUAL "SIM"
                   AND   FIM-TRANS  EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM    GRAVA-RUN-INICIO.
           PERFORM VERIFICA-OPERADOR.
           PERFORM CARGA-ALUNOS.
           PERFORM CARGA-PERFIL.
           OPEN INPUT  ESTAGIO
                       TRANEST
                OUTPUT ESTAGION
                       LOG-MANUT.
           ACCEPT HOJE FROM DATE YYYYMMDD.
           PERFORM LEITURA-MESTRE.
           PERFORM LEITURA-TRANS.

       VERIFICA-OPERADOR.
           DISPLAY "INFORME O CODIGO DO OPERADOR: ".
           ACCEPT OPERADOR.
           OPEN INPUT AUTORIZA.
           PERFORM LEITURA-AUTORIZA
                   UNTIL FIM-AUT EQUAL "SIM".
           CLOSE AUTORIZA.
           IF   ACHOU-AUT EQUAL "NAO"
                DISPLAY "OPERADOR " OPERADOR
                        " SEM AUTORIZACAO PARA " PROGRAMA-AUT
                MOVE 8 TO RETURN-CODE
                STOP RUN.

       LEITURA-AUTORIZA.
           READ AUTORIZA
                AT END
                MOVE "SIM" TO FIM-AUT.
           IF   FIM-AUT  NOT EQUAL "SIM"
                AND OPER-AUT EQUAL OPERADOR
                AND PROG-AUT EQUAL PROGRAMA-AUT
                MOVE "SIM"     TO ACHOU-AUT
                MOVE TIPOS-AUT TO TIPOS-PERMITIDOS.

       VERIFICA-TIPO-AUTORIZADO.
           MOVE "NAO" TO TIPO-PERMITIDO.
           MOVE 1     TO CTR-AUT.
           PERFORM TESTA-TIPO-AUT 4 TIMES.

       TESTA-TIPO-AUT.
           IF   TIPOS-PERMITIDOS (CTR-AUT:1) EQUAL TIPO-TRANS
                MOVE "SIM" TO TIPO-PERMITIDO.
           ADD  1     TO CTR-AUT.

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
                PERFORM INCLUI-ALUNO.

       CARGA-PERFIL.
           OPEN INPUT PERFIL-ALUNO.
           PERFORM LEITURA-PERFIL
                   UNTIL FIM-PF EQUAL "SIM".
           CLOSE PERFIL-ALUNO.

       LEITURA-PERFIL.
           READ PERFIL-ALUNO
                AT END
                MOVE "SIM" TO FIM-PF.
           IF   FIM-PF NOT EQUAL "SIM"
                MOVE NUMERO-PF TO NUMERO-ENT
                PERFORM INCLUI-ALUNO.

       INCLUI-ALUNO.
           IF   QT-ALU EQUAL 2000
                DISPLAY "ALUNOS EXCEDEM A TABELA DE 2000"
                        " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                STOP RUN
           ELSE
                ADD  1          TO QT-ALU
                MOVE NUMERO-ENT TO NUMERO-ALU-TAB (QT-ALU).

       BUSCA-ALUNO.
           MOVE "NAO" TO ACHOU-ALU.
           MOVE 1     TO CTR-ALU.
           PERFORM PESQUISA-ALUNO QT-ALU TIMES.

       PESQUISA-ALUNO.
           IF   NUMERO-TRANS EQUAL NUMERO-ALU-TAB (CTR-ALU)
                MOVE "SIM" TO ACHOU-ALU.
           ADD  1     TO CTR-ALU.

       LEITURA-MESTRE.
           READ ESTAGIO
                AT END
                MOVE "SIM" TO FIM-MESTRE.
           IF   FIM-MESTRE EQUAL "SIM"
                MOVE 9999999   TO CHAVE-MESTRE
           ELSE
                MOVE CHAVE-EST TO CHAVE-MESTRE.

       LEITURA-TRANS.
           READ TRANEST
                AT END
                MOVE "SIM" TO FIM-TRANS.
           IF   FIM-TRANS  EQUAL "SIM"
                MOVE 9999999    TO CHAVE-TRANS
           ELSE
                ADD  1            TO CT-RUN-ENTRADA
                MOVE CHAVE-TRANS-REG TO CHAVE-TRANS
                PERFORM VERIFICA-SEQUENCIA
                MOVE CHAVE-TRANS  TO CHAVE-TRANS-ANT.

       VERIFICA-SEQUENCIA.
           IF   CHAVE-TRANS LESS THAN CHAVE-TRANS-ANT
                DISPLAY "TRANEST FORA DE SEQUENCIA NA CHAVE "
                        CHAVE-TRANS " - EXECUCAO ABORTADA."
                MOVE 8 TO RETURN-CODE
                MOVE "SEQ-ERRO" TO STATUS-RUN
                PERFORM FIM
                STOP RUN.

       PRINCIPAL.
           IF        CHAVE-MESTRE NOT GREATER THAN CHAVE-TRANS
                     MOVE REG-EST      TO AREA-ATUAL
                     MOVE "SIM"        TO MESTRE-ATIVO
                     MOVE CHAVE-MESTRE TO CHAVE-ATUAL
                     PERFORM LEITURA-MESTRE
           ELSE
                     MOVE CHAVE-TRANS  TO CHAVE-ATUAL
                     MOVE "NAO"        TO MESTRE-ATIVO.
           PERFORM   APLICA-TRANSACOES
                     UNTIL CHAVE-TRANS NOT EQUAL CHAVE-ATUAL.
           IF        MESTRE-ATIVO EQUAL "SIM"
                     PERFORM GRAVA-ATUAL.

       APLICA-TRANSACOES.
           PERFORM   VERIFICA-TIPO-AUTORIZADO.
           IF        TIPO-PERMITIDO EQUAL "NAO"
                     PERFORM GRAVA-LOG-NAO-AUT
           ELSE
           IF        TIPO-TRANS  EQUAL "I"
                     PERFORM TRATA-INCLUSAO
           ELSE
           IF        TIPO-TRANS  EQUAL "A"
                     PERFORM TRATA-ALTERACAO
           ELSE
           IF        TIPO-TRANS  EQUAL "E"
                     PERFORM TRATA-EXCLUSAO
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.
           PERFORM   LEITURA-TRANS.

       TRATA-INCLUSAO.
           PERFORM   BUSCA-ALUNO.
           IF        MESTRE-ATIVO EQUAL "NAO"
                     AND ACHOU-ALU EQUAL "SIM"
                     AND INICIO-TRANS NOT EQUAL ZEROS
                     AND FIM-TRANS-EST NOT LESS THAN INICIO-TRANS
                     MOVE NUMERO-TRANS  TO NUMERO-AT
                     MOVE SEQ-TRANS     TO SEQ-AT
                     MOVE EMPRESA-TRANS TO EMPRESA-AT
                     MOVE SUPERV-TRANS  TO SUPERV-AT
                     MOVE INICIO-TRANS  TO INICIO-AT
                     MOVE FIM-TRANS-EST TO FIM-AT
                     MOVE HORAS-TRANS   TO HORAS-AT
                     MOVE APOLICE-TRANS TO APOLICE-AT
                     MOVE "SIM"        TO MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       TRATA-ALTERACAO.
           IF        MESTRE-ATIVO EQUAL "SIM"
                     MOVE AREA-ATUAL   TO AREA-ANTERIOR
                     PERFORM ATUALIZA-CAMPOS-AT
                     PERFORM CONFERE-DATAS-AT
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       ATUALIZA-CAMPOS-AT.
           IF        EMPRESA-TRANS NOT EQUAL SPACES
                     MOVE EMPRESA-TRANS TO EMPRESA-AT.
           IF        SUPERV-TRANS  NOT EQUAL SPACES
                     MOVE SUPERV-TRANS  TO SUPERV-AT.
           IF        INICIO-TRANS  NOT EQUAL ZEROS
                     MOVE INICIO-TRANS  TO INICIO-AT.
           IF        FIM-TRANS-EST NOT EQUAL ZEROS
                     MOVE FIM-TRANS-EST TO FIM-AT.
           IF        HORAS-TRANS   NOT EQUAL ZEROS
                     MOVE HORAS-TRANS   TO HORAS-AT.
           IF        APOLICE-TRANS NOT EQUAL SPACES
                     MOVE APOLICE-TRANS TO APOLICE-AT.

       CONFERE-DATAS-AT.
           IF        FIM-AT LESS THAN INICIO-AT
                     MOVE AREA-ANTERIOR TO AREA-ATUAL
                     PERFORM GRAVA-LOG-REJEITADA
           ELSE
                     PERFORM GRAVA-LOG-APLICADA.

       TRATA-EXCLUSAO.
           IF        MESTRE-ATIVO EQUAL "SIM"
                     MOVE "NAO"        TO MESTRE-ATIVO
                     PERFORM GRAVA-LOG-APLICADA
           ELSE
                     PERFORM GRAVA-LOG-REJEITADA.

       GRAVA-ATUAL.
           ADD  1          TO CT-RUN-SAIDA.
           MOVE AREA-ATUAL TO REG-NOVO.
           WRITE REG-NOVO.

       GRAVA-LOG-APLICADA.
           MOVE NUMERO-TRANS TO NUMERO-LOG.
           MOVE SEQ-TRANS    TO SEQ-LOG.
           MOVE TIPO-TRANS   TO TIPO-LOG.
           MOVE "APLICADA"   TO STATUS-LOG.
           MOVE HOJE         TO DATA-LOG.
           MOVE OPERADOR     TO OPER-LOG.
           WRITE REG-LOG.

       GRAVA-LOG-REJEITADA.
           ADD  1            TO CT-RUN-REJ.
           MOVE NUMERO-TRANS TO NUMERO-LOG.
           MOVE SEQ-TRANS    TO SEQ-LOG.
           MOVE TIPO-TRANS   TO TIPO-LOG.
           MOVE "REJEITADA"  TO STATUS-LOG.
           MOVE HOJE         TO DATA-LOG.
           MOVE OPERADOR     TO OPER-LOG.
           WRITE REG-LOG.

       GRAVA-LOG-NAO-AUT.
           MOVE NUMERO-TRANS TO NUMERO-LOG.
           MOVE SEQ-TRANS    TO SEQ-LOG.
           MOVE TIPO-TRANS   TO TIPO-LOG.
           MOVE "NAO-AUTOR"  TO STATUS-LOG.
           MOVE HOJE         TO DATA-LOG.
           MOVE OPERADOR     TO OPER-LOG.
           WRITE REG-LOG.

       FIM.

           PERFORM   GRAVA-RUN-FIM.
           CLOSE ESTAGIO
                 TRANEST
                 ESTAGION
                 LOG-MANUT.

       GRAVA-RUN-INICIO.

           OPEN EXTEND      RUN-LOG.
           PERFORM   LE-RUNID.
           ACCEPT    DATA-RUN   FROM   DATE YYYYMMDD.
           ACCEPT    HORA-RUN   FROM   TIME.
           MOVE      "EX05I"       TO   RUN-PROGRAMA.
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
           MOVE      "EX05I"       TO   RUN-PROGRAMA.
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
