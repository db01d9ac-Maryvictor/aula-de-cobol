       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM09.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  EDICAO DE ENTRADA DO ARQUIVO DE CASOS CADENT1.DAT,
      *          RODADA ANTES DO PGM03 (RELCURA E SUBSAUDE). CADA
      *          REGISTRO E CONFERIDO E SO OS APROVADOS VAO PARA O
      *          ARQUIVO LIMPO CADENT1V.DAT, QUE E O QUE O PGM03 LE.
      *          TODA OCORRENCIA SAI NO ARQUIVO DE EXCECAO
      *          CADENT1X.DAT COM A IMAGEM DO REGISTRO, O CODIGO DO
      *          MOTIVO E A GRAVIDADE (C = CRITICA, REGISTRO
      *          RECUSADO; A = ALERTA):
      *            01 C DATA INVALIDA (DIA/MES/ANO)
      *            02 C DATA POSTERIOR A DATA DA RODADA
      *            03 A DATA FORA DA JANELA DO PARAM-DATA (O
      *                 REGISTRO NAO VAI AO LIMPO, COMO O PGM03 JA
      *                 FAZIA AO SELECIONAR A JANELA)
      *            04 C CURADOS MAIOR QUE CASOS
      *            05 C ESTADO/CIDADE SEM ENTRADA NO POPULACAO.DAT
      *            06 C CIDADE+DATA REPETIDA (FICA A PRIMEIRA)
      *            07 A SALTO DE CASOS DA CIDADE CONTRA O DIA
      *                 ANTERIOR INFORMADO NO PROPRIO ARQUIVO
      *            08 A SALTO DO TOTAL DO ESTADO NA RODADA CONTRA O
      *                 ULTIMO TOTAL DO ESTADO NO HISTEPI.DAT
      *            09 C CASOS OU CURADOS NAO NUMERICOS
      *          O SALTO E O VALOR ATUAL ACIMA DE FATOR VEZES O DE
      *          REFERENCIA, APURADO SO QUANDO A REFERENCIA CHEGA A
      *          UMA BASE MINIMA; FATOR E BASE VEM DO PARAM-EDICAO.DAT
      *          (SEM ELE, FATOR 3,0 E BASE 10). REGISTRO COM ALERTA
      *          07 SEGUE PARA O LIMPO. TERMINA COM RETURN-CODE 8
      *          QUANDO HOUVER OCORRENCIA CRITICA, PARA O PGM03 NAO
      *          RODAR ANTES DA CORRECAO DO CADENT1 E DE NOVA EDICAO,
      *          E COM RETURN-CODE 4 QUANDO HOUVER SO ALERTAS.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   CADENT           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL PARAM-DATA ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL PARAM-EDICAO ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL POPULACAO ASSIGN     TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   OPTIONAL HISTEPI ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   CADLIMPO         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.
           SELECT   CADEXC           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

       DATA                           DIVISION.

       FILE SECTION.
       FD  CADENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT1.DAT".

       01  REG-ENT.
             02 ESTADO-ENT       PIC X(02).
             02 CIDADE-ENT       PIC X(30).
             02 DATA-ENT.
                03 DIA-ENT       PIC 9(02).
                03 MES-ENT       PIC 9(02).
                03 ANO-ENT       PIC 9(04).
             02 CASOS-ENT        PIC 9(05).
             02 CURADOS-ENT      PIC 9(05).

       FD  PARAM-DATA
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-DATA.DAT".

       01  REG-PARAM-DATA.
             02 DATA-INI-ARQ     PIC 9(08).
             02 DATA-FIM-ARQ     PIC 9(08).

       FD  PARAM-EDICAO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-EDICAO.DAT".

       01  REG-PARAM-EDICAO.
             02 FATOR-SALTO-ARQ  PIC 9(02)V9.
             02 BASE-SALTO-ARQ   PIC 9(05).

       FD  POPULACAO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "POPULACAO.DAT".

       01  REG-POP.
             02 ESTADO-POP       PIC X(02).
             02 CIDADE-POP       PIC X(30).
             02 HABITANTES-POP   PIC 9(08).

       FD  HISTEPI
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "HISTEPI.DAT".

       01  REG-HISTEPI.
             02 DATA-GER-HIST    PIC 9(08).
             02 DATA-INI-HIST    PIC 9(08).
             02 DATA-FIM-HIST    PIC 9(08).
             02 ESTADO-HIST      PIC X(02).
             02 CASOS-HIST       PIC 9(07).
             02 CURADOS-HIST     PIC 9(07).

       FD  CADLIMPO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT1V.DAT".

       01  REG-LIMPO             PIC X(50).

       FD  CADEXC
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT1X.DAT".

       01  REG-EXC.
             02 IMAGEM-EXC.
                03 ESTADO-EXC    PIC X(02).
                03 RESTO-EXC     PIC X(48).
             02 COD-EXC          PIC 9(02).
             02 GRAV-EXC         PIC X(01).
             02 DESC-EXC         PIC X(30).
             02 VALOR-EXC        PIC 9(07).
             02 REFER-EXC        PIC 9(07).

       WORKING-STORAGE SECTION.

       77  FIM-ARQ            PIC X(03)           VALUE "NAO".
       77  FIM-POP            PIC X(03)           VALUE "NAO".
       77  FIM-HIST           PIC X(03)           VALUE "NAO".
       77  DATA-INI-PARAM     PIC 9(08)           VALUE ZEROS.
       77  DATA-FIM-PARAM     PIC 9(08)           VALUE 99999999.
       77  FATOR-SALTO        PIC 9(02)V9         VALUE 3,0.
       77  BASE-SALTO         PIC 9(05)           VALUE 10.
       77  DATA-COMP-ENT      PIC 9(08)           VALUE ZEROS.
       77  DATA-VALIDA        PIC X(03)           VALUE "SIM".
       77  DIA-MAX            PIC 9(02)           VALUE ZEROS.
       77  QUOC-DATA          PIC 9(04)           VALUE ZEROS.
       77  RESTO-4            PIC 9(04)           VALUE ZEROS.
       77  RESTO-100          PIC 9(04)           VALUE ZEROS.
       77  RESTO-400          PIC 9(04)           VALUE ZEROS.
       77  QT-POP             PIC 9(03)           VALUE ZEROS.
       77  CTR-POP            PIC 9(03)           VALUE ZEROS.
       77  ACHOU-POP          PIC X(03)           VALUE "NAO".
       77  QT-REG             PIC 9(04)           VALUE ZEROS.
       77  CTR-REG            PIC 9(04)           VALUE ZEROS.
       77  CTR-ANT            PIC 9(04)           VALUE ZEROS.
       77  DUPLICADO          PIC X(03)           VALUE "NAO".
       77  DATA-ANT           PIC 9(08)           VALUE ZEROS.
       77  CASOS-ANT          PIC 9(05)           VALUE ZEROS.
       77  LIMITE-SALTO       PIC 9(08)V9         VALUE ZEROS.
       77  QT-EST             PIC 9(02)           VALUE ZEROS.
       77  CTR-EST            PIC 9(02)           VALUE ZEROS.
       77  IND-EST            PIC 9(02)           VALUE ZEROS.
       77  ESTADO-BUSCA       PIC X(02)           VALUE SPACES.
       77  CT-LIDOS           PIC 9(05)           VALUE ZEROS.
       77  CT-LIMPOS          PIC 9(05)           VALUE ZEROS.
       77  CT-CRITICOS        PIC 9(05)           VALUE ZEROS.
       77  CT-FORA            PIC 9(05)           VALUE ZEROS.
       77  CT-ALERTAS         PIC 9(05)           VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).
       01  HOJE-NUM REDEFINES HOJE PIC 9(08).

       01  IMAGEM-ATUAL      PIC X(50)  VALUE SPACES.

       01  TAB-DIAS.
           02 FILLER         PIC X(24)  VALUE
                             "312831303130313130313031".
       01  TAB-DIAS-R REDEFINES TAB-DIAS.
           02 DIAS-MES-TAB   PIC 9(02)  OCCURS 12 TIMES.

       01  TAB-POP.
           02 ITEM-POP-TAB    OCCURS 500 TIMES.
              03 ESTADO-POP-TAB   PIC X(02).
              03 CIDADE-POP-TAB   PIC X(30).

       01  TAB-REG.
           02 ITEM-REG-TAB    OCCURS 2000 TIMES.
              03 IMAGEM-REG-TAB   PIC X(50).
              03 ESTADO-REG-TAB   PIC X(02).
              03 CIDADE-REG-TAB   PIC X(30).
              03 DATA-REG-TAB     PIC 9(08).
              03 CASOS-REG-TAB    PIC 9(05).
              03 SIT-REG-TAB      PIC X(01).

       01  TAB-EST.
           02 ITEM-EST-TAB    OCCURS 30 TIMES.
              03 ESTADO-EST-TAB   PIC X(02).
              03 CASOS-HIST-TAB   PIC 9(07).
              03 CASOS-RODADA-TAB PIC 9(07).

       PROCEDURE                                   DIVISION.

       PGM-PGM09.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-ARQ      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE      FROM      DATE YYYYMMDD.
           PERFORM    LE-PARAMETRO-DATA.
           PERFORM    LE-PARAMETRO-EDICAO.
           PERFORM    CARGA-POPULACAO.
           PERFORM    CARGA-HISTEPI.
           OPEN INPUT       CADENT
                OUTPUT      CADLIMPO
                            CADEXC.
           PERFORM    LEITURA.

       LE-PARAMETRO-DATA.

           OPEN     INPUT     PARAM-DATA.
           READ     PARAM-DATA
                    AT END
                    MOVE      ZEROS    TO    DATA-INI-ARQ
                    MOVE      ZEROS    TO    DATA-FIM-ARQ.
           IF       DATA-INI-ARQ    NOT EQUAL    ZEROS   AND
                    DATA-FIM-ARQ    NOT EQUAL    ZEROS
                    MOVE      DATA-INI-ARQ    TO    DATA-INI-PARAM
                    MOVE      DATA-FIM-ARQ    TO    DATA-FIM-PARAM.
           CLOSE    PARAM-DATA.

       LE-PARAMETRO-EDICAO.

           OPEN     INPUT     PARAM-EDICAO.
           READ     PARAM-EDICAO
                    AT END
                    MOVE      ZEROS    TO    FATOR-SALTO-ARQ
                    MOVE      ZEROS    TO    BASE-SALTO-ARQ.
           IF       FATOR-SALTO-ARQ NOT EQUAL    ZEROS
                    MOVE      FATOR-SALTO-ARQ TO    FATOR-SALTO.
           IF       BASE-SALTO-ARQ  NOT EQUAL    ZEROS
                    MOVE      BASE-SALTO-ARQ  TO    BASE-SALTO.
           CLOSE    PARAM-EDICAO.

       CARGA-POPULACAO.

           OPEN      INPUT     POPULACAO.
           PERFORM   LEITURA-POPULACAO
                     UNTIL     FIM-POP   EQUAL   "SIM".
           CLOSE     POPULACAO.

       LEITURA-POPULACAO.

           READ      POPULACAO
                     AT END
                     MOVE     "SIM"      TO     FIM-POP.
           IF        FIM-POP   NOT EQUAL "SIM"
                     IF        QT-POP    EQUAL     500
                               DISPLAY "POPULACAO EXCEDE A TABELA DE"
                                       " 500 - EXECUCAO ABORTADA."
                               MOVE    8          TO   RETURN-CODE
                               STOP RUN
                     ELSE
                               ADD     1          TO   QT-POP
                               MOVE    ESTADO-POP TO
                                       ESTADO-POP-TAB (QT-POP)
                               MOVE    CIDADE-POP TO
                                       CIDADE-POP-TAB (QT-POP).

       CARGA-HISTEPI.

           OPEN      INPUT     HISTEPI.
           PERFORM   LEITURA-HISTEPI
                     UNTIL     FIM-HIST  EQUAL   "SIM".
           CLOSE     HISTEPI.

       LEITURA-HISTEPI.

           READ      HISTEPI
                     AT END
                     MOVE     "SIM"      TO     FIM-HIST.
           IF        FIM-HIST  NOT EQUAL "SIM"
                AND  ESTADO-HIST NOT EQUAL "GE"
                     MOVE      ESTADO-HIST  TO   ESTADO-BUSCA
                     PERFORM   BUSCA-ESTADO
                     MOVE      CASOS-HIST   TO
                               CASOS-HIST-TAB (IND-EST).

       BUSCA-ESTADO.

           MOVE      ZEROS    TO    IND-EST.
           MOVE      1        TO    CTR-EST.
           PERFORM   PESQUISA-ESTADO    QT-EST  TIMES.
           IF        IND-EST   EQUAL  ZEROS
                     IF        QT-EST    EQUAL     30
                               DISPLAY "ESTADOS EXCEDEM A TABELA DE"
                                       " 30 - EXECUCAO ABORTADA."
                               MOVE    8          TO   RETURN-CODE
                               STOP RUN
                     ELSE
                               ADD     1          TO   QT-EST
                               MOVE    QT-EST     TO   IND-EST
                               MOVE    ESTADO-BUSCA  TO
                                       ESTADO-EST-TAB (IND-EST)
                               MOVE    ZEROS      TO
                                       CASOS-HIST-TAB (IND-EST)
                                       CASOS-RODADA-TAB (IND-EST).

       PESQUISA-ESTADO.

           IF        ESTADO-BUSCA  EQUAL  ESTADO-EST-TAB (CTR-EST)
                     MOVE  CTR-EST   TO   IND-EST.
           ADD       1        TO    CTR-EST.

       LEITURA.

           READ CADENT
                AT END
                MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.

           ADD       1              TO   CT-LIDOS.
           IF        QT-REG    EQUAL     2000
                     DISPLAY "CADENT1 EXCEDE A TABELA DE 2000"
                             " - EXECUCAO ABORTADA."
                     MOVE    8          TO   RETURN-CODE
                     STOP RUN.
           ADD       1              TO   QT-REG.
           MOVE      REG-ENT        TO   IMAGEM-ATUAL
                                         IMAGEM-REG-TAB (QT-REG).
           MOVE      ESTADO-ENT     TO   ESTADO-REG-TAB (QT-REG).
           MOVE      CIDADE-ENT     TO   CIDADE-REG-TAB (QT-REG).
           MOVE      ZEROS          TO   DATA-REG-TAB (QT-REG)
                                         CASOS-REG-TAB (QT-REG).
           MOVE      "L"            TO   SIT-REG-TAB (QT-REG).
           PERFORM   VALIDA-REGISTRO.
           IF        SIT-REG-TAB (QT-REG)  EQUAL  "C"
                     ADD   1        TO   CT-CRITICOS.
           IF        SIT-REG-TAB (QT-REG)  EQUAL  "F"
                     ADD   1        TO   CT-FORA.
           PERFORM   LEITURA.

       VALIDA-REGISTRO.

           PERFORM   VALIDA-DATA.
           IF        DATA-VALIDA    EQUAL  "NAO"
                     MOVE  01       TO   COD-EXC
                     MOVE  "DATA INVALIDA"  TO  DESC-EXC
                     PERFORM  REJEITA-REGISTRO
           ELSE
                     COMPUTE   DATA-COMP-ENT   =   ANO-ENT * 10000
                                                +  MES-ENT * 100
                                                +  DIA-ENT
                     MOVE  DATA-COMP-ENT  TO  DATA-REG-TAB (QT-REG)
                     PERFORM  VALIDA-PERIODO.
           IF        CASOS-ENT      NOT NUMERIC  OR
                     CURADOS-ENT    NOT NUMERIC
                     MOVE  09       TO   COD-EXC
                     MOVE  "CASOS/CURADOS NAO NUMERICOS" TO DESC-EXC
                     PERFORM  REJEITA-REGISTRO
           ELSE
                     MOVE  CASOS-ENT  TO  CASOS-REG-TAB (QT-REG)
                     IF    CURADOS-ENT    GREATER THAN  CASOS-ENT
                           MOVE  04       TO   COD-EXC
                           MOVE  "CURADOS MAIOR QUE CASOS"
                                          TO   DESC-EXC
                           PERFORM  REJEITA-REGISTRO.
           PERFORM   BUSCA-POPULACAO.
           IF        ACHOU-POP      EQUAL  "NAO"
                     MOVE  05       TO   COD-EXC
                     MOVE  "CIDADE/ESTADO SEM POPULACAO" TO DESC-EXC
                     PERFORM  REJEITA-REGISTRO.
           IF        SIT-REG-TAB (QT-REG)  NOT EQUAL  "C"
                     PERFORM  VERIFICA-DUPLICADO.

       VALIDA-DATA.

           MOVE      "SIM"          TO   DATA-VALIDA.
           IF        DATA-ENT       NOT NUMERIC
                     MOVE "NAO"     TO   DATA-VALIDA
           ELSE
               IF    MES-ENT   LESS THAN  1  OR
                     MES-ENT   GREATER THAN  12  OR
                     ANO-ENT   LESS THAN  1900
                     MOVE "NAO"     TO   DATA-VALIDA
               ELSE
                     MOVE  DIAS-MES-TAB (MES-ENT)  TO  DIA-MAX
                     PERFORM  AJUSTA-FEVEREIRO
                     IF    DIA-ENT   LESS THAN  1  OR
                           DIA-ENT   GREATER THAN  DIA-MAX
                           MOVE "NAO"     TO   DATA-VALIDA.

       AJUSTA-FEVEREIRO.

           DIVIDE    ANO-ENT  BY  4    GIVING  QUOC-DATA
                                       REMAINDER  RESTO-4.
           DIVIDE    ANO-ENT  BY  100  GIVING  QUOC-DATA
                                       REMAINDER  RESTO-100.
           DIVIDE    ANO-ENT  BY  400  GIVING  QUOC-DATA
                                       REMAINDER  RESTO-400.
           IF        MES-ENT  EQUAL  2
                AND  RESTO-4  EQUAL  ZERO
                AND  (RESTO-100  NOT EQUAL  ZERO
                      OR  RESTO-400  EQUAL  ZERO)
                     MOVE  29      TO     DIA-MAX.

       VALIDA-PERIODO.

           IF        DATA-COMP-ENT  GREATER THAN  HOJE-NUM
                     MOVE  02       TO   COD-EXC
                     MOVE  "DATA POSTERIOR A RODADA" TO DESC-EXC
                     PERFORM  REJEITA-REGISTRO
           ELSE
               IF    DATA-COMP-ENT  LESS THAN     DATA-INI-PARAM  OR
                     DATA-COMP-ENT  GREATER THAN  DATA-FIM-PARAM
                     MOVE  03       TO   COD-EXC
                     MOVE  "A"      TO   GRAV-EXC
                     MOVE  "DATA FORA DA JANELA PARAM-DATA"
                                    TO   DESC-EXC
                     MOVE  ZEROS    TO   VALOR-EXC
                                         REFER-EXC
                     PERFORM  GRAVA-EXCECAO
                     MOVE  "F"      TO   SIT-REG-TAB (QT-REG).

       REJEITA-REGISTRO.

           MOVE      "C"            TO   GRAV-EXC.
           MOVE      ZEROS          TO   VALOR-EXC
                                         REFER-EXC.
           PERFORM   GRAVA-EXCECAO.
           MOVE      "C"            TO   SIT-REG-TAB (QT-REG).

       BUSCA-POPULACAO.

           MOVE      "NAO"    TO    ACHOU-POP.
           MOVE      1        TO    CTR-POP.
           PERFORM   PESQUISA-POPULACAO   QT-POP  TIMES.

       PESQUISA-POPULACAO.

           IF        ESTADO-ENT  EQUAL  ESTADO-POP-TAB (CTR-POP)
                AND  CIDADE-ENT  EQUAL  CIDADE-POP-TAB (CTR-POP)
                     MOVE  "SIM"   TO   ACHOU-POP.
           ADD       1        TO    CTR-POP.

       VERIFICA-DUPLICADO.

           MOVE      "NAO"    TO    DUPLICADO.
           MOVE      1        TO    CTR-ANT.
           COMPUTE   CTR-REG  =  QT-REG - 1.
           PERFORM   PESQUISA-DUPLICADO   CTR-REG  TIMES.
           IF        DUPLICADO      EQUAL  "SIM"
                     MOVE  06       TO   COD-EXC
                     MOVE  "CIDADE+DATA REPETIDA"  TO  DESC-EXC
                     PERFORM  REJEITA-REGISTRO.

       PESQUISA-DUPLICADO.

           IF        SIT-REG-TAB (CTR-ANT)   NOT EQUAL  "C"
                AND  ESTADO-REG-TAB (CTR-ANT) EQUAL  ESTADO-ENT
                AND  CIDADE-REG-TAB (CTR-ANT) EQUAL  CIDADE-ENT
                AND  DATA-REG-TAB (CTR-ANT)   EQUAL
                     DATA-REG-TAB (QT-REG)
                     MOVE  "SIM"   TO   DUPLICADO.
           ADD       1        TO    CTR-ANT.

       GRAVA-EXCECAO.

           MOVE      IMAGEM-ATUAL   TO   IMAGEM-EXC.
           WRITE     REG-EXC.

       GRAVA-LIMPO.

           IF        SIT-REG-TAB (CTR-REG)  EQUAL  "L"
                     PERFORM  VERIFICA-SALTO-CIDADE
                     WRITE    REG-LIMPO FROM IMAGEM-REG-TAB (CTR-REG)
                     ADD      1       TO   CT-LIMPOS
                     MOVE     ESTADO-REG-TAB (CTR-REG) TO
                              ESTADO-BUSCA
                     PERFORM  BUSCA-ESTADO
                     ADD      CASOS-REG-TAB (CTR-REG)  TO
                              CASOS-RODADA-TAB (IND-EST).
           ADD       1        TO    CTR-REG.

       VERIFICA-SALTO-CIDADE.

           MOVE      ZEROS    TO    DATA-ANT
                                    CASOS-ANT.
           MOVE      1        TO    CTR-ANT.
           PERFORM   PESQUISA-DIA-ANTERIOR   QT-REG  TIMES.
           COMPUTE   LIMITE-SALTO  =  CASOS-ANT * FATOR-SALTO.
           IF        DATA-ANT       NOT EQUAL  ZEROS
                AND  CASOS-ANT      NOT LESS THAN  BASE-SALTO
                AND  CASOS-REG-TAB (CTR-REG)  GREATER THAN
                     LIMITE-SALTO
                     MOVE  IMAGEM-REG-TAB (CTR-REG) TO IMAGEM-ATUAL
                     MOVE  07       TO   COD-EXC
                     MOVE  "A"      TO   GRAV-EXC
                     MOVE  "SALTO CONTRA O DIA ANTERIOR"
                                    TO   DESC-EXC
                     MOVE  CASOS-REG-TAB (CTR-REG)  TO  VALOR-EXC
                     MOVE  CASOS-ANT                TO  REFER-EXC
                     PERFORM  GRAVA-EXCECAO
                     ADD   1        TO   CT-ALERTAS.

       PESQUISA-DIA-ANTERIOR.

           IF        SIT-REG-TAB (CTR-ANT)   EQUAL  "L"
                AND  ESTADO-REG-TAB (CTR-ANT) EQUAL
                     ESTADO-REG-TAB (CTR-REG)
                AND  CIDADE-REG-TAB (CTR-ANT) EQUAL
                     CIDADE-REG-TAB (CTR-REG)
                AND  DATA-REG-TAB (CTR-ANT)   LESS THAN
                     DATA-REG-TAB (CTR-REG)
                AND  DATA-REG-TAB (CTR-ANT)   GREATER THAN  DATA-ANT
                     MOVE  DATA-REG-TAB (CTR-ANT)   TO  DATA-ANT
                     MOVE  CASOS-REG-TAB (CTR-ANT)  TO  CASOS-ANT.
           ADD       1        TO    CTR-ANT.

       VERIFICA-SALTO-ESTADO.

           COMPUTE   LIMITE-SALTO  =
                     CASOS-HIST-TAB (CTR-EST) * FATOR-SALTO.
           IF        CASOS-HIST-TAB (CTR-EST)  NOT LESS THAN
                     BASE-SALTO
                AND  CASOS-RODADA-TAB (CTR-EST)  GREATER THAN
                     LIMITE-SALTO
                     MOVE  SPACES   TO   IMAGEM-ATUAL
                     MOVE  ESTADO-EST-TAB (CTR-EST) TO
                           IMAGEM-ATUAL (1:2)
                     MOVE  "TOTAL DO ESTADO NA RODADA"  TO
                           IMAGEM-ATUAL (3:30)
                     MOVE  08       TO   COD-EXC
                     MOVE  "A"      TO   GRAV-EXC
                     MOVE  "SALTO CONTRA O HISTEPI"  TO  DESC-EXC
                     MOVE  CASOS-RODADA-TAB (CTR-EST) TO VALOR-EXC
                     MOVE  CASOS-HIST-TAB (CTR-EST)   TO REFER-EXC
                     PERFORM  GRAVA-EXCECAO
                     ADD   1        TO   CT-ALERTAS.
           ADD       1        TO    CTR-EST.

       FIM.

           MOVE      1        TO    CTR-REG.
           PERFORM   GRAVA-LIMPO        QT-REG  TIMES.
           MOVE      1        TO    CTR-EST.
           PERFORM   VERIFICA-SALTO-ESTADO   QT-EST  TIMES.
           DISPLAY   "REGISTROS LIDOS      : " CT-LIDOS.
           DISPLAY   "GRAVADOS NO LIMPO    : " CT-LIMPOS.
           DISPLAY   "RECUSADOS (CRITICOS) : " CT-CRITICOS.
           DISPLAY   "FORA DA JANELA       : " CT-FORA.
           DISPLAY   "ALERTAS DE SALTO     : " CT-ALERTAS.
           IF        CT-CRITICOS    GREATER THAN  ZEROS
                     DISPLAY "CADENT1 COM ERROS CRITICOS - CORRIGIR "
                             "E REEDITAR ANTES DO PGM03."
                     MOVE    8          TO   RETURN-CODE
           ELSE
               IF    CT-ALERTAS     GREATER THAN  ZEROS
                     MOVE    4          TO   RETURN-CODE.
           CLOSE     CADENT
                     CADLIMPO
                     CADEXC.
