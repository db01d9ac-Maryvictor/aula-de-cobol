       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX11N.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  EXTRATO ANUAL DO CENSO DA EDUCACAO SUPERIOR (INEP).
      *          GRAVA EM CENSO-INEP.DAT UM REGISTRO POR ALUNO NO
      *          LEIAUTE DO CENSO (TIPO 42), MONTADO COM O QUE JA
      *          TEMOS: CURSO, NOME E VINCULO DO PERFIL-ALUNO.DAT
      *          (EX11), CAMPUS DO RELALU.CSV (PGM08, PELA MESMA
      *          LIGACAO DE MATRICULA DO EX11), SEXO E NASCIMENTO DO
      *          CADALU.DAT, TRANCAMENTOS DO TRANCADOS.DAT (EX05M),
      *          CONCLUINTES DO FORMANDOS.DAT (EX11F) E A FORMA DE
      *          INGRESSO: O VINCULO MATRIC-CPF.DAT (PGM09) DA O CPF
      *          E A FICHA INSCVEST.DAT (PGM07) DA A CATEGORIA DE
      *          RESERVA DE VAGAS. O CODIGO DO CURSO VEM DA TABELA DE
      *          CURSOS VAGAS-CURSO.DAT, CASADA PELO NOME.
      *          ALUNO QUE SO CONSTA DO TRANCADOS (SAIU DO MESTRE)
      *          ENTRA COMO TRANCADO, COM O CURSO DO RELALU.CSV;
      *          ALUNO QUE ESTA NO PERFIL E CURSANDO, OU FORMADO SE
      *          CONSTA DO FORMANDOS.
      *          CADA REGISTRO E CRITICADO ANTES DE SAIR (CPF
      *          AUSENTE OU COM DIGITO ERRADO, SEM CADASTRO, SEXO OU
      *          NASCIMENTO INVALIDO, CURSO FORA DA TABELA, CAMPUS
      *          NAO INFORMADO); REGISTRO COM ERRO NAO VAI PARA O
      *          EXTRATO E SAI NA LISTAGEM DE CRITICA REL-CRITCEN. O
      *          QUADRO REL-TOTCEN TOTALIZA OS REGISTROS POR CURSO E
      *          SITUACAO PARA O VISTO DO COORDENADOR ANTES DO ENVIO.
      *          O ANO DE REFERENCIA VEM DO PARAMETRO OPCIONAL
      *          PARAM-CENSO.DAT; SEM ELE VALE O ANO ANTERIOR.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
             SOURCE-COMPUTER.  MARIA-PC.
             OBJECT-COMPUTER.  MARIA-PC.
             SPECIAL-NAMES.         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   PERFIL-ALUNO  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADALU ASSIGN    TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RELALU-CSV ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL TRANCADOS ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL FORMANDOS ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL MATRIC-CPF ASSIGN TO     DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL INSCVEST ASSIGN  TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL VAGAS-CURSO ASSIGN TO    DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-CENSO ASSIGN TO    DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CENSO-INEP    ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-CRITCEN   ASSIGN      TO      DISK.

           SELECT   REL-TOTCEN    ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PERFIL-ALUNO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PERFIL-ALUNO.DAT".

       01  REG-PERFIL.
             02 NUMERO-PF        PIC 9(05).
             02 NOME-PF          PIC X(20).
             02 MEDIA-PF         PIC 9(02)V99.
             02 STATUS-PF        PIC X(10).
             02 SEXO-PF          PIC X(01).
             02 MEDIA4-PF        PIC 9(02)V99.
             02 CURSO-PF         PIC X(30).
             02 DISCIPLINA-PF    PIC X(30).
             02 EMAIL-PF         PIC X(20).

       FD  CADALU
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADALU.DAT".

       01  REG-ALU.
             02 NUMERO-ALU       PIC 9(05).
             02 NOME-ALU         PIC X(20).
             02 SEXO-ALU         PIC X(01).
             02 DATA-NASC-ALU    PIC 9(08).

       FD  RELALU-CSV
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RELALU.CSV".

       01  LINHA-CSV.
             02 CURSO-CSV        PIC X(30).
             02 FILLER           PIC X(01).
             02 DISCIPLINA-CSV   PIC X(30).
             02 FILLER           PIC X(01).
             02 MATRI-CSV        PIC X(08).
             02 FILLER           PIC X(01).
             02 MATRIC-CSV       PIC X(01).
             02 FILLER           PIC X(01).
             02 NOME-CSV         PIC X(30).
             02 FILLER           PIC X(01).
             02 EMAIL-CSV        PIC X(20).
             02 FILLER           PIC X(01).
             02 CAMPUS-CSV       PIC 9(02).
             02 FILLER           PIC X(03).

       FD  TRANCADOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "TRANCADOS.DAT".

       01  REG-TRANCADO.
             02 NUMERO-TRC       PIC 9(05).
             02 NOME-TRC         PIC X(20).
             02 NOTA1-TRC        PIC 9(02)V99.
             02 NOTA2-TRC        PIC 9(02)V99.
             02 FALTAS-TRC       PIC X(02).
             02 DATA-TRC         PIC 9(08).
             02 MOTIVO-TRC       PIC X(02).

       FD  FORMANDOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "FORMANDOS.DAT".

       01  REG-FORMANDO.
             02 NUMERO-FRM       PIC 9(05).
             02 CURSO-FRM        PIC X(30).
             02 DATA-FRM         PIC 9(08).

       FD  MATRIC-CPF
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "MATRIC-CPF.DAT".

       01  REG-MATRIC-CPF.
             02 NUMERO-MCP       PIC 9(05).
             02 CPF-MCP          PIC 9(11).
             02 CURSO-MCP        PIC 9(02).
             02 DATA-MCP         PIC 9(08).

       FD  INSCVEST
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "INSCVEST.DAT".

       01  REG-INSC.
             02 CPF-INSC         PIC 9(11).
             02 SEXO-INSC        PIC X(01).
             02 DATA-NASC-INSC   PIC 9(08).
             02 CATEG-INSC       PIC X(01).

       FD  VAGAS-CURSO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "VAGAS-CURSO.DAT".

       01  REG-VAGAS.
             02 CURSO-VAGAS      PIC 9(02).
             02 NOME-VAGAS       PIC X(30).
             02 QT-VAGAS         PIC 9(03).
             02 PERC-RES-A       PIC 9(03).
             02 PERC-RES-B       PIC 9(03).

       FD  PARAM-CENSO
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PARAM-CENSO.DAT".

       01  REG-PARAM-CENSO.
             02 ANO-PARAM        PIC 9(04).

       FD  CENSO-INEP
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CENSO-INEP.DAT".

       01  REG-CENSO.
             02 TIPO-CEN         PIC X(02).
             02 ANO-CEN          PIC 9(04).
             02 NUMERO-CEN       PIC 9(05).
             02 CPF-CEN          PIC 9(11).
             02 NOME-CEN         PIC X(20).
             02 NASC-CEN         PIC 9(08).
             02 SEXO-CEN         PIC 9(01).
             02 CURSO-CEN        PIC 9(02).
             02 CAMPUS-CEN       PIC 9(02).
             02 SITUACAO-CEN     PIC 9(01).
             02 INGRESSO-CEN     PIC 9(01).
             02 RESERVA-CEN      PIC 9(01).
             02 CATEG-CEN        PIC X(01).
             02 DATA-SIT-CEN     PIC 9(08).

       FD  REL-CRITCEN
           LABEL RECORD IS OMITTED.

       01  REG-REL                  PIC X(80).

       FD  REL-TOTCEN
           LABEL RECORD IS OMITTED.

       01  REG-REL-TOT              PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-PERFIL       PIC X(03)   VALUE "NAO".
       77  FIM-ALU          PIC X(03)   VALUE "NAO".
       77  FIM-CSV          PIC X(03)   VALUE "NAO".
       77  FIM-TRC          PIC X(03)   VALUE "NAO".
       77  FIM-FRM          PIC X(03)   VALUE "NAO".
       77  FIM-MCP          PIC X(03)   VALUE "NAO".
       77  FIM-INSC         PIC X(03)   VALUE "NAO".
       77  FIM-VAGAS        PIC X(03)   VALUE "NAO".
       77  FIM-PARAM        PIC X(03)   VALUE "NAO".
       77  ANO-CENSO        PIC 9(04)   VALUE ZEROS.
       77  QT-ALU           PIC 9(03)   VALUE ZEROS.
       77  CTR-ALU          PIC 9(03)   VALUE ZEROS.
       77  IND-ALU          PIC 9(03)   VALUE ZEROS.
       77  QT-CSV           PIC 9(03)   VALUE ZEROS.
       77  CTR-CSV          PIC 9(03)   VALUE ZEROS.
       77  IND-CSV          PIC 9(03)   VALUE ZEROS.
       77  QT-TRC           PIC 9(03)   VALUE ZEROS.
       77  CTR-TRC          PIC 9(03)   VALUE ZEROS.
       77  IND-TRC          PIC 9(03)   VALUE ZEROS.
       77  QT-FRM           PIC 9(03)   VALUE ZEROS.
       77  CTR-FRM          PIC 9(03)   VALUE ZEROS.
       77  IND-FRM          PIC 9(03)   VALUE ZEROS.
       77  QT-MCP           PIC 9(04)   VALUE ZEROS.
       77  CTR-MCP          PIC 9(04)   VALUE ZEROS.
       77  IND-MCP          PIC 9(04)   VALUE ZEROS.
       77  QT-INSC          PIC 9(04)   VALUE ZEROS.
       77  CTR-INSC         PIC 9(04)   VALUE ZEROS.
       77  IND-INSC         PIC 9(04)   VALUE ZEROS.
       77  QT-CURSOS        PIC 9(02)   VALUE ZEROS.
       77  CTR-CURSO        PIC 9(02)   VALUE ZEROS.
       77  IND-CURSO        PIC 9(02)   VALUE ZEROS.
       77  CTR-SIT          PIC 9(01)   VALUE ZEROS.
       77  NUMERO-AUX       PIC 9(05)   VALUE ZEROS.
       77  NOME-AUX         PIC X(20)   VALUE SPACES.
       77  CURSO-AUX        PIC X(30)   VALUE SPACES.
       77  SITUACAO-AUX     PIC 9(01)   VALUE ZEROS.
       77  DATA-SIT-AUX     PIC 9(08)   VALUE ZEROS.
       77  MENSAGEM-ERRO    PIC X(40)   VALUE SPACES.
       77  CT-ERROS-ALU     PIC 9(02)   VALUE ZEROS.
       77  CT-LIN           PIC 9(02)   VALUE 60.
       77  CT-LIDOS         PIC 9(05)   VALUE ZEROS.
       77  CT-GRAVADOS      PIC 9(05)   VALUE ZEROS.
       77  CT-REJEITADOS    PIC 9(05)   VALUE ZEROS.
       77  CTR-CPF          PIC 9(02)   VALUE ZEROS.
       77  SOMA-CPF         PIC 9(04)   VALUE ZEROS.
       77  PESO-CPF         PIC 9(02)   VALUE ZEROS.
       77  RESTO-CPF        PIC 9(02)   VALUE ZEROS.
       77  QUOC-CPF         PIC 9(04)   VALUE ZEROS.
       77  DV1-CPF          PIC 9(01)   VALUE ZEROS.
       77  DV2-CPF          PIC 9(01)   VALUE ZEROS.

       01  HOJE.
           02 HOJE-AAAA      PIC 9(04).
           02 HOJE-MM        PIC 9(02).
           02 HOJE-DD        PIC 9(02).

       01  CPF-VALIDACAO.
           02 CPF-NUM        PIC 9(11).
           02 CPF-DIGITOS    REDEFINES CPF-NUM.
              03 CPF-DV      PIC 9(01)  OCCURS 11 TIMES.

       01  NASC-VALIDACAO.
           02 NASC-NUM       PIC 9(08).
           02 NASC-PARTES    REDEFINES NASC-NUM.
              03 NASC-DD     PIC 9(02).
              03 NASC-MM     PIC 9(02).
              03 NASC-AAAA   PIC 9(04).

       01  TAB-CADALU.
           02 ITEM-ALU-TAB    OCCURS 500 TIMES.
              03 NUMERO-ALU-TAB   PIC 9(05).
              03 SEXO-ALU-TAB     PIC X(01).
              03 NASC-ALU-TAB     PIC 9(08).

       01  TAB-RELALU.
           02 ITEM-CSV-TAB    OCCURS 500 TIMES.
              03 NUMERO-CSV-TAB   PIC 9(05).
              03 CURSO-CSV-TAB    PIC X(30).
              03 CAMPUS-CSV-TAB   PIC 9(02).

       01  TAB-TRANCADOS.
           02 ITEM-TRC-TAB    OCCURS 500 TIMES.
              03 NUMERO-TRC-TAB   PIC 9(05).
              03 NOME-TRC-TAB     PIC X(20).
              03 DATA-TRC-TAB     PIC 9(08).
              03 NO-PERFIL-TAB    PIC X(03).

       01  TAB-FORMANDOS.
           02 ITEM-FRM-TAB    OCCURS 500 TIMES.
              03 NUMERO-FRM-TAB   PIC 9(05).
              03 DATA-FRM-TAB     PIC 9(08).

       01  TAB-MATRIC-CPF.
           02 ITEM-MCP-TAB    OCCURS 1000 TIMES.
              03 NUMERO-MCP-TAB   PIC 9(05).
              03 CPF-MCP-TAB      PIC 9(11).

       01  TAB-INSCRICOES.
           02 ITEM-INSC-TAB   OCCURS 1000 TIMES.
              03 CPF-INSC-TAB     PIC 9(11).
              03 CATEG-INSC-TAB   PIC X(01).

      *----------------------------------------------------------------
      * CONTADORES POR CURSO E SITUACAO: 1 CURSANDO, 2 TRANCADO,
      * 3 FORMADO, 4 REJEITADO NA CRITICA. A POSICAO 51 GUARDA OS
      * ALUNOS DE CURSO FORA DA TABELA.
      *----------------------------------------------------------------
       01  TAB-CURSOS.
           02 ITEM-CURSO-TAB  OCCURS 51 TIMES.
              03 CODIGO-CURSO-TAB PIC 9(02).
              03 NOME-CURSO-TAB   PIC X(30).
              03 QT-SIT-TAB       PIC 9(05)  OCCURS 4 TIMES.

       01  TOTAIS-GERAIS.
           02 QT-SIT-GERAL    PIC 9(05)  OCCURS 4 TIMES.

       01  CAB-CRITICA.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                       "CENSO DA EDUCACAO SUPERIOR - CRITICA DO".
           02 FILLER         PIC X(14) VALUE "EXTRATO - ANO ".
           02 ANO-CAB-CRI    PIC 9(04).
           02 FILLER         PIC X(12) VALUE SPACES.

       01  CAB-CRITICA-2.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "NUMERO  ".
           02 FILLER         PIC X(22) VALUE "NOME".
           02 FILLER         PIC X(47) VALUE "ERRO".

       01  LINHA-ERRO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NUMERO-ERR     PIC 9(05).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NOME-ERR       PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MENSAGEM-ERR   PIC X(40).
           02 FILLER         PIC X(07) VALUE SPACES.

       01  CAB-TOTAIS.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(44) VALUE
                     "CENSO DA EDUCACAO SUPERIOR - QUADRO DE ENVIO".
           02 FILLER         PIC X(06) VALUE " - ANO".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ANO-CAB-TOT    PIC 9(04).
           02 FILLER         PIC X(15) VALUE SPACES.

       01  CAB-TOTAIS-2.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(04) VALUE "COD ".
           02 FILLER         PIC X(27) VALUE "CURSO".
           02 FILLER         PIC X(09) VALUE " CURSANDO".
           02 FILLER         PIC X(09) VALUE " TRANCADO".
           02 FILLER         PIC X(09) VALUE "  FORMADO".
           02 FILLER         PIC X(09) VALUE "    TOTAL".
           02 FILLER         PIC X(10) VALUE " REJEITADO".

       01  LINHA-CURSO-TOT.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CODIGO-TOT     PIC X(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-TOT       PIC X(26).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CURSANDO-TOT   PIC ZZ.ZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 TRANCADO-TOT   PIC ZZ.ZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FORMADO-TOT    PIC ZZ.ZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 TOTAL-TOT      PIC ZZ.ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 REJEITADO-TOT  PIC ZZ.ZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.

       01  LINHA-VISTO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(38) VALUE
                       "CONFERIDO POR: _______________________".
           02 FILLER         PIC X(22) VALUE
                       "  DATA: ____/____/____".
           02 FILLER         PIC X(15) VALUE SPACES.

       PROCEDURE                     DIVISION.

       PGM-EX11N.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL      FIM-PERFIL   EQUAL     "SIM".

           MOVE       1         TO   CTR-TRC.
           PERFORM    TRATA-SO-TRANCADO   QT-TRC  TIMES.

           PERFORM   TERMINO.

           STOP RUN.

       INICIO.

           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           COMPUTE    ANO-CENSO  =  HOJE-AAAA  -  1.
           PERFORM    LE-PARAMETRO.
           PERFORM    CARGA-CADALU.
           PERFORM    CARGA-RELALU.
           PERFORM    CARGA-TRANCADOS.
           PERFORM    CARGA-FORMANDOS.
           PERFORM    CARGA-MATRIC-CPF.
           PERFORM    CARGA-INSCRICOES.
           PERFORM    CARGA-CURSOS.
           MOVE       ANO-CENSO     TO   ANO-CAB-CRI
                                         ANO-CAB-TOT.
           OPEN INPUT        PERFIL-ALUNO
               OUTPUT        CENSO-INEP
                             REL-CRITCEN
                             REL-TOTCEN.
           PERFORM    LEITURA.

       LE-PARAMETRO.

           OPEN INPUT        PARAM-CENSO.
           READ PARAM-CENSO
                AT END
                MOVE "SIM" TO FIM-PARAM.
           IF   FIM-PARAM   NOT EQUAL  "SIM"
                AND ANO-PARAM  NOT EQUAL  ZEROS
                MOVE ANO-PARAM    TO  ANO-CENSO.
           CLOSE      PARAM-CENSO.

       CARGA-CADALU.

           OPEN INPUT       CADALU.
           PERFORM    LEITURA-CADALU
                      UNTIL     FIM-ALU    EQUAL    "SIM".
           CLOSE      CADALU.

       LEITURA-CADALU.

           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU     NOT EQUAL  "SIM"
                IF   QT-ALU  EQUAL  500
                     DISPLAY "CADALU EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-ALU
                     MOVE NUMERO-ALU     TO  NUMERO-ALU-TAB (QT-ALU)
                     MOVE SEXO-ALU       TO  SEXO-ALU-TAB (QT-ALU)
                     MOVE DATA-NASC-ALU  TO  NASC-ALU-TAB (QT-ALU).

      *----------------------------------------------------------------
      * NO RELALU.CSV O NUMERO DO ALUNO SAO OS 5 ULTIMOS DIGITOS DE
      * MATRI-CSV, A MESMA LIGACAO QUE O EX11 USA.
      *----------------------------------------------------------------
       CARGA-RELALU.

           OPEN INPUT       RELALU-CSV.
           PERFORM    LEITURA-RELALU
                      UNTIL     FIM-CSV    EQUAL    "SIM".
           CLOSE      RELALU-CSV.

       LEITURA-RELALU.

           READ RELALU-CSV
                AT END
                MOVE "SIM" TO FIM-CSV.
           IF   FIM-CSV     NOT EQUAL  "SIM"
                IF   QT-CSV  EQUAL  500
                     DISPLAY "RELALU.CSV EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-CSV
                     MOVE MATRI-CSV (4:5) TO NUMERO-CSV-TAB (QT-CSV)
                     MOVE CURSO-CSV      TO  CURSO-CSV-TAB (QT-CSV)
                     MOVE CAMPUS-CSV     TO  CAMPUS-CSV-TAB (QT-CSV).

      *----------------------------------------------------------------
      * ALUNO QUE TRANCOU MAIS DE UMA VEZ FICA COM O ULTIMO
      * TRANCAMENTO (O ARQUIVO E ACRESCIDO EM ORDEM DE DATA).
      *----------------------------------------------------------------
       CARGA-TRANCADOS.

           OPEN INPUT       TRANCADOS.
           PERFORM    LEITURA-TRANCADOS
                      UNTIL     FIM-TRC    EQUAL    "SIM".
           CLOSE      TRANCADOS.

       LEITURA-TRANCADOS.

           READ TRANCADOS
                AT END
                MOVE "SIM" TO FIM-TRC.
           IF   FIM-TRC     NOT EQUAL  "SIM"
                MOVE NUMERO-TRC     TO  NUMERO-AUX
                PERFORM  BUSCA-TRANCADO
                IF   IND-TRC  EQUAL  ZEROS
                     PERFORM  INCLUI-TRANCADO
                ELSE
                     MOVE DATA-TRC  TO  DATA-TRC-TAB (IND-TRC).

       INCLUI-TRANCADO.

           IF        QT-TRC  EQUAL  500
                     DISPLAY "TRANCADOS EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN.
           ADD       1              TO   QT-TRC.
           MOVE      NUMERO-TRC     TO   NUMERO-TRC-TAB (QT-TRC).
           MOVE      NOME-TRC       TO   NOME-TRC-TAB (QT-TRC).
           MOVE      DATA-TRC       TO   DATA-TRC-TAB (QT-TRC).
           MOVE      "NAO"          TO   NO-PERFIL-TAB (QT-TRC).

       CARGA-FORMANDOS.

           OPEN INPUT       FORMANDOS.
           PERFORM    LEITURA-FORMANDOS
                      UNTIL     FIM-FRM    EQUAL    "SIM".
           CLOSE      FORMANDOS.

       LEITURA-FORMANDOS.

           READ FORMANDOS
                AT END
                MOVE "SIM" TO FIM-FRM.
           IF   FIM-FRM     NOT EQUAL  "SIM"
                IF   QT-FRM  EQUAL  500
                     DISPLAY "FORMANDOS EXCEDE A TABELA DE 500"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-FRM
                     MOVE NUMERO-FRM     TO  NUMERO-FRM-TAB (QT-FRM)
                     MOVE DATA-FRM       TO  DATA-FRM-TAB (QT-FRM).

       CARGA-MATRIC-CPF.

           OPEN INPUT       MATRIC-CPF.
           PERFORM    LEITURA-MATRIC-CPF
                      UNTIL     FIM-MCP    EQUAL    "SIM".
           CLOSE      MATRIC-CPF.

       LEITURA-MATRIC-CPF.

           READ MATRIC-CPF
                AT END
                MOVE "SIM" TO FIM-MCP.
           IF   FIM-MCP     NOT EQUAL  "SIM"
                IF   QT-MCP  EQUAL  1000
                     DISPLAY "MATRIC-CPF EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-MCP
                     MOVE NUMERO-MCP     TO  NUMERO-MCP-TAB (QT-MCP)
                     MOVE CPF-MCP        TO  CPF-MCP-TAB (QT-MCP).

       CARGA-INSCRICOES.

           OPEN INPUT       INSCVEST.
           PERFORM    LEITURA-INSCRICOES
                      UNTIL     FIM-INSC   EQUAL    "SIM".
           CLOSE      INSCVEST.

       LEITURA-INSCRICOES.

           READ INSCVEST
                AT END
                MOVE "SIM" TO FIM-INSC.
           IF   FIM-INSC    NOT EQUAL  "SIM"
                IF   QT-INSC  EQUAL  1000
                     DISPLAY "INSCVEST EXCEDE A TABELA DE 1000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-INSC
                     MOVE CPF-INSC       TO  CPF-INSC-TAB (QT-INSC)
                     MOVE CATEG-INSC     TO  CATEG-INSC-TAB (QT-INSC).

       CARGA-CURSOS.

           OPEN INPUT       VAGAS-CURSO.
           PERFORM    LEITURA-CURSOS
                      UNTIL     FIM-VAGAS  EQUAL    "SIM".
           CLOSE      VAGAS-CURSO.
           MOVE       ZEROS     TO   CODIGO-CURSO-TAB (51)
                                     QT-SIT-TAB (51 1)
                                     QT-SIT-TAB (51 2)
                                     QT-SIT-TAB (51 3)
                                     QT-SIT-TAB (51 4).
           MOVE       "CURSO FORA DA TABELA"  TO  NOME-CURSO-TAB (51).
           MOVE       ZEROS     TO   QT-SIT-GERAL (1)
                                     QT-SIT-GERAL (2)
                                     QT-SIT-GERAL (3)
                                     QT-SIT-GERAL (4).

       LEITURA-CURSOS.

           READ VAGAS-CURSO
                AT END
                MOVE "SIM" TO FIM-VAGAS.
           IF   FIM-VAGAS   NOT EQUAL  "SIM"
                IF   QT-CURSOS  EQUAL  50
                     DISPLAY "VAGAS-CURSO EXCEDE A TABELA DE 50"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-CURSOS
                     MOVE CURSO-VAGAS    TO
                          CODIGO-CURSO-TAB (QT-CURSOS)
                     MOVE NOME-VAGAS     TO  NOME-CURSO-TAB (QT-CURSOS)
                     MOVE ZEROS          TO  QT-SIT-TAB (QT-CURSOS 1)
                                             QT-SIT-TAB (QT-CURSOS 2)
                                             QT-SIT-TAB (QT-CURSOS 3)
                                             QT-SIT-TAB (QT-CURSOS 4).

       LEITURA.

           READ PERFIL-ALUNO
                AT END
                MOVE "SIM" TO FIM-PERFIL.

      *----------------------------------------------------------------
      * ALUNO DO PERFIL: CURSANDO, OU FORMADO SE CONSTA DO FORMANDOS.
      * SE TAMBEM CONSTA DO TRANCADOS FOI REINTEGRADO (O PERFIL SO TEM
      * QUEM ESTA NO MESTRE) E NAO SAI DE NOVO COMO TRANCADO.
      *----------------------------------------------------------------
       PRINCIPAL.

           MOVE      NUMERO-PF      TO   NUMERO-AUX.
           MOVE      NOME-PF        TO   NOME-AUX.
           MOVE      CURSO-PF       TO   CURSO-AUX.
           PERFORM   BUSCA-TRANCADO.
           IF        IND-TRC  NOT EQUAL  ZEROS
                     MOVE  "SIM"    TO   NO-PERFIL-TAB (IND-TRC).
           PERFORM   BUSCA-FORMANDO.
           IF        IND-FRM  EQUAL  ZEROS
                     MOVE  2        TO   SITUACAO-AUX
                     MOVE  ZEROS    TO   DATA-SIT-AUX
           ELSE
                     MOVE  6        TO   SITUACAO-AUX
                     MOVE  DATA-FRM-TAB (IND-FRM)  TO  DATA-SIT-AUX.
           PERFORM   MONTA-REGISTRO.
           PERFORM   LEITURA.

      *----------------------------------------------------------------
      * ALUNO QUE SO CONSTA DO TRANCADOS: O CURSO VEM DO RELALU.CSV.
      *----------------------------------------------------------------
       TRATA-SO-TRANCADO.

           IF        NO-PERFIL-TAB (CTR-TRC)  EQUAL  "NAO"
                     MOVE  NUMERO-TRC-TAB (CTR-TRC)  TO  NUMERO-AUX
                     MOVE  NOME-TRC-TAB (CTR-TRC)    TO  NOME-AUX
                     MOVE  3                         TO  SITUACAO-AUX
                     MOVE  DATA-TRC-TAB (CTR-TRC)    TO  DATA-SIT-AUX
                     PERFORM  BUSCA-RELALU
                     IF   IND-CSV  EQUAL  ZEROS
                          MOVE  SPACES  TO  CURSO-AUX
                     ELSE
                          MOVE  CURSO-CSV-TAB (IND-CSV)  TO  CURSO-AUX.
           IF        NO-PERFIL-TAB (CTR-TRC)  EQUAL  "NAO"
                     PERFORM  MONTA-REGISTRO.
           ADD       1         TO   CTR-TRC.

      *----------------------------------------------------------------
      * MONTA E CRITICA O REGISTRO DO CENSO DE NUMERO-AUX. COM ERRO O
      * REGISTRO NAO E GRAVADO E CONTA COMO REJEITADO NO CURSO.
      *----------------------------------------------------------------
       MONTA-REGISTRO.

           ADD       1              TO   CT-LIDOS.
           MOVE      ZEROS          TO   CT-ERROS-ALU.
           MOVE      "42"           TO   TIPO-CEN.
           MOVE      ANO-CENSO      TO   ANO-CEN.
           MOVE      NUMERO-AUX     TO   NUMERO-CEN.
           MOVE      NOME-AUX       TO   NOME-CEN.
           MOVE      SITUACAO-AUX   TO   SITUACAO-CEN.
           MOVE      DATA-SIT-AUX   TO   DATA-SIT-CEN.
           PERFORM   CRITICA-CPF.
           PERFORM   CRITICA-CADASTRO.
           PERFORM   CRITICA-CURSO.
           PERFORM   CRITICA-CAMPUS.
           IF        SITUACAO-AUX  EQUAL  2
                     MOVE  1        TO   CTR-SIT.
           IF        SITUACAO-AUX  EQUAL  3
                     MOVE  2        TO   CTR-SIT.
           IF        SITUACAO-AUX  EQUAL  6
                     MOVE  3        TO   CTR-SIT.
           IF        CT-ERROS-ALU  NOT EQUAL  ZEROS
                     MOVE  4        TO   CTR-SIT
                     ADD   1        TO   CT-REJEITADOS
           ELSE
                     WRITE REG-CENSO
                     ADD   1        TO   CT-GRAVADOS.
           ADD       1         TO   QT-SIT-TAB (IND-CURSO CTR-SIT).
           ADD       1         TO   QT-SIT-GERAL (CTR-SIT).

       CRITICA-CPF.

           MOVE      ZEROS     TO   CPF-CEN.
           MOVE      1         TO   INGRESSO-CEN.
           MOVE      ZEROS     TO   RESERVA-CEN.
           MOVE      SPACES    TO   CATEG-CEN.
           PERFORM   BUSCA-MATRIC-CPF.
           IF        IND-MCP  EQUAL  ZEROS
                     MOVE  "CPF AUSENTE - SEM VINCULO COM INSCRICAO"
                                    TO   MENSAGEM-ERRO
                     PERFORM  REGISTRA-ERRO
           ELSE
                     MOVE  CPF-MCP-TAB (IND-MCP)  TO  CPF-CEN
                                                      CPF-NUM
                     PERFORM  VALIDA-CPF
                     PERFORM  BUSCA-INSCRICAO
                     IF   IND-INSC  NOT EQUAL  ZEROS
                          MOVE  CATEG-INSC-TAB (IND-INSC)  TO
                                CATEG-CEN.
           IF        CATEG-CEN  NOT EQUAL  SPACES
                     MOVE  1   TO   RESERVA-CEN.

      *----------------------------------------------------------------
      * DIGITO VERIFICADOR DO CPF PELO MESMO ALGORITMO DO PGM06.
      *----------------------------------------------------------------
       VALIDA-CPF.

           MOVE      ZEROS     TO   SOMA-CPF.
           MOVE      1         TO   CTR-CPF.
           PERFORM   SOMA-PESO-DV1   9  TIMES.
           DIVIDE    SOMA-CPF  BY   11  GIVING  QUOC-CPF
                     REMAINDER      RESTO-CPF.
           IF        RESTO-CPF  LESS THAN  2
                     MOVE  0   TO   DV1-CPF
           ELSE
                     COMPUTE   DV1-CPF  =  11  -  RESTO-CPF.
           MOVE      ZEROS     TO   SOMA-CPF.
           MOVE      1         TO   CTR-CPF.
           PERFORM   SOMA-PESO-DV2   10  TIMES.
           DIVIDE    SOMA-CPF  BY   11  GIVING  QUOC-CPF
                     REMAINDER      RESTO-CPF.
           IF        RESTO-CPF  LESS THAN  2
                     MOVE  0   TO   DV2-CPF
           ELSE
                     COMPUTE   DV2-CPF  =  11  -  RESTO-CPF.
           IF        CPF-NUM  EQUAL  ZEROS
                OR   DV1-CPF  NOT EQUAL  CPF-DV (10)
                OR   DV2-CPF  NOT EQUAL  CPF-DV (11)
                     MOVE  "CPF COM DIGITO VERIFICADOR INVALIDO"
                                    TO   MENSAGEM-ERRO
                     PERFORM  REGISTRA-ERRO.

       SOMA-PESO-DV1.

           COMPUTE   PESO-CPF  =  11  -  CTR-CPF.
           COMPUTE   SOMA-CPF  =  SOMA-CPF  +
                     CPF-DV (CTR-CPF)  *  PESO-CPF.
           ADD       1         TO   CTR-CPF.

       SOMA-PESO-DV2.

           COMPUTE   PESO-CPF  =  12  -  CTR-CPF.
           COMPUTE   SOMA-CPF  =  SOMA-CPF  +
                     CPF-DV (CTR-CPF)  *  PESO-CPF.
           ADD       1         TO   CTR-CPF.

       CRITICA-CADASTRO.

           MOVE      ZEROS     TO   NASC-CEN
                                    SEXO-CEN.
           PERFORM   BUSCA-CADALU.
           IF        IND-ALU  EQUAL  ZEROS
                     MOVE  "SEM CADASTRO EM CADALU (SEXO/NASCIMENTO)"
                                    TO   MENSAGEM-ERRO
                     PERFORM  REGISTRA-ERRO
           ELSE
                     PERFORM  CRITICA-SEXO-NASCIMENTO.

       CRITICA-SEXO-NASCIMENTO.

           IF        SEXO-ALU-TAB (IND-ALU)  EQUAL  "M"
                     MOVE  1   TO   SEXO-CEN
           ELSE
           IF        SEXO-ALU-TAB (IND-ALU)  EQUAL  "F"
                     MOVE  2   TO   SEXO-CEN
           ELSE
                     MOVE  "SEXO INVALIDO NO CADALU"
                                    TO   MENSAGEM-ERRO
                     PERFORM  REGISTRA-ERRO.
           MOVE      NASC-ALU-TAB (IND-ALU)  TO   NASC-NUM
                                                  NASC-CEN.
           IF        NASC-DD    LESS THAN  1
                OR   NASC-DD    GREATER THAN  31
                OR   NASC-MM    LESS THAN  1
                OR   NASC-MM    GREATER THAN  12
                OR   NASC-AAAA  LESS THAN  1900
                OR   NASC-AAAA  NOT LESS THAN  ANO-CENSO
                     MOVE  "DATA DE NASCIMENTO INVALIDA"
                                    TO   MENSAGEM-ERRO
                     PERFORM  REGISTRA-ERRO.

       CRITICA-CURSO.

           MOVE      51        TO   IND-CURSO.
           MOVE      ZEROS     TO   CURSO-CEN.
           MOVE      1         TO   CTR-CURSO.
           PERFORM   PESQUISA-CURSO  QT-CURSOS  TIMES.
           IF        IND-CURSO  EQUAL  51
                     MOVE  "CURSO NAO CONSTA DA TABELA DE CURSOS"
                                    TO   MENSAGEM-ERRO
                     PERFORM  REGISTRA-ERRO
           ELSE
                     MOVE  CODIGO-CURSO-TAB (IND-CURSO)  TO  CURSO-CEN.

       PESQUISA-CURSO.

           IF        CURSO-AUX  EQUAL  NOME-CURSO-TAB (CTR-CURSO)
                     MOVE  CTR-CURSO  TO  IND-CURSO.
           ADD       1         TO   CTR-CURSO.

       CRITICA-CAMPUS.

           MOVE      ZEROS     TO   CAMPUS-CEN.
           PERFORM   BUSCA-RELALU.
           IF        IND-CSV  NOT EQUAL  ZEROS
                     MOVE  CAMPUS-CSV-TAB (IND-CSV)  TO  CAMPUS-CEN.
           IF        CAMPUS-CEN  EQUAL  ZEROS
                     MOVE  "CAMPUS NAO INFORMADO NO RELALU.CSV"
                                    TO   MENSAGEM-ERRO
                     PERFORM  REGISTRA-ERRO.

       REGISTRA-ERRO.

           IF        CT-LIN  GREATER THAN  55
                     WRITE  REG-REL FROM CAB-CRITICA
                            AFTER ADVANCING PAGE
                     WRITE  REG-REL FROM CAB-CRITICA-2
                            AFTER ADVANCING 2 LINES
                     MOVE   4       TO   CT-LIN.
           MOVE      NUMERO-AUX     TO   NUMERO-ERR.
           MOVE      NOME-AUX       TO   NOME-ERR.
           MOVE      MENSAGEM-ERRO  TO   MENSAGEM-ERR.
           WRITE     REG-REL FROM LINHA-ERRO
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN.
           ADD       1              TO   CT-ERROS-ALU.

       BUSCA-CADALU.

           MOVE      ZEROS     TO   IND-ALU.
           MOVE      1         TO   CTR-ALU.
           PERFORM   PESQUISA-CADALU     QT-ALU  TIMES.

       PESQUISA-CADALU.

           IF        NUMERO-AUX  EQUAL  NUMERO-ALU-TAB (CTR-ALU)
                     MOVE  CTR-ALU  TO   IND-ALU.
           ADD       1         TO   CTR-ALU.

       BUSCA-RELALU.

           MOVE      ZEROS     TO   IND-CSV.
           MOVE      1         TO   CTR-CSV.
           PERFORM   PESQUISA-RELALU     QT-CSV  TIMES.

       PESQUISA-RELALU.

           IF        NUMERO-AUX  EQUAL  NUMERO-CSV-TAB (CTR-CSV)
                     MOVE  CTR-CSV  TO   IND-CSV.
           ADD       1         TO   CTR-CSV.

       BUSCA-TRANCADO.

           MOVE      ZEROS     TO   IND-TRC.
           MOVE      1         TO   CTR-TRC.
           PERFORM   PESQUISA-TRANCADO   QT-TRC  TIMES.

       PESQUISA-TRANCADO.

           IF        NUMERO-AUX  EQUAL  NUMERO-TRC-TAB (CTR-TRC)
                     MOVE  CTR-TRC  TO   IND-TRC.
           ADD       1         TO   CTR-TRC.

       BUSCA-FORMANDO.

           MOVE      ZEROS     TO   IND-FRM.
           MOVE      1         TO   CTR-FRM.
           PERFORM   PESQUISA-FORMANDO   QT-FRM  TIMES.

       PESQUISA-FORMANDO.

           IF        NUMERO-AUX  EQUAL  NUMERO-FRM-TAB (CTR-FRM)
                     MOVE  CTR-FRM  TO   IND-FRM.
           ADD       1         TO   CTR-FRM.

       BUSCA-MATRIC-CPF.

           MOVE      ZEROS     TO   IND-MCP.
           MOVE      1         TO   CTR-MCP.
           PERFORM   PESQUISA-MATRIC-CPF QT-MCP  TIMES.

       PESQUISA-MATRIC-CPF.

           IF        NUMERO-AUX  EQUAL  NUMERO-MCP-TAB (CTR-MCP)
                     MOVE  CTR-MCP  TO   IND-MCP.
           ADD       1         TO   CTR-MCP.

       BUSCA-INSCRICAO.

           MOVE      ZEROS     TO   IND-INSC.
           MOVE      1         TO   CTR-INSC.
           PERFORM   PESQUISA-INSCRICAO  QT-INSC TIMES.

       PESQUISA-INSCRICAO.

           IF        CPF-CEN  EQUAL  CPF-INSC-TAB (CTR-INSC)
                     MOVE  CTR-INSC  TO  IND-INSC.
           ADD       1         TO   CTR-INSC.

      *----------------------------------------------------------------
      * QUADRO POR CURSO E SITUACAO PARA O VISTO DO COORDENADOR.
      *----------------------------------------------------------------
       TERMINO.

           WRITE     REG-REL-TOT FROM CAB-TOTAIS
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL-TOT FROM CAB-TOTAIS-2
                     AFTER ADVANCING 2 LINES.
           MOVE      1         TO   CTR-CURSO.
           PERFORM   IMPRIME-CURSO   QT-CURSOS  TIMES.
           MOVE      51        TO   CTR-CURSO.
           PERFORM   IMPRIME-CURSO.
           MOVE      SPACES         TO   CODIGO-TOT.
           MOVE      "TOTAL GERAL"  TO   NOME-TOT.
           MOVE      QT-SIT-GERAL (1)  TO   CURSANDO-TOT.
           MOVE      QT-SIT-GERAL (2)  TO   TRANCADO-TOT.
           MOVE      QT-SIT-GERAL (3)  TO   FORMADO-TOT.
           MOVE      CT-GRAVADOS       TO   TOTAL-TOT.
           MOVE      QT-SIT-GERAL (4)  TO   REJEITADO-TOT.
           WRITE     REG-REL-TOT FROM LINHA-CURSO-TOT
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL-TOT FROM LINHA-VISTO
                     AFTER ADVANCING 4 LINES.
           IF        CT-REJEITADOS  NOT EQUAL  ZEROS
                     MOVE  4   TO   RETURN-CODE.
           DISPLAY   "ALUNOS LIDOS      : " CT-LIDOS.
           DISPLAY   "REGISTROS GRAVADOS: " CT-GRAVADOS.
           DISPLAY   "REJEITADOS        : " CT-REJEITADOS.
           CLOSE       PERFIL-ALUNO
                       CENSO-INEP
                       REL-CRITCEN
                       REL-TOTCEN.

       IMPRIME-CURSO.

           IF        QT-SIT-TAB (CTR-CURSO 1)  NOT EQUAL  ZEROS
                OR   QT-SIT-TAB (CTR-CURSO 2)  NOT EQUAL  ZEROS
                OR   QT-SIT-TAB (CTR-CURSO 3)  NOT EQUAL  ZEROS
                OR   QT-SIT-TAB (CTR-CURSO 4)  NOT EQUAL  ZEROS
                     PERFORM  IMPRIME-LINHA-CURSO.
           ADD       1         TO   CTR-CURSO.

       IMPRIME-LINHA-CURSO.

           IF        CTR-CURSO  EQUAL  51
                     MOVE  SPACES   TO   CODIGO-TOT
           ELSE
                     MOVE  CODIGO-CURSO-TAB (CTR-CURSO)  TO  CODIGO-TOT.
           MOVE      NOME-CURSO-TAB (CTR-CURSO)   TO   NOME-TOT.
           MOVE      QT-SIT-TAB (CTR-CURSO 1)     TO   CURSANDO-TOT.
           MOVE      QT-SIT-TAB (CTR-CURSO 2)     TO   TRANCADO-TOT.
           MOVE      QT-SIT-TAB (CTR-CURSO 3)     TO   FORMADO-TOT.
           COMPUTE   TOTAL-TOT  =  QT-SIT-TAB (CTR-CURSO 1)
                                +  QT-SIT-TAB (CTR-CURSO 2)
                                +  QT-SIT-TAB (CTR-CURSO 3).
           MOVE      QT-SIT-TAB (CTR-CURSO 4)     TO   REJEITADO-TOT.
           WRITE     REG-REL-TOT FROM LINHA-CURSO-TOT
                     AFTER ADVANCING 1 LINE.
