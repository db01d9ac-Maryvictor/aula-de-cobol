      *          QUE EX02 VALIDA, ELIMINANDO A REDIGITACAO PELA
      *          SECRETARIA. CANDIDATO SEM FICHA DE INSCRICAO SAI NO
      *          RELATORIO REL-PONTE E NAO CONSOME NUMERO.
      *          CADA MATRICULA ATRIBUIDA E ACRESCENTADA AO VINCULO
      *          MATRIC-CPF.DAT (NUMERO, CPF, CURSO, DATA), UNICA
      *          LIGACAO ENTRE O NUMERO DO ALUNO E A INSCRICAO DO
      *          VESTIBULAR, USADA PELO EXTRATO DO CENSO (EX11N).

       ENVIRONMENT             DIVISION.

           SELECT   CADALU-NOVO      ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL MATRIC-CPF ASSIGN   TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   REL-PONTE        ASSIGN      TO      DISK.

       DATA                           DIVISION.
               04 MM-ALU     PIC 9(02).
               04 AAAA-ALU   PIC 9(04).

       FD  MATRIC-CPF
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "MATRIC-CPF.DAT".

       01   REG-MATRIC-CPF.
            03 NUMERO-MCP    PIC 9(05).
            03 CPF-MCP       PIC 9(11).
            03 CURSO-MCP     PIC 9(02).
            03 DATA-MCP      PIC 9(08).

       FD  REL-PONTE
           LABEL         RECORD         IS          OMITTED.

       77    CT-MATRICULADOS  PIC 9(05) VALUE ZEROS.
       77    CT-SEM-FICHA     PIC 9(05) VALUE ZEROS.
       77    PRIMEIRA-EXC     PIC X(03) VALUE "SIM".
       77    HOJE             PIC 9(08) VALUE ZEROS.

       01  TAB-INSC.
           02 CPF-INSC-TAB   PIC 9(11) OCCURS 300 TIMES

           OPEN INPUT       APROV-CURSO
                OUTPUT      CADALU-NOVO
                            REL-PONTE
                EXTEND      MATRIC-CPF.
           ACCEPT     HOJE          FROM      DATE YYYYMMDD.
           PERFORM    CARGA-INSCRICOES.
           PERFORM    LE-ULTIMO-NUMERO.
           PERFORM    LEITURA-APROV.
           MOVE       NASC-INSC-TAB (IND-INSC) (3:2)  TO  MM-ALU.
           MOVE       NASC-INSC-TAB (IND-INSC) (5:4)  TO  AAAA-ALU.
           WRITE      REG-ALU.
           MOVE       PROX-NUMERO   TO    NUMERO-MCP.
           MOVE       CPF-APROV     TO    CPF-MCP.
           MOVE       CURSO-APROV   TO    CURSO-MCP.
           MOVE       HOJE          TO    DATA-MCP.
           WRITE      REG-MATRIC-CPF.
           ADD        1             TO    CT-MATRICULADOS.

       GRAVA-EXCECAO.
           DISPLAY    "SEM FICHA DE INSCRICAO: " CT-SEM-FICHA.
           CLOSE      APROV-CURSO
                      CADALU-NOVO
                      REL-PONTE
                      MATRIC-CPF.
