       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ANONIMIZ.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  GERADOR DE MASSA DE TESTE ANONIMIZADA A PARTIR DOS
      *          MESTRES DE PRODUCAO, PARA O TESTE COM COMPARA E O
      *          ENSAIO COM REPLAY NAO USAREM NOME, CPF E SALARIO
      *          REAIS. LE CADFUN, CADALU2, CADPAG, RESP2 E O CADENT
      *          DA TURISMAR E GRAVA AS COPIAS DE TESTE CADFUNT,
      *          CADALU2T, CADPAGT, RESP2T E CADENTT, COERENTES ENTRE
      *          SI:
      *            - A MESMA PESSOA RECEBE O MESMO NOME FICTICIO EM
      *              TODOS OS ARQUIVOS. O NOME SAI DE UM HASH DA
      *              CHAVE DA PESSOA (NUMERO DO ALUNO, CODIGO DO
      *              FUNCIONARIO OU CPF) COM A SEMENTE DO PARAMETRO;
      *              O CADPAG DE ALUNO COM RESPONSAVEL NO RESP2 LEVA O
      *              NOME FICTICIO DO RESPONSAVEL, COMO NA PRODUCAO;
      *            - O CPF VIRA UM CPF FICTICIO COM DIGITOS
      *              VERIFICADORES VALIDOS, POR UMA TRANSFORMACAO
      *              UM-PARA-UM DA BASE (DOIS CPF REAIS NUNCA CAEM NO
      *              MESMO FICTICIO), IGUAL NO RESP2 E NO CADENT;
      *            - SALARIO E VALOR DE PARCELA VARIAM DENTRO DO
      *              PERCENTUAL DO PARAMETRO, COM O MESMO FATOR PARA
      *              TODAS AS PARCELAS DO MESMO ALUNO;
      *            - DATAS (ADMISSAO, VENCIMENTOS, NASCIMENTO) SAO
      *              DESLOCADAS PELO NUMERO DE DIAS DO PARAMETRO;
      *            - TELEFONE E ENDERECO VIRAM FICTICIOS.
      *          AS CHAVES NUMERICAS (CODIGO, NUMERO DO ALUNO) NAO
      *          MUDAM, ENTAO A ORDEM E OS TRAILERS TRLR: (CONTAGEM E
      *          HASH DAS CHAVES) SAO COPIADOS COMO ESTAO E O VERTRLR
      *          CONTINUA APROVANDO AS COPIAS. O CADENT, CUJA CHAVE E
      *          O CPF, E REORDENADO PELO CPF FICTICIO.
      *          PARAM-ANON.DAT: SEMENTE 9(09), PERCENTUAL 9(02),
      *          SINAL (+/-) E DIAS 9(03) DO DESLOCAMENTO. SEM O
      *          PARAMETRO: SEMENTE PADRAO, 10% E 30 DIAS PARA TRAS.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   OPTIONAL PARAM-ANON ASSIGN   TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RESP2   ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   RESP2T           ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADALU2 ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADALU2T         ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADPAG  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADPAGT          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL CADFUN  ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CODIGO-FUN
           ALTERNATE RECORD KEY IS     NOME-FUN
                          WITH DUPLICATES.

           SELECT   CADFUNT          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CODIGO-FUNT
           ALTERNATE RECORD KEY IS     NOME-FUNT
                          WITH DUPLICATES.

           SELECT   OPTIONAL CADENT  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   CADENTT          ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   TRAB             ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  PARAM-ANON
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-ANON.DAT".

       01  REG-PARAM.
             02 SEMENTE-PAR     PIC 9(09).
             02 PERCENT-PAR     PIC 9(02).
             02 SINAL-PAR       PIC X(01).
             02 DIAS-PAR        PIC 9(03).

       FD  RESP2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RESP2.DAT".

       01  REG-RESP.
             02 COD-RESP       PIC 9(04).
             02 NOME-RESP      PIC X(30).
             02 CPF-RESP       PIC 9(11).
             02 ENDER-RESP     PIC X(30).
             02 FONE-RESP      PIC 9(08).
             02 ALUNOS-RESP.
                03 ALUNO-RESP     PIC 9(05)  OCCURS 3 TIMES.

       FD  RESP2T
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "RESP2T.DAT".

       01  REG-RESP-T         PIC X(98).

       FD  CADALU2
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADALU2.DAT".

       01  REG-ALU2.
             03 NUMERO-ALU2      PIC 9(05).
             03 NOME-ALU2        PIC X(20).
             03 NOTA1-ALU2       PIC 9(02)V99.
             03 NOTA2-ALU2       PIC 9(02)V99.
             03 FALTAS-ALU2      PIC X(02).

       FD  CADALU2T
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADALU2T.DAT".

       01  REG-ALU2-T         PIC X(35).

       FD  CADPAG
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPAG.DAT".

       01  REG-PAG.
             02 CODIGO-PAG      PIC 9(05).
             02 NOME-PAG        PIC X(30).
             02 PARCELAS-PAG    OCCURS 10 TIMES.
                03 VALOR-PARC-PAG   PIC 9(05)V9(02).
                03 VENC-PARC-PAG    PIC 9(08).

       FD  CADPAGT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADPAGT.DAT".

       01  REG-PAG-T          PIC X(185).

       FD  CADFUN
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADFUN.DAT".

       01  REG-FUN.
             02 CODIGO-FUN      PIC 9(05).
             02 NOME-FUN        PIC X(20).
             02 SALARIO-FUN     PIC 9(5)V99.
             02 ADMISSAO-FUN    PIC 9(08).

       FD  CADFUNT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADFUNT.DAT".

       01  REG-FUN-T.
             02 CODIGO-FUNT     PIC 9(05).
             02 NOME-FUNT       PIC X(20).
             02 FILLER          PIC X(15).

       FD  CADENT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENT.DAT".

       01  REG-USU.
             02 CPF-USU        PIC 9(11).
             02 NOM-USU        PIC X(30).
             02 ESTADO-USU     PIC X(02).
             02 CIDADE-USU     PIC X(30).
             02 TELEFONE-USU   PIC 9(08).
             02 DATA-USU.
                03 DIA-USU     PIC 9(02).
                03 MES-USU     PIC 9(02).
                03 ANO-USU     PIC 9(04).

       FD  CADENTT
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "CADENTT.DAT".

       01  REG-USU-T          PIC X(89).

       SD  TRAB.

       01  REG-TRAB.
             02 CPF-TRAB       PIC 9(11).
             02 FILLER         PIC X(78).

       WORKING-STORAGE SECTION.

       77  FIM-PARAM        PIC X(03)    VALUE "NAO".
       77  FIM-RESP         PIC X(03)    VALUE "NAO".
       77  FIM-ALU          PIC X(03)    VALUE "NAO".
       77  FIM-PAG          PIC X(03)    VALUE "NAO".
       77  FIM-FUN          PIC X(03)    VALUE "NAO".
       77  FIM-CLI          PIC X(03)    VALUE "NAO".
       77  FIM-TRAB         PIC X(03)    VALUE "NAO".
       77  TEM-TRAILER-CLI  PIC X(03)    VALUE "NAO".
       77  SEMENTE          PIC 9(09)    VALUE 271828183.
       77  PERCENTUAL       PIC 9(02)    VALUE 10.
       77  SINAL-DESLOC     PIC X(01)    VALUE "-".
       77  DIAS-DESLOC      PIC 9(03)    VALUE 30.
       77  CHAVE-HASH       PIC 9(11)    VALUE ZEROS.
       77  SAL-HASH         PIC 9(01)    VALUE ZEROS.
       77  HASH-NUM         PIC 9(10)    VALUE ZEROS.
       77  PRODUTO          PIC 9(18)    VALUE ZEROS.
       77  QUOCIENTE        PIC 9(18)    VALUE ZEROS.
       77  RESTO            PIC 9(10)    VALUE ZEROS.
       77  IND-1            PIC 9(02)    VALUE ZEROS.
       77  IND-2            PIC 9(02)    VALUE ZEROS.
       77  IND-3            PIC 9(02)    VALUE ZEROS.
       77  NOME-FALSO       PIC X(30)    VALUE SPACES.
       77  NOME-CURTO       PIC X(20)    VALUE SPACES.
       77  ENDER-FALSO      PIC X(30)    VALUE SPACES.
       77  NUMERO-ENDER     PIC 9(03)    VALUE ZEROS.
       77  FONE-FALSO       PIC 9(08)    VALUE ZEROS.
       77  CPF-REAL         PIC 9(11)    VALUE ZEROS.
       77  BASE-CPF         PIC 9(09)    VALUE ZEROS.
       77  SOMA-DV          PIC 9(04)    VALUE ZEROS.
       77  PESO-DV          PIC 9(02)    VALUE ZEROS.
       77  RESTO-DV         PIC 9(02)    VALUE ZEROS.
       77  CTR-DIG          PIC 9(02)    VALUE ZEROS.
       77  AMPLITUDE        PIC 9(03)    VALUE ZEROS.
       77  RESTO-PCT        PIC 9(03)    VALUE ZEROS.
       77  FATOR-PCT        PIC S9(03)   VALUE ZEROS.
       77  VALOR-ORIG       PIC 9(05)V99 VALUE ZEROS.
       77  VALOR-NOVO       PIC 9(07)V99 VALUE ZEROS.
       77  ULTIMO-DIA       PIC 9(02)    VALUE ZEROS.
       77  RESTO-ANO        PIC 9(03)    VALUE ZEROS.
       77  QUOC-ANO         PIC 9(04)    VALUE ZEROS.
       77  CTR-PARC         PIC 9(02)    VALUE ZEROS.
       77  CTR-ALUNO        PIC 9(01)    VALUE ZEROS.
       77  QT-VINCULOS      PIC 9(04)    VALUE ZEROS.
       77  CTR-VINC         PIC 9(04)    VALUE ZEROS.
       77  CPF-VINCULO      PIC 9(11)    VALUE ZEROS.
       77  CT-RESP          PIC 9(07)    VALUE ZEROS.
       77  CT-ALU           PIC 9(07)    VALUE ZEROS.
       77  CT-PAG           PIC 9(07)    VALUE ZEROS.
       77  CT-FUN           PIC 9(07)    VALUE ZEROS.
       77  CT-CLI           PIC 9(07)    VALUE ZEROS.
       77  CT-TRAILERS      PIC 9(03)    VALUE ZEROS.

       01  CPF-FALSO        PIC 9(11)    VALUE ZEROS.
       01  CPF-FALSO-DIG    REDEFINES CPF-FALSO.
           02 DIG-CPF        PIC 9(01)    OCCURS 11 TIMES.

       01  DATA-TRAB.
           02 AAAA-TRAB      PIC 9(04).
           02 MM-TRAB        PIC 9(02).
           02 DD-TRAB        PIC 9(02).
       01  DATA-TRAB-NUM    REDEFINES DATA-TRAB  PIC 9(08).

       01  REG-TRAILER-CLI  PIC X(89)    VALUE SPACES.

       01  TAB-DIAS-MES-VAL.
           02 FILLER         PIC X(24)    VALUE
                             "312831303130313130313031".
       01  TAB-DIAS-MES     REDEFINES TAB-DIAS-MES-VAL.
           02 DIAS-MES-TAB   PIC 9(02)    OCCURS 12 TIMES.

       01  TAB-PRENOMES-VAL.
           02 FILLER         PIC X(08)    VALUE "ANA".
           02 FILLER         PIC X(08)    VALUE "BRUNO".
           02 FILLER         PIC X(08)    VALUE "CARLA".
           02 FILLER         PIC X(08)    VALUE "DANIEL".
           02 FILLER         PIC X(08)    VALUE "ELISA".
           02 FILLER         PIC X(08)    VALUE "FABIO".
           02 FILLER         PIC X(08)    VALUE "GISELE".
           02 FILLER         PIC X(08)    VALUE "HUGO".
           02 FILLER         PIC X(08)    VALUE "IRENE".
           02 FILLER         PIC X(08)    VALUE "JORGE".
           02 FILLER         PIC X(08)    VALUE "KATIA".
           02 FILLER         PIC X(08)    VALUE "LUCAS".
           02 FILLER         PIC X(08)    VALUE "MARTA".
           02 FILLER         PIC X(08)    VALUE "NELSON".
           02 FILLER         PIC X(08)    VALUE "OLGA".
           02 FILLER         PIC X(08)    VALUE "PAULO".
           02 FILLER         PIC X(08)    VALUE "RITA".
           02 FILLER         PIC X(08)    VALUE "SERGIO".
           02 FILLER         PIC X(08)    VALUE "TANIA".
           02 FILLER         PIC X(08)    VALUE "VITOR".
       01  TAB-PRENOMES     REDEFINES TAB-PRENOMES-VAL.
           02 PRENOME-TAB    PIC X(08)    OCCURS 20 TIMES.

       01  TAB-SOBRENOMES-VAL.
           02 FILLER         PIC X(08)    VALUE "ALVES".
           02 FILLER         PIC X(08)    VALUE "BARROS".
           02 FILLER         PIC X(08)    VALUE "CAMPOS".
           02 FILLER         PIC X(08)    VALUE "DIAS".
           02 FILLER         PIC X(08)    VALUE "FARIAS".
           02 FILLER         PIC X(08)    VALUE "GOMES".
           02 FILLER         PIC X(08)    VALUE "LIMA".
           02 FILLER         PIC X(08)    VALUE "MACEDO".
           02 FILLER         PIC X(08)    VALUE "NUNES".
           02 FILLER         PIC X(08)    VALUE "PAIVA".
           02 FILLER         PIC X(08)    VALUE "QUEIROZ".
           02 FILLER         PIC X(08)    VALUE "REIS".
           02 FILLER         PIC X(08)    VALUE "SALES".
           02 FILLER         PIC X(08)    VALUE "TAVARES".
           02 FILLER         PIC X(08)    VALUE "VALENTE".
           02 FILLER         PIC X(08)    VALUE "XAVIER".
           02 FILLER         PIC X(08)    VALUE "MOURA".
           02 FILLER         PIC X(08)    VALUE "PINTO".
           02 FILLER         PIC X(08)    VALUE "ROCHA".
           02 FILLER         PIC X(08)    VALUE "TEIXEIRA".
       01  TAB-SOBRENOMES   REDEFINES TAB-SOBRENOMES-VAL.
           02 SOBRENOME-TAB  PIC X(08)    OCCURS 20 TIMES.

       01  TAB-VINCULOS.
           02 ITEM-VINC-TAB  OCCURS 900 TIMES.
              03 ALUNO-VINC-TAB PIC 9(05).
              03 CPF-VINC-TAB   PIC 9(11).

       PROCEDURE                                   DIVISION.

       PGM-ANONIMIZ         SECTION.

           PERFORM    INICIO.
           PERFORM    ANONIMIZA-RESP2.
           PERFORM    ANONIMIZA-CADALU2.
           PERFORM    ANONIMIZA-CADPAG.
           PERFORM    ANONIMIZA-CADFUN.

           SORT       TRAB
                      ASCENDING KEY CPF-TRAB
                      INPUT  PROCEDURE ROT-ENTRADA
                      OUTPUT PROCEDURE ROT-SAIDA.

           PERFORM    FIM.
           STOP RUN.

       INICIO               SECTION.

           OPEN INPUT       PARAM-ANON.
           READ PARAM-ANON
                AT END
                MOVE "SIM" TO FIM-PARAM.
           IF   FIM-PARAM   NOT EQUAL  "SIM"
                MOVE SEMENTE-PAR   TO  SEMENTE
                MOVE PERCENT-PAR   TO  PERCENTUAL
                MOVE SINAL-PAR     TO  SINAL-DESLOC
                MOVE DIAS-PAR      TO  DIAS-DESLOC.
           CLOSE      PARAM-ANON.
           COMPUTE    AMPLITUDE = PERCENTUAL * 2 + 1.
           DISPLAY    "PERCENTUAL DE VARIACAO : " PERCENTUAL.
           DISPLAY    "DESLOCAMENTO DAS DATAS : " SINAL-DESLOC
                      DIAS-DESLOC " DIAS".

      *----------------------------------------------------------*
      *    RESP2: O RESPONSAVEL E IDENTIFICADO PELO CPF; OS ALUNOS
      *    VINCULADOS FICAM NA TABELA PARA O NOME DO CADPAG.
      *----------------------------------------------------------*

       ANONIMIZA-RESP2      SECTION.

           OPEN INPUT       RESP2
                OUTPUT      RESP2T.
           PERFORM    LEITURA-RESP
                      UNTIL     FIM-RESP   EQUAL    "SIM".
           CLOSE      RESP2
                      RESP2T.

       LEITURA-RESP         SECTION.

           READ RESP2
                AT END
                MOVE "SIM" TO FIM-RESP.
           IF   FIM-RESP    NOT EQUAL  "SIM"
                IF   REG-RESP (1:5)  EQUAL  "TRLR:"
                     ADD   1        TO   CT-TRAILERS
                     WRITE REG-RESP-T FROM REG-RESP
                ELSE
                     PERFORM  TRATA-RESP.

       TRATA-RESP           SECTION.

           MOVE       1              TO   CTR-ALUNO.
           PERFORM    GUARDA-VINCULO      3  TIMES.
           MOVE       CPF-RESP       TO   CHAVE-HASH.
           MOVE       3              TO   SAL-HASH.
           PERFORM    GERA-HASH.
           PERFORM    MONTA-NOME.
           MOVE       NOME-FALSO     TO   NOME-RESP.
           PERFORM    MONTA-ENDERECO.
           MOVE       ENDER-FALSO    TO   ENDER-RESP.
           IF         FONE-RESP  GREATER THAN  ZEROS
                      PERFORM  MONTA-FONE
                      MOVE     FONE-FALSO   TO   FONE-RESP.
           MOVE       CPF-RESP       TO   CPF-REAL.
           PERFORM    GERA-CPF.
           MOVE       CPF-FALSO      TO   CPF-RESP.
           WRITE      REG-RESP-T FROM REG-RESP.
           ADD        1              TO   CT-RESP.

       GUARDA-VINCULO       SECTION.

           IF         ALUNO-RESP (CTR-ALUNO)  GREATER THAN  ZEROS
                IF    QT-VINCULOS  NOT LESS THAN  900
                      DISPLAY "RESP2 EXCEDE A TABELA DE 900 VINCULOS"
                              " - EXECUCAO ABORTADA."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                ELSE
                      ADD   1   TO   QT-VINCULOS
                      MOVE  ALUNO-RESP (CTR-ALUNO)  TO
                            ALUNO-VINC-TAB (QT-VINCULOS)
                      MOVE  CPF-RESP  TO  CPF-VINC-TAB (QT-VINCULOS).
           ADD        1              TO   CTR-ALUNO.

      *----------------------------------------------------------*
      *    CADALU2: NOME CURTO PELO NUMERO DO ALUNO.
      *----------------------------------------------------------*

       ANONIMIZA-CADALU2    SECTION.

           OPEN INPUT       CADALU2
                OUTPUT      CADALU2T.
           PERFORM    LEITURA-ALU
                      UNTIL     FIM-ALU    EQUAL    "SIM".
           CLOSE      CADALU2
                      CADALU2T.

       LEITURA-ALU          SECTION.

           READ CADALU2
                AT END
                MOVE "SIM" TO FIM-ALU.
           IF   FIM-ALU     NOT EQUAL  "SIM"
                IF   REG-ALU2 (1:5)  EQUAL  "TRLR:"
                     ADD   1        TO   CT-TRAILERS
                ELSE
                     MOVE  NUMERO-ALU2   TO   CHAVE-HASH
                     MOVE  1             TO   SAL-HASH
                     PERFORM  GERA-HASH
                     PERFORM  MONTA-NOME
                     MOVE  NOME-CURTO    TO   NOME-ALU2
                     ADD   1             TO   CT-ALU.
           IF   FIM-ALU     NOT EQUAL  "SIM"
                WRITE REG-ALU2-T FROM REG-ALU2.

      *----------------------------------------------------------*
      *    CADPAG: NOME DO RESPONSAVEL (SE VINCULADO) OU DO ALUNO,
      *    PARCELAS COM UM SO FATOR E VENCIMENTOS DESLOCADOS.
      *----------------------------------------------------------*

       ANONIMIZA-CADPAG     SECTION.

           OPEN INPUT       CADPAG
                OUTPUT      CADPAGT.
           PERFORM    LEITURA-PAG
                      UNTIL     FIM-PAG    EQUAL    "SIM".
           CLOSE      CADPAG
                      CADPAGT.

       LEITURA-PAG          SECTION.

           READ CADPAG
                AT END
                MOVE "SIM" TO FIM-PAG.
           IF   FIM-PAG     NOT EQUAL  "SIM"
                IF   REG-PAG (1:5)  EQUAL  "TRLR:"
                     ADD   1        TO   CT-TRAILERS
                ELSE
                     PERFORM  TRATA-PAG.
           IF   FIM-PAG     NOT EQUAL  "SIM"
                WRITE REG-PAG-T FROM REG-PAG.

       TRATA-PAG            SECTION.

           MOVE       ZEROS          TO   CPF-VINCULO.
           MOVE       1              TO   CTR-VINC.
           PERFORM    PESQUISA-VINCULO    QT-VINCULOS  TIMES.
           IF         CPF-VINCULO  GREATER THAN  ZEROS
                      MOVE  CPF-VINCULO   TO   CHAVE-HASH
                      MOVE  3             TO   SAL-HASH
                      PERFORM  GERA-HASH
                      PERFORM  MONTA-NOME
                      MOVE  NOME-FALSO    TO   NOME-PAG
           ELSE
                      MOVE  CODIGO-PAG    TO   CHAVE-HASH
                      MOVE  1             TO   SAL-HASH
                      PERFORM  GERA-HASH
                      PERFORM  MONTA-NOME
                      MOVE  NOME-CURTO    TO   NOME-PAG.
           MOVE       CODIGO-PAG     TO   CHAVE-HASH.
           MOVE       4              TO   SAL-HASH.
           PERFORM    GERA-HASH.
           PERFORM    CALCULA-FATOR.
           MOVE       1              TO   CTR-PARC.
           PERFORM    TRATA-PARCELA       10  TIMES.
           ADD        1              TO   CT-PAG.

       PESQUISA-VINCULO     SECTION.

           IF         CODIGO-PAG  EQUAL  ALUNO-VINC-TAB (CTR-VINC)
                      MOVE  CPF-VINC-TAB (CTR-VINC)  TO  CPF-VINCULO.
           ADD        1              TO   CTR-VINC.

       TRATA-PARCELA        SECTION.

           MOVE       VALOR-PARC-PAG (CTR-PARC)  TO  VALOR-ORIG.
           PERFORM    PERTURBA-VALOR.
           MOVE       VALOR-NOVO     TO   VALOR-PARC-PAG (CTR-PARC).
           MOVE       VENC-PARC-PAG (CTR-PARC)   TO  DATA-TRAB-NUM.
           PERFORM    DESLOCA-DATA.
           MOVE       DATA-TRAB-NUM  TO   VENC-PARC-PAG (CTR-PARC).
           ADD        1              TO   CTR-PARC.

      *----------------------------------------------------------*
      *    CADFUN (INDEXADO): NOME CURTO PELO CODIGO, SALARIO
      *    PERTURBADO E ADMISSAO DESLOCADA.
      *----------------------------------------------------------*

       ANONIMIZA-CADFUN     SECTION.

           OPEN INPUT       CADFUN
                OUTPUT      CADFUNT.
           PERFORM    LEITURA-FUN
                      UNTIL     FIM-FUN    EQUAL    "SIM".
           CLOSE      CADFUN
                      CADFUNT.

       LEITURA-FUN          SECTION.

           READ CADFUN
                AT END
                MOVE "SIM" TO FIM-FUN.
           IF   FIM-FUN     NOT EQUAL  "SIM"
                PERFORM  TRATA-FUN.

       TRATA-FUN            SECTION.

           MOVE       CODIGO-FUN     TO   CHAVE-HASH.
           MOVE       2              TO   SAL-HASH.
           PERFORM    GERA-HASH.
           PERFORM    MONTA-NOME.
           MOVE       NOME-CURTO     TO   NOME-FUN.
           PERFORM    CALCULA-FATOR.
           MOVE       SALARIO-FUN    TO   VALOR-ORIG.
           PERFORM    PERTURBA-VALOR.
           MOVE       VALOR-NOVO     TO   SALARIO-FUN.
           MOVE       ADMISSAO-FUN   TO   DATA-TRAB-NUM.
           PERFORM    DESLOCA-DATA.
           MOVE       DATA-TRAB-NUM  TO   ADMISSAO-FUN.
           WRITE      REG-FUN-T FROM REG-FUN
                      INVALID KEY
                      DISPLAY "CADFUNT - CHAVE REPETIDA " CODIGO-FUN.
           ADD        1              TO   CT-FUN.

      *----------------------------------------------------------*
      *    CADENT (TURISMAR): A CHAVE E O CPF, QUE MUDA; O ARQUIVO
      *    E REORDENADO PELO CPF FICTICIO.
      *----------------------------------------------------------*

       ROT-ENTRADA          SECTION.

           OPEN INPUT       CADENT.
           PERFORM    LEITURA-CLI
                      UNTIL     FIM-CLI    EQUAL    "SIM".
           CLOSE      CADENT.

       LEITURA-CLI          SECTION.

           READ CADENT
                AT END
                MOVE "SIM" TO FIM-CLI.
           IF   FIM-CLI     NOT EQUAL  "SIM"
                IF   REG-USU (1:5)  EQUAL  "TRLR:"
                     ADD   1        TO   CT-TRAILERS
                     MOVE  "SIM"    TO   TEM-TRAILER-CLI
                     MOVE  REG-USU  TO   REG-TRAILER-CLI
                ELSE
                     PERFORM  TRATA-CLI
                     RELEASE  REG-TRAB FROM REG-USU.

       TRATA-CLI            SECTION.

           MOVE       CPF-USU        TO   CHAVE-HASH.
           MOVE       3              TO   SAL-HASH.
           PERFORM    GERA-HASH.
           PERFORM    MONTA-NOME.
           MOVE       NOME-FALSO     TO   NOM-USU.
           IF         TELEFONE-USU  GREATER THAN  ZEROS
                      PERFORM  MONTA-FONE
                      MOVE     FONE-FALSO   TO   TELEFONE-USU.
           IF         ANO-USU  GREATER THAN  ZEROS
                      MOVE  ANO-USU   TO   AAAA-TRAB
                      MOVE  MES-USU   TO   MM-TRAB
                      MOVE  DIA-USU   TO   DD-TRAB
                      PERFORM  DESLOCA-DATA
                      MOVE  AAAA-TRAB TO   ANO-USU
                      MOVE  MM-TRAB   TO   MES-USU
                      MOVE  DD-TRAB   TO   DIA-USU.
           MOVE       CPF-USU        TO   CPF-REAL.
           PERFORM    GERA-CPF.
           MOVE       CPF-FALSO      TO   CPF-USU.
           ADD        1              TO   CT-CLI.

       ROT-SAIDA            SECTION.

           OPEN OUTPUT      CADENTT.
           PERFORM    LE-TRAB
                      UNTIL     FIM-TRAB   EQUAL    "SIM".
           IF         TEM-TRAILER-CLI  EQUAL  "SIM"
                      WRITE REG-USU-T FROM REG-TRAILER-CLI.
           CLOSE      CADENTT.

       LE-TRAB              SECTION.

           RETURN TRAB
                  AT END
                  MOVE "SIM" TO FIM-TRAB.
           IF     FIM-TRAB  NOT EQUAL  "SIM"
                  WRITE REG-USU-T FROM REG-TRAB.

      *----------------------------------------------------------*
      *    ROTINAS COMUNS DE ANONIMIZACAO.
      *----------------------------------------------------------*

      *    HASH DA CHAVE DA PESSOA COM A SEMENTE: DOIS PASSOS DE
      *    CONGRUENCIA (PRIMO DE 9 DIGITOS E O GERADOR DE LEHMER).

       GERA-HASH            SECTION.

           COMPUTE    PRODUTO = CHAVE-HASH * 7919
                              + SAL-HASH * 104729 + SEMENTE.
           DIVIDE     PRODUTO  BY  999999937  GIVING  QUOCIENTE
                                              REMAINDER RESTO.
           COMPUTE    PRODUTO = RESTO * 48271 + 12345.
           DIVIDE     PRODUTO  BY  2147483647 GIVING  QUOCIENTE
                                              REMAINDER HASH-NUM.

       MONTA-NOME           SECTION.

           DIVIDE     HASH-NUM  BY  20  GIVING  QUOCIENTE
                                        REMAINDER IND-1.
           DIVIDE     QUOCIENTE BY  20  GIVING  QUOCIENTE
                                        REMAINDER IND-2.
           DIVIDE     QUOCIENTE BY  20  GIVING  QUOCIENTE
                                        REMAINDER IND-3.
           ADD        1         TO      IND-1  IND-2  IND-3.
           IF         IND-3  EQUAL  IND-2
                      DIVIDE  IND-3  BY  20  GIVING  QUOCIENTE
                                         REMAINDER IND-3
                      ADD     1      TO  IND-3.
           MOVE       SPACES         TO   NOME-FALSO
                                          NOME-CURTO.
           STRING     PRENOME-TAB   (IND-1)  DELIMITED BY SPACE
                      " "                    DELIMITED BY SIZE
                      SOBRENOME-TAB (IND-2)  DELIMITED BY SPACE
                      INTO    NOME-CURTO.
           STRING     NOME-CURTO             DELIMITED BY "  "
                      " "                    DELIMITED BY SIZE
                      SOBRENOME-TAB (IND-3)  DELIMITED BY SPACE
                      INTO    NOME-FALSO.

       MONTA-ENDERECO       SECTION.

           DIVIDE     HASH-NUM  BY  997  GIVING  QUOCIENTE
                                         REMAINDER RESTO.
           ADD        1              TO   RESTO.
           MOVE       RESTO          TO   NUMERO-ENDER.
           MOVE       SPACES         TO   ENDER-FALSO.
           STRING     "RUA "                 DELIMITED BY SIZE
                      SOBRENOME-TAB (IND-3)  DELIMITED BY SPACE
                      ", "                   DELIMITED BY SIZE
                      NUMERO-ENDER           DELIMITED BY SIZE
                      INTO    ENDER-FALSO.

       MONTA-FONE           SECTION.

           DIVIDE     HASH-NUM  BY  10000000  GIVING  QUOCIENTE
                                              REMAINDER RESTO.
           COMPUTE    FONE-FALSO = 90000000 + RESTO.

      *    CPF FICTICIO: A BASE DE 9 DIGITOS PASSA POR UMA FUNCAO
      *    AFIM MODULO 10**9 COM MULTIPLICADOR PRIMO COM 10 (PORTANTO
      *    UM-PARA-UM) E OS DOIS DIGITOS VERIFICADORES SAO
      *    RECALCULADOS PELO MODULO 11.

       GERA-CPF             SECTION.

           MOVE       ZEROS          TO   CPF-FALSO.
           IF         CPF-REAL  GREATER THAN  ZEROS
                      DIVIDE   CPF-REAL  BY  100  GIVING  BASE-CPF
                      COMPUTE  PRODUTO = BASE-CPF * 123456791
                                       + SEMENTE
                      DIVIDE   PRODUTO  BY  1000000000
                               GIVING   QUOCIENTE
                               REMAINDER BASE-CPF
                      COMPUTE  CPF-FALSO = BASE-CPF * 100
                      MOVE     ZEROS   TO   SOMA-DV
                      MOVE     1       TO   CTR-DIG
                      PERFORM  SOMA-DIGITO-1   9  TIMES
                      PERFORM  CALCULA-DV
                      MOVE     RESTO-DV  TO  DIG-CPF (10)
                      MOVE     ZEROS   TO   SOMA-DV
                      MOVE     1       TO   CTR-DIG
                      PERFORM  SOMA-DIGITO-2   10 TIMES
                      PERFORM  CALCULA-DV
                      MOVE     RESTO-DV  TO  DIG-CPF (11).

       SOMA-DIGITO-1        SECTION.

           COMPUTE    PESO-DV = 11 - CTR-DIG.
           COMPUTE    SOMA-DV = SOMA-DV + DIG-CPF (CTR-DIG) * PESO-DV.
           ADD        1              TO   CTR-DIG.

       SOMA-DIGITO-2        SECTION.

           COMPUTE    PESO-DV = 12 - CTR-DIG.
           COMPUTE    SOMA-DV = SOMA-DV + DIG-CPF (CTR-DIG) * PESO-DV.
           ADD        1              TO   CTR-DIG.

       CALCULA-DV           SECTION.

           DIVIDE     SOMA-DV  BY  11  GIVING  QUOCIENTE
                                       REMAINDER RESTO-DV.
           IF         RESTO-DV  LESS THAN  2
                      MOVE     ZEROS   TO   RESTO-DV
           ELSE
                      COMPUTE  RESTO-DV = 11 - RESTO-DV.

      *    FATOR DE VARIACAO ENTRE -PERCENTUAL E +PERCENTUAL, TIRADO
      *    DO HASH DA PESSOA.

       CALCULA-FATOR        SECTION.

           DIVIDE     HASH-NUM  BY  AMPLITUDE  GIVING  QUOCIENTE
                                               REMAINDER RESTO-PCT.
           COMPUTE    FATOR-PCT = RESTO-PCT - PERCENTUAL.

       PERTURBA-VALOR       SECTION.

           COMPUTE    VALOR-NOVO ROUNDED = VALOR-ORIG
                              + VALOR-ORIG * FATOR-PCT / 100.
           IF         VALOR-NOVO  GREATER THAN  99999,99
                      MOVE  VALOR-ORIG  TO   VALOR-NOVO.

      *    DESLOCAMENTO DE DATA AAAAMMDD DIA A DIA, RESPEITANDO O FIM
      *    DO MES E O ANO BISSEXTO. DATA ZERADA FICA ZERADA.

       DESLOCA-DATA         SECTION.

           IF         DATA-TRAB-NUM  GREATER THAN  ZEROS
                AND   MM-TRAB  GREATER THAN  ZEROS
                AND   MM-TRAB  NOT GREATER THAN  12
                IF    SINAL-DESLOC  EQUAL  "+"
                      PERFORM  AVANCA-DIA   DIAS-DESLOC  TIMES
                ELSE
                      PERFORM  RECUA-DIA    DIAS-DESLOC  TIMES.

       AVANCA-DIA           SECTION.

           ADD        1              TO   DD-TRAB.
           PERFORM    CALCULA-FIM-MES.
           IF         DD-TRAB  GREATER THAN  ULTIMO-DIA
                      MOVE  1        TO   DD-TRAB
                      ADD   1        TO   MM-TRAB
                      IF    MM-TRAB  GREATER THAN  12
                            MOVE  1  TO   MM-TRAB
                            ADD   1  TO   AAAA-TRAB.

       RECUA-DIA            SECTION.

           SUBTRACT   1              FROM DD-TRAB.
           IF         DD-TRAB  EQUAL  ZEROS
                      SUBTRACT  1    FROM MM-TRAB
                      IF    MM-TRAB  EQUAL  ZEROS
                            MOVE     12   TO   MM-TRAB
                            SUBTRACT 1    FROM AAAA-TRAB.
           IF         DD-TRAB  EQUAL  ZEROS
                      PERFORM  CALCULA-FIM-MES
                      MOVE     ULTIMO-DIA  TO  DD-TRAB.

       CALCULA-FIM-MES      SECTION.

           MOVE       DIAS-MES-TAB (MM-TRAB)  TO  ULTIMO-DIA.
           IF         MM-TRAB  EQUAL  2
                      DIVIDE  AAAA-TRAB  BY  4    GIVING  QUOC-ANO
                                              REMAINDER RESTO-ANO
                      IF      RESTO-ANO  EQUAL  ZEROS
                              MOVE  29   TO   ULTIMO-DIA
                              DIVIDE  AAAA-TRAB  BY  100
                                      GIVING  QUOC-ANO
                                      REMAINDER RESTO-ANO
                              IF    RESTO-ANO  EQUAL  ZEROS
                                    MOVE  28   TO   ULTIMO-DIA
                                    DIVIDE  AAAA-TRAB  BY  400
                                            GIVING  QUOC-ANO
                                            REMAINDER RESTO-ANO
                                    IF    RESTO-ANO  EQUAL  ZEROS
                                          MOVE  29  TO  ULTIMO-DIA.

       FIM                  SECTION.

           DISPLAY   "RESP2T   - RESPONSAVEIS : " CT-RESP.
           DISPLAY   "CADALU2T - ALUNOS       : " CT-ALU.
           DISPLAY   "CADPAGT  - PAGADORES    : " CT-PAG.
           DISPLAY   "CADFUNT  - FUNCIONARIOS : " CT-FUN.
           DISPLAY   "CADENTT  - CLIENTES     : " CT-CLI.
           DISPLAY   "TRAILERS COPIADOS       : " CT-TRAILERS.
