       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM13.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  BAIXA DA TAXA DE INSCRICAO DO VESTIBULAR. CASA OS
      *          PAGAMENTOS DO RETORNO BANCARIO DA TAXA RETVEST.DAT
      *          (NOSSO NUMERO, VALOR PAGO E DATA; CUMULATIVO COMO O
      *          RETBANCO) COM O CONTROLE TAXAVEST.DAT GRAVADO PELO
      *          PGM12. INSCRICAO COM A TAXA PAGA POR INTEIRO OU
      *          ISENTA VAI PARA LIBERADOS.DAT (CPF E SITUACAO), A
      *          LISTA QUE O PGM11 EXIGE PARA CORRIGIR A FOLHA DE
      *          RESPOSTAS. INSCRICAO SEM PAGAMENTO, OU COM PAGAMENTO
      *          MENOR QUE A TAXA, SAI NA LISTA DE PENDENTES
      *          REL-PENDVEST. PAGAMENTO COM NOSSO NUMERO QUE NAO
      *          CONSTA DO CONTROLE SAI NO RELATORIO DE CONCILIACAO
      *          REL-CONCVEST PARA ACERTO DA TESOURARIA (RC=4), QUE
      *          FECHA COM INSCRICOES, PAGAS, ISENTAS, PENDENTES E
      *          TOTAL ARRECADADO POR CURSO DE OPCAO (OPCAO.DAT, NOME
      *          DE VAGAS-CURSO.DAT). CANDIDATO SEM OPCAO OU COM
      *          CURSO INEXISTENTE E SOMADO NA LINHA "SEM OPCAO".

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   TAXAVEST         ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL RETVEST ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL OPCAO   ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   OPTIONAL VAGAS-CURSO ASSIGN  TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   LIBERADOS        ASSIGN      TO      DISK
           ORGANIZATION    IS         LINE          SEQUENTIAL.

           SELECT   REL-CONCVEST     ASSIGN      TO      DISK.

           SELECT   REL-PENDVEST     ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  TAXAVEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "TAXAVEST.DAT".

       01   REG-TAXA.
            03 CPF-TAXA      PIC 9(11).
            03 NOSSO-TAXA    PIC 9(09).
            03 VALOR-TAXA    PIC 9(05)V99.
            03 VENCTO-TAXA   PIC 9(08).
            03 CATEG-TAXA    PIC X(01).
            03 ISENTO-TAXA   PIC X(01).
            03 EMISSAO-TAXA  PIC 9(08).

       FD  RETVEST
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "RETVEST.DAT".

       01   REG-RET.
            03 NOSSO-RET     PIC 9(09).
            03 VALOR-RET     PIC 9(05)V99.
            03 DATA-RET      PIC 9(08).

       FD  OPCAO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "OPCAO.DAT".

       01   REG-OPCAO.
            03 CPF-OPCAO     PIC 9(11).
            03 CURSO-OPCAO   PIC 9(02).

       FD  VAGAS-CURSO
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "VAGAS-CURSO.DAT".

       01   REG-VAGAS.
            03 CURSO-VAGAS   PIC 9(02).
            03 NOME-VAGAS    PIC X(30).
            03 QT-VAGAS      PIC 9(03).
            03 PERC-RES-A    PIC 9(03).
            03 PERC-RES-B    PIC 9(03).

       FD  LIBERADOS
           LABEL         RECORD         ARE        STANDARD
           VALUE        OF FILE-ID      IS       "LIBERADOS.DAT".

       01   REG-LIB.
            03 CPF-LIB       PIC 9(11).
            03 SITUACAO-LIB  PIC X(06).

       FD  REL-CONCVEST
           LABEL         RECORD         IS          OMITTED.

       01  REG-REL            PIC X(80).

       FD  REL-PENDVEST
           LABEL         RECORD         IS          OMITTED.

       01  REG-PEND           PIC X(80).

       WORKING-STORAGE SECTION.

       77    FIM-TAXA         PIC X(03) VALUE "NAO".
       77    FIM-RET          PIC X(03) VALUE "NAO".
       77    FIM-OPCAO        PIC X(03) VALUE "NAO".
       77    FIM-VAGAS        PIC X(03) VALUE "NAO".
       77    QT-TAXAS         PIC 9(03) VALUE ZEROS.
       77    CTR-TAXA         PIC 9(03) VALUE ZEROS.
       77    IND-TAXA         PIC 9(03) VALUE ZEROS.
       77    QT-OPCOES        PIC 9(03) VALUE ZEROS.
       77    CTR-OPCAO        PIC 9(03) VALUE ZEROS.
       77    QT-CURSOS        PIC 9(02) VALUE ZEROS.
       77    CTR-CURSO        PIC 9(02) VALUE ZEROS.
       77    IND-CURSO        PIC 9(02) VALUE ZEROS.
       77    WCURSO           PIC 9(02) VALUE ZEROS.
       77    PRIMEIRA-DIV     PIC X(03) VALUE "SIM".
       77    CT-RETORNOS      PIC 9(05) VALUE ZEROS.
       77    CT-SEM-INSC      PIC 9(05) VALUE ZEROS.
       77    VALOR-SEM-INSC   PIC 9(07)V99 VALUE ZEROS.
       77    CT-LIN-PEND      PIC 9(02) VALUE 60.

       01  TAB-TAXAS.
           02 ITEM-TAXA-TAB   OCCURS 300 TIMES.
              03 CPF-TAXA-TAB    PIC 9(11).
              03 NOSSO-TAXA-TAB  PIC 9(09).
              03 VALOR-TAXA-TAB  PIC 9(05)V99.
              03 VENCTO-TAXA-TAB PIC 9(08).
              03 ISENTO-TAXA-TAB PIC X(01).
              03 PAGO-TAXA-TAB   PIC 9(05)V99.
              03 DATA-PAG-TAB    PIC 9(08).

       01  TAB-OPCOES.
           02 CPF-OPC-TAB    PIC 9(11) OCCURS 300 TIMES
                                        VALUE ZEROS.
           02 CURSO-OPC-TAB  PIC 9(02) OCCURS 300 TIMES
                                        VALUE ZEROS.

       01  TAB-CURSOS.
           02 ITEM-CURSO-TAB  OCCURS 21 TIMES.
              03 CURSO-TAB       PIC 9(02).
              03 NOME-CURSO-TAB  PIC X(30).
              03 INSCR-TAB       PIC 9(05).
              03 PAGAS-TAB       PIC 9(05).
              03 ISENTAS-TAB     PIC 9(05).
              03 PEND-TAB        PIC 9(05).
              03 ARRECAD-TAB     PIC 9(07)V99.

       01  TOTAIS-GERAIS.
           02 INSCR-TOT      PIC 9(05) VALUE ZEROS.
           02 PAGAS-TOT      PIC 9(05) VALUE ZEROS.
           02 ISENTAS-TOT    PIC 9(05) VALUE ZEROS.
           02 PEND-TOT       PIC 9(05) VALUE ZEROS.
           02 ARRECAD-TOT    PIC 9(07)V99 VALUE ZEROS.

       01  CAB-DIV.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(50) VALUE
              "PAGAMENTOS DO RETORNO SEM INSCRICAO NO CONTROLE".
           02 FILLER         PIC X(20) VALUE SPACES.

       01  LINHA-DIV.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "NOSSO NUMERO: ".
           02 NOSSO-DIV      PIC 9(09).
           02 FILLER         PIC X(09) VALUE "   VALOR:".
           02 VALOR-DIV      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(09) VALUE "   DATA: ".
           02 DATA-DIV       PIC 9(08).
           02 FILLER         PIC X(17) VALUE SPACES.

       01  CAB-CONC.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(50) VALUE
              "CONCILIACAO DA TAXA DE INSCRICAO POR CURSO".
           02 FILLER         PIC X(20) VALUE SPACES.

       01  CAB-CONC-COL.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE "CURSO".
           02 FILLER         PIC X(08) VALUE "  INSCR.".
           02 FILLER         PIC X(08) VALUE "   PAGAS".
           02 FILLER         PIC X(08) VALUE " ISENTAS".
           02 FILLER         PIC X(08) VALUE "  PEND. ".
           02 FILLER         PIC X(20) VALUE "      ARRECADADO".

       01  LINHA-CONC.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CURSO-CONC     PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-CONC      PIC X(23).
           02 INSCR-CONC     PIC ZZZZZZZ9.
           02 PAGAS-CONC     PIC ZZZZZZZ9.
           02 ISENTAS-CONC   PIC ZZZZZZZ9.
           02 PEND-CONC      PIC ZZZZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ARRECAD-CONC   PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(06) VALUE SPACES.

       01  CAB-PEND.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(50) VALUE
              "INSCRICOES COM TAXA PENDENTE - PROVA NAO CORRIGIDA".
           02 FILLER         PIC X(20) VALUE SPACES.

       01  CAB-PEND-COL.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(13) VALUE "CPF".
           02 FILLER         PIC X(11) VALUE "NOSSO NUM.".
           02 FILLER         PIC X(12) VALUE "VENCIMENTO".
           02 FILLER         PIC X(11) VALUE "     TAXA".
           02 FILLER         PIC X(11) VALUE "     PAGO".
           02 FILLER         PIC X(17) VALUE SPACES.

       01  LINHA-PEND.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 CPF-PEND       PIC 9(11).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOSSO-PEND     PIC 9(09).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VENCTO-PEND    PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VALOR-PEND     PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PAGO-PEND      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(21) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-13.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-RET      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       RETVEST
                OUTPUT      LIBERADOS
                            REL-CONCVEST
                            REL-PENDVEST.
           PERFORM    CARGA-OPCOES.
           PERFORM    CARGA-CURSOS.
           PERFORM    CARGA-TAXAS.
           PERFORM    LEITURA-RET.

       CARGA-OPCOES.

           OPEN INPUT       OPCAO.
           PERFORM    LEITURA-OPCAO
                      UNTIL     FIM-OPCAO    EQUAL    "SIM".
           CLOSE      OPCAO.

       LEITURA-OPCAO.

           READ OPCAO
                AT END
                MOVE "SIM" TO FIM-OPCAO.
           IF   FIM-OPCAO    NOT EQUAL  "SIM"
                AND QT-OPCOES LESS THAN 300
                ADD  1              TO  QT-OPCOES
                MOVE CPF-OPCAO      TO  CPF-OPC-TAB (QT-OPCOES)
                MOVE CURSO-OPCAO    TO  CURSO-OPC-TAB (QT-OPCOES).

       CARGA-CURSOS.

           OPEN INPUT       VAGAS-CURSO.
           PERFORM    LEITURA-VAGAS
                      UNTIL     FIM-VAGAS    EQUAL    "SIM".
           CLOSE      VAGAS-CURSO.
           ADD        1              TO  QT-CURSOS.
           MOVE       ZEROS          TO  CURSO-TAB (QT-CURSOS).
           MOVE       "SEM OPCAO / CURSO INVALIDO"  TO
                      NOME-CURSO-TAB (QT-CURSOS).
           PERFORM    ZERA-CONTADORES-CURSO.

       LEITURA-VAGAS.

           READ VAGAS-CURSO
                AT END
                MOVE "SIM" TO FIM-VAGAS.
           IF   FIM-VAGAS    NOT EQUAL  "SIM"
                AND QT-CURSOS LESS THAN 20
                ADD  1              TO  QT-CURSOS
                MOVE CURSO-VAGAS    TO  CURSO-TAB (QT-CURSOS)
                MOVE NOME-VAGAS     TO  NOME-CURSO-TAB (QT-CURSOS)
                PERFORM ZERA-CONTADORES-CURSO.

       ZERA-CONTADORES-CURSO.

           MOVE       ZEROS     TO    INSCR-TAB (QT-CURSOS)
                                      PAGAS-TAB (QT-CURSOS)
                                      ISENTAS-TAB (QT-CURSOS)
                                      PEND-TAB (QT-CURSOS)
                                      ARRECAD-TAB (QT-CURSOS).

       CARGA-TAXAS.

           OPEN INPUT       TAXAVEST.
           PERFORM    LEITURA-TAXA
                      UNTIL     FIM-TAXA     EQUAL    "SIM".
           CLOSE      TAXAVEST.

       LEITURA-TAXA.

           READ TAXAVEST
                AT END
                MOVE "SIM" TO FIM-TAXA.
           IF   FIM-TAXA     NOT EQUAL  "SIM"
                IF   QT-TAXAS  NOT LESS THAN  300
                     DISPLAY "TAXAVEST EXCEDE A TABELA DE 300"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1           TO  QT-TAXAS
                     MOVE CPF-TAXA    TO  CPF-TAXA-TAB (QT-TAXAS)
                     MOVE NOSSO-TAXA  TO  NOSSO-TAXA-TAB (QT-TAXAS)
                     MOVE VALOR-TAXA  TO  VALOR-TAXA-TAB (QT-TAXAS)
                     MOVE VENCTO-TAXA TO  VENCTO-TAXA-TAB (QT-TAXAS)
                     MOVE ISENTO-TAXA TO  ISENTO-TAXA-TAB (QT-TAXAS)
                     MOVE ZEROS       TO  PAGO-TAXA-TAB (QT-TAXAS)
                                          DATA-PAG-TAB (QT-TAXAS).

       LEITURA-RET.

           READ RETVEST
                AT END
                MOVE "SIM" TO FIM-RET.

       PRINCIPAL.

           ADD        1         TO    CT-RETORNOS.
           PERFORM    BUSCA-NOSSO.
           IF         IND-TAXA  EQUAL  ZEROS
                      PERFORM  GRAVA-DIVERGENCIA
           ELSE
                      ADD   VALOR-RET  TO  PAGO-TAXA-TAB (IND-TAXA)
                      MOVE  DATA-RET   TO  DATA-PAG-TAB (IND-TAXA).
           PERFORM    LEITURA-RET.

       BUSCA-NOSSO.

           MOVE       ZEROS     TO    IND-TAXA.
           MOVE       1         TO    CTR-TAXA.
           PERFORM    PESQUISA-NOSSO      QT-TAXAS    TIMES.

       PESQUISA-NOSSO.

           IF         NOSSO-RET  EQUAL  NOSSO-TAXA-TAB (CTR-TAXA)
                AND   ISENTO-TAXA-TAB (CTR-TAXA)  NOT EQUAL  "S"
                      MOVE   CTR-TAXA  TO    IND-TAXA.
           ADD        1         TO    CTR-TAXA.

       GRAVA-DIVERGENCIA.

           IF         PRIMEIRA-DIV  EQUAL   "SIM"
                      WRITE  REG-REL FROM CAB-DIV
                             AFTER ADVANCING PAGE
                      MOVE   "NAO"   TO   PRIMEIRA-DIV.
           MOVE       NOSSO-RET     TO    NOSSO-DIV.
           MOVE       VALOR-RET     TO    VALOR-DIV.
           MOVE       DATA-RET      TO    DATA-DIV.
           WRITE      REG-REL FROM LINHA-DIV
                      AFTER ADVANCING 1 LINE.
           ADD        1             TO    CT-SEM-INSC.
           ADD        VALOR-RET     TO    VALOR-SEM-INSC.

       FIM.

           MOVE       1         TO    CTR-TAXA.
           PERFORM    CLASSIFICA-INSCRICAO  QT-TAXAS  TIMES.
           IF         PRIMEIRA-DIV  EQUAL   "SIM"
                      WRITE  REG-REL FROM CAB-CONC
                             AFTER ADVANCING PAGE
           ELSE
                      WRITE  REG-REL FROM CAB-CONC
                             AFTER ADVANCING 3 LINES.
           WRITE      REG-REL FROM CAB-CONC-COL
                      AFTER ADVANCING 2 LINES.
           MOVE       1         TO    CTR-CURSO.
           PERFORM    IMPRIME-CONCILIACAO  QT-CURSOS  TIMES.
           MOVE       ZEROS          TO  CURSO-CONC.
           MOVE       "TOTAL GERAL"  TO  NOME-CONC.
           MOVE       INSCR-TOT      TO  INSCR-CONC.
           MOVE       PAGAS-TOT      TO  PAGAS-CONC.
           MOVE       ISENTAS-TOT    TO  ISENTAS-CONC.
           MOVE       PEND-TOT       TO  PEND-CONC.
           MOVE       ARRECAD-TOT    TO  ARRECAD-CONC.
           WRITE      REG-REL FROM LINHA-CONC
                      AFTER ADVANCING 2 LINES.
           IF         CT-SEM-INSC  GREATER THAN  ZEROS
                      MOVE   ZEROS          TO  CURSO-CONC
                                                INSCR-CONC
                                                PAGAS-CONC
                                                ISENTAS-CONC
                      MOVE   "PAGTOS SEM INSCRICAO" TO NOME-CONC
                      MOVE   CT-SEM-INSC    TO  PEND-CONC
                      MOVE   VALOR-SEM-INSC TO  ARRECAD-CONC
                      WRITE  REG-REL FROM LINHA-CONC
                             AFTER ADVANCING 1 LINE
                      MOVE   4              TO  RETURN-CODE.
           DISPLAY    "PAGAMENTOS NO RETORNO  : " CT-RETORNOS.
           DISPLAY    "PAGAMENTOS SEM INSCR.  : " CT-SEM-INSC.
           DISPLAY    "INSCRICOES LIBERADAS   : " PAGAS-TOT
                      " PAGAS E " ISENTAS-TOT " ISENTAS".
           DISPLAY    "INSCRICOES PENDENTES   : " PEND-TOT.
           CLOSE      RETVEST
                      LIBERADOS
                      REL-CONCVEST
                      REL-PENDVEST.

       CLASSIFICA-INSCRICAO.

           PERFORM    BUSCA-CURSO-CANDIDATO.
           ADD        1    TO    INSCR-TAB (IND-CURSO)  INSCR-TOT.
           ADD        PAGO-TAXA-TAB (CTR-TAXA)  TO
                      ARRECAD-TAB (IND-CURSO)  ARRECAD-TOT.
           IF         ISENTO-TAXA-TAB (CTR-TAXA)  EQUAL  "S"
                      ADD    1    TO    ISENTAS-TAB (IND-CURSO)
                                        ISENTAS-TOT
                      MOVE   "ISENTO"  TO  SITUACAO-LIB
                      PERFORM  GRAVA-LIBERADO
           ELSE
           IF         PAGO-TAXA-TAB (CTR-TAXA)  NOT LESS THAN
                      VALOR-TAXA-TAB (CTR-TAXA)
                      ADD    1    TO    PAGAS-TAB (IND-CURSO)
                                        PAGAS-TOT
                      MOVE   "PAGO  "  TO  SITUACAO-LIB
                      PERFORM  GRAVA-LIBERADO
           ELSE
                      ADD    1    TO    PEND-TAB (IND-CURSO)
                                        PEND-TOT
                      PERFORM  IMPRIME-PENDENTE.
           ADD        1         TO    CTR-TAXA.

       BUSCA-CURSO-CANDIDATO.

           MOVE       ZEROS     TO    WCURSO.
           MOVE       1         TO    CTR-OPCAO.
           PERFORM    PESQUISA-OPCAO      QT-OPCOES   TIMES.
           MOVE       QT-CURSOS TO    IND-CURSO.
           MOVE       1         TO    CTR-CURSO.
           PERFORM    PESQUISA-CURSO      QT-CURSOS   TIMES.

       PESQUISA-OPCAO.

           IF         CPF-TAXA-TAB (CTR-TAXA)  EQUAL
                      CPF-OPC-TAB (CTR-OPCAO)
                      MOVE   CURSO-OPC-TAB (CTR-OPCAO)  TO  WCURSO.
           ADD        1         TO    CTR-OPCAO.

       PESQUISA-CURSO.

           IF         CTR-CURSO  LESS THAN  QT-CURSOS
                AND   WCURSO     EQUAL  CURSO-TAB (CTR-CURSO)
                      MOVE   CTR-CURSO  TO    IND-CURSO.
           ADD        1         TO    CTR-CURSO.

       GRAVA-LIBERADO.

           MOVE       CPF-TAXA-TAB (CTR-TAXA)  TO  CPF-LIB.
           WRITE      REG-LIB.

       IMPRIME-PENDENTE.

           IF         CT-LIN-PEND  GREATER THAN  55
                      WRITE  REG-PEND FROM CAB-PEND
                             AFTER ADVANCING PAGE
                      WRITE  REG-PEND FROM CAB-PEND-COL
                             AFTER ADVANCING 2 LINES
                      MOVE   4       TO   CT-LIN-PEND.
           MOVE       CPF-TAXA-TAB (CTR-TAXA)    TO  CPF-PEND.
           MOVE       NOSSO-TAXA-TAB (CTR-TAXA)  TO  NOSSO-PEND.
           MOVE       VALOR-TAXA-TAB (CTR-TAXA)  TO  VALOR-PEND.
           MOVE       PAGO-TAXA-TAB (CTR-TAXA)   TO  PAGO-PEND.
           MOVE       VENCTO-TAXA-TAB (CTR-TAXA) TO  VENCTO-PEND.
           WRITE      REG-PEND FROM LINHA-PEND
                      AFTER ADVANCING 1 LINE.
           ADD        1         TO    CT-LIN-PEND.

       IMPRIME-CONCILIACAO.

           MOVE       CURSO-TAB (CTR-CURSO)       TO  CURSO-CONC.
           MOVE       NOME-CURSO-TAB (CTR-CURSO)  TO  NOME-CONC.
           MOVE       INSCR-TAB (CTR-CURSO)       TO  INSCR-CONC.
           MOVE       PAGAS-TAB (CTR-CURSO)       TO  PAGAS-CONC.
           MOVE       ISENTAS-TAB (CTR-CURSO)     TO  ISENTAS-CONC.
           MOVE       PEND-TAB (CTR-CURSO)        TO  PEND-CONC.
           MOVE       ARRECAD-TAB (CTR-CURSO)     TO  ARRECAD-CONC.
           WRITE      REG-REL FROM LINHA-CONC
                      AFTER ADVANCING 1 LINE.
           ADD        1         TO    CTR-CURSO.
