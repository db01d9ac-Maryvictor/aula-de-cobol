       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM23.
       AUTHOR.           MARIA VICTOR.
       INSTALLATION.     FATEC-SP.
       DATE-WRITTEN.     02/09/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.  IMPRESSAO DOS BOLETOS DE COBRANCA. PARA CADA PARCELA
      *          ABERTA OU PARCIAL DE ABERTOS.DAT SAI UMA PAGINA EM
      *          REL-BOLETO COM A LINHA DIGITAVEL, O BENEFICIARIO DE
      *          PARAM-BOLETO.DAT, VENCIMENTO, NOSSO NUMERO, VALOR,
      *          O PAGADOR (NOME, CPF E ENDERECO DO RESPONSAVEL
      *          FINANCEIRO EM RESP2.DAT) E OS 44 DIGITOS DO CODIGO DE
      *          BARRAS, TUDO COMO FOI REGISTRADO PELO PGM11 NO
      *          CONTROLE BOLETOS.DAT (LIDO EM PARALELO COM O ABERTOS,
      *          AMBOS EM ORDEM DE CLIENTE E PARCELA). PARCELA AINDA
      *          NAO REGISTRADA, COM SALDO OU VENCIMENTO DIFERENTE DO
      *          REGISTRO (PAGAMENTO PARCIAL DEPOIS DA REMESSA) OU SEM
      *          RESPONSAVEL CADASTRADO NAO TEM BOLETO IMPRESSO E SAI
      *          NO RELATORIO REL-SEMBOLETO, PARA NOVA REMESSA OU
      *          ACERTO DO CADASTRO ANTES DA REIMPRESSAO.
      *          PARCELA JA SOLICITADA EM DEBITO AUTOMATICO PELO PGM25
      *          (CONTROLE DEBENV.DAT) NAO TEM BOLETO IMPRESSO, A NAO
      *          SER QUE O BANCO TENHA RECUSADO O DEBITO (OCORRENCIA
      *          DIFERENTE DE "00" NO HISTORICO DEBRET.DAT DO PGM26):
      *          NESSE CASO O BOLETO VOLTA A SER A FORMA DE COBRANCA.
      *          O ARQUIVO ABERTOS.DAT PASSOU A SER INDEXADO PELA
      *          CHAVE CLIENTE+PARCELA E ATUALIZADO NO LUGAR; AQUI A
      *          LEITURA CONTINUA SEQUENCIAL, NA ORDEM DA CHAVE.

       ENVIRONMENT             DIVISION.

       CONFIGURATION SECTION.
             SOURCE-COMPUTER. MARIA-PC.
             OBJECT-COMPUTER. MARIA-PC.
             SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT   ABERTOS          ASSIGN      TO      DISK
           ORGANIZATION   IS           INDEXED
           ACCESS MODE    IS           SEQUENTIAL
           RECORD KEY     IS           CHAVE-ABERTO.

           SELECT   OPTIONAL BOLETOS ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DEBENV  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL DEBRET  ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL RESP2   ASSIGN      TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   OPTIONAL PARAM-BOLETO ASSIGN TO      DISK
           ORGANIZATION   IS           LINE         SEQUENTIAL.

           SELECT   REL-BOLETO       ASSIGN      TO      DISK.

           SELECT   REL-SEMBOLETO    ASSIGN      TO      DISK.

       DATA                           DIVISION.

       FILE SECTION.
       FD  ABERTOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "ABERTOS.DAT".

       01  REG-ABERTO.
             02 CHAVE-ABERTO.
                03 CODIGO-ABE   PIC 9(05).
                03 PARCELA-ABE  PIC 9(02).
             02 VENC-ABE        PIC 9(08).
             02 VALOR-ABE       PIC 9(05)V9(02).
             02 PAGO-ABE        PIC 9(05)V9(02).
             02 SITUACAO-ABE    PIC X(07).

       FD  BOLETOS
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "BOLETOS.DAT".

       01  REG-BOLETO.
             02 CHAVE-BOL.
                03 CODIGO-BOL      PIC 9(05).
                03 PARCELA-BOL     PIC 9(02).
             02 NOSSO-BOL.
                03 SEQ-NOSSO-BOL   PIC 9(08).
                03 DV-NOSSO-BOL    PIC 9(01).
             02 VENC-BOL.
                03 VENC-BOL-AAAA   PIC 9(04).
                03 VENC-BOL-MM     PIC 9(02).
                03 VENC-BOL-DD     PIC 9(02).
             02 VALOR-BOL       PIC 9(07)V9(02).
             02 BARRAS-BOL      PIC X(44).
             02 LINHA-BOL.
                03 C1A-BOL         PIC X(05).
                03 C1B-BOL         PIC X(05).
                03 C2A-BOL         PIC X(05).
                03 C2B-BOL         PIC X(06).
                03 C3A-BOL         PIC X(05).
                03 C3B-BOL         PIC X(06).
                03 DVG-BOL         PIC X(01).
                03 C5-BOL          PIC X(14).
             02 REMESSA-BOL     PIC 9(05).
             02 DATA-BOL        PIC 9(08).

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

       FD  PARAM-BOLETO
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "PARAM-BOLETO.DAT".

       01  REG-PARAM-BOLETO.
             02 BANCO-PARAM     PIC 9(03).
             02 AGENCIA-PARAM   PIC 9(04).
             02 CONTA-PARAM     PIC 9(07).
             02 CARTEIRA-PARAM  PIC 9(03).
             02 BENEF-PARAM     PIC X(30).

       FD  REL-BOLETO
           LABEL RECORD IS OMITTED.

       01  REG-REL                PIC X(80).

       FD  DEBENV
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBENV.DAT".

       01  REG-DEBENV.
             02 CODIGO-ENV      PIC 9(05).
             02 PARCELA-ENV     PIC 9(02).
             02 VENC-ENV        PIC 9(08).
             02 VALOR-ENV       PIC 9(07)V9(02).
             02 REMESSA-ENV     PIC 9(05).
             02 DATA-ENV        PIC 9(08).

       FD  DEBRET
           LABEL         RECORD          ARE     STANDARD
           VALUE        OF FILE-ID       IS      "DEBRET.DAT".

       01  REG-DEBRET.
             02 CODIGO-DRT      PIC 9(05).
             02 PARCELA-DRT     PIC 9(02).
             02 VALOR-DRT       PIC 9(07)V9(02).
             02 DATA-DRT        PIC 9(08).
             02 OCORRENCIA-DRT  PIC X(02).
             02 IDENT-DRT       PIC X(11).

       FD  REL-SEMBOLETO
           LABEL RECORD IS OMITTED.

       01  REG-SEM                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FIM-ABE          PIC X(03)    VALUE "NAO".
       77  FIM-BOL          PIC X(03)    VALUE "NAO".
       77  FIM-RESP         PIC X(03)    VALUE "NAO".
       77  FIM-PARAM        PIC X(03)    VALUE "NAO".
       77  CHAVE-ABE        PIC 9(07)    VALUE ZEROS.
       77  CHAVE-BOLETO     PIC 9(07)    VALUE ZEROS.
       77  QT-RESP          PIC 9(03)    VALUE ZEROS.
       77  CTR-RESP         PIC 9(03)    VALUE ZEROS.
       77  CTR-VINC         PIC 9(01)    VALUE ZEROS.
       77  ACHOU-RESP       PIC X(03)    VALUE "NAO".
       77  WSALDO           PIC 9(05)V99 VALUE ZEROS.
       77  CT-BOLETOS       PIC 9(05)    VALUE ZEROS.
       77  CT-SEMBOLETO     PIC 9(05)    VALUE ZEROS.
       77  CT-LIN-SEM       PIC 9(02)    VALUE 60.
       77  CT-PAG-SEM       PIC 9(03)    VALUE ZEROS.
       77  FIM-ENV          PIC X(03)    VALUE "NAO".
       77  FIM-DRT          PIC X(03)    VALUE "NAO".
       77  QT-ENV           PIC 9(04)    VALUE ZEROS.
       77  CTR-ENV          PIC 9(04)    VALUE ZEROS.
       77  EM-DEBITO        PIC X(03)    VALUE "NAO".
       77  CT-EM-DEBITO     PIC 9(05)    VALUE ZEROS.

       01  TAB-ENVIADOS.
           02 ITEM-ENV-TAB    OCCURS 5000 TIMES.
              03 CODIGO-ENV-TAB  PIC 9(05).
              03 PARCELA-ENV-TAB PIC 9(02).
              03 RECUSADO-ENV-TAB PIC X(01).

       01  TAB-RESPONSAVEIS.
           02 ITEM-RESP-TAB   OCCURS 100 TIMES.
              03 NOME-RESP-TAB     PIC X(30).
              03 CPF-RESP-TAB      PIC 9(11).
              03 ENDER-RESP-TAB    PIC X(30).
              03 ALUNOS-RESP-TAB.
                 04 ALUNO-RESP-TAB   PIC 9(05)  OCCURS 3 TIMES.

       01  NOME-PAGADOR     PIC X(30).
       01  ENDER-PAGADOR    PIC X(30).
       01  CPF-PAGADOR      PIC 9(11).
       01  CPF-PARTES       REDEFINES  CPF-PAGADOR.
           02 CPF-P1            PIC 9(03).
           02 CPF-P2            PIC 9(03).
           02 CPF-P3            PIC 9(03).
           02 CPF-DV            PIC 9(02).

       01  LINHA-TRACO.
           02 FILLER         PIC X(80) VALUE ALL "-".

       01  LINHA-BANCO.
           02 FILLER         PIC X(06) VALUE "BANCO ".
           02 BANCO-LIN      PIC 9(03).
           02 FILLER         PIC X(17) VALUE SPACES.
           02 C1A-LIN        PIC X(05).
           02 FILLER         PIC X(01) VALUE ".".
           02 C1B-LIN        PIC X(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 C2A-LIN        PIC X(05).
           02 FILLER         PIC X(01) VALUE ".".
           02 C2B-LIN        PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 C3A-LIN        PIC X(05).
           02 FILLER         PIC X(01) VALUE ".".
           02 C3B-LIN        PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DVG-LIN        PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 C5-LIN         PIC X(14).

       01  LINHA-LOCAL.
           02 FILLER         PIC X(20) VALUE "LOCAL DE PAGAMENTO: ".
           02 FILLER         PIC X(40) VALUE
                             "PAGAVEL EM QUALQUER BANCO ATE O VENCTO.".
           02 FILLER         PIC X(08) VALUE "VENCTO: ".
           02 VENC-DD-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 VENC-MM-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 VENC-AAAA-LIN  PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.

       01  LINHA-BENEF.
           02 FILLER         PIC X(14) VALUE "BENEFICIARIO: ".
           02 BENEF-LIN      PIC X(30).
           02 FILLER         PIC X(16) VALUE "AGENCIA/CODIGO: ".
           02 AGENCIA-LIN    PIC 9(04).
           02 FILLER         PIC X(01) VALUE "/".
           02 CONTA-LIN      PIC 9(07).
           02 FILLER         PIC X(08) VALUE SPACES.

       01  LINHA-DOCUMENTO.
           02 FILLER         PIC X(14) VALUE "DOCUMENTO:    ".
           02 CODIGO-LIN     PIC 9(05).
           02 FILLER         PIC X(01) VALUE "-".
           02 PARCELA-LIN    PIC 9(02).
           02 FILLER         PIC X(22) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "NOSSO NUMERO:   ".
           02 CARTEIRA-LIN   PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 NOSSO-LIN      PIC 9(08).
           02 FILLER         PIC X(01) VALUE "-".
           02 DV-NOSSO-LIN   PIC 9(01).
           02 FILLER         PIC X(06) VALUE SPACES.

       01  LINHA-VALOR.
           02 FILLER         PIC X(60) VALUE SPACES.
           02 FILLER         PIC X(07) VALUE "VALOR: ".
           02 VALOR-LIN      PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.

       01  LINHA-INSTRUCAO.
           02 FILLER         PIC X(14) VALUE "INSTRUCOES:   ".
           02 FILLER         PIC X(56) VALUE
               "APOS O VENCIMENTO, MULTA E JUROS CONFORME O CONTRATO.".
           02 FILLER         PIC X(10) VALUE SPACES.

       01  LINHA-PAGADOR.
           02 FILLER         PIC X(14) VALUE "PAGADOR:      ".
           02 NOME-PAG-LIN   PIC X(30).
           02 FILLER         PIC X(06) VALUE "  CPF ".
           02 CPF-P1-LIN     PIC 9(03).
           02 FILLER         PIC X(01) VALUE ".".
           02 CPF-P2-LIN     PIC 9(03).
           02 FILLER         PIC X(01) VALUE ".".
           02 CPF-P3-LIN     PIC 9(03).
           02 FILLER         PIC X(01) VALUE "-".
           02 CPF-DV-LIN     PIC 9(02).
           02 FILLER         PIC X(16) VALUE SPACES.

       01  LINHA-ENDERECO.
           02 FILLER         PIC X(14) VALUE SPACES.
           02 ENDER-PAG-LIN  PIC X(30).
           02 FILLER         PIC X(36) VALUE SPACES.

       01  LINHA-BARRAS.
           02 FILLER         PIC X(18) VALUE "CODIGO DE BARRAS: ".
           02 BARRAS-LIN     PIC X(44).
           02 FILLER         PIC X(18) VALUE SPACES.

       01  CAB-SEM-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE
                             "PARCELAS EM ABERTO SEM BOLETO IMPRESSO".
           02 FILLER         PIC X(19) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "PAG. ".
           02 PAG-CAB-SEM    PIC ZZ9.
           02 FILLER         PIC X(05) VALUE SPACES.

       01  CAB-SEM-02.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "CLIENTE".
           02 FILLER         PIC X(05) VALUE "PARC".
           02 FILLER         PIC X(11) VALUE "VENCIMENTO".
           02 FILLER         PIC X(11) VALUE "      SALDO".
           02 FILLER         PIC X(40) VALUE "  MOTIVO".

       01  DET-SEM.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 CODIGO-SEM     PIC 9(05).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 PARCELA-SEM    PIC 9(02).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 VENC-SEM       PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-SEM      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-SEM     PIC X(30).
           02 FILLER         PIC X(11) VALUE SPACES.

       PROCEDURE                                   DIVISION.

       PGM-PGM23.

           PERFORM    INICIO.

           PERFORM    PRINCIPAL
                    UNTIL   FIM-ABE      EQUAL     "SIM".

           PERFORM    FIM.

           STOP RUN.

       INICIO.

           OPEN INPUT       PARAM-BOLETO.
           READ PARAM-BOLETO
                AT END
                MOVE "SIM"  TO  FIM-PARAM.
           CLOSE      PARAM-BOLETO.
           IF   FIM-PARAM   EQUAL  "SIM"
                DISPLAY "PARAM-BOLETO.DAT AUSENTE - BOLETOS NAO"
                        " IMPRESSOS."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           MOVE       BANCO-PARAM     TO   BANCO-LIN.
           MOVE       BENEF-PARAM     TO   BENEF-LIN.
           MOVE       AGENCIA-PARAM   TO   AGENCIA-LIN.
           MOVE       CONTA-PARAM     TO   CONTA-LIN.
           MOVE       CARTEIRA-PARAM  TO   CARTEIRA-LIN.
           PERFORM    CARGA-RESPONSAVEIS.
           PERFORM    CARGA-ENVIADOS.
           PERFORM    CARGA-RECUSAS.
           OPEN INPUT       ABERTOS
                            BOLETOS
                OUTPUT      REL-BOLETO
                            REL-SEMBOLETO.
           PERFORM    LEITURA-BOLETO.
           PERFORM    LEITURA-ABE.

       CARGA-RESPONSAVEIS.

           OPEN INPUT       RESP2.
           PERFORM    LEITURA-RESP
                      UNTIL     FIM-RESP   EQUAL    "SIM".
           CLOSE      RESP2.

       LEITURA-RESP.

           READ RESP2
                AT END
                MOVE "SIM" TO FIM-RESP.
           IF   FIM-RESP    NOT EQUAL  "SIM"
                IF   QT-RESP  NOT LESS THAN 100
                     DISPLAY "RESP2 EXCEDE A TABELA DE 100"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1              TO  QT-RESP
                     MOVE NOME-RESP      TO  NOME-RESP-TAB (QT-RESP)
                     MOVE CPF-RESP       TO  CPF-RESP-TAB (QT-RESP)
                     MOVE ENDER-RESP     TO  ENDER-RESP-TAB (QT-RESP)
                     MOVE ALUNOS-RESP    TO  ALUNOS-RESP-TAB (QT-RESP).

       CARGA-ENVIADOS.

           OPEN INPUT       DEBENV.
           PERFORM    LEITURA-ENV
                      UNTIL     FIM-ENV    EQUAL    "SIM".
           CLOSE      DEBENV.

       LEITURA-ENV.

           READ DEBENV
                AT END
                MOVE "SIM" TO FIM-ENV.
           IF   FIM-ENV     NOT EQUAL  "SIM"
                IF   QT-ENV  NOT LESS THAN 5000
                     DISPLAY "DEBENV EXCEDE A TABELA DE 5000"
                             " - EXECUCAO ABORTADA."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                ELSE
                     ADD  1             TO  QT-ENV
                     MOVE CODIGO-ENV    TO  CODIGO-ENV-TAB (QT-ENV)
                     MOVE PARCELA-ENV   TO  PARCELA-ENV-TAB (QT-ENV)
                     MOVE "N"           TO  RECUSADO-ENV-TAB (QT-ENV).

       CARGA-RECUSAS.

           OPEN INPUT       DEBRET.
           PERFORM    LEITURA-DRT
                      UNTIL     FIM-DRT    EQUAL    "SIM".
           CLOSE      DEBRET.

       LEITURA-DRT.

           READ DEBRET
                AT END
                MOVE "SIM" TO FIM-DRT.
           IF   FIM-DRT     NOT EQUAL  "SIM"
                IF   OCORRENCIA-DRT  NOT EQUAL  "00"
                     MOVE     1         TO   CTR-ENV
                     PERFORM  MARCA-RECUSA    QT-ENV  TIMES.

       MARCA-RECUSA.

           IF        CODIGO-DRT   EQUAL  CODIGO-ENV-TAB (CTR-ENV)
                AND  PARCELA-DRT  EQUAL  PARCELA-ENV-TAB (CTR-ENV)
                     MOVE  "S"      TO  RECUSADO-ENV-TAB (CTR-ENV).
           ADD       1         TO   CTR-ENV.

       VERIFICA-DEBITO.

           MOVE      "NAO"     TO   EM-DEBITO.
           MOVE      1         TO   CTR-ENV.
           PERFORM   PESQUISA-DEBITO    QT-ENV  TIMES.

       PESQUISA-DEBITO.

           IF        CODIGO-ABE   EQUAL  CODIGO-ENV-TAB (CTR-ENV)
                AND  PARCELA-ABE  EQUAL  PARCELA-ENV-TAB (CTR-ENV)
                AND  RECUSADO-ENV-TAB (CTR-ENV)  EQUAL  "N"
                     MOVE  "SIM"    TO  EM-DEBITO.
           ADD       1         TO   CTR-ENV.

       LEITURA-ABE.

           READ ABERTOS
                AT END
                MOVE "SIM" TO FIM-ABE.
           IF   FIM-ABE     NOT EQUAL  "SIM"
                MOVE    CODIGO-ABE  TO   CHAVE-ABE (1:5)
                MOVE    PARCELA-ABE TO   CHAVE-ABE (6:2).

       LEITURA-BOLETO.

           READ BOLETOS
                AT END
                MOVE "SIM" TO FIM-BOL.
           IF   FIM-BOL     EQUAL    "SIM"
                MOVE    9999999     TO   CHAVE-BOLETO
           ELSE
                MOVE    CHAVE-BOL   TO   CHAVE-BOLETO.

       PRINCIPAL.

           PERFORM   LEITURA-BOLETO
                     UNTIL  CHAVE-BOLETO  NOT LESS THAN  CHAVE-ABE.
           IF        (SITUACAO-ABE  EQUAL  "ABERTO "  OR  "PARCIAL")
                AND  VALOR-ABE  GREATER THAN  PAGO-ABE
                     PERFORM   VERIFICA-DEBITO
                     IF        EM-DEBITO  EQUAL  "SIM"
                               ADD     1    TO   CT-EM-DEBITO
                     ELSE
                               PERFORM TRATA-PARCELA.
           PERFORM   LEITURA-ABE.

       TRATA-PARCELA.

           COMPUTE   WSALDO  =  VALOR-ABE - PAGO-ABE.
           PERFORM   BUSCA-RESPONSAVEL.
           IF        CHAVE-BOLETO  NOT EQUAL  CHAVE-ABE
                     MOVE  "SEM REGISTRO NO BANCO"  TO  MOTIVO-SEM
                     PERFORM  GRAVA-SEMBOLETO
           ELSE
           IF        VALOR-BOL  NOT EQUAL  WSALDO
                     MOVE  "SALDO DIFERE DO REGISTRO"  TO  MOTIVO-SEM
                     PERFORM  GRAVA-SEMBOLETO
           ELSE
           IF        VENC-BOL   NOT EQUAL  VENC-ABE
                     MOVE  "VENCIMENTO DIFERE DO REGISTRO"
                                                       TO  MOTIVO-SEM
                     PERFORM  GRAVA-SEMBOLETO
           ELSE
           IF        ACHOU-RESP  NOT EQUAL  "SIM"
                     MOVE  "SEM RESPONSAVEL EM RESP2"  TO  MOTIVO-SEM
                     PERFORM  GRAVA-SEMBOLETO
           ELSE
                     PERFORM  IMPRIME-BOLETO.

       BUSCA-RESPONSAVEL.

           MOVE      "NAO"           TO      ACHOU-RESP.
           MOVE      1               TO      CTR-RESP.
           PERFORM   PESQUISA-RESPONSAVEL    QT-RESP  TIMES.

       PESQUISA-RESPONSAVEL.

           MOVE      1               TO      CTR-VINC.
           PERFORM   TESTA-VINCULO           3  TIMES.
           ADD       1               TO      CTR-RESP.

       TESTA-VINCULO.

           IF        ACHOU-RESP  EQUAL  "NAO"
                AND  CODIGO-ABE  EQUAL
                     ALUNO-RESP-TAB (CTR-RESP CTR-VINC)
                AND  CODIGO-ABE  NOT EQUAL  ZEROS
                     MOVE  NOME-RESP-TAB (CTR-RESP)  TO NOME-PAGADOR
                     MOVE  CPF-RESP-TAB (CTR-RESP)   TO CPF-PAGADOR
                     MOVE  ENDER-RESP-TAB (CTR-RESP) TO ENDER-PAGADOR
                     MOVE  "SIM"     TO      ACHOU-RESP.
           ADD       1               TO      CTR-VINC.

       IMPRIME-BOLETO.

           MOVE      C1A-BOL        TO   C1A-LIN.
           MOVE      C1B-BOL        TO   C1B-LIN.
           MOVE      C2A-BOL        TO   C2A-LIN.
           MOVE      C2B-BOL        TO   C2B-LIN.
           MOVE      C3A-BOL        TO   C3A-LIN.
           MOVE      C3B-BOL        TO   C3B-LIN.
           MOVE      DVG-BOL        TO   DVG-LIN.
           MOVE      C5-BOL         TO   C5-LIN.
           WRITE     REG-REL FROM LINHA-BANCO
                     AFTER ADVANCING PAGE.
           WRITE     REG-REL FROM LINHA-TRACO
                     AFTER ADVANCING 1 LINE.
           MOVE      VENC-BOL-DD    TO   VENC-DD-LIN.
           MOVE      VENC-BOL-MM    TO   VENC-MM-LIN.
           MOVE      VENC-BOL-AAAA  TO   VENC-AAAA-LIN.
           WRITE     REG-REL FROM LINHA-LOCAL
                     AFTER ADVANCING 1 LINE.
           WRITE     REG-REL FROM LINHA-BENEF
                     AFTER ADVANCING 2 LINES.
           MOVE      CODIGO-ABE     TO   CODIGO-LIN.
           MOVE      PARCELA-ABE    TO   PARCELA-LIN.
           MOVE      SEQ-NOSSO-BOL  TO   NOSSO-LIN.
           MOVE      DV-NOSSO-BOL   TO   DV-NOSSO-LIN.
           WRITE     REG-REL FROM LINHA-DOCUMENTO
                     AFTER ADVANCING 2 LINES.
           MOVE      VALOR-BOL      TO   VALOR-LIN.
           WRITE     REG-REL FROM LINHA-VALOR
                     AFTER ADVANCING 2 LINES.
           WRITE     REG-REL FROM LINHA-INSTRUCAO
                     AFTER ADVANCING 2 LINES.
           MOVE      NOME-PAGADOR   TO   NOME-PAG-LIN.
           MOVE      CPF-P1         TO   CPF-P1-LIN.
           MOVE      CPF-P2         TO   CPF-P2-LIN.
           MOVE      CPF-P3         TO   CPF-P3-LIN.
           MOVE      CPF-DV         TO   CPF-DV-LIN.
           WRITE     REG-REL FROM LINHA-PAGADOR
                     AFTER ADVANCING 2 LINES.
           MOVE      ENDER-PAGADOR  TO   ENDER-PAG-LIN.
           WRITE     REG-REL FROM LINHA-ENDERECO
                     AFTER ADVANCING 1 LINE.
           WRITE     REG-REL FROM LINHA-TRACO
                     AFTER ADVANCING 1 LINE.
           MOVE      BARRAS-BOL     TO   BARRAS-LIN.
           WRITE     REG-REL FROM LINHA-BARRAS
                     AFTER ADVANCING 2 LINES.
           ADD       1              TO   CT-BOLETOS.

       GRAVA-SEMBOLETO.

           IF        CT-LIN-SEM  GREATER THAN  55
                     PERFORM  CABECALHO-SEM.
           MOVE      CODIGO-ABE     TO   CODIGO-SEM.
           MOVE      PARCELA-ABE    TO   PARCELA-SEM.
           MOVE      VENC-ABE       TO   VENC-SEM.
           MOVE      WSALDO         TO   SALDO-SEM.
           WRITE     REG-SEM FROM DET-SEM
                     AFTER ADVANCING 1 LINE.
           ADD       1              TO   CT-LIN-SEM.
           ADD       1              TO   CT-SEMBOLETO.

       CABECALHO-SEM.

           ADD       1              TO   CT-PAG-SEM.
           MOVE      CT-PAG-SEM     TO   PAG-CAB-SEM.
           WRITE     REG-SEM FROM CAB-SEM-01
                     AFTER ADVANCING PAGE.
           WRITE     REG-SEM FROM CAB-SEM-02
                     AFTER ADVANCING 2 LINES.
           MOVE      ZEROS          TO   CT-LIN-SEM.

       FIM.

           IF        CT-PAG-SEM  EQUAL  ZEROS
                     PERFORM  CABECALHO-SEM.
           DISPLAY   "BOLETOS IMPRESSOS       : " CT-BOLETOS.
           DISPLAY   "PARCELAS SEM BOLETO     : " CT-SEMBOLETO.
           DISPLAY   "EM DEBITO AUTOMATICO    : " CT-EM-DEBITO.
           CLOSE     ABERTOS
                     BOLETOS
                     REL-BOLETO
                     REL-SEMBOLETO.
