      *          RODAR DUAS VEZES A MESMA PARCELA DA MESMA
      *          COMPETENCIA, E E POR ELE QUE O FECHAMENTO DE MES
      *          SABE SE O PAGAMENTO JA ACONTECEU.
      *          COMO O CADSAI13 SO TEM NOME E LIQUIDO, CADA PAGAMENTO
      *          GERA TAMBEM UM REGISTRO EM RET13.DAT (MATRICULA,
      *          COMPETENCIA, PARCELA, BRUTO, INSS E IRRF RETIDOS),
      *          PARA A CONSOLIDACAO MENSAL DAS RETENCOES (EX14G)
      *          SOMAR O 13O NAS GUIAS DA COMPETENCIA.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   CADSAI13  ASSIGN  TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   RET13     ASSIGN  TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-PAG13 ASSIGN  TO    DISK.

       DATA                           DIVISION.
             02 CODIGO-ENT              PIC 9(05).
             02 NOME-ENT                PIC X(20).
             02 SALARIO-BRUTO-ENT       PIC 9(5)V99.
             02 ADMISSAO-ENT            PIC 9(08).

       FD  PROVISAO
           LABEL  RECORD      ARE   STANDARD
            03 NOME-SAI         PIC X(30).
            03 SALARIOL-SAI     PIC 9(05)V99.

       FD  RET13
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "RET13.DAT".

       01  REG-RET13.
             02 MATRICULA-R13       PIC 9(05).
             02 COMPET-R13          PIC 9(06).
             02 PARCELA-R13         PIC 9(01).
             02 BRUTO-R13           PIC 9(07)V99.
             02 INSS-R13            PIC 9(05)V99.
             02 IRRF-R13            PIC 9(05)V99.

       FD  REL-PAG13
           LABEL RECORD IS OMITTED.

                              PROVISAO
               OUTPUT        PROVISAON
                              CADSAI13
                              RET13
                              REL-PAG13.
           PERFORM    LEITURA-PROV.

           MOVE      NOME-FUNC      TO    NOME-SAI.
           MOVE      WLIQUIDO       TO    SALARIOL-SAI.
           WRITE     REG-SAI.
           MOVE      CODIGO-PROV    TO    MATRICULA-R13.
           MOVE      COMPETENCIA    TO    COMPET-R13.
           MOVE      PARCELA-RODADA TO    PARCELA-R13.
           MOVE      WBRUTO         TO    BRUTO-R13.
           MOVE      WINSS          TO    INSS-R13.
           MOVE      WIRRF          TO    IRRF-R13.
           WRITE     REG-RET13.

       CALCULA-INSS.

                       PROVISAO
                       PROVISAON
                       CADSAI13
                       RET13
                       REL-PAG13
                       PAG13CTRLN.
