      *REMARKS.  LAYOUT PADRAO DO RESUMO CONTABIL DAS MULTAS DA
      *          BIBLIOTECA (MULTA-CTB.DAT). O PGM06 E O PGM12 DO
      *          EM3-EM01 ACRESCENTAM (OPEN EXTEND) UM REGISTRO POR
      *          TIPO DE MOVIMENTO DA RODADA, COM A DATA E A HORA DA
      *          RODADA, E O ALIMCTB DO EM4-EM02 O TRANSFORMA EM
      *          LINHAS DO DIARIO CONTABIL PELA TABELA EVENTO-CTB.DAT.
      *          ORIGEM: MU (PGM06) OU MP (PGM12). TIPO:
      *            M - MULTAS E REPOSICOES LANCADAS NO RAZAO DE MULTAS;
      *            E - ESTORNO DE REPOSICAO ABATIDO DO SALDO;
      *            D - ESTORNO ACIMA DO SALDO, A DEVOLVER NO BALCAO;
      *            P - PAGAMENTOS DE MULTA APLICADOS (CAIXA).
       01  REG-MULTA-CTB.
           02 DATA-MCTB        PIC 9(08).
           02 HORA-MCTB        PIC 9(04).
           02 ORIGEM-MCTB      PIC X(02).
           02 TIPO-MCTB        PIC X(01).
           02 VALOR-MCTB       PIC 9(09)V99.
