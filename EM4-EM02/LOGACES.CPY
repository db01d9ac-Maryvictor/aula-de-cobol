      *REMARKS.  LAYOUT PADRAO DO REGISTRO DO LOG DE ACESSOS DE
      *          LEITURA (LOGACES.DAT), COMUM AS CONSULTAS DE DADOS
      *          PESSOAIS (EX10, EX10B, EX14R, EX11T E CONSARQ). CADA
      *          CONSULTA IDENTIFICA O OPERADOR NO AUTORIZA.DAT E
      *          ACRESCENTA UM REGISTRO POR CHAVE CONSULTADA, COM O
      *          ARQUIVO, A CHAVE, A DATA E A HORA (SITUACAO L);
      *          TENTATIVA DE OPERADOR SEM AUTORIZACAO SAI COM
      *          SITUACAO N E SEM CHAVE. O RELACES RESUME O LOG DA
      *          SEMANA.
       01  REG-ACESSO.
           02 OPER-ACS         PIC X(06).
           02 PROG-ACS         PIC X(08).
           02 ARQUIVO-ACS      PIC X(10).
           02 CHAVE-ACS        PIC X(20).
           02 DATA-ACS         PIC 9(08).
           02 HORA-ACS         PIC 9(06).
           02 SITUACAO-ACS     PIC X(01).
