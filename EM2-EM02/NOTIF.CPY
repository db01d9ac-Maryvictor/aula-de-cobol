      *REMARKS.  LAYOUT PADRAO DO REGISTRO DA FILA CENTRAL DE
      *          NOTIFICACOES FILANOT.DAT. OS PROGRAMAS QUE EMITEM
      *          AVISO A ALUNO, RESPONSAVEL, USUARIO DA BIBLIOTECA OU
      *          CLIENTE DA TURISMAR ACRESCENTAM UM REGISTRO POR
      *          AVISO (OPEN EXTEND) E O DESPNOT DO EM4-EM02 RESOLVE O
      *          ENDERECO, GERA A CARTA OU O ARQUIVO DO PROVEDOR DE
      *          E-MAIL/SMS E REGISTRA O ENVIO NO HISTNOT.DAT.
      *          TIPO DO DESTINATARIO E CHAVE:
      *            A - ALUNO, NUMERO DO ALUNO (POSICOES 4 A 8 DA
      *                MATRICULA DO CADALU; CONTATO: EMAIL-ENT)
      *            R - ALUNO/PAGADOR COM RESPONSAVEL, NUMERO DO ALUNO
      *                NO RESP2 (CONTATO: ENDERECO E TELEFONE)
      *            U - USUARIO DA BIBLIOTECA, CODIGO DO CAD-USU2
      *            C - CLIENTE TURISMAR, CPF DO CADENT (TELEFONE)
      *          CANAL: C CARTA, E E-MAIL, S SMS OU P PREFERENCIAL
      *          (O DESPNOT ESCOLHE E-MAIL, DEPOIS SMS, DEPOIS CARTA).
      *          O NOME E INFORMADO PELO EMISSOR E SO E USADO QUANDO O
      *          CADASTRO DE CONTATO NAO TEM O DESTINATARIO.
       01  REG-NOTIF.
           02 NOTIF-DEST-TIPO     PIC X(01).
           02 NOTIF-DEST-CHAVE    PIC X(11).
           02 NOTIF-CHAVE-ALUNO   REDEFINES NOTIF-DEST-CHAVE.
              03 NOTIF-ALUNO      PIC 9(05).
              03 FILLER           PIC X(06).
           02 NOTIF-CHAVE-USU     REDEFINES NOTIF-DEST-CHAVE.
              03 NOTIF-USU        PIC 9(04).
              03 FILLER           PIC X(07).
           02 NOTIF-CHAVE-CPF     REDEFINES NOTIF-DEST-CHAVE
                                  PIC 9(11).
           02 NOTIF-DEST-NOME     PIC X(30).
           02 NOTIF-CANAL         PIC X(01).
           02 NOTIF-MODELO        PIC X(06).
           02 NOTIF-DATA          PIC 9(08).
           02 NOTIF-ORIGEM        PIC X(08).
           02 NOTIF-VARIAVEIS.
              03 NOTIF-VAR        PIC X(20)  OCCURS 3 TIMES.
