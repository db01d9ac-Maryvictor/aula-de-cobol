      *         NAO ESTEJA LIVRE NAO E MATRICULADO E SAI NA LISTAGEM
      *         COMO BLOQUEADO. TUDO O QUE ACONTECEU COM CADA ALUNO
      *         SAI NA LISTAGEM REL-PROGRESSAO.
      *         O CURRIC.DAT GANHOU NO FINAL ATE DOIS PRE-REQUISITOS
      *         POR CURSO + DISCIPLINA, USADOS PELOS PEDIDOS DE
      *         MATRICULA DO EX05K; AQUI SAO APENAS PARTE DO LAYOUT.
      *         DEPOIS DELES VEIO A CARGA HORARIA DA DISCIPLINA, PESO
      *         DO COEFICIENTE DE RENDIMENTO CALCULADO PELO EX11R.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 CURSO-CUR        PIC X(30).
          03 DISCIPLINA-CUR   PIC X(30).
          03 PROXIMA-CUR      PIC X(30).
          03 PRE-REQ-CUR      PIC X(30)  OCCURS 2 TIMES.
          03 CH-CUR           PIC 9(03).

       FD ELEGIVEL
          LABEL     RECORD       ARE         STANDARD
