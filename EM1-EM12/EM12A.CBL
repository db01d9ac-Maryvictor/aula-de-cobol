      *          OS APONTAMENTOS LIMPOS SAO GRAVADOS EM PONTO.DAT, QUE
      *          EX12 E EX09C CONSOMEM PARA LANCAR HORAS EXTRAS E
      *          DESCONTAR FALTAS ANTES DA CASCATA DE INSS/IRRF.
      *          CADA APONTAMENTO LIMPO TAMBEM E ACRESCENTADO AO
      *          HISTORICO PONTO-HIST.DAT, NO MESMO LAYOUT, QUE A
      *          AUDITORIA DE INTEGRIDADE DA FOLHA (EX12I) USA PARA
      *          ACHAR FUNCIONARIO SEM PONTO HA TRES MESES SEGUIDOS.

       ENVIRONMENT             DIVISION.
       CONFIGURATION SECTION.
           SELECT   PONTO    ASSIGN   TO    DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   OPTIONAL PONTO-HIST ASSIGN TO  DISK
           ORGANIZATION IS  LINE      SEQUENTIAL.

           SELECT   REL-EXCPONTO ASSIGN TO  DISK.

       DATA                           DIVISION.
             02 HE100-PONTO     PIC 9(03).
             02 FALTAS-PONTO    PIC 9(02).

       FD  PONTO-HIST
           LABEL  RECORD      ARE   STANDARD
           VALUE  OF FILE-ID  IS    "PONTO-HIST.DAT".

       01  REG-PONTO-HIST       PIC X(19).

       FD  REL-EXCPONTO
           LABEL RECORD IS OMITTED.


           OPEN INPUT        TRANPONTO
               OUTPUT        PONTO
                              REL-EXCPONTO
               EXTEND        PONTO-HIST.
           PERFORM    CARGA-CALENDARIO.
           PERFORM    LEITURA-TRANS.

           MOVE      HE100-TRANS     TO  HE100-PONTO.
           MOVE      FALTAS-TRANS    TO  FALTAS-PONTO.
           WRITE     REG-PONTO.
           WRITE     REG-PONTO-HIST  FROM  REG-PONTO.
           ADD       1               TO  CT-APROVADOS.

       GRAVA-EXCECAO.
           DISPLAY   "APONTAMENTOS REJEITADOS: " CT-REJEITADOS.
           CLOSE       TRANPONTO
                       PONTO
                       PONTO-HIST
                       REL-EXCPONTO.
