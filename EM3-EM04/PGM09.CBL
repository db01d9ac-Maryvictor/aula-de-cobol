             02 PER-INI-HOR     PIC 9(02).
             02 PER-FIM-HOR     PIC 9(02).
             02 SALA-HOR        PIC X(05).
             02 PROF-HOR        PIC 9(04).

       FD  SALAS
           LABEL         RECORD          ARE     STANDARD
