      *             THE FILE ON EVERY ATTEMPT. TEN CLASSES IS FAR MORE
      *             THAN THE THREE WE DEFINE TODAY (PAD, ADM, SYS);
      *             RECORDS PAST THE TENTH ARE REFUSED AT LOAD RATHER
      *             THAN SILENTLY DROPPED. ONLY ONE ENTRY IS KEPT PER
      *             CLASS - THE VERSION IN FORCE TODAY - HOWEVER MANY
      *             VERSIONS OF IT THE FILE HOLDS.
      ******************************************************************
       77  VL-POL-TOTAL-CLASSES            PIC 9(02) COMP VALUE 0.
       77  VL-POL-INDICE                   PIC 9(02) COMP.
       77  VL-FIM-POLITICAS                PIC X(01).
           88  VL-FIM-POLITICAS-SIM            VALUE "S".
       01  VL-POL-TABELA.
           05  VL-POL-ENTRADA              PIC X(64) OCCURS 10 TIMES.
