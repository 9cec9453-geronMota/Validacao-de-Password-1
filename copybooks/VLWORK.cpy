      * ORIGINATING CHANNEL STAMPED ON EVERY VLAUDIT RECORD BY
      * 6000-REGISTAR-AUDITORIA (VLAUDGRV). EACH CALLER SETS IT -
      * VLMAIL1 "T" ONCE AT START OF RUN, VLMAIL2 "B" OR "G" PER
      * TRANSACTION DEPENDING ON GENERATION MODE, VLVERIF1 "V" ON
      * EVERY SIGN-ON CHECK.
      ******************************************************************
       77  VL-CANAL-ORIGEM                 PIC X(01)   VALUE "T".
           88  VL-CANAL-TERMINAL               VALUE "T".
           88  VL-CANAL-BATCH                  VALUE "B".
           88  VL-CANAL-GERACAO                VALUE "G".
           88  VL-CANAL-VERIFICACAO            VALUE "V".

       77  VL-FS-HISTORICO                 PIC X(02).
       77  VL-SENHA-ENCRIPTADA             PIC X(20).
