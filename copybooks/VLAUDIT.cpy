      *             A RAJADA COULD NOT BE TOLD APART FROM A SCRIPT
      *             REPLAYING A BATCH. BLANK ON RECORDS THAT PREDATE
      *             THE CHANNEL, WHICH READERS TREAT AS TERMINAL - THE
      *             CONSERVATIVE ASSUMPTION. "V" IS A SIGN-ON CHECK
      *             MADE THROUGH VLVERIF1, NOT A PASSWORD CHANGE.
      ******************************************************************
       01  VL-AUDITORIA-REGISTO.
           05  VL-AUD-USER-ID              PIC X(08).
               88  VL-AUD-CANAL-TERMINAL       VALUE "T".
               88  VL-AUD-CANAL-BATCH          VALUE "B".
               88  VL-AUD-CANAL-GERACAO        VALUE "G".
               88  VL-AUD-CANAL-VERIFICACAO    VALUE "V".
