      ******************************************************************
      * VLCRTRES  - ATTESTATION RETURN, ONE PER ACCOUNT ANSWERED,
      *             COLLECTED FROM THE OWNERS BY THE SECURITY TEAM AND
      *             READ BY EVERY VLCRTFEC RUN. THE FILE MAY BE FED
      *             AGAIN WITH LATER RETURNS ADDED - AN ANSWER ALREADY
      *             APPLIED IS SIMPLY SKIPPED. FIELDS ARE FIXED WIDTH
      *             AND SEPARATED BY "|", AS IN VLCRTPED:
      *               VL-CRS-CICLO        - MUST BE THE OPEN CYCLE.
      *               VL-CRS-DONO         - WHO ANSWERED; MUST BE THE
      *                                     OWNER THE ATTESTATION
      *                                     WENT TO.
      *               VL-CRS-DECISAO      - "M" MANTER (KEEP) OR
      *                                     "R" REMOVER (REMOVE).
      *               VL-CRS-DATA-RESPOSTA
      *                                   - DATE OF THE ANSWER, NOT
      *                                     LATER THAN THE DEADLINE.
      ******************************************************************
       01  VL-CRS-RESPOSTA.
           05  VL-CRS-CICLO                PIC X(06).
           05  FILLER                      PIC X(01).
           05  VL-CRS-USER-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  VL-CRS-DONO                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  VL-CRS-DECISAO              PIC X(01).
               88  VL-CRS-DECISAO-MANTER       VALUE "M".
               88  VL-CRS-DECISAO-REMOVER      VALUE "R".
           05  FILLER                      PIC X(01).
           05  VL-CRS-DATA-RESPOSTA        PIC 9(08).
           05  FILLER                      PIC X(01).
           05  VL-CRS-COMENTARIO           PIC X(40).
