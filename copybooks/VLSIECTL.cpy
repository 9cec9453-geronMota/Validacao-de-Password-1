      ******************************************************************
      * VLSIECTL  - HIGH-WATER-MARK CONTROL RECORD FOR THE VLSIEXP
      *             SECURITY-EVENT EXPORT. ONE RECORD PER SOURCE
      *             (VLAUDIT, VLADMAUD, VLALERTA), REWRITTEN IN FULL
      *             AT THE END OF EVERY SUCCESSFUL RUN - AND ONLY THEN,
      *             SO A RUN THAT ABENDS LEAVES THE MARKS WHERE THEY
      *             WERE AND ITS RERUN SENDS THE SAME EVENTS AGAIN IN A
      *             FRESH FILE, NEVER TWICE:
      *               VL-SCT-ORIGEM     - SOURCE FILE NAME.
      *               VL-SCT-MARCA      - TIMESTAMP OF THE LAST EVENT
      *                                   EXPORTED FROM THAT SOURCE;
      *                                   THE NEXT RUN SENDS ONLY WHAT
      *                                   IS LATER. ZERO (OR NO RECORD
      *                                   AT ALL) MEANS NOTHING SENT
      *                                   YET.
      *               VL-SCT-EXECUCAO   - WHEN THE LAST GOOD RUN
      *                                   STARTED.
      *               VL-SCT-EXPORTADOS - EVENTS THAT RUN SENT FROM
      *                                   THE SOURCE.
      *             A MISSING FILE IS A FIRST RUN.
      ******************************************************************
       01  VL-SCT-REGISTO.
           05  VL-SCT-ORIGEM               PIC X(08).
           05  VL-SCT-MARCA                PIC 9(14).
           05  VL-SCT-EXECUCAO             PIC 9(14).
           05  VL-SCT-EXPORTADOS           PIC 9(08).
