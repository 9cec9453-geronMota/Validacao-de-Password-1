      ******************************************************************
      * VLCRTPRM  - PARAMETER RECORD FOR VLCRTABR, THE OPENING OF A
      *             PRIVILEGED-ACCOUNT RECERTIFICATION CYCLE. ONE
      *             RECORD, SUPPLIED BY THE SECURITY TEAM EACH QUARTER:
      *               VL-CTP-CICLO        - CYCLE IDENTIFIER, E.G.
      *                                     "2026T4". CARRIED ON EVERY
      *                                     REQUEST AND CHECKED ON
      *                                     EVERY RETURN.
      *               VL-CTP-DATA-LIMITE  - LAST DAY FOR THE OWNERS TO
      *                                     ANSWER, YYYYMMDD. AFTER IT
      *                                     VLCRTFEC TREATS EVERY
      *                                     UNANSWERED ACCOUNT AS
      *                                     "REMOVE" AND CLOSES THE
      *                                     CYCLE.
      ******************************************************************
       01  VL-CTP-PARAMETRO.
           05  VL-CTP-CICLO                PIC X(06).
           05  VL-CTP-DATA-LIMITE          PIC 9(08).
