      ******************************************************************
      * VLCRTCTL  - CONTROL RECORD OF THE PRIVILEGED-ACCOUNT
      *             RECERTIFICATION CYCLE. ONE RECORD, WRITTEN BY
      *             VLCRTABR WHEN A CYCLE OPENS AND REWRITTEN IN FULL
      *             BY EVERY VLCRTFEC RUN, SO RETURNS CAN BE PROCESSED
      *             SEVERAL TIMES DURING THE QUARTER:
      *               VL-CTC-CICLO            - CYCLE IDENTIFIER.
      *               VL-CTC-ESTADO           - "A" OPEN - RETURNS ARE
      *                                         STILL TAKEN; "F" CLOSED
      *                                         - THE DEADLINE HAS
      *                                         PASSED AND EVERY
      *                                         ACCOUNT IS SETTLED.
      *               VL-CTC-DATA-ABERTURA    - DATE THE CYCLE OPENED.
      *               VL-CTC-DATA-LIMITE      - LAST DAY TO ANSWER.
      *               VL-CTC-DATA-FECHO       - DATE IT CLOSED, ZERO
      *                                         WHILE OPEN.
      *               VL-CTC-CONTAS           - ACCOUNTS IN THE CYCLE.
      *               VL-CTC-DATA-PROCESSAMENTO
      *                                       - DATE OF THE LAST
      *                                         VLCRTFEC RUN, ZERO IF
      *                                         NONE YET.
      *               VL-CTC-PROCESSAMENTOS   - VLCRTFEC RUNS SO FAR.
      *             A MISSING FILE MEANS NO CYCLE HAS EVER BEEN OPENED.
      ******************************************************************
       01  VL-CTC-REGISTO.
           05  VL-CTC-CICLO                PIC X(06).
           05  VL-CTC-ESTADO               PIC X(01).
               88  VL-CTC-ABERTO               VALUE "A".
               88  VL-CTC-FECHADO              VALUE "F".
           05  VL-CTC-DATA-ABERTURA        PIC 9(08).
           05  VL-CTC-DATA-LIMITE          PIC 9(08).
           05  VL-CTC-DATA-FECHO           PIC 9(08).
           05  VL-CTC-CONTAS               PIC 9(08).
           05  VL-CTC-DATA-PROCESSAMENTO   PIC 9(08).
           05  VL-CTC-PROCESSAMENTOS       PIC 9(04).
