      ******************************************************************
      * VLNOTCTL  - CONTROL RECORD OF THE VLNOTIF NOTIFICATION EXTRACT.
      *             ONE RECORD, REWRITTEN IN FULL AT THE END OF EVERY
      *             SUCCESSFUL RUN - AND ONLY THEN:
      *               VL-NCT-MARCA    - TIMESTAMP OF THE LAST VLADMAUD
      *                                 RECORD READ FOR VLINATIV
      *                                 DISABLES; THE NEXT RUN LOOKS
      *                                 ONLY AT LATER ONES.
      *               VL-NCT-EXECUCAO - WHEN THE LAST GOOD RUN STARTED.
      *               VL-NCT-AVISOS   - NOTICES THAT RUN EXTRACTED.
      *             A MISSING FILE IS A FIRST RUN, WHICH LOOKS AT THE
      *             DISABLES OF THE CURRENT DAY ONLY.
      ******************************************************************
       01  VL-NCT-REGISTO.
           05  VL-NCT-MARCA                PIC 9(14).
           05  VL-NCT-EXECUCAO             PIC 9(14).
           05  VL-NCT-AVISOS               PIC 9(08).
