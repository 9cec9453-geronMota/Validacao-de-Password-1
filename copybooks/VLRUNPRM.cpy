      ******************************************************************
      * VLRUNPRM  - PARAMETER RECORD FOR THE VLRUNRPT BATCH-WINDOW
      *             REPORT. ONE RECORD, READ AT START OF RUN:
      *               VL-RNP-DATA-DE / VL-RNP-DATA-ATE
      *                                    - THE NIGHTS REPORTED
      *                                      (INCLUSIVE, YYYYMMDD). A
      *                                      NIGHT IS NAMED BY THE DATE
      *                                      IT BEGINS ON.
      *               VL-RNP-HORA-CORTE    - HHMMSS AT WHICH ONE NIGHT
      *                                      HANDS OVER TO THE NEXT. AN
      *                                      EVENT LOGGED BEFORE THIS
      *                                      TIME BELONGS TO THE NIGHT
      *                                      THAT BEGAN THE DAY BEFORE,
      *                                      SO A WINDOW RUNNING PAST
      *                                      MIDNIGHT STAYS IN ONE
      *                                      NIGHT. SET IT BETWEEN THE
      *                                      END OF ONE WINDOW AND THE
      *                                      START OF THE NEXT (E.G.
      *                                      120000): A RUN STILL
      *                                      WITHOUT ITS "FIM" WHEN ITS
      *                                      NIGHT CLOSES IS REPORTED
      *                                      AS ABENDED. ZERO MEANS
      *                                      MIDNIGHT.
      *               VL-RNP-EXECUCOES     - HOW MANY PREVIOUS COMPLETED
      *                                      RUNS OF A PROGRAM MAKE ITS
      *                                      RECENT AVERAGE (1 TO 30).
      *                                      A PROGRAM IS NOT COMPARED
      *                                      UNTIL IT HAS THAT MANY.
      *                                      ZERO TURNS THE COMPARISON
      *                                      OFF.
      *               VL-RNP-PERCENTAGEM   - A RUN'S RECORD COUNT IS
      *                                      FLAGGED WHEN IT IS MORE
      *                                      THAN THIS PERCENTAGE ABOVE
      *                                      OR BELOW THE AVERAGE...
      *               VL-RNP-DIFERENCA-MINIMA
      *                                    - ...AND ALSO AT LEAST THIS
      *                                      MANY RECORDS AWAY FROM IT,
      *                                      SO A SWEEP THAT NORMALLY
      *                                      TOUCHES TWO ACCOUNTS IS
      *                                      NOT FLAGGED FOR TOUCHING
      *                                      FIVE.
      ******************************************************************
       01  VL-RNP-PARAMETRO.
           05  VL-RNP-DATA-DE              PIC 9(08).
           05  VL-RNP-DATA-ATE             PIC 9(08).
           05  VL-RNP-HORA-CORTE           PIC 9(06).
           05  VL-RNP-EXECUCOES            PIC 9(02).
           05  VL-RNP-PERCENTAGEM          PIC 9(03).
           05  VL-RNP-DIFERENCA-MINIMA     PIC 9(06).
