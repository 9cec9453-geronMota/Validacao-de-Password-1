      ******************************************************************
      * VLRHPRM   - PARAMETER RECORD FOR THE VLRHREC HR RECONCILIATION.
      *             ONE RECORD, READ AT START OF RUN, SO THE GRACE
      *             PERIOD CAN BE TUNED WITHOUT A SOURCE CHANGE:
      *               VL-RHP-DIAS-CARENCIA - A LEAVER WHOSE LAST DAY OF
      *                                      EMPLOYMENT IS MORE THAN
      *                                      THIS MANY DAYS PAST GETS
      *                                      AN "O" (OFFBOARD)
      *                                      TRANSACTION; INSIDE THE
      *                                      GRACE PERIOD THE LEAVER IS
      *                                      ONLY REPORTED. ZERO MEANS
      *                                      OFFBOARD THE DAY AFTER THE
      *                                      LAST DAY.
      ******************************************************************
       01  VL-RHP-PARAMETRO.
           05  VL-RHP-DIAS-CARENCIA        PIC 9(03).
