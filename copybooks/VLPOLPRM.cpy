      ******************************************************************
      * VLPOLPRM  - PARAMETER RECORD FOR THE VLPOLTRC POLICY-TIGHTENING
      *             SWEEP. ONE RECORD, READ AT START OF RUN, SO THE
      *             GRACE PERIOD CAN BE TUNED WITHOUT A SOURCE CHANGE:
      *               VL-PPR-DIAS-CARENCIA - AN ACCOUNT WHOSE PASSWORD
      *                                      WAS ACCEPTED UNDER RULES
      *                                      SINCE TIGHTENED IS FORCED
      *                                      TO CHANGE IT AT NEXT USE
      *                                      ONLY ONCE THE TIGHTER
      *                                      VERSION HAS BEEN IN FORCE
      *                                      THIS MANY DAYS - TIME FOR
      *                                      THE USER TO CHANGE IT OF
      *                                      THEIR OWN ACCORD. ZERO
      *                                      FORCES IT THE DAY THE
      *                                      VERSION TAKES EFFECT.
      ******************************************************************
       01  VL-PPR-PARAMETRO.
           05  VL-PPR-DIAS-CARENCIA        PIC 9(03).
