      ******************************************************************
      * VLNOTEST  - NOTIFICATION STATE, KEYED BY USER-ID. WHAT THE
      *             VLNOTIF EXTRACT HAS ALREADY TOLD EACH USER, SO A
      *             NOTICE GOES OUT ONCE AND NOT EVERY NIGHT. ONE
      *             REFERENCE DATE PER KIND OF NOTICE; ZERO MEANS NONE
      *             OUTSTANDING. VL-NES-REFERENCIA REDEFINES THEM AS A
      *             TABLE SO THE PROGRAM CAN WORK BY SLOT NUMBER:
      *               1 - EXPIRACAO   - THE EXPIRATION DATE THE USER
      *                                 WAS WARNED ABOUT. A NEW
      *                                 PASSWORD BRINGS A NEW DATE AND
      *                                 SO A NEW WARNING.
      *               2 - BLOQUEIO    - DATE THE VLBLOQ LOCKOUT WAS
      *                                 NOTIFIED. CLEARED ONCE VLCRED
      *                                 SHOWS THE ACCOUNT UNLOCKED.
      *               3 - RETENCAO    - THE SAME FOR A VLCONTEM HOLD.
      *               4 - TEMPORARIA  - THE CLAIM-BY DATE OF THE
      *                                 TEMPORARY PASSWORD NOTIFIED.
      *                                 CLEARED ONCE NONE IS PENDING.
      *               5 - DESATIVACAO - DATE OF THE VLINATIV DISABLE
      *                                 NOTIFIED. CLEARED ONCE VLCRED
      *                                 SHOWS THE ACCOUNT ACTIVE.
      *             WRITTEN ONLY BY VLNOTIF, AND ONLY FOR NOTICES THAT
      *             ACTUALLY WENT INTO A COMPLETED EXTRACT.
      ******************************************************************
       01  VL-NOTIF-ESTADO-REGISTO.
           05  VL-NES-USER-ID              PIC X(08).
           05  VL-NES-REFERENCIAS.
               10  VL-NES-REF-EXPIRACAO    PIC 9(08).
               10  VL-NES-REF-BLOQUEIO     PIC 9(08).
               10  VL-NES-REF-RETENCAO     PIC 9(08).
               10  VL-NES-REF-TEMPORARIA   PIC 9(08).
               10  VL-NES-REF-DESATIVACAO  PIC 9(08).
           05  VL-NES-REFERENCIAS-TAB REDEFINES VL-NES-REFERENCIAS.
               10  VL-NES-REFERENCIA       PIC 9(08) OCCURS 5 TIMES.
           05  VL-NES-DATA-ULTIMO-AVISO    PIC 9(08).
           05  FILLER                      PIC X(04).
