      ******************************************************************
      * VLCONTAC  - USER CONTACT DIRECTORY, KEYED BY USER-ID. WHERE THE
      *             VLNOTIF NIGHTLY EXTRACT SENDS EACH USER'S NOTICES
      *             THROUGH THE CORPORATE MAIL/SMS GATEWAY. LOADED AND
      *             KEPT UP TO DATE BY HR; A USER WITH NO ENTRY, OR
      *             WITH NO ADDRESS FOR EITHER CHANNEL, IS LISTED ON
      *             THE VLNOTEXC EXCEPTION REPORT INSTEAD OF BEING
      *             NOTIFIED.
      *               VL-CTO-EMAIL            - E-MAIL ADDRESS.
      *               VL-CTO-TELEMOVEL        - MOBILE NUMBER, WITH
      *                                         COUNTRY CODE.
      *               VL-CTO-CANAL-PREFERIDO  - "E" E-MAIL OR "S" SMS.
      *                                         WHEN THE PREFERRED
      *                                         CHANNEL HAS NO ADDRESS
      *                                         (OR THE CODE IS NEITHER)
      *                                         THE OTHER ONE IS USED.
      *               VL-CTO-DATA-ATUALIZACAO - DATE HR LAST CHANGED
      *                                         THE ENTRY.
      ******************************************************************
       01  VL-CONTACTO-REGISTO.
           05  VL-CTO-USER-ID              PIC X(08).
           05  VL-CTO-EMAIL                PIC X(60).
           05  VL-CTO-TELEMOVEL            PIC X(15).
           05  VL-CTO-CANAL-PREFERIDO      PIC X(01).
               88  VL-CTO-CANAL-EMAIL          VALUE "E".
               88  VL-CTO-CANAL-SMS            VALUE "S".
           05  VL-CTO-DATA-ATUALIZACAO     PIC 9(08).
           05  FILLER                      PIC X(08).
