      ******************************************************************
      * VLRHEMP   - HR EMPLOYEE EXTRACT RECORD, SUPPLIED NIGHTLY BY
      *             HUMAN RESOURCES IN ASCENDING USER-ID ORDER AND READ
      *             BY THE VLRHREC RECONCILIATION AGAINST VLCRED. ONE
      *             RECORD PER EMPLOYEE HOLDING A USER-ID:
      *               VL-RH-SITUACAO      - "A" ATIVO (IN SERVICE,
      *                                     INCLUDING STAFF ON LEAVE),
      *                                     "C" CESSADO (EMPLOYMENT
      *                                     TERMINATED).
      *               VL-RH-DATA-CESSACAO - LAST DAY OF EMPLOYMENT,
      *                                     YYYYMMDD. REQUIRED ON A
      *                                     "C" RECORD; ZERO ON AN "A"
      *                                     RECORD. MAY LIE IN THE
      *                                     FUTURE WHEN HR RECORDS A
      *                                     RESIGNATION AHEAD OF TIME.
      *               VL-RH-DEPARTAMENTO  - OWNING DEPARTMENT, CARRIED
      *                                     ONTO THE REPORT SO EACH
      *                                     EXCEPTION GOES TO THE
      *                                     RIGHT MANAGER.
      ******************************************************************
       01  VL-RH-EMPREGADO-REGISTO.
           05  VL-RH-USER-ID               PIC X(08).
           05  VL-RH-SITUACAO              PIC X(01).
               88  VL-RH-ATIVO                 VALUE "A".
               88  VL-RH-CESSADO               VALUE "C".
               88  VL-RH-SITUACAO-VALIDA       VALUES "A" "C".
           05  VL-RH-DATA-CESSACAO         PIC 9(08).
           05  VL-RH-DEPARTAMENTO          PIC X(10).
           05  FILLER                      PIC X(13).
