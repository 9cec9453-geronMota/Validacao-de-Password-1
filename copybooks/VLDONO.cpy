      ******************************************************************
      * VLDONO    - OWNER ASSIGNMENT OF THE PRIVILEGED ("ADM"/"SYS"
      *             CLASS) ACCOUNTS, KEYED BY THE ACCOUNT'S USER-ID.
      *             NAMES THE MANAGER WHO ANSWERS FOR THE ACCOUNT IN
      *             THE QUARTERLY RECERTIFICATION (VLCRTABR/VLCRTFEC).
      *             LOADED AND KEPT UP TO DATE BY THE SECURITY TEAM
      *             FROM THE APPROVED ACCESS REQUESTS; A PRIVILEGED
      *             ACCOUNT WITH NO ENTRY IS STILL PUT INTO THE CYCLE,
      *             UNDER "SEM DONO", AND IS REMOVED AT THE DEADLINE
      *             UNLESS AN OWNER IS ASSIGNED AND ANSWERS FOR IT.
      *               VL-DON-DONO             - USER-ID OF THE OWNING
      *                                         MANAGER.
      *               VL-DON-NOME-DONO        - THE MANAGER'S NAME, AS
      *                                         PRINTED ON THE
      *                                         COMPLETION REPORT.
      *               VL-DON-DATA-ATRIBUICAO  - DATE THE OWNER WAS
      *                                         ASSIGNED.
      ******************************************************************
       01  VL-DONO-REGISTO.
           05  VL-DON-USER-ID              PIC X(08).
           05  VL-DON-DONO                 PIC X(08).
           05  VL-DON-NOME-DONO            PIC X(30).
           05  VL-DON-DATA-ATRIBUICAO      PIC 9(08).
           05  FILLER                      PIC X(10).
