      ******************************************************************
      * VLCRTCIC  - STATE OF EACH ACCOUNT IN THE CURRENT
      *             RECERTIFICATION CYCLE, KEYED BY USER-ID. CREATED
      *             AFRESH BY VLCRTABR WITH EVERY ACCOUNT PENDING AND
      *             UPDATED BY EVERY VLCRTFEC RUN:
      *               VL-CIC-DONO         - OWNER THE ATTESTATION
      *                                     WENT TO, SPACES IF NONE
      *                                     WAS ASSIGNED. ONLY THIS
      *                                     OWNER'S RETURN IS ACCEPTED.
      *               VL-CIC-ESTADO       - "P" PENDENTE - NO ANSWER
      *                                     YET.
      *                                     "M" MANTER   - THE OWNER
      *                                     RE-APPROVED THE ACCOUNT.
      *                                     "R" REMOVER  - THE OWNER
      *                                     ASKED FOR IT TO BE REMOVED.
      *                                     "E" EXPIRADA - STILL
      *                                     UNANSWERED AT THE DEADLINE;
      *                                     REMOVED LIKE AN "R".
      *               VL-CIC-DATA-RESPOSTA
      *                                   - DATE OF THE OWNER'S ANSWER,
      *                                     OR OF THE EXPIRY.
      *               VL-CIC-COMENTARIO   - THE OWNER'S COMMENT, KEPT
      *                                     FOR THE AUDITORS.
      ******************************************************************
       01  VL-CICLO-REGISTO.
           05  VL-CIC-USER-ID              PIC X(08).
           05  VL-CIC-DONO                 PIC X(08).
           05  VL-CIC-NOME-DONO            PIC X(30).
           05  VL-CIC-CLASSE               PIC X(03).
           05  VL-CIC-ESTADO               PIC X(01).
               88  VL-CIC-PENDENTE             VALUE "P".
               88  VL-CIC-MANTER               VALUE "M".
               88  VL-CIC-REMOVER              VALUE "R".
               88  VL-CIC-EXPIRADA             VALUE "E".
               88  VL-CIC-A-REMOVER            VALUES "R" "E".
           05  VL-CIC-DATA-RESPOSTA        PIC 9(08).
           05  VL-CIC-COMENTARIO           PIC X(40).
           05  FILLER                      PIC X(10).
