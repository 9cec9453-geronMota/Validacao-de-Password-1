      ******************************************************************
      * VLEXCTR   - APPROVED-EXCEPTION MAINTENANCE TRANSACTION, ONE
      *             RECORD PER CHANGE TO THE VLEXCEC REGISTER, SUPPLIED
      *             BY THE SECURITY TEAM AND APPLIED BY VLEXCMNT:
      *               "I" - INCLUIR - GRANT A NEW EXEMPTION. THE
      *                               ACCOUNT MUST EXIST IN VLCRED;
      *                               EVERY FLAG ("S"/"N", AT LEAST
      *                               ONE "S"), THE END DATE AND THE
      *                               JUSTIFICATION ARE REQUIRED.
      *               "R" - RENOVAR - EXTEND AN EXISTING EXEMPTION,
      *                               LAPSED OR NOT. A NEW END DATE
      *                               AND JUSTIFICATION ARE REQUIRED;
      *                               THE FLAGS ARE REPLACED WHEN
      *                               QUOTED AND KEPT WHEN ALL BLANK.
      *               "V" - REVOGAR - WITHDRAW THE EXEMPTION. ONLY THE
      *                               USER-ID IS READ.
      *             THE END DATE MUST BE LATER THAN TODAY AND NO MORE
      *             THAN ONE YEAR AHEAD - AN EXEMPTION IS RE-JUSTIFIED
      *             AT LEAST ONCE A YEAR.
      ******************************************************************
       01  VL-ETR-REGISTO.
           05  VL-ETR-ACCAO                PIC X(01).
               88  VL-ETR-ACCAO-INCLUIR        VALUE "I".
               88  VL-ETR-ACCAO-RENOVAR        VALUE "R".
               88  VL-ETR-ACCAO-REVOGAR        VALUE "V".
               88  VL-ETR-ACCAO-VALIDA         VALUES "I" "R" "V".
           05  VL-ETR-USER-ID              PIC X(08).
           05  VL-ETR-ISENCOES.
               10  VL-ETR-ISENTA-EXPIRACAO PIC X(01).
                   88  VL-ETR-ISENTA-EXPIRACAO-OK  VALUES "S" "N".
               10  VL-ETR-ISENTA-INATIVIDADE
                                           PIC X(01).
                   88  VL-ETR-ISENTA-INATIVIDADE-OK VALUES "S" "N".
               10  VL-ETR-ISENTA-TEMPORARIA
                                           PIC X(01).
                   88  VL-ETR-ISENTA-TEMPORARIA-OK VALUES "S" "N".
           05  VL-ETR-DATA-FIM             PIC 9(08).
           05  VL-ETR-JUSTIFICACAO         PIC X(60).
