      ******************************************************************
      * VLEXCEC   - APPROVED-EXCEPTION REGISTER, KEYED BY USER-ID. ONE
      *             RECORD PER SERVICE OR BATCH ACCOUNT THAT MAY NOT BE
      *             TOUCHED BY ONE OR MORE OF THE NIGHTLY SWEEPS, WITH
      *             THE BUSINESS JUSTIFICATION, THE OPERATOR WHO
      *             APPROVED IT AND A MANDATORY END DATE. MAINTAINED
      *             ONLY BY VLEXCMNT (EVERY CHANGE LOGGED TO VLADMAUD)
      *             AND LISTED WEEKLY BY VLEXCRPT.
      *
      *             VL-EXC-ISENCAO REDEFINES THE FLAGS AS A TABLE SO A
      *             SWEEP CAN ASK BY SLOT NUMBER (SEE THE VL-EXC-SLOT-
      *             VALUES IN VLEXCWK):
      *               1 - EXPIRACAO   - PASSWORD EXPIRATION (VLEXPIRA)
      *               2 - INATIVIDADE - DORMANCY DISABLE (VLINATIV)
      *               3 - TEMPORARIA  - VOIDING OF AN UNCLAIMED
      *                                 TEMPORARY PASSWORD (VLTMPEXP)
      *             SLOTS 4-6 ARE SPARE AND READ AS "NOT EXEMPT".
      *
      *             AN EXEMPTION IS CURRENT UP TO AND INCLUDING
      *             VL-EXC-DATA-FIM; FROM THE DAY AFTER, THE SWEEPS
      *             TREAT THE ACCOUNT LIKE ANY OTHER. THE RECORD STAYS
      *             ON FILE UNTIL IT IS RENEWED OR REVOKED.
      *               VL-EXC-APROVADOR   - OPERATOR WHO GRANTED OR LAST
      *                                    RENEWED THE EXEMPTION.
      *               VL-EXC-DATA-INICIO - DATE GRANTED OR LAST
      *                                    RENEWED.
      ******************************************************************
       01  VL-EXCECAO-REGISTO.
           05  VL-EXC-USER-ID              PIC X(08).
           05  VL-EXC-ISENCOES.
               10  VL-EXC-ISENTA-EXPIRACAO PIC X(01).
                   88  VL-EXC-ISENTA-EXPIRACAO-SIM VALUE "S".
               10  VL-EXC-ISENTA-INATIVIDADE
                                           PIC X(01).
                   88  VL-EXC-ISENTA-INATIVIDADE-SIM VALUE "S".
               10  VL-EXC-ISENTA-TEMPORARIA
                                           PIC X(01).
                   88  VL-EXC-ISENTA-TEMPORARIA-SIM VALUE "S".
               10  FILLER                  PIC X(03).
           05  VL-EXC-ISENCOES-TAB REDEFINES VL-EXC-ISENCOES.
               10  VL-EXC-ISENCAO          PIC X(01) OCCURS 6 TIMES.
           05  VL-EXC-JUSTIFICACAO         PIC X(60).
           05  VL-EXC-APROVADOR            PIC X(08).
           05  VL-EXC-DATA-INICIO          PIC 9(08).
           05  VL-EXC-DATA-FIM             PIC 9(08).
           05  FILLER                      PIC X(10).
