      ******************************************************************
      * VLNOTREG  - NOTICE LAYOUT OF THE VLNOTIF EXTRACT FOR THE
      *             CORPORATE MAIL/SMS GATEWAY (VLNOTOUT). ONE "A" LINE
      *             PER NOTICE AND ONE CLOSING "T" TRAILER LINE WITH
      *             THE COUNT, WRITTEN EVEN WHEN THERE IS NOTHING TO
      *             SEND. FIELDS ARE FIXED WIDTH AND SEPARATED BY "|",
      *             AS IN THE VLSIEEVT SIEM EXPORT:
      *               VL-NOT-DATA-HORA    - RUN START, YYYYMMDDHHMMSS.
      *               VL-NOT-TIPO-AVISO   - WHAT THE USER IS TOLD:
      *                                     "EXPIRACAO"  PASSWORD
      *                                                  ENTERING THE
      *                                                  VLEXPIRA
      *                                                  WARNING WINDOW
      *                                     "BLOQUEIO"   LOCKED AFTER
      *                                                  FAILED ATTEMPTS
      *                                     "RETENCAO"   HELD BY THE
      *                                                  VLCONTEM
      *                                                  CONTAINMENT JOB
      *                                     "TEMPORARIA" A TEMPORARY
      *                                                  PASSWORD IS
      *                                                  WAITING TO BE
      *                                                  CLAIMED
      *                                     "DESATIVADA" DISABLED BY
      *                                                  VLINATIV AS
      *                                                  DORMANT
      *               VL-NOT-CANAL        - "E" E-MAIL OR "S" SMS - THE
      *                                     CHANNEL TO USE; BOTH
      *                                     ADDRESSES ARE GIVEN SO THE
      *                                     GATEWAY CAN FALL BACK.
      *               VL-NOT-DATA-REFERENCIA
      *                                   - EXPIRATION DATE, CLAIM-BY
      *                                     DATE OF THE TEMPORARY
      *                                     PASSWORD, OR DATE OF THE
      *                                     LOCK, HOLD OR DISABLE.
      *               VL-NOT-DIAS         - DAYS LEFT BEFORE EXPIRATION
      *                                     (EXPIRACAO ONLY, ELSE ZERO).
      *             THE TEMPORARY PASSWORD ITSELF IS NEVER EXTRACTED -
      *             IT GOES ONLY THROUGH THE CONTROLLED VLSENHAS
      *             DISTRIBUTION.
      ******************************************************************
       01  VL-NOT-AVISO.
           05  VL-NOT-TIPO-REG             PIC X(01)   VALUE "A".
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-DATA-HORA            PIC 9(14).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-USER-ID              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-TIPO-AVISO           PIC X(10).
               88  VL-NOT-AVISO-EXPIRACAO      VALUE "EXPIRACAO".
               88  VL-NOT-AVISO-BLOQUEIO       VALUE "BLOQUEIO".
               88  VL-NOT-AVISO-RETENCAO       VALUE "RETENCAO".
               88  VL-NOT-AVISO-TEMPORARIA     VALUE "TEMPORARIA".
               88  VL-NOT-AVISO-DESATIVADA     VALUE "DESATIVADA".
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-CANAL                PIC X(01).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-EMAIL                PIC X(60).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-TELEMOVEL            PIC X(15).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-DATA-REFERENCIA      PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NOT-DIAS                 PIC 9(03).

       01  VL-NTR-TRAILER.
           05  VL-NTR-TIPO-REG             PIC X(01)   VALUE "T".
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NTR-DATA-HORA            PIC 9(14).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-NTR-AVISOS               PIC 9(08).
           05  FILLER                      PIC X(103)  VALUE SPACES.
