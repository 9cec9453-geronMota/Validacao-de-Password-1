      *    A SUPERVISOR RUNNING VLDESBLQ.
           05  VL-CRED-RETIDO              PIC X(01).
               88  VL-CRED-RETIDO-SIM          VALUE "S".
      *    VERSION OF THE CLASS POLICY (VL-POL-VERSAO, SEE VLPOLCY)
      *    THE CURRENT PASSWORD WAS ACCEPTED UNDER, STAMPED BY VLGRAVA
      *    ON EVERY SAVE. ZERO OR BLANK ON A RECORD THAT PREDATES
      *    POLICY VERSIONING OR NEVER HAD A PASSWORD - THE VLPOLTRC
      *    SWEEP THEN TAKES THE VERSION THAT WAS IN FORCE ON
      *    VL-CRED-DATA-ALTERACAO.
           05  VL-CRED-VERSAO-POLITICA     PIC 9(04).
