      ******************************************************************
      * VLCRTPED  - ATTESTATION REQUEST LAYOUT OF THE VLCRTABR EXTRACT
      *             (VLCRTOUT), ONE "P" LINE PER PRIVILEGED ACCOUNT,
      *             ADDRESSED TO ITS OWNER, AND ONE CLOSING "T" TRAILER
      *             LINE WITH THE COUNT. FIELDS ARE FIXED WIDTH AND
      *             SEPARATED BY "|", AS IN VLNOTREG:
      *               VL-CPE-DONO         - OWNER'S USER-ID, SPACES IF
      *                                     NONE IS ASSIGNED IN VLDONO
      *                                     (THE NAME THEN READS
      *                                     "SEM DONO ATRIBUIDO").
      *               VL-CPE-ESTADO       - "DESATIVADA", "RETIDA",
      *                                     "BLOQUEADA", "EXPIRADA" OR
      *                                     "ATIVA", THE FIRST THAT
      *                                     APPLIES.
      *               VL-CPE-DATA-ULTIMO-USO
      *                                   - LAST SUCCESSFUL SIGN-ON,
      *                                     ZERO IF NEVER.
      *               VL-CPE-DATA-ALTERACAO
      *                                   - LAST PASSWORD CHANGE.
      *               VL-CPE-NUM-ACCOES   - VLADMAUD RECORDS STILL ON
      *                                     THE TRAIL IN WHICH THE
      *                                     ACCOUNT IS THE OPERATOR OR
      *                                     THE TARGET.
      *               VL-CPE-ACCAO        - THE LAST FIVE OF THEM,
      *                                     OLDEST FIRST; UNUSED ONES
      *                                     ARE ZERO AND SPACES.
      *             THE OWNER ANSWERS EACH REQUEST WITH ONE VLCRTRES
      *             RETURN.
      ******************************************************************
       01  VL-CPE-PEDIDO.
           05  VL-CPE-TIPO-REG             PIC X(01)   VALUE "P".
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-CICLO                PIC X(06).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-DATA-LIMITE          PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-DONO                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-NOME-DONO            PIC X(30).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-USER-ID              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-CLASSE               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-ESTADO               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-DATA-ULTIMO-USO      PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-DATA-ALTERACAO       PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPE-NUM-ACCOES           PIC 9(03).
           05  VL-CPE-ACCOES OCCURS 5 TIMES.
               10  FILLER                  PIC X(01)   VALUE "|".
               10  VL-CPE-ACC-DATA-HORA    PIC 9(14).
               10  FILLER                  PIC X(01)   VALUE "|".
               10  VL-CPE-ACC-ACCAO        PIC X(10).
               10  FILLER                  PIC X(01)   VALUE "|".
               10  VL-CPE-ACC-OPERADOR     PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.

       01  VL-CPT-TRAILER.
           05  VL-CPT-TIPO-REG             PIC X(01)   VALUE "T".
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPT-CICLO                PIC X(06).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPT-DATA-HORA            PIC 9(14).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-CPT-PEDIDOS              PIC 9(08).
           05  FILLER                      PIC X(248)  VALUE SPACES.
