      ******************************************************************
      * VLVERIF   - PARAMETER BLOCK FOR THE VLVERIF1 CALLED SUBPROGRAM,
      *             WHICH OWNS SIGN-ON VERIFICATION THE WAY VLVALID1
      *             OWNS VALIDATION AND VLHASH1 OWNS HASHING. COPY
      *             THIS INTO WORKING-STORAGE IN ANY PROGRAM THAT
      *             CALLS VLVERIF1; IT IS ALSO COPIED INTO VLVERIF1'S
      *             OWN LINKAGE SECTION, SO BOTH SIDES SHARE ONE LAYOUT.
      *
      *             THE CALLER LOADS VLVERIF-USER-ID AND THE PASSWORD
      *             THE USER QUOTED IN VLVERIF-PASSWORD. VLVERIF1
      *             RETURNS VLVERIF-RETORNO ("S"/"N") AND, ON REFUSAL,
      *             VLVERIF-MOTIVO:
      *               "BLOQUEADO"  - VLBLOQ LOCKOUT IN FORCE
      *               "DESATIVADO" - ADMINISTRATIVELY DISABLED
      *               "RETIDO"     - VLCONTEM PROTECTIVE HOLD
      *               "EXPIRADO"   - CREDENTIAL PAST ITS EXPIRATION
      *               "TEMPORARIA" - TEMPORARY PASSWORD PAST ITS WINDOW
      *               "SENHA"      - WRONG PASSWORD (ALSO RETURNED FOR
      *                              AN UNKNOWN USER-ID OR AN ACCOUNT
      *                              WITH NO PASSWORD SET - THE CALLER
      *                              IS NEVER TOLD WHICH)
      *               "INDISPONIVEL" - VLCRED, VLAUDIT, VLJRNL OR
      *                              VLPOLCY COULD NOT BE OPENED OR
      *                              WRITTEN (VLCRED HELD BY THE
      *                              NIGHTLY BATCH, SAY). NOTHING WAS
      *                              CHECKED AND NOTHING COUNTED - THE
      *                              CALLER REFUSES FOR NOW, BUT MUST
      *                              NOT TREAT IT AS A WRONG PASSWORD.
      *             VLVERIF-TROCA-OBRIGATORIA COMES BACK "S" WHEN THE
      *             PASSWORD MATCHED A PENDING TEMPORARY ONE - IT ONLY
      *             AUTHORIZES SETTING A NEW PASSWORD (SEE VLMAIL1),
      *             NEVER A NORMAL SIGN-ON. VLVERIF-CONTA-BLOQUEADA
      *             COMES BACK "S" WHEN THIS VERY FAILURE LOCKED THE
      *             ACCOUNT.
      ******************************************************************
       01  VLVERIF-PARAMETROS.
           05  VLVERIF-USER-ID                 PIC X(08).
           05  VLVERIF-PASSWORD                PIC X(20).
           05  VLVERIF-RETORNO                 PIC X(01).
               88  VLVERIF-APROVADO                VALUE "S".
               88  VLVERIF-REJEITADO               VALUE "N".
           05  VLVERIF-MOTIVO                  PIC X(12).
           05  VLVERIF-TROCA-OBRIGATORIA       PIC X(01).
               88  VLVERIF-TROCA-SIM               VALUE "S".
           05  VLVERIF-CONTA-BLOQUEADA         PIC X(01).
               88  VLVERIF-BLOQUEADA-SIM           VALUE "S".
