      ******************************************************************
      * VLOPER    - OPERATOR AUTHORITY MASTER RECORD, KEYED BY THE
      *             OPERATOR'S OWN USER-ID. ONE RECORD PER PERSON
      *             AUTHORISED TO RUN THE ADMINISTRATIVE TOOLS, WITH
      *             ONE "S"/"N" FLAG PER KIND OF ACTION. CHECKED AT
      *             SIGN-ON TO EVERY TOOL AND AGAIN BEFORE EVERY ACTION
      *             (SEE VLOPRCK) - AN OPERATOR NOT ON FILE, MARKED
      *             INACTIVE OR WITHOUT THE FLAG FOR THE ACTION IS
      *             REFUSED, AND THE REFUSAL IS RECORDED TO VLADMAUD.
      *             OPERATORS ARE KEYED BY THE SAME USER-ID THEY HOLD IN
      *             VLCRED, WHICH IS HOW A TOOL KNOWS AN OPERATOR IS
      *             ABOUT TO ACT ON THEIR OWN ACCOUNT.
      *
      *             VL-OPR-PERMISSAO REDEFINES THE FLAGS AS A TABLE SO
      *             THE CHECK CAN BE DRIVEN BY SLOT NUMBER (SEE THE
      *             VL-OPR-SLOT- VALUES IN VLOPRWK):
      *               1 - DESBLOQ    - CLEAR A VLBLOQ LOCKOUT OR
      *                                RELEASE A VLCONTEM HOLD
      *                                (VLDESBLQ)
      *               2 - CRIAR      - CREATE AN ACCOUNT SHELL (VLMANUT)
      *               3 - DESATIVAR  - DISABLE OR REACTIVATE AN ACCOUNT
      *                                (VLMANUT)
      *               4 - OFFBOARD   - REMOVE A LEAVER'S ACCOUNT
      *                                (VLMANUT)
      *               5 - DICIONARIO - BANNED-PASSWORD DICTIONARY
      *                                MAINTENANCE (VLDICTMN)
      *               6 - RUN-CLR    - CLEAR A STALE VLRUNCTL RUN LOCK
      *                                (VLRUNCLR)
      *               7 - ARQUIVO    - ARCHIVE AND TRIM THE VLADMAUD
      *                                TRAIL (VLARCADM)
      *               8 - REVERTER   - BACK OUT A RUN'S CHANGES FROM
      *                                THE VLJRNL JOURNAL (VLREVERT)
      *               9 - POLITICA   - ADD OR CHANGE A VLPOLCY POLICY
      *                                CLASS (VLPOLMNT)
      *              10 - EXCECAO    - GRANT, RENEW OR REVOKE A VLEXCEC
      *                                SWEEP EXEMPTION (VLEXCMNT)
      *             SLOTS 11-16 ARE SPARE FOR FUTURE TOOLS AND READ AS
      *             "NOT AUTHORISED" UNTIL ONE IS ASSIGNED.
      ******************************************************************
       01  VL-OPERADOR-REGISTO.
           05  VL-OPR-OPERADOR             PIC X(08).
           05  VL-OPR-NOME                 PIC X(30).
           05  VL-OPR-ATIVO                PIC X(01).
               88  VL-OPR-ATIVO-SIM            VALUE "S".
           05  VL-OPR-PERMISSOES.
               10  VL-OPR-PERM-DESBLOQ     PIC X(01).
               10  VL-OPR-PERM-CRIAR       PIC X(01).
               10  VL-OPR-PERM-DESATIVAR   PIC X(01).
               10  VL-OPR-PERM-OFFBOARD    PIC X(01).
               10  VL-OPR-PERM-DICIONARIO  PIC X(01).
               10  VL-OPR-PERM-RUN-CLR     PIC X(01).
               10  VL-OPR-PERM-ARQUIVO     PIC X(01).
               10  VL-OPR-PERM-REVERTER    PIC X(01).
               10  VL-OPR-PERM-POLITICA    PIC X(01).
               10  VL-OPR-PERM-EXCECAO     PIC X(01).
               10  FILLER                  PIC X(06).
           05  VL-OPR-PERMISSOES-TAB REDEFINES VL-OPR-PERMISSOES.
               10  VL-OPR-PERMISSAO        PIC X(01) OCCURS 16 TIMES.
           05  FILLER                      PIC X(10).
