      ******************************************************************
      * VLSIEEVT  - COMMON EVENT LAYOUT OF THE VLSIEXP EXPORT TO THE
      *             CORPORATE SIEM (VLSIEOUT). EVERY VLAUDIT, VLADMAUD
      *             AND VLALERTA RECORD BECOMES ONE "E" LINE; EACH
      *             SOURCE THEN CLOSES WITH ONE "T" TRAILER LINE FOR
      *             THE RECEIVING SIDE TO RECONCILE AGAINST. FIELDS ARE
      *             FIXED WIDTH, SEPARATED BY "|", AND LEFT BLANK WHERE
      *             THEY DO NOT APPLY TO THE SOURCE:
      *               VL-SEV-DATA-HORA   - EVENT TIME, YYYYMMDDHHMMSS.
      *                                    AN ALERT CARRIES THE START
      *                                    OF ITS TEN-MINUTE WINDOW.
      *               VL-SEV-SISTEMA     - SOURCE FILE.
      *               VL-SEV-TIPO-EVENTO - "VALIDACAO" (A PASSWORD
      *                                    CHANGE ATTEMPT) OR "VERIFICA"
      *                                    (A VLVERIF1 SIGN-ON CHECK)
      *                                    FOR VLAUDIT; THE ACTION CODE
      *                                    FOR VLADMAUD; THE PATTERN
      *                                    FOR VLALERTA.
      *               VL-SEV-UTILIZADOR  - USER-ID; FOR AN ADMINIS-
      *                                    TRATIVE ACTION ITS TARGET,
      *                                    WHICH MAY BE A CLASS OR A
      *                                    WORD.
      *               VL-SEV-CANAL       - VL-AUD-CANAL (BLANK READ AS
      *                                    "T", AS EVERY READER DOES).
      *               VL-SEV-RESULTADO   - "APROVADO"/"REJEITADO",
      *                                    "EXECUTADO"/"RECUSADO", OR
      *                                    "PRIORID-" AND THE ALERT'S
      *                                    PRIORITY.
      *               VL-SEV-REGRAS      - FAILED-RULE LIST.
      *               VL-SEV-OPERADOR    - OPERATOR OF AN ADMINISTRATIVE
      *                                    ACTION.
      *               VL-SEV-ESTADO-ANTES / VL-SEV-ESTADO-DEPOIS
      *                                  - BEFORE/AFTER STATE; FOR AN
      *                                    ALERT THE AFTER STATE HOLDS
      *                                    THE OCCURRENCE COUNT.
      *             THE TRAILER GIVES THE EVENTS SENT FOR THE SOURCE,
      *             HOW MANY OF THEM CAME FROM THE ARCHIVE, THE FIRST
      *             AND LAST EVENT TIME SENT, THE MARK THE RUN STARTED
      *             FROM AND THE RUN'S OWN START TIME (EVENTS FROM THAT
      *             SECOND ON ARE LEFT FOR THE NEXT RUN).
      ******************************************************************
       01  VL-SEV-EVENTO.
           05  VL-SEV-TIPO-REG             PIC X(01)   VALUE "E".
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-DATA-HORA            PIC 9(14).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-SISTEMA              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-TIPO-EVENTO          PIC X(10).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-UTILIZADOR           PIC X(20).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-CANAL                PIC X(01).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-RESULTADO            PIC X(10).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-REGRAS               PIC X(120).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-ESTADO-ANTES         PIC X(20).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-SEV-ESTADO-DEPOIS        PIC X(20).

       01  VL-STR-TRAILER.
           05  VL-STR-TIPO-REG             PIC X(01)   VALUE "T".
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-STR-SISTEMA              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-STR-EXPORTADOS           PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-STR-DO-ARQUIVO           PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-STR-PRIMEIRO             PIC 9(14).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-STR-ULTIMO               PIC 9(14).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-STR-MARCA-ANTERIOR       PIC 9(14).
           05  FILLER                      PIC X(01)   VALUE "|".
           05  VL-STR-LIMITE               PIC 9(14).
           05  FILLER                      PIC X(154)  VALUE SPACES.
