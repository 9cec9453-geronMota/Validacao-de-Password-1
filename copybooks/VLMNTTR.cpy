      ******************************************************************
      * VLMNTTR   - ACCOUNT MAINTENANCE TRANSACTION RECORD FED TO
      *             VLMANUT, EITHER FROM A FILE (HAND-KEYED, OR
      *             WRITTEN BY THE VLRHREC HR RECONCILIATION, THE
      *             VLCONTEM CONTAINMENT JOB OR THE VLCRTFEC
      *             PRIVILEGED-ACCOUNT RECERTIFICATION) OR BUILT FROM
      *             THE TERMINAL DIALOG. ONE RECORD PER ACTION:
      *               "C" - CRIAR    - PRE-CREATE AN ACCOUNT SHELL FOR
      *                                A NEW HIRE (NO PASSWORD YET).
      *               "D" - DESATIVAR - ADMINISTRATIVELY DISABLE THE
