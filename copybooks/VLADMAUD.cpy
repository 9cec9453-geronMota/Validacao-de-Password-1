      *             IDENTIFIED AT SIGN-ON TO THE TOOL (SEE VLADMGRV)
      *             AND THE BEFORE/AFTER STATE OF THE TARGET. READ BY
      *             THE VLADMRPT REVIEW REPORT AND TRIMMED BY THE
      *             VLARCADM RETENTION JOB. REFUSED ATTEMPTS
      *             ("RECUSADO") AND SECOND-OPERATOR CONFIRMATIONS
      *             ("CONFIRMA") FROM THE VLOPER AUTHORITY CHECK (SEE
      *             VLOPRCK) ARE RECORDED HERE TOO, AS ARE THE
      *             VLREVERT BACK-OUTS: ONE "REVERTER" PER RECORD PUT
      *             BACK, ONE "REV-OMITE" PER RECORD SKIPPED AND ONE
      *             "REVERSAO" PER RUN BACKED OUT. VLPOLMNT WRITES ONE
      *             "POLITICA" PER RULE CHANGED AND ONE "POL-VERSAO"
      *             PER POLICY VERSION ADDED, AND THE VLPOLTRC SWEEP
      *             ONE "TROCA-POL" PER ACCOUNT IT SETS TO CHANGE ITS
      *             PASSWORD UNDER A TIGHTENED POLICY. VLEXCMNT WRITES
      *             ONE "EXC-INCLUI", "EXC-RENOVA" OR "EXC-REVOGA" PER
      *             SWEEP EXEMPTION GRANTED, RENEWED OR REVOKED ON THE
      *             VLEXCEC REGISTER. THE QUARTERLY RECERTIFICATION OF
      *             THE PRIVILEGED ACCOUNTS WRITES ONE "CRT-ABRIR" PER
      *             CYCLE OPENED (VLCRTABR), AND ONE "CRT-MANTER" OR
      *             "CRT-REMOVE" PER OWNER'S ANSWER, ONE "CRT-EXPIRA"
      *             PER ACCOUNT LEFT UNANSWERED AT THE DEADLINE AND ONE
      *             "CRT-FECHAR" PER CYCLE CLOSED (VLCRTFEC).
      ******************************************************************
       01  VL-ADM-REGISTO.
           05  VL-ADM-DATA-HORA            PIC 9(14).
