      *             THE RECORD FOR THE USER'S CLASS PER ATTEMPT -
      *             "PAD" (PADRAO) IS THE STANDARD CLASS AND THE
      *             FALLBACK WHEN A USER'S CLASS HAS NO RECORD.
      *
      *             CHANGES ARE MADE ONLY THROUGH VLPOLMNT, WHICH NEVER
      *             OVERWRITES A RECORD: EACH CHANGE IS APPENDED AS A
      *             NEW VERSION OF THE CLASS (VL-POL-VERSAO, 1, 2, ...)
      *             CARRYING THE DATE IT TAKES EFFECT, SO A TIGHTENING
      *             CAN BE ANNOUNCED IN ADVANCE AND EVERY VERSION EVER
      *             IN FORCE STAYS ON FILE. THE LOAD (VLPOLSEL) KEEPS,
      *             PER CLASS, THE HIGHEST VERSION ALREADY IN EFFECT.
      *             A RECORD WRITTEN BEFORE VERSIONING HAS BOTH FIELDS
      *             BLANK AND READS AS VERSION 0, IN FORCE SINCE ALWAYS.
      ******************************************************************
       01  VL-POLITICA-REGISTO.
           05  VL-POL-CLASSE               PIC X(03).
           05  VL-POL-REJ-SEQUENCIA        PIC X(01).
               88  VL-POL-REJ-SEQUENCIA-SIM    VALUE "S".
           05  VL-POL-LIM-SEQUENCIA        PIC 9(02).
           05  VL-POL-VERSAO               PIC 9(04).
           05  VL-POL-DATA-EFETIVA         PIC 9(08).
           05  FILLER                      PIC X(10).
