      ******************************************************************
      * VLPOLTR   - PASSWORD POLICY MAINTENANCE TRANSACTION, ONE
      *             RECORD PER CLASS TO ADD OR CHANGE, SUPPLIED BY THE
      *             SECURITY TEAM AND APPLIED TO VLPOLCY BY VLPOLMNT:
      *               "I" - INCLUIR - A NEW POLICY CLASS (VERSION 1).
      *               "A" - ALTERAR - A NEW VERSION OF AN EXISTING
      *                               CLASS.
      *             EVERY RULE OF THE CLASS IS QUOTED IN FULL, IN THE
      *             SAME ORDER AND PICTURES AS VLPOLCY, FOLLOWED BY THE
      *             DATE THE VERSION TAKES EFFECT (TODAY OR LATER - A
      *             TIGHTENING IS ANNOUNCED BY DATING IT AHEAD).
      *             VLPOLMNT ASSIGNS THE VERSION NUMBER ITSELF.
      ******************************************************************
       01  VL-PTR-REGISTO.
           05  VL-PTR-ACCAO                PIC X(01).
               88  VL-PTR-ACCAO-INCLUIR        VALUE "I".
               88  VL-PTR-ACCAO-ALTERAR        VALUE "A".
               88  VL-PTR-ACCAO-VALIDA         VALUES "I" "A".
           05  VL-PTR-CLASSE               PIC X(03).
           05  VL-PTR-MIN-LENGTH           PIC 9(02).
           05  VL-PTR-MAX-LENGTH           PIC 9(02).
           05  VL-PTR-REQ-MAIUSC           PIC X(01).
               88  VL-PTR-REQ-MAIUSC-OK        VALUES "S" "N".
               88  VL-PTR-REQ-MAIUSC-SIM       VALUE "S".
           05  VL-PTR-REQ-MINUSC           PIC X(01).
               88  VL-PTR-REQ-MINUSC-OK        VALUES "S" "N".
               88  VL-PTR-REQ-MINUSC-SIM       VALUE "S".
           05  VL-PTR-REQ-NUMERO           PIC X(01).
               88  VL-PTR-REQ-NUMERO-OK        VALUES "S" "N".
               88  VL-PTR-REQ-NUMERO-SIM       VALUE "S".
           05  VL-PTR-REQ-ESPECIAL         PIC X(01).
               88  VL-PTR-REQ-ESPECIAL-OK      VALUES "S" "N".
               88  VL-PTR-REQ-ESPECIAL-SIM     VALUE "S".
           05  VL-PTR-CARACTERES-ESPECIAIS PIC X(20).
           05  VL-PTR-MAX-TENTATIVAS       PIC 9(02).
           05  VL-PTR-PROFUNDIDADE-HIST    PIC 9(02).
           05  VL-PTR-REJ-USERID           PIC X(01).
               88  VL-PTR-REJ-USERID-OK        VALUES "S" "N".
           05  VL-PTR-REJ-REPETICAO        PIC X(01).
               88  VL-PTR-REJ-REPETICAO-OK     VALUES "S" "N".
           05  VL-PTR-LIM-REPETICAO        PIC 9(02).
           05  VL-PTR-REJ-SEQUENCIA        PIC X(01).
               88  VL-PTR-REJ-SEQUENCIA-OK     VALUES "S" "N".
           05  VL-PTR-LIM-SEQUENCIA        PIC 9(02).
           05  VL-PTR-DATA-EFETIVA         PIC 9(08).
