      ******************************************************************
      * VLJRNL    - BEFORE/AFTER-IMAGE JOURNAL OF EVERY CHANGE TO THE
      *             VLCRED AND VLHIST MASTERS, WRITTEN OPEN EXTEND BY
      *             EVERY PROGRAM THAT UPDATES THEM (SEE VLJRNGRV), SO
      *             THE FILE READS IN TIME ORDER. ONE RECORD PER WRITE,
      *             REWRITE OR DELETE:
      *               VL-JRN-PROGRAMA    - THE UPDATING PROGRAM.
      *               VL-JRN-INICIO-RUN  - START OF ITS RUN, AS
      *                                    REGISTERED WITH VLRUNCTL
      *                                    (THE "INI" TIMESTAMP ON
      *                                    VLRUNLOG). VLVERIF1 HAS NO
      *                                    REGISTRATION AND STAMPS THE
      *                                    TIME OF THE SIGN-ON CHECK.
      *               VL-JRN-FICHEIRO    - "C" VLCRED, "H" VLHIST.
      *               VL-JRN-OPERACAO    - "I" RECORD WRITTEN NEW,
      *                                    "A" RECORD REWRITTEN,
      *                                    "E" RECORD DELETED.
      *               VL-JRN-IMAGEM-ANTES / -DEPOIS - THE WHOLE RECORD
      *                                    BEFORE AND AFTER THE CHANGE
      *                                    (SPACES FOR THE SIDE THAT
      *                                    DID NOT EXIST). A VLHIST
      *                                    IMAGE IS THE RECORD AS IT
      *                                    STANDS; A VLCRED IMAGE IS
      *                                    THE DISPLAY FORM IN VLJRNWK
      *                                    (THE FAILED-ATTEMPT COUNTER
      *                                    IS BINARY ON THE MASTER).
      *             READ BY VLREVERT TO BACK OUT ONE RUN'S CHANGES.
      ******************************************************************
       01  VL-JRN-REGISTO.
           05  VL-JRN-DATA-HORA            PIC 9(14).
           05  VL-JRN-PROGRAMA             PIC X(08).
           05  VL-JRN-INICIO-RUN           PIC 9(14).
           05  VL-JRN-FICHEIRO             PIC X(01).
               88  VL-JRN-FICHEIRO-CRED        VALUE "C".
               88  VL-JRN-FICHEIRO-HIST        VALUE "H".
           05  VL-JRN-OPERACAO             PIC X(01).
               88  VL-JRN-OPER-INCLUIR         VALUE "I".
               88  VL-JRN-OPER-ALTERAR         VALUE "A".
               88  VL-JRN-OPER-ELIMINAR        VALUE "E".
           05  VL-JRN-USER-ID              PIC X(08).
           05  VL-JRN-IMAGEM-ANTES         PIC X(115).
           05  VL-JRN-IMAGEM-DEPOIS        PIC X(115).
