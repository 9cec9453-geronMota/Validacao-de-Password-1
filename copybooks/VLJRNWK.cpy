      ******************************************************************
      * VLJRNWK   - WORKING-STORAGE FOR THE VLJRNL JOURNAL PARAGRAPHS
      *             IN VLJRNGRV. THE PROGRAM AND RUN START STAMPED ON
      *             EVERY RECORD COME FROM VLRUNWK (VL-RUN-PROGRAMA-W,
      *             VL-RUN-INICIO-W), SO VLRUNWK MUST BE COPIED TOO.
      *
      *             VL-JRN-OPERACAO-W CARRIES THE KIND OF CHANGE FROM
      *             THE "GUARDAR-ANTES" PARAGRAPH (OR THE CALLER, FOR A
      *             NEW RECORD OR A DELETE) TO THE "JORNALIZAR" ONE;
      *             VL-JRN-ANTES-W HOLDS THE BEFORE IMAGE IN BETWEEN,
      *             WHILE THE CALLER CHANGES THE RECORD AREA.
      ******************************************************************
       77  VL-FS-JORNAL                    PIC X(02).
       77  VL-JRN-OPERACAO-W               PIC X(01).
       77  VL-JRN-ANTES-W                  PIC X(115).
       77  VL-JRN-DATA-W                   PIC 9(08).
       77  VL-JRN-HORA-W                   PIC 9(08).

      ******************************************************************
      * DISPLAY FORM OF A VLCRED RECORD, FIELD FOR FIELD, AS IT GOES
      * INTO A JOURNAL IMAGE - THE MASTER'S BINARY FAILED-ATTEMPT
      * COUNTER BECOMES TWO DIGITS SO THE LINE-SEQUENTIAL JOURNAL
      * NEVER CARRIES A STRAY RECORD DELIMITER. PADDED TO THE SIZE OF
      * A VLHIST IMAGE.
      ******************************************************************
       01  VL-JRI-CRED-IMAGEM.
           05  VL-JRI-USER-ID              PIC X(08).
           05  VL-JRI-PASSWORD-HASH        PIC X(20).
           05  VL-JRI-DATA-ALTERACAO       PIC 9(08).
           05  VL-JRI-DATA-EXPIRACAO       PIC 9(08).
           05  VL-JRI-TENTATIVAS-FALHA     PIC 9(02).
           05  VL-JRI-BLOQUEADO            PIC X(01).
           05  VL-JRI-EXPIRADO             PIC X(01).
           05  VL-JRI-DESATIVADO           PIC X(01).
           05  VL-JRI-TROCA-OBRIGATORIA    PIC X(01).
           05  VL-JRI-VERSAO-HASH          PIC X(01).
           05  VL-JRI-CLASSE               PIC X(03).
           05  VL-JRI-DATA-ULTIMO-USO      PIC 9(08).
           05  VL-JRI-DATA-LIMITE-TROCA    PIC 9(08).
           05  VL-JRI-RETIDO               PIC X(01).
           05  VL-JRI-VERSAO-POLITICA      PIC 9(04).
           05  FILLER                      PIC X(40).
