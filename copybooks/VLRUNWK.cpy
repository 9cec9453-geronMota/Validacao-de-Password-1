      *             VLWORK. THE CALLER LOADS VL-RUN-PROGRAMA-W BEFORE
      *             1800-OBTER-CONTROLO AND VL-RUN-CONTAGEM-W (THE
      *             RUN'S RECORD COUNT) BEFORE 8800-LIBERTAR-CONTROLO.
      *             1800 LEAVES THE RUN'S START TIMESTAMP - THE SAME
      *             ONE IT LOGS AS "INI" TO VLRUNLOG - IN
      *             VL-RUN-INICIO-W FOR THE REST OF THE RUN; THE VLJRNL
      *             JOURNAL (SEE VLJRNGRV) STAMPS IT ON EVERY RECORD.
      ******************************************************************
       77  VL-FS-RUNCTL                    PIC X(02).
       77  VL-FS-RUNLOG                    PIC X(02).
       77  VL-RUN-EVENTO-W                 PIC X(03).
       77  VL-RUN-DATA-W                   PIC 9(08).
       77  VL-RUN-HORA-W                   PIC 9(08).
       77  VL-RUN-INICIO-W                 PIC 9(14)   VALUE 0.
