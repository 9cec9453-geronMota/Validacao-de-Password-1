000370*                IN" STATE THE DESK NEEDS DECODED.
000380* 02/09/26  JM   RECENT VLAUDIT MOVEMENTS NOW SHOW THEIR
000390*                ORIGINATING CHANNEL (VL-AUD-CANAL).
000393* 15/10/26  JM   VLPOLCY RECORD WIDENED TO 64 BYTES FOR THE POLICY
000396*                VERSION AND EFFECTIVE DATE (SEE VLPOLMNT).
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. VLCONSUL.
000700 FILE SECTION.
000710 FD  VL-POLITICA
000720     RECORDING MODE IS F.
000730 01  VL-POLITICA-LINHA               PIC X(64).
000740
000750 FD  VL-CREDENCIAIS.
000760     COPY VLCRED.
