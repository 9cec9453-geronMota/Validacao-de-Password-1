000400*                STORED VL-CRED-CLASSE THAT DISAGREES WITH THE
000410*                USER-ID NAMING CONVENTION IS REPORTED AS ITS
000420*                OWN EXCEPTION.
000423* 15/10/26  JM   VLPOLCY RECORD WIDENED TO 64 BYTES FOR THE POLICY
000426*                VERSION AND EFFECTIVE DATE (SEE VLPOLMNT).
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. VLRECON.
000650 FILE SECTION.
000660 FD  VL-POLITICA
000670     RECORDING MODE IS F.
000680 01  VL-POLITICA-LINHA               PIC X(64).
000690
000700 FD  VL-CREDENCIAIS.
000710     COPY VLCRED.
