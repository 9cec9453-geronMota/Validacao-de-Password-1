000380*                ACCOUNT FOUND PARKED MUST BE EXPLAINABLE FROM
000390*                THE TRAIL, NOT FROM A DISPLAY THAT SCROLLED
000400*                AWAY.
000402* 15/10/26  JM   EVERY CHANGE TO VLCRED IS NOW JOURNALED TO VLJRNL
000404*                WITH ITS BEFORE AND AFTER IMAGE (SEE VLJRNGRV) SO
000406*                A BAD RUN CAN BE BACKED OUT BY VLREVERT.
000408* 15/10/26  JM   ACCOUNTS ON THE VLEXCEC APPROVED-EXCEPTION
000410*                REGISTER (SEE VLEXCCK) ARE NO LONGER REPORTED OR
000412*                DISABLED WHILE THEIR DORMANCY EXEMPTION IS
000414*                CURRENT, AND ARE COUNTED IN THE RUN SUMMARY
000415*                INSTEAD.
000416******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. VLINATIV.
000440 ENVIRONMENT DIVISION.
000650     SELECT VL-ADMIN-AUDITORIA ASSIGN TO "VLADMAUD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS VL-FS-ADMIN.
000672
000674     SELECT VL-JORNAL ASSIGN TO "VLJRNL"
000676         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS VL-FS-JORNAL.
000679
000680     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
000681         ORGANIZATION IS INDEXED
000682         ACCESS MODE IS DYNAMIC
000683         RECORD KEY IS VL-EXC-USER-ID
000684         FILE STATUS IS VL-FS-EXCECAO.
000685 DATA DIVISION.
000690 FILE SECTION.
000700 FD  VL-PARAMETRO
000710     RECORDING MODE IS F.
000850 FD  VL-ADMIN-AUDITORIA
000860     RECORDING MODE IS F.
000870     COPY VLADMAUD.
000872
000874 FD  VL-JORNAL
000876     RECORDING MODE IS F.
000878     COPY VLJRNL.
000880
000882 FD  VL-EXCECOES.
000884     COPY VLEXCEC.
000886
000890 WORKING-STORAGE SECTION.
000900 COPY VLWORK.
000910 COPY VLRUNWK.
000915 COPY VLJRNWK.
000920 COPY VLADMWK.
000925 COPY VLEXCWK.
000930
000940 77  VL-FS-PARAMETRO                 PIC X(02).
000950 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
001020 77  VL-INA-TOTAL-EXAMINADAS         PIC 9(08) COMP VALUE 0.
001030 77  VL-INA-TOTAL-DORMENTES          PIC 9(08) COMP VALUE 0.
001040 77  VL-INA-TOTAL-DESATIVADAS        PIC 9(08) COMP VALUE 0.
001045 77  VL-INA-TOTAL-ISENTAS            PIC 9(08) COMP VALUE 0.
001050
001060******************************************************************
001070* DAY-SERIAL WORK FIELDS - 5000-CALCULAR-SERIE TURNS A YYYYMMDD
002080             VL-FS-ADMIN
002090         STOP RUN
002100     END-IF
002101
002102     OPEN EXTEND VL-JORNAL
002103     IF VL-FS-JORNAL NOT = "00"
002104         DISPLAY "VLINATIV - ERRO A ABRIR VLJRNL. FILE STATUS: "
002105             VL-FS-JORNAL
002106         STOP RUN
002107     END-IF
002110
002113     PERFORM 1700-ABRIR-EXCECOES THRU 1700-EXIT
002116
002120     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
002130     MOVE VL-DATA-HOJE TO VL-SER-DATA
002140     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
002350* SHELLS) HAVE NO USE TO MEASURE AND ARE SKIPPED, AS ARE
002360* ACCOUNTS ALREADY ADMINISTRATIVELY DISABLED - THOSE ARE PARKED
002370* AND STAY ON VLMANUT'S PLATE, NOT THIS SWEEP'S.
002372* A DORMANT ACCOUNT HOLDING A CURRENT DORMANCY EXEMPTION ON
002374* VLEXCEC (A SERVICE ID THAT IS UNUSED BY DESIGN) IS NEITHER
002376* REPORTED NOR DISABLED, ONLY COUNTED.
002380******************************************************************
002390 2000-EXAMINAR-CREDENCIAL.
002400
002720         MOVE 0 TO VL-DIAS-SEM-USO
002730     END-IF
002740
002741     IF VL-DIAS-SEM-USO > VL-INA-DIAS-AVISO-W
002742         MOVE VL-EXC-SLOT-INATIVIDADE TO VL-EXC-ISENCAO-PEDIDA
002743         PERFORM 1710-VERIFICAR-EXCECAO THRU 1710-EXIT
002744         IF VL-EXC-ISENTA-SIM
002745             DISPLAY "VLINATIV - CONTA ISENTA......: "
002746                 VL-CRED-USER-ID " ATE " VL-EXC-DATA-FIM
002747             ADD 1 TO VL-INA-TOTAL-ISENTAS
002748             GO TO 2000-CONTINUAR
002749         END-IF
002750     END-IF
002751
002752     IF VL-DIAS-SEM-USO > VL-INA-DIAS-AVISO-W
002760         ADD 1 TO VL-INA-TOTAL-DORMENTES
002770         IF VL-INA-DIAS-DESATIVAR-W > 0 AND
002780            VL-DIAS-SEM-USO > VL-INA-DIAS-DESATIVAR-W
002930
002940 3000-DESATIVAR-DORMENTE.
002950
002955     PERFORM 6700-GUARDAR-ANTES-CRED THRU 6700-EXIT
002960     MOVE "S" TO VL-CRED-DESATIVADO
002970     REWRITE VL-CREDENCIAL-REGISTO
002980     IF VL-FS-CREDENCIAIS NOT = "00"
003000             "FILE STATUS: " VL-FS-CREDENCIAIS
003010         STOP RUN
003020     END-IF
003023
003026     PERFORM 6710-JORNALIZAR-CRED THRU 6710-EXIT
003030
003040     DISPLAY "VLINATIV - CONTA DESATIVADA..: "
003050         VL-CRED-USER-ID " SEM USO HA "
003760******************************************************************
003770     COPY VLADMGRV.
003780
003781******************************************************************
003782* 1700-ABRIR-EXCECOES, 1710-VERIFICAR-EXCECAO AND
003783* 1720-FECHAR-EXCECOES COME FROM VLEXCCK, COPIED IN BELOW.
003784******************************************************************
003785     COPY VLEXCCK.
003786
003787******************************************************************
003788* 6700-GUARDAR-ANTES-CRED, 6710-JORNALIZAR-CRED AND THEIR
003789* HELPERS COME FROM VLJRNGRV, COPIED IN BELOW.
003790******************************************************************
003791     COPY VLJRNGRV.
003792
003793******************************************************************
003800* 1800-OBTER-CONTROLO, 8800-LIBERTAR-CONTROLO AND THEIR DIARY
003810* PARAGRAPH COME FROM VLRUNREG, COPIED IN BELOW.
003820******************************************************************
003860
003870     CLOSE VL-CREDENCIAIS
003880     CLOSE VL-ADMIN-AUDITORIA
003885     CLOSE VL-JORNAL
003887     PERFORM 1720-FECHAR-EXCECOES THRU 1720-EXIT
003890
003900     MOVE VL-INA-TOTAL-DESATIVADAS TO VL-RUN-CONTAGEM-W
003910     PERFORM 8800-LIBERTAR-CONTROLO THRU 8800-EXIT
003960     DISPLAY "CREDENCIAIS LIDAS......: " VL-INA-TOTAL-LIDAS
003970     DISPLAY "EXAMINADAS.............: " VL-INA-TOTAL-EXAMINADAS
003980     DISPLAY "DORMENTES REPORTADAS...: " VL-INA-TOTAL-DORMENTES
003985     DISPLAY "ISENTAS POR EXCECAO....: " VL-INA-TOTAL-ISENTAS
003990     DISPLAY "DESATIVADAS NESTE RUN..: "
004000         VL-INA-TOTAL-DESATIVADAS.
004010
