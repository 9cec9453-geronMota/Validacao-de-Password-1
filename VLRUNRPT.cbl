000010******************************************************************
000020* PROGRAM:  VLRUNRPT
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  BATCH-WINDOW REPORT FOR THE NIGHT-TO-DAY SHIFT
000080*           HANDOVER. READS THE VLRUNLOG RUN HISTORY OVER THE
000090*           VLRUNPRM RANGE OF NIGHTS AND CHECKS IT AGAINST THE
000100*           VLAGENDA SCHEDULE OF JOBS EXPECTED EACH NIGHT. FOR
000110*           EVERY NIGHT IT WRITES TO VLRUNOUT THE RUNS THAT
000120*           STARTED AND FINISHED (START, END, ELAPSED TIME AND
000130*           RECORD COUNT), EVERY "INI" LEFT WITHOUT A "FIM" (AN
000140*           ABENDED OR STILL-RUNNING JOB), EVERY ENTRY VLRUNCLR
000150*           CLEARED, AND EVERY SCHEDULED JOB THAT NEVER STARTED.
000160*           A RUN WHOSE COUNT IS FAR FROM THE AVERAGE OF THE
000170*           PROGRAM'S PREVIOUS RUNS IS MARKED "DESVIO". THE LOG
000180*           IS READ FROM THE START SO THE AVERAGE ALSO SEES RUNS
000190*           BEFORE THE RANGE. READ-ONLY; LIKE VLRECON IT DOES NOT
000200*           TAKE THE VLRUNCTL LOCK, SO IT CAN RUN WHILE A JOB IS
000210*           STILL IN THE WINDOW.
000220* TECTONICS: COBC
000230******************************************************************
000240* MODIFICATION HISTORY
000250* DATE      INIT DESCRIPTION
000260* 15/10/26  JM   ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. VLRUNRPT.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT VL-PARAMETRO ASSIGN TO "VLRUNPRM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS VL-FS-PARAMETRO.
000360
000370     SELECT VL-AGENDA ASSIGN TO "VLAGENDA"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS VL-FS-AGENDA.
000400
000410     SELECT VL-RUN-DIARIO ASSIGN TO "VLRUNLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS VL-FS-RUNLOG.
000440
000450     SELECT VL-RELATORIO ASSIGN TO "VLRUNOUT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS VL-FS-RELATORIO.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  VL-PARAMETRO
000510     RECORDING MODE IS F.
000520     COPY VLRUNPRM.
000530
000540 FD  VL-AGENDA
000550     RECORDING MODE IS F.
000560     COPY VLAGENDA.
000570
000580 FD  VL-RUN-DIARIO
000590     RECORDING MODE IS F.
000600     COPY VLRUNLOG.
000610
000620 FD  VL-RELATORIO
000630     RECORDING MODE IS F.
000640 01  VL-REL-REGISTO                  PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 77  VL-FS-PARAMETRO                 PIC X(02).
000680 77  VL-FS-AGENDA                    PIC X(02).
000690 77  VL-FS-RUNLOG                    PIC X(02).
000700 77  VL-FS-RELATORIO                 PIC X(02).
000710 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
000720     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
000730
000740 77  VL-RRP-LIDOS                    PIC 9(08) COMP VALUE 0.
000750 77  VL-RRP-NOITES                   PIC 9(08) COMP VALUE 0.
000760 77  VL-RRP-TOTAL-TERMINADAS         PIC 9(08) COMP VALUE 0.
000770 77  VL-RRP-TOTAL-ABORTADAS          PIC 9(08) COMP VALUE 0.
000780 77  VL-RRP-TOTAL-LIMPAS             PIC 9(08) COMP VALUE 0.
000790 77  VL-RRP-TOTAL-EM-FALTA           PIC 9(08) COMP VALUE 0.
000800 77  VL-RRP-TOTAL-DESVIOS            PIC 9(08) COMP VALUE 0.
000810 77  VL-RRP-TOTAL-SEM-INICIO         PIC 9(08) COMP VALUE 0.
000820
000830******************************************************************
000840* PER-NIGHT COUNTERS, RESET AS EACH NIGHT OPENS.
000850******************************************************************
000860 77  VL-RRP-NOITE-PREVISTOS          PIC 9(04) COMP.
000870 77  VL-RRP-NOITE-INICIADOS          PIC 9(04) COMP.
000880 77  VL-RRP-NOITE-TERMINADOS         PIC 9(04) COMP.
000890 77  VL-RRP-NOITE-ABORTADOS          PIC 9(04) COMP.
000900 77  VL-RRP-NOITE-LIMPOS             PIC 9(04) COMP.
000910 77  VL-RRP-NOITE-EM-FALTA           PIC 9(04) COMP.
000920 77  VL-RRP-NOITE-DESVIOS            PIC 9(04) COMP.
000930
000940******************************************************************
000950* NIGHT STATE. VL-RRP-NOITE-ATUAL IS THE NIGHT NOW BEING BUILT
000960* (ZERO UNTIL THE FIRST EVENT); VL-RRP-PROXIMA-NOITE IS THE NEXT
000970* NIGHT OF THE RANGE STILL TO BE PRINTED, SO A NIGHT WITH NO
000980* EVENTS AT ALL STILL GETS ITS PAGE - THAT IS EXACTLY THE NIGHT
000990* THE DAY SHIFT NEEDS TO HEAR ABOUT.
001000******************************************************************
001010 77  VL-RRP-NOITE-ATUAL              PIC 9(08) VALUE 0.
001020 77  VL-RRP-NOITE-EVENTO             PIC 9(08).
001030 77  VL-RRP-PROXIMA-NOITE            PIC 9(08).
001040 77  VL-RRP-NO-PERIODO               PIC X(01)   VALUE "N".
001050     88  VL-RRP-NO-PERIODO-SIM           VALUE "S".
001060 77  VL-RRP-DIA-SEMANA               PIC 9(01).
001070 77  VL-RRP-SERIE-REFERENCIA         PIC 9(08) COMP.
001080
001090******************************************************************
001100* SCHEDULE TABLE, LOADED FROM VLAGENDA AT START OF RUN. THE TWO
001110* FLAG BYTES ARE RESET FOR EVERY NIGHT.
001120******************************************************************
001130 77  VL-RRP-NUM-AGENDA               PIC 9(04) COMP VALUE 0.
001140 77  VL-RRP-IND-AGENDA               PIC 9(04) COMP.
001150 01  VL-RRP-AGENDA.
001160     05  VL-RRP-AGD-ENTRADA OCCURS 50 TIMES.
001170         10  VL-RRP-AGD-PROGRAMA     PIC X(08).
001180         10  VL-RRP-AGD-DIAS         PIC X(07).
001190         10  VL-RRP-AGD-PREVISTO     PIC X(01).
001200         10  VL-RRP-AGD-INICIADO     PIC X(01).
001210
001220******************************************************************
001230* RUN STATE PER PROGRAM SEEN IN THE LOG: THE OPEN "INI" (IF
001240* ANY) AND THE COUNTS OF ITS LAST COMPLETED RUNS, KEPT AS A
001250* RING OF VL-RNP-EXECUCOES ENTRIES FOR THE RECENT AVERAGE.
001260* OVERFLOW IS REPORTED, NOT DROPPED SILENTLY.
001270******************************************************************
001280 77  VL-RRP-NUM-PROGRAMAS            PIC 9(04) COMP VALUE 0.
001290 77  VL-RRP-IND-PROGRAMA             PIC 9(04) COMP.
001300 77  VL-RRP-IND-HISTORICO            PIC 9(04) COMP.
001310 77  VL-RRP-TRANSBORDO               PIC X(01)   VALUE "N".
001320     88  VL-RRP-TRANSBORDO-SIM           VALUE "S".
001330 01  VL-RRP-PROGRAMAS.
001340     05  VL-RRP-PRG-ENTRADA OCCURS 100 TIMES.
001350         10  VL-RRP-PRG-NOME         PIC X(08).
001360         10  VL-RRP-PRG-ABERTO       PIC X(01).
001370         10  VL-RRP-PRG-INICIO       PIC 9(14).
001380         10  VL-RRP-PRG-NUM-HIST     PIC 9(04) COMP.
001390         10  VL-RRP-PRG-POS-HIST     PIC 9(04) COMP.
001400         10  VL-RRP-PRG-CONTAGEM     PIC 9(08) COMP
001410                                     OCCURS 30 TIMES.
001420
001430******************************************************************
001440* ELAPSED-TIME AND AVERAGE WORK FIELDS.
001450******************************************************************
001460 77  VL-RRP-CARIMBO                  PIC 9(14).
001470 77  VL-RRP-SEGUNDOS                 PIC 9(12) COMP.
001480 77  VL-RRP-SEGUNDOS-INICIO          PIC 9(12) COMP.
001490 77  VL-RRP-DURACAO                  PIC 9(12) COMP.
001500 77  VL-RRP-RESTO                    PIC 9(12) COMP.
001510 77  VL-RRP-HORAS                    PIC 9(08) COMP.
001520 77  VL-RRP-MINUTOS                  PIC 9(02) COMP.
001530 77  VL-RRP-SEGS                     PIC 9(02) COMP.
001540 77  VL-RRP-SOMA                     PIC 9(10) COMP.
001550 77  VL-RRP-MEDIA                    PIC 9(08) COMP.
001560 77  VL-RRP-DIFERENCA                PIC 9(08) COMP.
001570 77  VL-RRP-COM-MEDIA                PIC X(01).
001580     88  VL-RRP-COM-MEDIA-SIM            VALUE "S".
001590 77  VL-RRP-EM-DESVIO                PIC X(01).
001600     88  VL-RRP-EM-DESVIO-SIM            VALUE "S".
001610 77  VL-RRP-AGENDADO                 PIC X(01).
001620     88  VL-RRP-AGENDADO-SIM             VALUE "S".
001630
001640 01  VL-RRP-HORA-EDITADA.
001650     05  VL-RRP-HE-HORAS             PIC 9(02).
001660     05  FILLER                      PIC X(01) VALUE ":".
001670     05  VL-RRP-HE-MINUTOS           PIC 9(02).
001680     05  FILLER                      PIC X(01) VALUE ":".
001690     05  VL-RRP-HE-SEGUNDOS          PIC 9(02).
001700 01  VL-RRP-MEDIA-EDITADA            PIC ZZZZZZZ9.
001710
001720******************************************************************
001730* DAY-SERIAL WORK FIELDS, SAME ARITHMETIC AS VLEXPIRA/VLINATIV.
001740******************************************************************
001750 77  VL-SER-DATA                     PIC 9(08).
001760 77  VL-SER-ANO                      PIC 9(04).
001770 77  VL-SER-MES                      PIC 9(02).
001780 77  VL-SER-DIA                      PIC 9(02).
001790 77  VL-SER-ANO-AJUSTADO             PIC 9(04) COMP.
001800 77  VL-SER-TRABALHO                 PIC 9(08) COMP.
001810 77  VL-SER-RESULTADO                PIC 9(08) COMP.
001820
001830 01  VL-TABELA-ACUM-INIC.
001840     05  FILLER                      PIC 9(03) VALUE 000.
001850     05  FILLER                      PIC 9(03) VALUE 031.
001860     05  FILLER                      PIC 9(03) VALUE 059.
001870     05  FILLER                      PIC 9(03) VALUE 090.
001880     05  FILLER                      PIC 9(03) VALUE 120.
001890     05  FILLER                      PIC 9(03) VALUE 151.
001900     05  FILLER                      PIC 9(03) VALUE 181.
001910     05  FILLER                      PIC 9(03) VALUE 212.
001920     05  FILLER                      PIC 9(03) VALUE 243.
001930     05  FILLER                      PIC 9(03) VALUE 273.
001940     05  FILLER                      PIC 9(03) VALUE 304.
001950     05  FILLER                      PIC 9(03) VALUE 334.
001960 01  VL-TABELA-ACUM REDEFINES VL-TABELA-ACUM-INIC.
001970     05  VL-DIAS-ACUMULADOS          PIC 9(03) OCCURS 12 TIMES.
001980
001990******************************************************************
002000* CALENDAR STEPPING - ONE DAY BACK OR FORWARD ON VL-DIA-DATA.
002010******************************************************************
002020 01  VL-DIA-DATA.
002030     05  VL-DIA-ANO                  PIC 9(04).
002040     05  VL-DIA-MES                  PIC 9(02).
002050     05  VL-DIA-DIA                  PIC 9(02).
002060 01  VL-DIA-DATA-N REDEFINES VL-DIA-DATA
002070                                     PIC 9(08).
002080 77  VL-DIA-LIMITE                   PIC 9(02).
002090 77  VL-DIA-QUOCIENTE                PIC 9(04) COMP.
002100 77  VL-DIA-RESTO-4                  PIC 9(04) COMP.
002110 77  VL-DIA-RESTO-100                PIC 9(04) COMP.
002120 77  VL-DIA-RESTO-400                PIC 9(04) COMP.
002130
002140 01  VL-TABELA-MESES-INIC.
002150     05  FILLER                      PIC 9(02) VALUE 31.
002160     05  FILLER                      PIC 9(02) VALUE 28.
002170     05  FILLER                      PIC 9(02) VALUE 31.
002180     05  FILLER                      PIC 9(02) VALUE 30.
002190     05  FILLER                      PIC 9(02) VALUE 31.
002200     05  FILLER                      PIC 9(02) VALUE 30.
002210     05  FILLER                      PIC 9(02) VALUE 31.
002220     05  FILLER                      PIC 9(02) VALUE 31.
002230     05  FILLER                      PIC 9(02) VALUE 30.
002240     05  FILLER                      PIC 9(02) VALUE 31.
002250     05  FILLER                      PIC 9(02) VALUE 30.
002260     05  FILLER                      PIC 9(02) VALUE 31.
002270 01  VL-TABELA-MESES REDEFINES VL-TABELA-MESES-INIC.
002280     05  VL-DIAS-MES                 PIC 9(02) OCCURS 12 TIMES.
002290
002300 01  VL-TABELA-SEMANA-INIC.
002310     05  FILLER                      PIC X(07) VALUE "SEGUNDA".
002320     05  FILLER                      PIC X(07) VALUE "TERCA".
002330     05  FILLER                      PIC X(07) VALUE "QUARTA".
002340     05  FILLER                      PIC X(07) VALUE "QUINTA".
002350     05  FILLER                      PIC X(07) VALUE "SEXTA".
002360     05  FILLER                      PIC X(07) VALUE "SABADO".
002370     05  FILLER                      PIC X(07) VALUE "DOMINGO".
002380 01  VL-TABELA-SEMANA REDEFINES VL-TABELA-SEMANA-INIC.
002390     05  VL-NOME-DIA                 PIC X(07) OCCURS 7 TIMES.
002400
002410******************************************************************
002420* REPORT LINE LAYOUTS. RUN AND OCCURRENCE LINES SHARE THE FIRST
002430* FOUR COLUMNS SO THE TIMES LINE UP UNDER ONE HEADING.
002440******************************************************************
002450 01  VL-REL-LINHA-TEXTO              PIC X(80).
002460
002470 01  VL-REL-LINHA-DET.
002480     05  VL-REL-ROTULO               PIC X(28).
002490     05  VL-REL-VALOR                PIC ZZZZZZZ9.
002500     05  FILLER                      PIC X(44) VALUE SPACES.
002510
002520 01  VL-REL-LINHA-PERIODO.
002530     05  FILLER                      PIC X(10) VALUE "NOITES:   ".
002540     05  VL-REL-PER-DE               PIC 9(08).
002550     05  FILLER                      PIC X(03) VALUE " A ".
002560     05  VL-REL-PER-ATE              PIC 9(08).
002570     05  FILLER                      PIC X(51) VALUE SPACES.
002580
002590 01  VL-REL-LINHA-NOITE.
002600     05  FILLER                      PIC X(09) VALUE "NOITE DE ".
002610     05  VL-REL-NOI-DATA             PIC 9(08).
002620     05  FILLER                      PIC X(03) VALUE " - ".
002630     05  VL-REL-NOI-DIA              PIC X(07).
002640     05  FILLER                      PIC X(53) VALUE SPACES.
002650
002660 01  VL-REL-LINHA-COLUNAS.
002670     05  FILLER                      PIC X(12) VALUE "  PROGRAMA".
002680     05  FILLER                      PIC X(10) VALUE "INICIO".
002690     05  FILLER                      PIC X(10) VALUE "FIM".
002700     05  FILLER                      PIC X(10) VALUE "DURACAO".
002710     05  FILLER                      PIC X(13) VALUE "CONTAGEM".
002720     05  FILLER                      PIC X(07) VALUE "MEDIA".
002730     05  FILLER                      PIC X(18) VALUE "OBSERVACAO".
002740
002750 01  VL-REL-LINHA-EXECUCAO.
002760     05  FILLER                      PIC X(02) VALUE SPACES.
002770     05  VL-REL-EXE-PROGRAMA         PIC X(08).
002780     05  FILLER                      PIC X(02) VALUE SPACES.
002790     05  VL-REL-EXE-INICIO           PIC X(08).
002800     05  FILLER                      PIC X(02) VALUE SPACES.
002810     05  VL-REL-EXE-FIM              PIC X(08).
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  VL-REL-EXE-DURACAO          PIC X(08).
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  VL-REL-EXE-CONTAGEM         PIC ZZZZZZZ9.
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  VL-REL-EXE-MEDIA            PIC X(08).
002880     05  FILLER                      PIC X(02) VALUE SPACES.
002890     05  VL-REL-EXE-OBSERVACAO       PIC X(16).
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910
002920 01  VL-REL-LINHA-OCORRENCIA.
002930     05  FILLER                      PIC X(02) VALUE SPACES.
002940     05  VL-REL-OCO-PROGRAMA         PIC X(08).
002950     05  FILLER                      PIC X(02) VALUE SPACES.
002960     05  VL-REL-OCO-INICIO           PIC X(08).
002970     05  FILLER                      PIC X(02) VALUE SPACES.
002980     05  VL-REL-OCO-FIM              PIC X(08).
002990     05  FILLER                      PIC X(02) VALUE SPACES.
003000     05  VL-REL-OCO-DESCRICAO        PIC X(46).
003010     05  FILLER                      PIC X(02) VALUE SPACES.
003020
003030 01  VL-REL-LINHA-RESUMO.
003040     05  FILLER                      PIC X(07) VALUE "  PREV:".
003050     05  VL-REL-RES-PREVISTOS        PIC ZZ9.
003060     05  FILLER                      PIC X(05) VALUE " INI:".
003070     05  VL-REL-RES-INICIADOS        PIC ZZ9.
003080     05  FILLER                      PIC X(05) VALUE " FIM:".
003090     05  VL-REL-RES-TERMINADOS       PIC ZZ9.
003100     05  FILLER                      PIC X(07) VALUE " ABORT:".
003110     05  VL-REL-RES-ABORTADOS        PIC ZZ9.
003120     05  FILLER                      PIC X(08) VALUE " LIMPAS:".
003130     05  VL-REL-RES-LIMPOS           PIC ZZ9.
003140     05  FILLER                      PIC X(07) VALUE " FALTA:".
003150     05  VL-REL-RES-EM-FALTA         PIC ZZ9.
003160     05  FILLER                      PIC X(08) VALUE " DESVIO:".
003170     05  VL-REL-RES-DESVIOS          PIC ZZ9.
003180     05  FILLER                      PIC X(12) VALUE SPACES.
003190
003200 PROCEDURE DIVISION.
003210
003220 0000-MAINLINE.
003230
003240     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
003250
003260     PERFORM 2000-LER-DIARIO THRU 2000-EXIT
003270
003280     PERFORM 7000-ESCREVER-TOTAIS THRU 7000-EXIT
003290
003300     PERFORM 8000-TERMINAR THRU 8000-EXIT
003310
003320     GOBACK.
003330
003340******************************************************************
003350* 1000-INICIALIZACAO - PARAMETERS, SCHEDULE, REPORT HEADING.
003360* 20000103 WAS A MONDAY; ITS DAY SERIAL IS THE ORIGIN FOR THE
003370* DAY OF THE WEEK OF EACH NIGHT.
003380******************************************************************
003390 1000-INICIALIZACAO.
003400
003410     OPEN INPUT VL-PARAMETRO
003420     IF VL-FS-PARAMETRO NOT = "00"
003430         DISPLAY "VLRUNRPT - ERRO A ABRIR VLRUNPRM. FILE STATUS: "
003440             VL-FS-PARAMETRO
003450         STOP RUN
003460     END-IF
003470
003480     READ VL-PARAMETRO
003490         AT END
003500             DISPLAY "VLRUNRPT - VLRUNPRM SEM PARAMETROS."
003510             STOP RUN
003520     END-READ
003530     CLOSE VL-PARAMETRO
003540
003550     IF VL-RNP-DATA-DE NOT NUMERIC OR
003560        VL-RNP-DATA-ATE NOT NUMERIC OR
003570        VL-RNP-DATA-DE < 20000103 OR
003580        VL-RNP-DATA-DE > VL-RNP-DATA-ATE OR
003590        VL-RNP-HORA-CORTE NOT NUMERIC OR
003600        VL-RNP-HORA-CORTE > 235959 OR
003610        VL-RNP-EXECUCOES NOT NUMERIC OR
003620        VL-RNP-EXECUCOES > 30 OR
003630        VL-RNP-PERCENTAGEM NOT NUMERIC OR
003640        VL-RNP-DIFERENCA-MINIMA NOT NUMERIC
003650         DISPLAY "VLRUNRPT - PARAMETROS INVALIDOS: "
003660             VL-RNP-PARAMETRO
003670         STOP RUN
003680     END-IF
003690
003700     MOVE 20000103 TO VL-SER-DATA
003710     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
003720     MOVE VL-SER-RESULTADO TO VL-RRP-SERIE-REFERENCIA
003730
003740     PERFORM 1100-CARREGAR-AGENDA THRU 1100-EXIT
003750
003760     OPEN OUTPUT VL-RELATORIO
003770     IF VL-FS-RELATORIO NOT = "00"
003780         DISPLAY "VLRUNRPT - ERRO A ABRIR VLRUNOUT. FILE STATUS: "
003790             VL-FS-RELATORIO
003800         STOP RUN
003810     END-IF
003820
003830     MOVE "==================================================="
003840         TO VL-REL-LINHA-TEXTO
003850     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003860     MOVE "VLRUNRPT - JANELA BATCH - PASSAGEM DE TURNO"
003870         TO VL-REL-LINHA-TEXTO
003880     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003890     MOVE VL-RNP-DATA-DE  TO VL-REL-PER-DE
003900     MOVE VL-RNP-DATA-ATE TO VL-REL-PER-ATE
003910     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-PERIODO
003920     IF VL-FS-RELATORIO NOT = "00"
003930         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
003940     END-IF
003950     MOVE "==================================================="
003960         TO VL-REL-LINHA-TEXTO
003970     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
003980
003990     MOVE VL-RNP-DATA-DE TO VL-RRP-PROXIMA-NOITE.
004000
004010 1000-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 1100-CARREGAR-AGENDA - THE SCHEDULE IS REQUIRED: WITHOUT IT A
004060* JOB THAT NEVER STARTED CANNOT BE SEEN, AND THAT IS THE ONE
004070* THING THIS REPORT MUST NOT MISS.
004080******************************************************************
004090 1100-CARREGAR-AGENDA.
004100
004110     OPEN INPUT VL-AGENDA
004120     IF VL-FS-AGENDA NOT = "00"
004130         DISPLAY "VLRUNRPT - ERRO A ABRIR VLAGENDA. FILE STATUS: "
004140             VL-FS-AGENDA
004150         STOP RUN
004160     END-IF
004170
004180     MOVE "N" TO VL-FIM-FICHEIRO
004190     PERFORM 1190-LER-AGENDA THRU 1190-EXIT
004200     PERFORM 1110-GUARDAR-AGENDA THRU 1110-EXIT
004210         UNTIL VL-FIM-FICHEIRO-SIM
004220
004230     CLOSE VL-AGENDA
004240
004250     IF VL-RRP-NUM-AGENDA = 0
004260         DISPLAY "VLRUNRPT - VLAGENDA SEM PROGRAMAS PREVISTOS."
004270         STOP RUN
004280     END-IF.
004290
004300 1100-EXIT.
004310     EXIT.
004320
004330 1110-GUARDAR-AGENDA.
004340
004350     IF VL-AGD-PROGRAMA = SPACES
004360         GO TO 1110-LER
004370     END-IF
004380
004390     IF VL-RRP-NUM-AGENDA >= 50
004400         DISPLAY "VLRUNRPT - VLAGENDA COM MAIS DE 50 PROGRAMAS."
004410         STOP RUN
004420     END-IF
004430
004440     ADD 1 TO VL-RRP-NUM-AGENDA
004450     MOVE VL-AGD-PROGRAMA
004460         TO VL-RRP-AGD-PROGRAMA(VL-RRP-NUM-AGENDA)
004470     MOVE VL-AGD-DIAS-SEMANA
004480         TO VL-RRP-AGD-DIAS(VL-RRP-NUM-AGENDA)
004490     IF VL-AGD-DIAS-SEMANA = SPACES
004500         MOVE "SSSSSSS" TO VL-RRP-AGD-DIAS(VL-RRP-NUM-AGENDA)
004510     END-IF.
004520
004530 1110-LER.
004540
004550     PERFORM 1190-LER-AGENDA THRU 1190-EXIT.
004560
004570 1110-EXIT.
004580     EXIT.
004590
004600 1190-LER-AGENDA.
004610
004620     READ VL-AGENDA
004630         AT END
004640             MOVE "S" TO VL-FIM-FICHEIRO
004650     END-READ.
004660
004670 1190-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 2000-LER-DIARIO - THE WHOLE RUN LOG, OLDEST FIRST. A MISSING
004720* VLRUNLOG (FILE STATUS 35) MEANS NOTHING HAS EVER REGISTERED:
004730* EVERY NIGHT OF THE RANGE IS THEN PRINTED WITH ITS SCHEDULED
004740* JOBS MISSING. READING STOPS AT THE FIRST EVENT PAST THE RANGE.
004750******************************************************************
004760 2000-LER-DIARIO.
004770
004780     OPEN INPUT VL-RUN-DIARIO
004790     IF VL-FS-RUNLOG = "35"
004800         MOVE "VLRUNLOG INEXISTENTE - NENHUMA EXECUCAO REGISTADA."
004810             TO VL-REL-LINHA-TEXTO
004820         PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
004830         GO TO 2000-FECHAR
004840     END-IF
004850     IF VL-FS-RUNLOG NOT = "00"
004860         DISPLAY "VLRUNRPT - ERRO A ABRIR VLRUNLOG. FILE STATUS: "
004870             VL-FS-RUNLOG
004880         STOP RUN
004890     END-IF
004900
004910     MOVE "N" TO VL-FIM-FICHEIRO
004920     PERFORM 2900-LER-REG-DIARIO THRU 2900-EXIT
004930     PERFORM 2100-TRATAR-EVENTO THRU 2100-EXIT
004940         UNTIL VL-FIM-FICHEIRO-SIM
004950
004960     CLOSE VL-RUN-DIARIO.
004970
004980 2000-FECHAR.
004990
005000     IF VL-RRP-NOITE-ATUAL NOT = 0
005010         PERFORM 4000-FECHAR-NOITE THRU 4000-EXIT
005020     END-IF
005030
005040     PERFORM 4500-NOITE-VAZIA THRU 4500-EXIT
005050         UNTIL VL-RRP-PROXIMA-NOITE > VL-RNP-DATA-ATE.
005060
005070 2000-EXIT.
005080     EXIT.
005090
005100 2100-TRATAR-EVENTO.
005110
005120     ADD 1 TO VL-RRP-LIDOS
005130
005140     PERFORM 3000-CALCULAR-NOITE THRU 3000-EXIT
005150     IF VL-RRP-NOITE-EVENTO > VL-RNP-DATA-ATE
005160         MOVE "S" TO VL-FIM-FICHEIRO
005170         GO TO 2100-EXIT
005180     END-IF
005190
005200     IF VL-RRP-NOITE-EVENTO > VL-RRP-NOITE-ATUAL
005210         PERFORM 2200-MUDAR-NOITE THRU 2200-EXIT
005220     END-IF
005230
005240     PERFORM 2300-LOCALIZAR-PROGRAMA THRU 2300-EXIT
005250     IF VL-RRP-IND-PROGRAMA = 0
005260         GO TO 2100-LER
005270     END-IF
005280
005290     EVALUATE TRUE
005300         WHEN VL-RUN-LOG-INICIO
005310             PERFORM 2400-TRATAR-INICIO THRU 2400-EXIT
005320         WHEN VL-RUN-LOG-FIM
005330             PERFORM 2500-TRATAR-FIM THRU 2500-EXIT
005340         WHEN VL-RUN-LOG-LIMPEZA
005350             PERFORM 2600-TRATAR-LIMPEZA THRU 2600-EXIT
005360     END-EVALUATE.
005370
005380 2100-LER.
005390
005400     PERFORM 2900-LER-REG-DIARIO THRU 2900-EXIT.
005410
005420 2100-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 2200-MUDAR-NOITE - CLOSE THE NIGHT IN HAND, PRINT ANY NIGHTS OF
005470* THE RANGE THAT HAD NO EVENTS AT ALL, THEN OPEN THE EVENT'S
005480* NIGHT.
005490******************************************************************
005500 2200-MUDAR-NOITE.
005510
005520     IF VL-RRP-NOITE-ATUAL NOT = 0
005530         PERFORM 4000-FECHAR-NOITE THRU 4000-EXIT
005540     END-IF
005550
005560     IF VL-RRP-NOITE-EVENTO NOT < VL-RNP-DATA-DE
005570         PERFORM 4500-NOITE-VAZIA THRU 4500-EXIT
005580             UNTIL VL-RRP-PROXIMA-NOITE NOT < VL-RRP-NOITE-EVENTO
005590     END-IF
005600
005610     MOVE VL-RRP-NOITE-EVENTO TO VL-RRP-NOITE-ATUAL
005620     PERFORM 4100-ABRIR-NOITE THRU 4100-EXIT.
005630
005640 2200-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 2300-LOCALIZAR-PROGRAMA - FINDS OR ADDS THE EVENT'S PROGRAM IN
005690* THE RUN-STATE TABLE. ZERO IN VL-RRP-IND-PROGRAMA MEANS THE
005700* TABLE IS FULL AND THE EVENT IS SKIPPED.
005710******************************************************************
005720 2300-LOCALIZAR-PROGRAMA.
005730
005740     PERFORM 2310-COMPARAR-PROGRAMA THRU 2310-EXIT
005750         VARYING VL-RRP-IND-PROGRAMA FROM 1 BY 1
005760         UNTIL VL-RRP-IND-PROGRAMA > VL-RRP-NUM-PROGRAMAS
005770            OR VL-RRP-PRG-NOME(VL-RRP-IND-PROGRAMA)
005780                = VL-RUN-LOG-PROGRAMA
005790
005800     IF VL-RRP-IND-PROGRAMA NOT > VL-RRP-NUM-PROGRAMAS
005810         GO TO 2300-EXIT
005820     END-IF
005830
005840     IF VL-RRP-NUM-PROGRAMAS >= 100
005850         MOVE "S" TO VL-RRP-TRANSBORDO
005860         MOVE 0 TO VL-RRP-IND-PROGRAMA
005870         GO TO 2300-EXIT
005880     END-IF
005890
005900     ADD 1 TO VL-RRP-NUM-PROGRAMAS
005910     MOVE VL-RRP-NUM-PROGRAMAS TO VL-RRP-IND-PROGRAMA
005920     MOVE VL-RUN-LOG-PROGRAMA
005930         TO VL-RRP-PRG-NOME(VL-RRP-IND-PROGRAMA)
005940     MOVE "N" TO VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA)
005950     MOVE 0   TO VL-RRP-PRG-INICIO(VL-RRP-IND-PROGRAMA)
005960     MOVE 0   TO VL-RRP-PRG-NUM-HIST(VL-RRP-IND-PROGRAMA)
005970     MOVE 1   TO VL-RRP-PRG-POS-HIST(VL-RRP-IND-PROGRAMA).
005980
005990 2300-EXIT.
006000     EXIT.
006010
006020 2310-COMPARAR-PROGRAMA.
006030
006040     CONTINUE.
006050
006060 2310-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 2400-TRATAR-INICIO - "INI". THE VLRUNCTL LOCK ALLOWS ONE RUN AT
006110* A TIME, SO A PROGRAM STILL OPEN HERE LOST ITS "FIM" OR "CLR"
006120* (A FAILED VLRUNLOG WRITE IS ONLY A WARNING IN VLRUNREG); THE
006130* OLD RUN IS REPORTED AS ENDING UNSEEN BEFORE THE NEW ONE.
006140******************************************************************
006150 2400-TRATAR-INICIO.
006160
006170     IF VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA) = "S"
006180         MOVE SPACES TO VL-REL-OCO-FIM
006190         MOVE "SEM FIM NO DIARIO ANTES DE NOVO INI"
006200             TO VL-REL-OCO-DESCRICAO
006210         PERFORM 4300-ESCREVER-ABORTADA THRU 4300-EXIT
006220     END-IF
006230
006240     MOVE "S" TO VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA)
006250     MOVE VL-RUN-LOG-DATA-HORA
006260         TO VL-RRP-PRG-INICIO(VL-RRP-IND-PROGRAMA)
006270     ADD 1 TO VL-RRP-NOITE-INICIADOS
006280
006290     PERFORM 2700-PROCURAR-AGENDA THRU 2700-EXIT
006300     IF VL-RRP-IND-AGENDA NOT > VL-RRP-NUM-AGENDA
006310         MOVE "S" TO VL-RRP-AGD-INICIADO(VL-RRP-IND-AGENDA)
006320     END-IF.
006330
006340 2400-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 2500-TRATAR-FIM - "FIM" CLOSES THE OPEN RUN: ELAPSED TIME FROM
006390* THE "INI" STAMP, THE COUNT AGAINST THE RECENT AVERAGE, AND THE
006400* COUNT INTO THE AVERAGE FOR THE RUNS THAT FOLLOW. A "FIM" WITH
006410* NO OPEN "INI" STILL FEEDS THE AVERAGE.
006420******************************************************************
006430 2500-TRATAR-FIM.
006440
006450     IF VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA) NOT = "S"
006460         IF VL-RRP-NO-PERIODO-SIM
006470             MOVE VL-RUN-LOG-PROGRAMA TO VL-REL-OCO-PROGRAMA
006480             MOVE SPACES TO VL-REL-OCO-INICIO
006490             MOVE VL-RUN-LOG-DATA-HORA TO VL-RRP-CARIMBO
006500             PERFORM 5600-EDITAR-HORA THRU 5600-EXIT
006510             MOVE VL-RRP-HORA-EDITADA TO VL-REL-OCO-FIM
006520             MOVE "FIM SEM INI CORRESPONDENTE NO DIARIO"
006530                 TO VL-REL-OCO-DESCRICAO
006540             PERFORM 6200-ESCREVER-OCORRENCIA THRU 6200-EXIT
006550             ADD 1 TO VL-RRP-TOTAL-SEM-INICIO
006560         END-IF
006570         GO TO 2500-ACUMULAR
006580     END-IF
006590
006600     MOVE "N" TO VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA)
006610     ADD 1 TO VL-RRP-NOITE-TERMINADOS
006620
006630     IF NOT VL-RRP-NO-PERIODO-SIM
006640         GO TO 2500-ACUMULAR
006650     END-IF
006660
006670     PERFORM 2510-CALCULAR-MEDIA THRU 2510-EXIT
006680
006690     MOVE VL-RRP-PRG-INICIO(VL-RRP-IND-PROGRAMA) TO VL-RRP-CARIMBO
006700     PERFORM 5500-CALCULAR-SEGUNDOS THRU 5500-EXIT
006710     MOVE VL-RRP-SEGUNDOS TO VL-RRP-SEGUNDOS-INICIO
006720     PERFORM 5600-EDITAR-HORA THRU 5600-EXIT
006730     MOVE VL-RRP-HORA-EDITADA TO VL-REL-EXE-INICIO
006740
006750     MOVE VL-RUN-LOG-DATA-HORA TO VL-RRP-CARIMBO
006760     PERFORM 5500-CALCULAR-SEGUNDOS THRU 5500-EXIT
006770     PERFORM 5600-EDITAR-HORA THRU 5600-EXIT
006780     MOVE VL-RRP-HORA-EDITADA TO VL-REL-EXE-FIM
006790
006800     MOVE 0 TO VL-RRP-DURACAO
006810     IF VL-RRP-SEGUNDOS > VL-RRP-SEGUNDOS-INICIO
006820         COMPUTE VL-RRP-DURACAO =
006830             VL-RRP-SEGUNDOS - VL-RRP-SEGUNDOS-INICIO
006840     END-IF
006850     PERFORM 5700-EDITAR-DURACAO THRU 5700-EXIT
006860     MOVE VL-RRP-HORA-EDITADA TO VL-REL-EXE-DURACAO
006870
006880     MOVE VL-RUN-LOG-PROGRAMA  TO VL-REL-EXE-PROGRAMA
006890     MOVE VL-RUN-LOG-CONTAGEM  TO VL-REL-EXE-CONTAGEM
006900     MOVE SPACES TO VL-REL-EXE-MEDIA
006910     IF VL-RRP-COM-MEDIA-SIM
006920         MOVE VL-RRP-MEDIA TO VL-RRP-MEDIA-EDITADA
006930         MOVE VL-RRP-MEDIA-EDITADA TO VL-REL-EXE-MEDIA
006940     END-IF
006950
006960     PERFORM 2700-PROCURAR-AGENDA THRU 2700-EXIT
006970     MOVE SPACES TO VL-REL-EXE-OBSERVACAO
006980     EVALUATE TRUE
006990         WHEN VL-RRP-EM-DESVIO-SIM
007000             MOVE "DESVIO DA MEDIA" TO VL-REL-EXE-OBSERVACAO
007010             ADD 1 TO VL-RRP-NOITE-DESVIOS
007020         WHEN NOT VL-RRP-AGENDADO-SIM
007030             MOVE "AVULSO" TO VL-REL-EXE-OBSERVACAO
007040         WHEN NOT VL-RRP-COM-MEDIA-SIM
007050             MOVE "SEM HISTORICO" TO VL-REL-EXE-OBSERVACAO
007060     END-EVALUATE
007070
007080     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-EXECUCAO
007090     IF VL-FS-RELATORIO NOT = "00"
007100         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
007110     END-IF.
007120
007130 2500-ACUMULAR.
007140
007150     IF VL-RNP-EXECUCOES = 0
007160         GO TO 2500-EXIT
007170     END-IF
007180
007190     MOVE VL-RRP-PRG-POS-HIST(VL-RRP-IND-PROGRAMA)
007200         TO VL-RRP-IND-HISTORICO
007210     MOVE VL-RUN-LOG-CONTAGEM
007220         TO VL-RRP-PRG-CONTAGEM(VL-RRP-IND-PROGRAMA,
007230                                VL-RRP-IND-HISTORICO)
007240     ADD 1 TO VL-RRP-PRG-POS-HIST(VL-RRP-IND-PROGRAMA)
007250     IF VL-RRP-PRG-POS-HIST(VL-RRP-IND-PROGRAMA)
007260            > VL-RNP-EXECUCOES
007270         MOVE 1 TO VL-RRP-PRG-POS-HIST(VL-RRP-IND-PROGRAMA)
007280     END-IF
007290     IF VL-RRP-PRG-NUM-HIST(VL-RRP-IND-PROGRAMA)
007300            < VL-RNP-EXECUCOES
007310         ADD 1 TO VL-RRP-PRG-NUM-HIST(VL-RRP-IND-PROGRAMA)
007320     END-IF.
007330
007340 2500-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380* 2510-CALCULAR-MEDIA - AVERAGE OF THE PROGRAM'S LAST
007390* VL-RNP-EXECUCOES COMPLETED COUNTS, ONLY ONCE IT HAS THAT MANY.
007400* THE RUN IS IN "DESVIO" WHEN ITS COUNT IS BOTH MORE THAN
007410* VL-RNP-PERCENTAGEM PERCENT AND AT LEAST VL-RNP-DIFERENCA-MINIMA
007420* RECORDS AWAY FROM THAT AVERAGE, IN EITHER DIRECTION.
007430******************************************************************
007440 2510-CALCULAR-MEDIA.
007450
007460     MOVE "N" TO VL-RRP-COM-MEDIA
007470     MOVE "N" TO VL-RRP-EM-DESVIO
007480     MOVE 0   TO VL-RRP-MEDIA
007490
007500     IF VL-RNP-EXECUCOES = 0 OR
007510        VL-RRP-PRG-NUM-HIST(VL-RRP-IND-PROGRAMA)
007520            < VL-RNP-EXECUCOES
007530         GO TO 2510-EXIT
007540     END-IF
007550
007560     MOVE 0 TO VL-RRP-SOMA
007570     PERFORM 2520-SOMAR-CONTAGEM THRU 2520-EXIT
007580         VARYING VL-RRP-IND-HISTORICO FROM 1 BY 1
007590         UNTIL VL-RRP-IND-HISTORICO > VL-RNP-EXECUCOES
007600     COMPUTE VL-RRP-MEDIA ROUNDED =
007610         VL-RRP-SOMA / VL-RNP-EXECUCOES
007620     MOVE "S" TO VL-RRP-COM-MEDIA
007630
007640     IF VL-RUN-LOG-CONTAGEM > VL-RRP-MEDIA
007650         COMPUTE VL-RRP-DIFERENCA =
007660             VL-RUN-LOG-CONTAGEM - VL-RRP-MEDIA
007670     ELSE
007680         COMPUTE VL-RRP-DIFERENCA =
007690             VL-RRP-MEDIA - VL-RUN-LOG-CONTAGEM
007700     END-IF
007710
007720     IF VL-RRP-DIFERENCA NOT < VL-RNP-DIFERENCA-MINIMA AND
007730        VL-RRP-DIFERENCA * 100 > VL-RRP-MEDIA * VL-RNP-PERCENTAGEM
007740         MOVE "S" TO VL-RRP-EM-DESVIO
007750     END-IF.
007760
007770 2510-EXIT.
007780     EXIT.
007790
007800 2520-SOMAR-CONTAGEM.
007810
007820     ADD VL-RRP-PRG-CONTAGEM(VL-RRP-IND-PROGRAMA,
007830                             VL-RRP-IND-HISTORICO)
007840         TO VL-RRP-SOMA.
007850
007860 2520-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900* 2600-TRATAR-LIMPEZA - "CLR" IS LOGGED BY VLRUNCLR UNDER THE
007910* PROGRAM WHOSE STALE ENTRY IT CLEARED, SO IT ENDS THAT PROGRAM'S
007920* OPEN RUN AS AN ABEND. A "CLR" WITH NO OPEN "INI" IS SHOWN ON ITS
007930* OWN (THE "INI" WRITE WAS LOST OR PREDATES THE LOG).
007940******************************************************************
007950 2600-TRATAR-LIMPEZA.
007960
007970     ADD 1 TO VL-RRP-NOITE-LIMPOS
007980
007990     MOVE VL-RUN-LOG-DATA-HORA TO VL-RRP-CARIMBO
008000     PERFORM 5600-EDITAR-HORA THRU 5600-EXIT
008010     MOVE VL-RRP-HORA-EDITADA TO VL-REL-OCO-FIM
008020
008030     IF VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA) = "S"
008040         MOVE "ABORTADA - ENTRADA LIMPA POR VLRUNCLR"
008050             TO VL-REL-OCO-DESCRICAO
008060         PERFORM 4300-ESCREVER-ABORTADA THRU 4300-EXIT
008070         GO TO 2600-EXIT
008080     END-IF
008090
008100     IF VL-RRP-NO-PERIODO-SIM
008110         MOVE VL-RUN-LOG-PROGRAMA TO VL-REL-OCO-PROGRAMA
008120         MOVE SPACES TO VL-REL-OCO-INICIO
008130         MOVE "LIMPA POR VLRUNCLR - SEM INI NO DIARIO"
008140             TO VL-REL-OCO-DESCRICAO
008150         PERFORM 6200-ESCREVER-OCORRENCIA THRU 6200-EXIT
008160     END-IF.
008170
008180 2600-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 2700-PROCURAR-AGENDA - LOOKS THE EVENT'S PROGRAM UP IN THE
008230* SCHEDULE TABLE; VL-RRP-AGENDADO SAYS WHETHER IT IS LISTED.
008240******************************************************************
008250 2700-PROCURAR-AGENDA.
008260
008270     MOVE "N" TO VL-RRP-AGENDADO
008280     PERFORM 2710-COMPARAR-AGENDA THRU 2710-EXIT
008290         VARYING VL-RRP-IND-AGENDA FROM 1 BY 1
008300         UNTIL VL-RRP-IND-AGENDA > VL-RRP-NUM-AGENDA
008310            OR VL-RRP-AGD-PROGRAMA(VL-RRP-IND-AGENDA)
008320                = VL-RUN-LOG-PROGRAMA
008330
008340     IF VL-RRP-IND-AGENDA NOT > VL-RRP-NUM-AGENDA
008350         MOVE "S" TO VL-RRP-AGENDADO
008360     END-IF.
008370
008380 2700-EXIT.
008390     EXIT.
008400
008410 2710-COMPARAR-AGENDA.
008420
008430     CONTINUE.
008440
008450 2710-EXIT.
008460     EXIT.
008470
008480 2900-LER-REG-DIARIO.
008490
008500     READ VL-RUN-DIARIO
008510         AT END
008520             MOVE "S" TO VL-FIM-FICHEIRO
008530     END-READ.
008540
008550 2900-EXIT.
008560     EXIT.
008570
008580******************************************************************
008590* 3000-CALCULAR-NOITE - THE NIGHT AN EVENT BELONGS TO: ITS DATE,
008600* OR THE DAY BEFORE WHEN IT WAS LOGGED BEFORE VL-RNP-HORA-CORTE.
008610******************************************************************
008620 3000-CALCULAR-NOITE.
008630
008640     MOVE VL-RUN-LOG-DATA-HORA(1:8) TO VL-RRP-NOITE-EVENTO
008650
008660     IF VL-RUN-LOG-DATA-HORA(9:6) < VL-RNP-HORA-CORTE
008670         MOVE VL-RRP-NOITE-EVENTO TO VL-DIA-DATA-N
008680         PERFORM 5100-DIA-ANTERIOR THRU 5100-EXIT
008690         MOVE VL-DIA-DATA-N TO VL-RRP-NOITE-EVENTO
008700     END-IF.
008710
008720 3000-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 4000-FECHAR-NOITE - END OF A NIGHT. A RUN STILL OPEN NOW NEVER
008770* LOGGED ITS "FIM" INSIDE THE NIGHT: IT ABENDED, OR IS STILL
008780* RUNNING IF THIS IS TONIGHT. THEN THE SCHEDULED JOBS THAT NEVER
008790* STARTED AND THE NIGHT'S SUMMARY LINE.
008800******************************************************************
008810 4000-FECHAR-NOITE.
008820
008830     MOVE SPACES TO VL-REL-OCO-FIM
008840     MOVE "SEM FIM - ABORTADA OU AINDA EM CURSO"
008850         TO VL-REL-OCO-DESCRICAO
008860     PERFORM 4010-FECHAR-ABERTA THRU 4010-EXIT
008870         VARYING VL-RRP-IND-PROGRAMA FROM 1 BY 1
008880         UNTIL VL-RRP-IND-PROGRAMA > VL-RRP-NUM-PROGRAMAS
008890
008900     IF NOT VL-RRP-NO-PERIODO-SIM
008910         GO TO 4000-EXIT
008920     END-IF
008930
008940     PERFORM 4020-VERIFICAR-EM-FALTA THRU 4020-EXIT
008950         VARYING VL-RRP-IND-AGENDA FROM 1 BY 1
008960         UNTIL VL-RRP-IND-AGENDA > VL-RRP-NUM-AGENDA
008970
008980     MOVE VL-RRP-NOITE-PREVISTOS  TO VL-REL-RES-PREVISTOS
008990     MOVE VL-RRP-NOITE-INICIADOS  TO VL-REL-RES-INICIADOS
009000     MOVE VL-RRP-NOITE-TERMINADOS TO VL-REL-RES-TERMINADOS
009010     MOVE VL-RRP-NOITE-ABORTADOS  TO VL-REL-RES-ABORTADOS
009020     MOVE VL-RRP-NOITE-LIMPOS     TO VL-REL-RES-LIMPOS
009030     MOVE VL-RRP-NOITE-EM-FALTA   TO VL-REL-RES-EM-FALTA
009040     MOVE VL-RRP-NOITE-DESVIOS    TO VL-REL-RES-DESVIOS
009050     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-RESUMO
009060     IF VL-FS-RELATORIO NOT = "00"
009070         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
009080     END-IF
009090
009100     ADD VL-RRP-NOITE-TERMINADOS TO VL-RRP-TOTAL-TERMINADAS
009110     ADD VL-RRP-NOITE-ABORTADOS  TO VL-RRP-TOTAL-ABORTADAS
009120     ADD VL-RRP-NOITE-LIMPOS     TO VL-RRP-TOTAL-LIMPAS
009130     ADD VL-RRP-NOITE-EM-FALTA   TO VL-RRP-TOTAL-EM-FALTA
009140     ADD VL-RRP-NOITE-DESVIOS    TO VL-RRP-TOTAL-DESVIOS.
009150
009160 4000-EXIT.
009170     EXIT.
009180
009190 4010-FECHAR-ABERTA.
009200
009210     IF VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA) = "S"
009220         PERFORM 4300-ESCREVER-ABORTADA THRU 4300-EXIT
009230     END-IF.
009240
009250 4010-EXIT.
009260     EXIT.
009270
009280 4020-VERIFICAR-EM-FALTA.
009290
009300     IF VL-RRP-AGD-PREVISTO(VL-RRP-IND-AGENDA) NOT = "S" OR
009310        VL-RRP-AGD-INICIADO(VL-RRP-IND-AGENDA) = "S"
009320         GO TO 4020-EXIT
009330     END-IF
009340
009350     ADD 1 TO VL-RRP-NOITE-EM-FALTA
009360     MOVE VL-RRP-AGD-PROGRAMA(VL-RRP-IND-AGENDA)
009370         TO VL-REL-OCO-PROGRAMA
009380     MOVE SPACES TO VL-REL-OCO-INICIO
009390     MOVE SPACES TO VL-REL-OCO-FIM
009400     MOVE "PREVISTO E NAO ARRANCOU" TO VL-REL-OCO-DESCRICAO
009410     PERFORM 6200-ESCREVER-OCORRENCIA THRU 6200-EXIT.
009420
009430 4020-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470* 4100-ABRIR-NOITE - RESETS THE NIGHT'S COUNTERS AND SCHEDULE
009480* FLAGS FOR VL-RRP-NOITE-ATUAL. NIGHTS BEFORE THE RANGE ARE READ
009490* ONLY TO BUILD THE AVERAGES AND ARE NOT PRINTED.
009500******************************************************************
009510 4100-ABRIR-NOITE.
009520
009530     MOVE 0 TO VL-RRP-NOITE-PREVISTOS
009540     MOVE 0 TO VL-RRP-NOITE-INICIADOS
009550     MOVE 0 TO VL-RRP-NOITE-TERMINADOS
009560     MOVE 0 TO VL-RRP-NOITE-ABORTADOS
009570     MOVE 0 TO VL-RRP-NOITE-LIMPOS
009580     MOVE 0 TO VL-RRP-NOITE-EM-FALTA
009590     MOVE 0 TO VL-RRP-NOITE-DESVIOS
009600
009610     IF VL-RRP-NOITE-ATUAL < VL-RNP-DATA-DE
009620         MOVE "N" TO VL-RRP-NO-PERIODO
009630         GO TO 4100-EXIT
009640     END-IF
009650
009660     MOVE "S" TO VL-RRP-NO-PERIODO
009670     ADD 1 TO VL-RRP-NOITES
009680
009690     PERFORM 5400-DIA-DA-SEMANA THRU 5400-EXIT
009700     PERFORM 4110-MARCAR-PREVISTO THRU 4110-EXIT
009710         VARYING VL-RRP-IND-AGENDA FROM 1 BY 1
009720         UNTIL VL-RRP-IND-AGENDA > VL-RRP-NUM-AGENDA
009730
009740     MOVE "---------------------------------------------------"
009750         TO VL-REL-LINHA-TEXTO
009760     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
009770     MOVE VL-RRP-NOITE-ATUAL TO VL-REL-NOI-DATA
009780     MOVE VL-NOME-DIA(VL-RRP-DIA-SEMANA) TO VL-REL-NOI-DIA
009790     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-NOITE
009800     IF VL-FS-RELATORIO NOT = "00"
009810         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
009820     END-IF
009830     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-COLUNAS
009840     IF VL-FS-RELATORIO NOT = "00"
009850         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
009860     END-IF
009870
009880     MOVE VL-RRP-NOITE-ATUAL TO VL-DIA-DATA-N
009890     PERFORM 5200-DIA-SEGUINTE THRU 5200-EXIT
009900     MOVE VL-DIA-DATA-N TO VL-RRP-PROXIMA-NOITE.
009910
009920 4100-EXIT.
009930     EXIT.
009940
009950 4110-MARCAR-PREVISTO.
009960
009970     MOVE "N" TO VL-RRP-AGD-INICIADO(VL-RRP-IND-AGENDA)
009980     MOVE "N" TO VL-RRP-AGD-PREVISTO(VL-RRP-IND-AGENDA)
009990     IF VL-RRP-AGD-DIAS(VL-RRP-IND-AGENDA)(VL-RRP-DIA-SEMANA:1)
010000         = "S"
010010         MOVE "S" TO VL-RRP-AGD-PREVISTO(VL-RRP-IND-AGENDA)
010020         ADD 1 TO VL-RRP-NOITE-PREVISTOS
010030     END-IF.
010040
010050 4110-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090* 4300-ESCREVER-ABORTADA - ENDS THE OPEN RUN OF THE PROGRAM AT
010100* VL-RRP-IND-PROGRAMA AS AN ABEND. THE CALLER HAS LOADED THE
010110* DESCRIPTION AND THE END COLUMN (THE TIME OF A "CLR", ELSE
010120* SPACES).
010130******************************************************************
010140 4300-ESCREVER-ABORTADA.
010150
010160     MOVE "N" TO VL-RRP-PRG-ABERTO(VL-RRP-IND-PROGRAMA)
010170     ADD 1 TO VL-RRP-NOITE-ABORTADOS
010180
010190     IF NOT VL-RRP-NO-PERIODO-SIM
010200         GO TO 4300-EXIT
010210     END-IF
010220
010230     MOVE VL-RRP-PRG-NOME(VL-RRP-IND-PROGRAMA)
010240         TO VL-REL-OCO-PROGRAMA
010250     MOVE VL-RRP-PRG-INICIO(VL-RRP-IND-PROGRAMA) TO VL-RRP-CARIMBO
010260     PERFORM 5600-EDITAR-HORA THRU 5600-EXIT
010270     MOVE VL-RRP-HORA-EDITADA TO VL-REL-OCO-INICIO
010280     PERFORM 6200-ESCREVER-OCORRENCIA THRU 6200-EXIT.
010290
010300 4300-EXIT.
010310     EXIT.
010320
010330******************************************************************
010340* 4500-NOITE-VAZIA - A NIGHT OF THE RANGE WITH NO EVENTS: ITS
010350* HEADING, THEN EVERY JOB SCHEDULED FOR IT AS NEVER STARTED.
010360******************************************************************
010370 4500-NOITE-VAZIA.
010380
010390     MOVE VL-RRP-PROXIMA-NOITE TO VL-RRP-NOITE-ATUAL
010400     PERFORM 4100-ABRIR-NOITE THRU 4100-EXIT
010410     PERFORM 4000-FECHAR-NOITE THRU 4000-EXIT.
010420
010430 4500-EXIT.
010440     EXIT.
010450
010460******************************************************************
010470* 5000-CALCULAR-SERIE - DAY SERIAL OF THE YYYYMMDD DATE IN
010480* VL-SER-DATA, SAME ARITHMETIC AS VLEXPIRA/VLINATIV.
010490******************************************************************
010500 5000-CALCULAR-SERIE.
010510
010520     MOVE VL-SER-DATA(1:4) TO VL-SER-ANO
010530     MOVE VL-SER-DATA(5:2) TO VL-SER-MES
010540     MOVE VL-SER-DATA(7:2) TO VL-SER-DIA
010550
010560     IF VL-SER-MES < 1 OR VL-SER-MES > 12
010570         MOVE 1 TO VL-SER-MES
010580     END-IF
010590
010600     MOVE VL-SER-ANO TO VL-SER-ANO-AJUSTADO
010610     IF VL-SER-MES NOT > 2
010620         SUBTRACT 1 FROM VL-SER-ANO-AJUSTADO
010630     END-IF
010640
010650     COMPUTE VL-SER-RESULTADO = VL-SER-ANO * 365
010660         + VL-DIAS-ACUMULADOS(VL-SER-MES) + VL-SER-DIA
010670
010680     DIVIDE VL-SER-ANO-AJUSTADO BY 4
010690         GIVING VL-SER-TRABALHO
010700     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO
010710
010720     DIVIDE VL-SER-ANO-AJUSTADO BY 100
010730         GIVING VL-SER-TRABALHO
010740     SUBTRACT VL-SER-TRABALHO FROM VL-SER-RESULTADO
010750
010760     DIVIDE VL-SER-ANO-AJUSTADO BY 400
010770         GIVING VL-SER-TRABALHO
010780     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO.
010790
010800 5000-EXIT.
010810     EXIT.
010820
010830******************************************************************
010840* 5100-DIA-ANTERIOR / 5200-DIA-SEGUINTE - STEP VL-DIA-DATA ONE
010850* CALENDAR DAY BACK OR FORWARD.
010860******************************************************************
010870 5100-DIA-ANTERIOR.
010880
010890     IF VL-DIA-DIA > 1
010900         SUBTRACT 1 FROM VL-DIA-DIA
010910         GO TO 5100-EXIT
010920     END-IF
010930
010940     IF VL-DIA-MES > 1
010950         SUBTRACT 1 FROM VL-DIA-MES
010960     ELSE
010970         MOVE 12 TO VL-DIA-MES
010980         SUBTRACT 1 FROM VL-DIA-ANO
010990     END-IF
011000
011010     PERFORM 5300-DIAS-DO-MES THRU 5300-EXIT
011020     MOVE VL-DIA-LIMITE TO VL-DIA-DIA.
011030
011040 5100-EXIT.
011050     EXIT.
011060
011070 5200-DIA-SEGUINTE.
011080
011090     PERFORM 5300-DIAS-DO-MES THRU 5300-EXIT
011100     IF VL-DIA-DIA < VL-DIA-LIMITE
011110         ADD 1 TO VL-DIA-DIA
011120         GO TO 5200-EXIT
011130     END-IF
011140
011150     MOVE 1 TO VL-DIA-DIA
011160     IF VL-DIA-MES < 12
011170         ADD 1 TO VL-DIA-MES
011180     ELSE
011190         MOVE 1 TO VL-DIA-MES
011200         ADD 1 TO VL-DIA-ANO
011210     END-IF.
011220
011230 5200-EXIT.
011240     EXIT.
011250
011260 5300-DIAS-DO-MES.
011270
011280     IF VL-DIA-MES < 1 OR VL-DIA-MES > 12
011290         MOVE 1 TO VL-DIA-MES
011300     END-IF
011310
011320     MOVE VL-DIAS-MES(VL-DIA-MES) TO VL-DIA-LIMITE
011330     IF VL-DIA-MES NOT = 2
011340         GO TO 5300-EXIT
011350     END-IF
011360
011370     DIVIDE VL-DIA-ANO BY 4 GIVING VL-DIA-QUOCIENTE
011380         REMAINDER VL-DIA-RESTO-4
011390     DIVIDE VL-DIA-ANO BY 100 GIVING VL-DIA-QUOCIENTE
011400         REMAINDER VL-DIA-RESTO-100
011410     DIVIDE VL-DIA-ANO BY 400 GIVING VL-DIA-QUOCIENTE
011420         REMAINDER VL-DIA-RESTO-400
011430     IF VL-DIA-RESTO-4 = 0 AND
011440        (VL-DIA-RESTO-100 NOT = 0 OR VL-DIA-RESTO-400 = 0)
011450         MOVE 29 TO VL-DIA-LIMITE
011460     END-IF.
011470
011480 5300-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520* 5400-DIA-DA-SEMANA - 1 (MONDAY) TO 7 (SUNDAY) FOR THE NIGHT IN
011530* VL-RRP-NOITE-ATUAL, COUNTED FROM THE MONDAY 20000103.
011540******************************************************************
011550 5400-DIA-DA-SEMANA.
011560
011570     MOVE VL-RRP-NOITE-ATUAL TO VL-SER-DATA
011580     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
011590     SUBTRACT VL-RRP-SERIE-REFERENCIA FROM VL-SER-RESULTADO
011600     DIVIDE VL-SER-RESULTADO BY 7 GIVING VL-SER-TRABALHO
011610         REMAINDER VL-RRP-DIA-SEMANA
011620     ADD 1 TO VL-RRP-DIA-SEMANA.
011630
011640 5400-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680* 5500-CALCULAR-SEGUNDOS - SECONDS SINCE THE DAY-SERIAL ORIGIN FOR
011690* THE YYYYMMDDHHMMSS STAMP IN VL-RRP-CARIMBO, SO A RUN THAT
011700* CROSSES MIDNIGHT STILL GETS ITS TRUE ELAPSED TIME.
011710******************************************************************
011720 5500-CALCULAR-SEGUNDOS.
011730
011740     MOVE VL-RRP-CARIMBO(1:8) TO VL-SER-DATA
011750     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
011760     MOVE VL-RRP-CARIMBO(9:2) TO VL-RRP-HE-HORAS
011770     MOVE VL-RRP-CARIMBO(11:2) TO VL-RRP-HE-MINUTOS
011780     MOVE VL-RRP-CARIMBO(13:2) TO VL-RRP-HE-SEGUNDOS
011790     COMPUTE VL-RRP-SEGUNDOS = VL-SER-RESULTADO * 86400
011800         + VL-RRP-HE-HORAS * 3600
011810         + VL-RRP-HE-MINUTOS * 60
011820         + VL-RRP-HE-SEGUNDOS.
011830
011840 5500-EXIT.
011850     EXIT.
011860
011870 5600-EDITAR-HORA.
011880
011890     MOVE VL-RRP-CARIMBO(9:2) TO VL-RRP-HE-HORAS
011900     MOVE VL-RRP-CARIMBO(11:2) TO VL-RRP-HE-MINUTOS
011910     MOVE VL-RRP-CARIMBO(13:2) TO VL-RRP-HE-SEGUNDOS.
011920
011930 5600-EXIT.
011940     EXIT.
011950
011960******************************************************************
011970* 5700-EDITAR-DURACAO - VL-RRP-DURACAO SECONDS AS HH:MM:SS. A RUN
011980* OF 100 HOURS OR MORE SHOWS 99:59:59.
011990******************************************************************
012000 5700-EDITAR-DURACAO.
012010
012020     DIVIDE VL-RRP-DURACAO BY 3600 GIVING VL-RRP-HORAS
012030         REMAINDER VL-RRP-RESTO
012040     DIVIDE VL-RRP-RESTO BY 60 GIVING VL-RRP-MINUTOS
012050         REMAINDER VL-RRP-SEGS
012060
012070     IF VL-RRP-HORAS > 99
012080         MOVE 99 TO VL-RRP-HE-HORAS
012090         MOVE 59 TO VL-RRP-HE-MINUTOS
012100         MOVE 59 TO VL-RRP-HE-SEGUNDOS
012110         GO TO 5700-EXIT
012120     END-IF
012130
012140     MOVE VL-RRP-HORAS   TO VL-RRP-HE-HORAS
012150     MOVE VL-RRP-MINUTOS TO VL-RRP-HE-MINUTOS
012160     MOVE VL-RRP-SEGS    TO VL-RRP-HE-SEGUNDOS.
012170
012180 5700-EXIT.
012190     EXIT.
012200
012210 6000-ESCREVER-TEXTO.
012220
012230     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-TEXTO
012240     IF VL-FS-RELATORIO NOT = "00"
012250         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
012260     END-IF.
012270
012280 6000-EXIT.
012290     EXIT.
012300
012310 6100-ESCREVER-DETALHE.
012320
012330     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-DET
012340     IF VL-FS-RELATORIO NOT = "00"
012350         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
012360     END-IF.
012370
012380 6100-EXIT.
012390     EXIT.
012400
012410 6200-ESCREVER-OCORRENCIA.
012420
012430     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-OCORRENCIA
012440     IF VL-FS-RELATORIO NOT = "00"
012450         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
012460     END-IF.
012470
012480 6200-EXIT.
012490     EXIT.
012500
012510 6900-ERRO-RELATORIO.
012520
012530     DISPLAY "VLRUNRPT - ERRO A ESCREVER EM VLRUNOUT. "
012540         "FILE STATUS: " VL-FS-RELATORIO
012550     STOP RUN.
012560
012570 6900-EXIT.
012580     EXIT.
012590
012600 7000-ESCREVER-TOTAIS.
012610
012620     MOVE "==================================================="
012630         TO VL-REL-LINHA-TEXTO
012640     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
012650     MOVE "TOTAIS DO PERIODO:" TO VL-REL-LINHA-TEXTO
012660     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
012670
012680     MOVE "NOITES.................:" TO VL-REL-ROTULO
012690     MOVE VL-RRP-NOITES TO VL-REL-VALOR
012700     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
012710     MOVE "EXECUCOES TERMINADAS...:" TO VL-REL-ROTULO
012720     MOVE VL-RRP-TOTAL-TERMINADAS TO VL-REL-VALOR
012730     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
012740     MOVE "EXECUCOES ABORTADAS....:" TO VL-REL-ROTULO
012750     MOVE VL-RRP-TOTAL-ABORTADAS TO VL-REL-VALOR
012760     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
012770     MOVE "LIMPEZAS VLRUNCLR......:" TO VL-REL-ROTULO
012780     MOVE VL-RRP-TOTAL-LIMPAS TO VL-REL-VALOR
012790     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
012800     MOVE "PREVISTOS NAO ARRANCADOS:" TO VL-REL-ROTULO
012810     MOVE VL-RRP-TOTAL-EM-FALTA TO VL-REL-VALOR
012820     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
012830     MOVE "DESVIOS DA MEDIA.......:" TO VL-REL-ROTULO
012840     MOVE VL-RRP-TOTAL-DESVIOS TO VL-REL-VALOR
012850     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
012860     MOVE "FIM SEM INI NO DIARIO..:" TO VL-REL-ROTULO
012870     MOVE VL-RRP-TOTAL-SEM-INICIO TO VL-REL-VALOR
012880     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
012890
012900     IF VL-RRP-TRANSBORDO-SIM
012910         MOVE "AVISO: MAIS DE 100 PROGRAMAS NO VLRUNLOG - EVENTOS"
012920             TO VL-REL-LINHA-TEXTO
012930         PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
012940         MOVE "DOS RESTANTES IGNORADOS." TO VL-REL-LINHA-TEXTO
012950         PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
012960     END-IF
012970
012980     MOVE "==================================================="
012990         TO VL-REL-LINHA-TEXTO
013000     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT.
013010
013020 7000-EXIT.
013030     EXIT.
013040
013050 8000-TERMINAR.
013060
013070     CLOSE VL-RELATORIO
013080
013090     DISPLAY "VLRUNRPT - RELATORIO DA JANELA BATCH EM VLRUNOUT"
013100     DISPLAY "NOITES.................: " VL-RRP-NOITES
013110     DISPLAY "EXECUCOES ABORTADAS....: " VL-RRP-TOTAL-ABORTADAS
013120     DISPLAY "PREVISTOS EM FALTA.....: " VL-RRP-TOTAL-EM-FALTA
013130     DISPLAY "DESVIOS DA MEDIA.......: " VL-RRP-TOTAL-DESVIOS.
013140
013150 8000-EXIT.
013160     EXIT.
013170
013180 END PROGRAM VLRUNRPT.
