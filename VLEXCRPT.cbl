000010******************************************************************
000020* PROGRAM:  VLEXCRPT
000030* AUTHOR:   J. MOTA - SEGURANCA DE ACESSOS
000040* INSTALLATION: DEPARTAMENTO DE TECNOLOGIA
000050* DATE-WRITTEN: 15/10/26
000060* DATE-COMPILED:
000070* PURPOSE:  WEEKLY REVIEW OF THE VLEXCEC APPROVED-EXCEPTION
000080*           REGISTER. WALKS THE REGISTER AND WRITES TO VLEXCOUT
000090*           EVERY EXEMPTION THAT LAPSES WITHIN THE NEXT 30 DAYS -
000100*           SO THE OWNER CAN HAVE IT RENEWED THROUGH VLEXCMNT
000110*           BEFORE THE NIGHTLY SWEEPS START TOUCHING THE ACCOUNT
000120*           AGAIN - EVERY EXEMPTION ALREADY LAPSED BUT STILL ON
000130*           FILE, AND EVERY EXEMPTION WHOSE ACCOUNT NO LONGER
000140*           EXISTS IN VLCRED, WHICH SHOULD BE REVOKED. EACH LINE
000150*           SHOWS THE EXEMPTIONS HELD, THE END DATE, THE DAYS LEFT
000160*           AND THE APPROVING OPERATOR, WITH THE JUSTIFICATION
000170*           BENEATH. CONTROL TOTALS AT END. READ-ONLY; LIKE
000180*           VLRECON IT DOES NOT TAKE THE VLRUNCTL LOCK.
000190* TECTONICS: COBC
000200******************************************************************
000210* MODIFICATION HISTORY
000220* DATE      INIT DESCRIPTION
000230* 15/10/26  JM   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. VLEXCRPT.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT VL-EXCECOES ASSIGN TO "VLEXCEC"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS VL-EXC-USER-ID
000340         FILE STATUS IS VL-FS-EXCECAO.
000350
000360     SELECT VL-CREDENCIAIS ASSIGN TO "VLCRED"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS VL-CRED-USER-ID
000400         FILE STATUS IS VL-FS-CREDENCIAIS.
000410
000420     SELECT VL-RELATORIO ASSIGN TO "VLEXCOUT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS VL-FS-RELATORIO.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  VL-EXCECOES.
000480     COPY VLEXCEC.
000490
000500 FD  VL-CREDENCIAIS.
000510     COPY VLCRED.
000520
000530 FD  VL-RELATORIO
000540     RECORDING MODE IS F.
000550 01  VL-REL-REGISTO                  PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580 COPY VLWORK.
000590 77  VL-FS-EXCECAO                   PIC X(02).
000600 77  VL-FS-RELATORIO                 PIC X(02).
000610 77  VL-FIM-FICHEIRO                 PIC X(01)   VALUE "N".
000620     88  VL-FIM-FICHEIRO-SIM             VALUE "S".
000630
000640******************************************************************
000650* LOOK-AHEAD WINDOW IN DAYS - AN EXEMPTION ENDING WITHIN THIS MANY
000660* DAYS IS LISTED SO IT CAN BE RENEWED BEFORE IT LAPSES. THE REPORT
000670* RUNS WEEKLY, SO EVERY EXEMPTION APPEARS ON AT LEAST FOUR RUNS
000680* BEFORE IT ENDS.
000690******************************************************************
000700 77  VL-ERP-DIAS-JANELA              PIC 9(03) COMP VALUE 30.
000710
000720 77  VL-ERP-TOTAL-LIDAS              PIC 9(08) COMP VALUE 0.
000730 77  VL-ERP-TOTAL-VIGENTES           PIC 9(08) COMP VALUE 0.
000740 77  VL-ERP-TOTAL-A-CADUCAR          PIC 9(08) COMP VALUE 0.
000750 77  VL-ERP-TOTAL-CADUCADAS          PIC 9(08) COMP VALUE 0.
000760 77  VL-ERP-TOTAL-SEM-CONTA          PIC 9(08) COMP VALUE 0.
000770 77  VL-ERP-TOTAL-LISTADAS           PIC 9(08) COMP VALUE 0.
000780 77  VL-ERP-CONTA-EXISTE             PIC X(01).
000790     88  VL-ERP-CONTA-EXISTE-SIM         VALUE "S".
000800
000810******************************************************************
000820* DAY-SERIAL WORK FIELDS - 5000-CALCULAR-SERIE TURNS A YYYYMMDD
000830* DATE INTO A DAY COUNT SO TODAY AND THE END DATE CAN BE
000840* SUBTRACTED ACROSS MONTH AND YEAR BOUNDARIES.
000850******************************************************************
000860 77  VL-SER-DATA                     PIC 9(08).
000870 77  VL-SER-ANO                      PIC 9(04).
000880 77  VL-SER-MES                      PIC 9(02).
000890 77  VL-SER-DIA                      PIC 9(02).
000900 77  VL-SER-ANO-AJUSTADO             PIC 9(04) COMP.
000910 77  VL-SER-TRABALHO                 PIC 9(08) COMP.
000920 77  VL-SER-RESULTADO                PIC 9(08) COMP.
000930 77  VL-SERIE-HOJE                   PIC 9(08) COMP.
000940 77  VL-SERIE-FIM                    PIC 9(08) COMP.
000950 77  VL-ERP-DIAS-RESTANTES           PIC 9(08) COMP.
000960
000970 01  VL-TABELA-ACUM-INIC.
000980     05  FILLER                      PIC 9(03) VALUE 000.
000990     05  FILLER                      PIC 9(03) VALUE 031.
001000     05  FILLER                      PIC 9(03) VALUE 059.
001010     05  FILLER                      PIC 9(03) VALUE 090.
001020     05  FILLER                      PIC 9(03) VALUE 120.
001030     05  FILLER                      PIC 9(03) VALUE 151.
001040     05  FILLER                      PIC 9(03) VALUE 181.
001050     05  FILLER                      PIC 9(03) VALUE 212.
001060     05  FILLER                      PIC 9(03) VALUE 243.
001070     05  FILLER                      PIC 9(03) VALUE 273.
001080     05  FILLER                      PIC 9(03) VALUE 304.
001090     05  FILLER                      PIC 9(03) VALUE 334.
001100 01  VL-TABELA-ACUM REDEFINES VL-TABELA-ACUM-INIC.
001110     05  VL-DIAS-ACUMULADOS          PIC 9(03) OCCURS 12 TIMES.
001120
001130******************************************************************
001140* REPORT LINE LAYOUTS. EACH EXEMPTION LISTED TAKES TWO LINES: THE
001150* ENTRY ITSELF AND ITS JUSTIFICATION.
001160******************************************************************
001170 01  VL-REL-LINHA-TEXTO              PIC X(80).
001180
001190 01  VL-REL-LINHA-DET.
001200     05  VL-REL-ROTULO               PIC X(28).
001210     05  VL-REL-VALOR                PIC ZZZZZZZ9.
001220     05  FILLER                      PIC X(44) VALUE SPACES.
001230
001240 01  VL-REL-LINHA-DATA.
001250     05  FILLER                      PIC X(10) VALUE "DATA:     ".
001260     05  VL-REL-DAT-HOJE             PIC 9(08).
001270     05  FILLER                      PIC X(10) VALUE "  JANELA: ".
001280     05  VL-REL-DAT-JANELA           PIC ZZ9.
001290     05  FILLER                      PIC X(05) VALUE " DIAS".
001300     05  FILLER                      PIC X(44) VALUE SPACES.
001310
001320 01  VL-REL-LINHA-COLUNAS.
001330     05  FILLER                      PIC X(12) VALUE "  UTILIZ.".
001340     05  FILLER                      PIC X(05) VALUE "ISEN".
001350     05  FILLER                      PIC X(10) VALUE "FIM".
001360     05  FILLER                      PIC X(07) VALUE "DIAS".
001370     05  FILLER                      PIC X(10) VALUE "APROVADOR".
001380     05  FILLER                      PIC X(36) VALUE "SITUACAO".
001390
001400 01  VL-REL-LINHA-EXCECAO.
001410     05  FILLER                      PIC X(02) VALUE SPACES.
001420     05  VL-REL-EXC-USER-ID          PIC X(08).
001430     05  FILLER                      PIC X(02) VALUE SPACES.
001440     05  VL-REL-EXC-EXPIRACAO        PIC X(01).
001450     05  VL-REL-EXC-INATIVIDADE      PIC X(01).
001460     05  VL-REL-EXC-TEMPORARIA       PIC X(01).
001470     05  FILLER                      PIC X(02) VALUE SPACES.
001480     05  VL-REL-EXC-DATA-FIM         PIC 9(08).
001490     05  FILLER                      PIC X(02) VALUE SPACES.
001500     05  VL-REL-EXC-DIAS             PIC ZZZZ9.
001510     05  FILLER                      PIC X(02) VALUE SPACES.
001520     05  VL-REL-EXC-APROVADOR        PIC X(08).
001530     05  FILLER                      PIC X(02) VALUE SPACES.
001540     05  VL-REL-EXC-SITUACAO         PIC X(20).
001550     05  FILLER                      PIC X(16) VALUE SPACES.
001560 01  VL-REL-LINHA-EXCECAO-X REDEFINES VL-REL-LINHA-EXCECAO.
001570     05  FILLER                      PIC X(27).
001580     05  VL-REL-EXC-DIAS-X           PIC X(05).
001590     05  FILLER                      PIC X(48).
001600
001610 01  VL-REL-LINHA-JUSTIFICACAO.
001620     05  FILLER                      PIC X(14) VALUE SPACES.
001630     05  VL-REL-JUS-TEXTO            PIC X(60).
001640     05  FILLER                      PIC X(06) VALUE SPACES.
001650
001660 PROCEDURE DIVISION.
001670
001680 0000-MAINLINE.
001690
001700     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT
001710
001720     PERFORM 2000-EXAMINAR-EXCECAO THRU 2000-EXIT
001730         UNTIL VL-FIM-FICHEIRO-SIM
001740
001750     PERFORM 7000-ESCREVER-TOTAIS THRU 7000-EXIT
001760
001770     PERFORM 8000-TERMINAR THRU 8000-EXIT
001780
001790     GOBACK.
001800
001810******************************************************************
001820* 1000-INICIALIZACAO - A MISSING VLEXCEC (FILE STATUS 35) MEANS NO
001830* EXEMPTION HAS EVER BEEN GRANTED; THE REPORT SAYS SO AND CLOSES
001840* WITH ZERO TOTALS.
001850******************************************************************
001860 1000-INICIALIZACAO.
001870
001880     ACCEPT VL-DATA-HOJE FROM DATE YYYYMMDD
001890     MOVE VL-DATA-HOJE TO VL-SER-DATA
001900     PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
001910     MOVE VL-SER-RESULTADO TO VL-SERIE-HOJE
001920
001930     OPEN INPUT VL-CREDENCIAIS
001940     IF VL-FS-CREDENCIAIS NOT = "00"
001950         DISPLAY "VLEXCRPT - ERRO A ABRIR VLCRED. FILE STATUS: "
001960             VL-FS-CREDENCIAIS
001970         STOP RUN
001980     END-IF
001990
002000     OPEN OUTPUT VL-RELATORIO
002010     IF VL-FS-RELATORIO NOT = "00"
002020         DISPLAY "VLEXCRPT - ERRO A ABRIR VLEXCOUT. FILE STATUS: "
002030             VL-FS-RELATORIO
002040         STOP RUN
002050     END-IF
002060
002070     MOVE "==================================================="
002080         TO VL-REL-LINHA-TEXTO
002090     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
002100     MOVE "VLEXCRPT - REGISTO DE EXCECOES - REVISAO SEMANAL"
002110         TO VL-REL-LINHA-TEXTO
002120     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
002130     MOVE VL-DATA-HOJE       TO VL-REL-DAT-HOJE
002140     MOVE VL-ERP-DIAS-JANELA TO VL-REL-DAT-JANELA
002150     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-DATA
002160     IF VL-FS-RELATORIO NOT = "00"
002170         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
002180     END-IF
002190     MOVE "==================================================="
002200         TO VL-REL-LINHA-TEXTO
002210     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
002220
002230     OPEN INPUT VL-EXCECOES
002240     IF VL-FS-EXCECAO = "35"
002250         MOVE "SEM REGISTO VLEXCEC - NENHUMA EXCECAO CONCEDIDA."
002260             TO VL-REL-LINHA-TEXTO
002270         PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
002280         MOVE "S" TO VL-FIM-FICHEIRO
002290         GO TO 1000-EXIT
002300     END-IF
002310     IF VL-FS-EXCECAO NOT = "00"
002320         DISPLAY "VLEXCRPT - ERRO A ABRIR VLEXCEC. FILE STATUS: "
002330             VL-FS-EXCECAO
002340         STOP RUN
002350     END-IF
002360
002370     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-COLUNAS
002380     IF VL-FS-RELATORIO NOT = "00"
002390         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
002400     END-IF
002410
002420     MOVE LOW-VALUES TO VL-EXC-USER-ID
002430     START VL-EXCECOES KEY NOT < VL-EXC-USER-ID
002440         INVALID KEY
002450             MOVE "S" TO VL-FIM-FICHEIRO
002460     END-START
002470
002480     IF NOT VL-FIM-FICHEIRO-SIM
002490         PERFORM 2900-LER-EXCECAO THRU 2900-EXIT
002500     END-IF.
002510
002520 1000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 2000-EXAMINAR-EXCECAO - ONE REGISTER ENTRY. AN ENTRY WHOSE
002570* ACCOUNT HAS LEFT VLCRED IS ALWAYS LISTED, WHATEVER ITS DATES. AN
002580* ENTRY WHOSE END DATE HAS PASSED IS NO LONGER HONOURED BY THE
002590* SWEEPS BUT STAYS ON FILE UNTIL RENEWED OR REVOKED, SO IT IS
002600* LISTED TOO. OTHERWISE ONLY AN ENTRY ENDING INSIDE THE WINDOW IS
002610* LISTED; THE REST ARE COUNTED AS CURRENT.
002620******************************************************************
002630 2000-EXAMINAR-EXCECAO.
002640
002650     ADD 1 TO VL-ERP-TOTAL-LIDAS
002660
002670     MOVE VL-EXC-USER-ID TO VL-CRED-USER-ID
002680     READ VL-CREDENCIAIS
002690         INVALID KEY
002700             MOVE "N" TO VL-ERP-CONTA-EXISTE
002710         NOT INVALID KEY
002720             MOVE "S" TO VL-ERP-CONTA-EXISTE
002730     END-READ
002740
002750     MOVE 0 TO VL-ERP-DIAS-RESTANTES
002760     IF VL-EXC-DATA-FIM NUMERIC AND
002770        VL-EXC-DATA-FIM NOT < VL-DATA-HOJE
002780         MOVE VL-EXC-DATA-FIM TO VL-SER-DATA
002790         PERFORM 5000-CALCULAR-SERIE THRU 5000-EXIT
002800         MOVE VL-SER-RESULTADO TO VL-SERIE-FIM
002810         COMPUTE VL-ERP-DIAS-RESTANTES =
002820             VL-SERIE-FIM - VL-SERIE-HOJE
002830     END-IF
002840
002850     EVALUATE TRUE
002860         WHEN NOT VL-ERP-CONTA-EXISTE-SIM
002870             ADD 1 TO VL-ERP-TOTAL-SEM-CONTA
002880             MOVE "SEM CONTA EM VLCRED" TO VL-REL-EXC-SITUACAO
002890         WHEN VL-EXC-DATA-FIM NOT NUMERIC OR
002900              VL-EXC-DATA-FIM < VL-DATA-HOJE
002910             ADD 1 TO VL-ERP-TOTAL-CADUCADAS
002920             MOVE "CADUCADA" TO VL-REL-EXC-SITUACAO
002930         WHEN VL-ERP-DIAS-RESTANTES NOT > VL-ERP-DIAS-JANELA
002940             ADD 1 TO VL-ERP-TOTAL-A-CADUCAR
002950             MOVE "A CADUCAR" TO VL-REL-EXC-SITUACAO
002960         WHEN OTHER
002970             ADD 1 TO VL-ERP-TOTAL-VIGENTES
002980             GO TO 2000-CONTINUAR
002990     END-EVALUATE
003000
003010     PERFORM 3000-LISTAR-EXCECAO THRU 3000-EXIT.
003020
003030 2000-CONTINUAR.
003040
003050     PERFORM 2900-LER-EXCECAO THRU 2900-EXIT.
003060
003070 2000-EXIT.
003080     EXIT.
003090
003100 2900-LER-EXCECAO.
003110
003120     READ VL-EXCECOES NEXT
003130         AT END
003140             MOVE "S" TO VL-FIM-FICHEIRO
003150     END-READ.
003160
003170 2900-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 3000-LISTAR-EXCECAO - ONE LETTER PER EXEMPTION HELD ("E"
003220* EXPIRATION, "I" DORMANCY, "T" TEMPORARY PASSWORD), THE DAYS LEFT
003230* (BLANK ONCE LAPSED) AND THE JUSTIFICATION ON THE LINE BELOW.
003240******************************************************************
003250 3000-LISTAR-EXCECAO.
003260
003270     ADD 1 TO VL-ERP-TOTAL-LISTADAS
003280
003290     MOVE VL-EXC-USER-ID   TO VL-REL-EXC-USER-ID
003300     MOVE "-"              TO VL-REL-EXC-EXPIRACAO
003310     MOVE "-"              TO VL-REL-EXC-INATIVIDADE
003320     MOVE "-"              TO VL-REL-EXC-TEMPORARIA
003330     IF VL-EXC-ISENTA-EXPIRACAO-SIM
003340         MOVE "E" TO VL-REL-EXC-EXPIRACAO
003350     END-IF
003360     IF VL-EXC-ISENTA-INATIVIDADE-SIM
003370         MOVE "I" TO VL-REL-EXC-INATIVIDADE
003380     END-IF
003390     IF VL-EXC-ISENTA-TEMPORARIA-SIM
003400         MOVE "T" TO VL-REL-EXC-TEMPORARIA
003410     END-IF
003420
003430     IF VL-EXC-DATA-FIM NUMERIC
003440         MOVE VL-EXC-DATA-FIM TO VL-REL-EXC-DATA-FIM
003450     ELSE
003460         MOVE 0 TO VL-REL-EXC-DATA-FIM
003470     END-IF
003480
003490     IF VL-EXC-DATA-FIM NUMERIC AND
003500        VL-EXC-DATA-FIM NOT < VL-DATA-HOJE
003510         MOVE VL-ERP-DIAS-RESTANTES TO VL-REL-EXC-DIAS
003520     ELSE
003530         MOVE SPACES TO VL-REL-EXC-DIAS-X
003540     END-IF
003550
003560     MOVE VL-EXC-APROVADOR TO VL-REL-EXC-APROVADOR
003570
003580     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-EXCECAO
003590     IF VL-FS-RELATORIO NOT = "00"
003600         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
003610     END-IF
003620
003630     MOVE VL-EXC-JUSTIFICACAO TO VL-REL-JUS-TEXTO
003640     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-JUSTIFICACAO
003650     IF VL-FS-RELATORIO NOT = "00"
003660         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
003670     END-IF.
003680
003690 3000-EXIT.
003700     EXIT.
003710
003720 5000-CALCULAR-SERIE.
003730
003740     MOVE VL-SER-DATA(1:4) TO VL-SER-ANO
003750     MOVE VL-SER-DATA(5:2) TO VL-SER-MES
003760     MOVE VL-SER-DATA(7:2) TO VL-SER-DIA
003770
003780     IF VL-SER-MES < 1 OR VL-SER-MES > 12
003790         MOVE 1 TO VL-SER-MES
003800     END-IF
003810
003820     MOVE VL-SER-ANO TO VL-SER-ANO-AJUSTADO
003830     IF VL-SER-MES NOT > 2
003840         SUBTRACT 1 FROM VL-SER-ANO-AJUSTADO
003850     END-IF
003860
003870     COMPUTE VL-SER-RESULTADO = VL-SER-ANO * 365
003880         + VL-DIAS-ACUMULADOS(VL-SER-MES) + VL-SER-DIA
003890
003900     DIVIDE VL-SER-ANO-AJUSTADO BY 4
003910         GIVING VL-SER-TRABALHO
003920     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO
003930
003940     DIVIDE VL-SER-ANO-AJUSTADO BY 100
003950         GIVING VL-SER-TRABALHO
003960     SUBTRACT VL-SER-TRABALHO FROM VL-SER-RESULTADO
003970
003980     DIVIDE VL-SER-ANO-AJUSTADO BY 400
003990         GIVING VL-SER-TRABALHO
004000     ADD VL-SER-TRABALHO TO VL-SER-RESULTADO.
004010
004020 5000-EXIT.
004030     EXIT.
004040
004050 6000-ESCREVER-TEXTO.
004060
004070     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-TEXTO
004080     IF VL-FS-RELATORIO NOT = "00"
004090         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
004100     END-IF.
004110
004120 6000-EXIT.
004130     EXIT.
004140
004150 6100-ESCREVER-DETALHE.
004160
004170     WRITE VL-REL-REGISTO FROM VL-REL-LINHA-DET
004180     IF VL-FS-RELATORIO NOT = "00"
004190         PERFORM 6900-ERRO-RELATORIO THRU 6900-EXIT
004200     END-IF.
004210
004220 6100-EXIT.
004230     EXIT.
004240
004250 6900-ERRO-RELATORIO.
004260
004270     DISPLAY "VLEXCRPT - ERRO A ESCREVER EM VLEXCOUT. "
004280         "FILE STATUS: " VL-FS-RELATORIO
004290     STOP RUN.
004300
004310 6900-EXIT.
004320     EXIT.
004330
004340 7000-ESCREVER-TOTAIS.
004350
004360     MOVE "==================================================="
004370         TO VL-REL-LINHA-TEXTO
004380     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
004390     MOVE "TOTAIS:" TO VL-REL-LINHA-TEXTO
004400     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT
004410
004420     MOVE "EXCECOES NO REGISTO....:" TO VL-REL-ROTULO
004430     MOVE VL-ERP-TOTAL-LIDAS TO VL-REL-VALOR
004440     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
004450     MOVE "VIGENTES FORA DA JANELA:" TO VL-REL-ROTULO
004460     MOVE VL-ERP-TOTAL-VIGENTES TO VL-REL-VALOR
004470     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
004480     MOVE "A CADUCAR NA JANELA....:" TO VL-REL-ROTULO
004490     MOVE VL-ERP-TOTAL-A-CADUCAR TO VL-REL-VALOR
004500     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
004510     MOVE "JA CADUCADAS...........:" TO VL-REL-ROTULO
004520     MOVE VL-ERP-TOTAL-CADUCADAS TO VL-REL-VALOR
004530     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
004540     MOVE "SEM CONTA EM VLCRED....:" TO VL-REL-ROTULO
004550     MOVE VL-ERP-TOTAL-SEM-CONTA TO VL-REL-VALOR
004560     PERFORM 6100-ESCREVER-DETALHE THRU 6100-EXIT
004570
004580     MOVE "==================================================="
004590         TO VL-REL-LINHA-TEXTO
004600     PERFORM 6000-ESCREVER-TEXTO THRU 6000-EXIT.
004610
004620 7000-EXIT.
004630     EXIT.
004640
004650 8000-TERMINAR.
004660
004670     IF VL-FS-EXCECAO NOT = "35"
004680         CLOSE VL-EXCECOES
004690     END-IF
004700     CLOSE VL-CREDENCIAIS
004710     CLOSE VL-RELATORIO
004720
004730     DISPLAY "VLEXCRPT - REVISAO DAS EXCECOES EM VLEXCOUT"
004740     DISPLAY "EXCECOES NO REGISTO....: " VL-ERP-TOTAL-LIDAS
004750     DISPLAY "A CADUCAR NA JANELA....: " VL-ERP-TOTAL-A-CADUCAR
004760     DISPLAY "JA CADUCADAS...........: " VL-ERP-TOTAL-CADUCADAS
004770     DISPLAY "SEM CONTA EM VLCRED....: " VL-ERP-TOTAL-SEM-CONTA.
004780
004790 8000-EXIT.
004800     EXIT.
004810
004820 END PROGRAM VLEXCRPT.
