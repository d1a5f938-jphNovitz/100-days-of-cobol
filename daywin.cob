000100*****************************************************************
000110* BATCH WINDOW: STEP RUNTIME TREND AND OVERRUN ALERTS
000120* READS THE DAYLOG RUN LOG DAYDRV WRITES (ONE RECORD PER STEP
000130* START, END OR SKIP, STAMPED WITH THE PROCESSING DATE, THE
000140* CLOCK TIME AND THE STEP RETURN CODE) AND PAIRS EACH START WITH
000150* ITS END TO GIVE EVERY STEP'S ELAPSED TIME ON EVERY NIGHT. AN
000160* END EARLIER ON THE CLOCK THAN ITS START RAN PAST MIDNIGHT.
000170*   - TONIGHT IS THE CURRENT PROCESSING DATE (DAYPROC); THE
000180*     HISTORY IS THE LAST 30 EARLIER RUNS ON THE LOG. A RESTART
000190*     OF THE SAME DATE IS PART OF THE SAME RUN, AND A STEP
000200*     STARTED TWICE COUNTS ONLY ITS LAST ATTEMPT.
000210*   - WINRPT LISTS EACH HISTORY RUN'S STREAM START, END AND
000220*     ELAPSED TIME, THEN EACH STEP'S ELAPSED TIME TONIGHT
000230*     AGAINST ITS ROLLING AVERAGE AND MAXIMUM. A STEP THAT RAN
000240*     MORE THAN THE WINCTL PERCENTAGE OVER ITS AVERAGE IS
000250*     FLAGGED AND RAISES MESSAGE DAYW-002.
000260*   - THE STREAM END IS PROJECTED FROM TONIGHT'S FIRST START:
000270*     EVERY STEP ON DAYCTL ADDS ITS ACTUAL ELAPSED TIME WHEN IT
000280*     HAS ENDED TONIGHT, ITS AVERAGE OTHERWISE (GAPS BETWEEN
000290*     STEPS ARE NOT COUNTED). A PROJECTION PAST THE WINDOW END
000300*     RAISES MESSAGE DAYW-001 AND ENDS WITH RETURN CODE 4.
000310* RUN AS THE FIRST DAYCTL STEP IT WARNS BEFORE THE HEAVY STEPS
000320* START; RUN AFTER THE STREAM IT REPORTS THE NIGHT AS IT WAS.
000330*
000340* WINCTL CARD: WINDOW END (HHMM, THE HOUR THE MORNING ONLINE DAY
000350* STARTS) AND OVERRUN PERCENTAGE (3 DIGITS). WITHOUT A VALID
000360* CARD THE HOUSE DEFAULTS OF 0600 AND 25 PERCENT APPLY. A WINDOW
000370* END EARLIER ON THE CLOCK THAN THE STREAM START IS THE NEXT
000380* MORNING.
000390*
000400* MESSAGES FOR THE MSGCAT CATALOG:
000410*   DAYW-001 W  PROJECTED STREAM END PASSES THE WINDOW END
000420*               (VARIABLE: PROJECTED END HH:MM:SS)
000430*   DAYW-002 W  STEP RAN OVER ITS AVERAGE BY MORE THAN THE
000440*               WINCTL PERCENTAGE (VARIABLE: STEP NAME)
000450*****************************************************************
000460* MODIFICATION HISTORY
000470*  10/15/2026  JPH  ORIGINAL VERSION.
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. daywin.
000510 AUTHOR. jphNovitz.
000520 DATE-WRITTEN. 2026/10/15.
000530 DATE-COMPILED.

000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DAYLOG ASSIGN TO "DAYLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-DAYLOG-STATUS.

000600     SELECT DAYCTL ASSIGN TO "DAYCTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DAYCTL-STATUS.

000630     SELECT WINCTL ASSIGN TO "WINCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-WINCTL-STATUS.

000660     SELECT WINRPT ASSIGN TO "WINRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-WINRPT-STATUS.

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  DAYLOG
000720     RECORDING MODE IS F.
000730 01  DAYLOG-REC.
000740     05  LOG-Run-Date         PIC 9(08).
000750     05  LOG-Run-Time         PIC 9(06).
000760     05  LOG-Step-Name        PIC X(08).
000770     05  LOG-Event            PIC X(05).
000780     05  LOG-Return-Code      PIC 9(04).

000790 FD  DAYCTL
000800     RECORDING MODE IS F.
000810 01  DAYCTL-REC.
000820     05  CTL-Step-Name        PIC X(08).
000830     05  CTL-On-Error         PIC X(01).

000840 FD  WINCTL
000850     RECORDING MODE IS F.
000860 01  WINCTL-REC.
000870     05  WC-Fin-Fenetre       PIC 9(04).
000880     05  WC-Fin-Fenetre-Parts REDEFINES WC-Fin-Fenetre.
000890         10  WC-Fin-HH        PIC 9(02).
000900         10  WC-Fin-MM        PIC 9(02).
000910     05  WC-Pct-Depassement   PIC 9(03).

000920 FD  WINRPT
000930     RECORDING MODE IS F.
000940 01  WINRPT-LINE              PIC X(100).

000950 WORKING-STORAGE SECTION.
000960 01  WS-DAYLOG-STATUS         PIC X(02).
000970     88  WS-DAYLOG-OK              VALUE "00".

000980 01  WS-DAYCTL-STATUS         PIC X(02).
000990     88  WS-DAYCTL-OK              VALUE "00".

001000 01  WS-WINCTL-STATUS         PIC X(02).
001010     88  WS-WINCTL-OK              VALUE "00".

001020 01  WS-WINRPT-STATUS         PIC X(02).
001030     88  WS-WINRPT-OK              VALUE "00".

001040 01  WS-SWITCHES.
001050     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001060         88  WS-EOF-REACHED          VALUE "Y".
001070     05  WS-WINRPT-OPEN-SW    PIC X(01)  VALUE "N".
001080         88  WS-WINRPT-WAS-OPENED    VALUE "Y".
001090     05  WS-TONIGHT-SEEN-SW   PIC X(01)  VALUE "N".
001100         88  WS-TONIGHT-SEEN         VALUE "Y".
001110     05  WS-DAYCTL-LOADED-SW  PIC X(01)  VALUE "N".
001120         88  WS-DAYCTL-LOADED        VALUE "Y".

001130 01  WS-COUNTERS.
001140     05  WS-LOG-READ          PIC 9(07) COMP  VALUE ZERO.
001150     05  WS-RUNS-ON-LOG       PIC 9(05) COMP  VALUE ZERO.
001160     05  WS-RUNS-TO-SKIP      PIC 9(05) COMP  VALUE ZERO.
001170     05  WS-RUNS-SEEN         PIC 9(05) COMP  VALUE ZERO.
001180     05  WS-STEPS-FLAGGED     PIC 9(03) COMP  VALUE ZERO.

001190*****************************************************************
001200* HOUSE DEFAULTS, REPLACED BY A VALID WINCTL CARD.
001210*****************************************************************
001220 01  WS-WINDOW-RULES.
001230     05  WS-FIN-FENETRE       PIC 9(04)  VALUE 0600.
001240     05  WS-PCT-DEPASSEMENT   PIC 9(03)  VALUE 25.
001250 01  WS-MAX-RUNS              PIC 9(02)  VALUE 30.

001260 01  WS-RUN-DATE              PIC 9(08).
001270 01  WS-RUN-TIME-FULL         PIC 9(08).
001280 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
001290     05  WS-RUN-TIME              PIC 9(06).
001300     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).
001310 01  WS-PREV-DATE             PIC 9(08)  VALUE ZERO.

001320*****************************************************************
001330* CLOCK TIMES ARE WORKED IN SECONDS SINCE MIDNIGHT.
001340*****************************************************************
001350 01  WS-HHMMSS                PIC 9(06).
001360 01  WS-HHMMSS-PARTS REDEFINES WS-HHMMSS.
001370     05  WS-HH                PIC 9(02).
001380     05  WS-MM                PIC 9(02).
001390     05  WS-SS                PIC 9(02).
001400 01  WS-SECONDS               PIC S9(07) COMP  VALUE ZERO.
001410 01  WS-ELAPSED               PIC S9(07) COMP  VALUE ZERO.
001420 01  WS-NOW-SECONDS           PIC S9(07) COMP  VALUE ZERO.
001430 01  WS-STREAM-START          PIC S9(07) COMP  VALUE ZERO.
001440 01  WS-PROJECTED-END         PIC S9(07) COMP  VALUE ZERO.
001450 01  WS-WINDOW-END            PIC S9(07) COMP  VALUE ZERO.
001460 01  WS-LIMIT                 PIC S9(07) COMP  VALUE ZERO.
001470 01  WS-ECART-PCT             PIC S9(05) COMP  VALUE ZERO.
001480 01  WS-DAYS                  PIC 9(01)  VALUE ZERO.

001490*****************************************************************
001500* ONE ENTRY PER STEP NAME SEEN ON DAYCTL OR THE LOG. THE RUN
001510* FIELDS HOLD THE RUN BEING READ AND ARE ADDED TO THE HISTORY
001520* WHEN IT ENDS; THE TONIGHT FIELDS ARE FILLED FROM TONIGHT'S
001530* RECORDS.
001540*****************************************************************
001550 01  WS-STEP-TABLE.
001560     05  WS-ST-COUNT          PIC 9(03) COMP  VALUE ZERO.
001570     05  WS-ST-ENTRY OCCURS 40 TIMES.
001580         10  WS-ST-NAME       PIC X(08).
001590         10  WS-ST-IN-STREAM  PIC X(01).
001600         10  WS-ST-RUN-START  PIC S9(07) COMP.
001610         10  WS-ST-RUN-ELAP   PIC S9(07) COMP.
001620         10  WS-ST-HIST-COUNT PIC 9(03) COMP.
001630         10  WS-ST-HIST-SUM   PIC S9(09) COMP.
001640         10  WS-ST-HIST-MAX   PIC S9(07) COMP.
001650         10  WS-ST-HIST-AVG   PIC S9(07) COMP.
001660         10  WS-ST-TONIGHT    PIC S9(07) COMP.
001670 01  WS-ST-I                  PIC 9(03) COMP  VALUE ZERO.
001680 01  WS-ST-HIT                PIC 9(03) COMP  VALUE ZERO.
001690 01  WS-WORK-STEP             PIC X(08).

001700*****************************************************************
001710* ONE ENTRY PER HISTORY RUN FOR THE TREND SECTION.
001720*****************************************************************
001730 01  WS-RUN-TABLE.
001740     05  WS-RN-COUNT          PIC 9(02) COMP  VALUE ZERO.
001750     05  WS-RN-ENTRY OCCURS 30 TIMES.
001760         10  WS-RN-DATE       PIC 9(08).
001770         10  WS-RN-START      PIC S9(07) COMP.
001780         10  WS-RN-END        PIC S9(07) COMP.
001790         10  WS-RN-LAST-TIME  PIC S9(07) COMP.
001800 01  WS-RN-I                  PIC 9(02) COMP  VALUE ZERO.
001810 01  WS-CUR-START             PIC S9(07) COMP  VALUE ZERO.
001820 01  WS-CUR-END               PIC S9(07) COMP  VALUE ZERO.
001830 01  WS-CUR-LAST              PIC S9(07) COMP  VALUE ZERO.
001840 01  WS-CUR-STARTED-SW        PIC X(01)  VALUE "N".
001850     88  WS-CUR-HAS-START         VALUE "Y".

001860 01  WS-HMS-ED.
001870     05  WE-JOUR              PIC X(03).
001880     05  FILLER               PIC X(01)  VALUE SPACES.
001890     05  WE-HH                PIC 9(02).
001900     05  FILLER               PIC X(01)  VALUE ":".
001910     05  WE-MM                PIC 9(02).
001920     05  FILLER               PIC X(01)  VALUE ":".
001930     05  WE-SS                PIC 9(02).

001940 01  WS-SEPARATOR-LINE.
001950     05  FILLER               PIC X(100) VALUE ALL "=".

001960 01  WS-REPORT-HEADING.
001970     05  FILLER               PIC X(42) VALUE
001980         "FENETRE BATCH - DUREES DES ETAPES AU      ".
001990     05  WH-RUN-DATE          PIC 9(08).

002000 01  WS-REPORT-HEADING-2.
002010     05  FILLER               PIC X(24) VALUE
002020         "FIN DE FENETRE        : ".
002030     05  WH-FENETRE           PIC 9(04).
002040     05  FILLER               PIC X(28) VALUE
002050         "   SEUIL DE DEPASSEMENT   : ".
002060     05  WH-PCT               PIC ZZ9.
002070     05  FILLER               PIC X(02) VALUE " %".

002080 01  WS-RUN-HEADING.
002090     05  FILLER               PIC X(36) VALUE
002100         "HISTORIQUE DES PASSAGES".
002110 01  WS-RUN-COLUMNS.
002120     05  FILLER               PIC X(12) VALUE "DATE".
002130     05  FILLER               PIC X(14) VALUE "DEBUT".
002140     05  FILLER               PIC X(14) VALUE "FIN".
002150     05  FILLER               PIC X(14) VALUE "DUREE".

002160 01  WS-RUN-LINE.
002170     05  WR-DATE              PIC 9(08).
002180     05  FILLER               PIC X(01) VALUE SPACES.
002190     05  WR-DEBUT             PIC X(12).
002200     05  FILLER               PIC X(03) VALUE SPACES.
002210     05  WR-FIN               PIC X(12).
002220     05  FILLER               PIC X(03) VALUE SPACES.
002230     05  WR-DUREE             PIC X(12).

002240 01  WS-STEP-HEADING.
002250     05  FILLER               PIC X(36) VALUE
002260         "DUREE PAR ETAPE".
002270 01  WS-STEP-COLUMNS.
002280     05  FILLER               PIC X(10) VALUE "ETAPE".
002290     05  FILLER               PIC X(12) VALUE "   CE SOIR".
002300     05  FILLER               PIC X(12) VALUE "   MOYENNE".
002310     05  FILLER               PIC X(12) VALUE "   MAXIMUM".
002320     05  FILLER               PIC X(10) VALUE "  PASSAGES".
002330     05  FILLER               PIC X(09) VALUE "  ECART".
002340     05  FILLER               PIC X(14) VALUE "  REMARQUE".

002350 01  WS-STEP-LINE.
002360     05  WD-ETAPE             PIC X(08).
002370     05  FILLER               PIC X(02) VALUE SPACES.
002380     05  WD-CE-SOIR           PIC X(12).
002390     05  FILLER               PIC X(01) VALUE SPACES.
002400     05  WD-MOYENNE           PIC X(12).
002410     05  FILLER               PIC X(01) VALUE SPACES.
002420     05  WD-MAXIMUM           PIC X(12).
002430     05  FILLER               PIC X(03) VALUE SPACES.
002440     05  WD-PASSAGES          PIC ZZZZ9.
002450     05  FILLER               PIC X(03) VALUE SPACES.
002460     05  WD-ECART             PIC -ZZZ9.
002470     05  FILLER               PIC X(01) VALUE "%".
002480     05  FILLER               PIC X(02) VALUE SPACES.
002490     05  WD-REMARQUE          PIC X(14).

002500 01  WS-PROJ-LINE.
002510     05  WP-LIBELLE           PIC X(24).
002520     05  WP-HEURE             PIC X(12).
002530     05  FILLER               PIC X(03) VALUE SPACES.
002540     05  WP-REMARQUE          PIC X(40).

002550     COPY MSGLINK.

002560 PROCEDURE DIVISION.

002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     IF NOT WS-EOF-REACHED
002600         PERFORM 2000-COUNT-RUNS THRU 2000-EXIT
002610         PERFORM 3000-LOAD-RUNTIMES THRU 3000-EXIT
002620         PERFORM 4000-PRINT-RUNS THRU 4000-EXIT
002630         PERFORM 5000-PRINT-STEPS THRU 5000-EXIT
002640         PERFORM 6000-PROJECT-END THRU 6000-EXIT
002650     END-IF.
002660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002670     GOBACK.

002680 1000-INITIALIZE.
002690     CALL "dayproc" USING WS-RUN-DATE.
002700     ACCEPT WS-RUN-TIME-FULL FROM TIME.
002710     MOVE "E" TO MSG-Language.
002720     MOVE WS-RUN-TIME TO WS-HHMMSS.
002730     PERFORM 8000-TO-SECONDS THRU 8000-EXIT.
002740     MOVE WS-SECONDS TO WS-NOW-SECONDS.
002750     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
002760     PERFORM 1100-LOAD-STREAM THRU 1100-EXIT.

002770     OPEN OUTPUT WINRPT.
002780     IF NOT WS-WINRPT-OK
002790         DISPLAY "DAYWIN - UNABLE TO OPEN WINRPT, STATUS "
002800             WS-WINRPT-STATUS
002810         MOVE "Y" TO WS-EOF-SW
002820         GO TO 1000-EXIT
002830     END-IF.
002840     MOVE "Y" TO WS-WINRPT-OPEN-SW.
002850     MOVE WS-RUN-DATE        TO WH-RUN-DATE.
002860     MOVE WS-FIN-FENETRE     TO WH-FENETRE.
002870     MOVE WS-PCT-DEPASSEMENT TO WH-PCT.
002880     WRITE WINRPT-LINE FROM WS-REPORT-HEADING.
002890     WRITE WINRPT-LINE FROM WS-REPORT-HEADING-2.
002900     WRITE WINRPT-LINE FROM WS-SEPARATOR-LINE.
002910 1000-EXIT.
002920     EXIT.

002930 1050-READ-CONTROL-CARD.
002940     OPEN INPUT WINCTL.
002950     IF NOT WS-WINCTL-OK
002960         DISPLAY "DAYWIN - NO WINCTL CARD, HOUSE DEFAULTS "
002970             "APPLY (0600 / 25 PERCENT)"
002980         GO TO 1050-EXIT
002990     END-IF.
003000     READ WINCTL
003010         AT END
003020             CLOSE WINCTL
003030             GO TO 1050-EXIT
003040     END-READ.
003050     CLOSE WINCTL.
003060     IF WC-Fin-Fenetre IS NOT NUMERIC
003070         OR WC-Pct-Depassement IS NOT NUMERIC
003080         OR WC-Fin-HH > 23
003090         OR WC-Fin-MM > 59
003100         DISPLAY "DAYWIN - WINCTL CARD NOT VALID, HOUSE "
003110             "DEFAULTS APPLY (0600 / 25 PERCENT)"
003120         GO TO 1050-EXIT
003130     END-IF.
003140     MOVE WC-Fin-Fenetre     TO WS-FIN-FENETRE.
003150     MOVE WC-Pct-Depassement TO WS-PCT-DEPASSEMENT.
003160 1050-EXIT.
003170     EXIT.

003180*****************************************************************
003190* TONIGHT'S STREAM IS THE STEP LIST ON DAYCTL, IN ORDER. WITHOUT
003200* DAYCTL EVERY STEP FOUND ON THE LOG IS TAKEN AS PART OF IT.
003210*****************************************************************
003220 1100-LOAD-STREAM.
003230     OPEN INPUT DAYCTL.
003240     IF NOT WS-DAYCTL-OK
003250         DISPLAY "DAYWIN - NO DAYCTL RUN-CONTROL FILE, EVERY "
003260             "STEP ON DAYLOG IS PROJECTED"
003270         GO TO 1100-EXIT
003280     END-IF.
003290     MOVE "Y" TO WS-DAYCTL-LOADED-SW.
003300     PERFORM 1110-LOAD-ONE-STEP THRU 1110-EXIT
003310         UNTIL WS-DAYCTL-STATUS = "10".
003320     CLOSE DAYCTL.
003330 1100-EXIT.
003340     EXIT.

003350 1110-LOAD-ONE-STEP.
003360     READ DAYCTL
003370         AT END
003380             MOVE "10" TO WS-DAYCTL-STATUS
003390             GO TO 1110-EXIT
003400     END-READ.
003410     IF CTL-Step-Name = SPACES
003420         GO TO 1110-EXIT
003430     END-IF.
003440     MOVE CTL-Step-Name TO WS-WORK-STEP.
003450     PERFORM 8100-FIND-STEP THRU 8100-EXIT.
003460     IF WS-ST-HIT NOT = ZERO
003470         MOVE "Y" TO WS-ST-IN-STREAM(WS-ST-HIT)
003480     END-IF.
003490 1110-EXIT.
003500     EXIT.

003510*****************************************************************
003520* FIRST PASS: COUNT THE EARLIER RUNS ON THE LOG, SO THE SECOND
003530* PASS CAN SKIP ALL BUT THE LAST 30 OF THEM.
003540*****************************************************************
003550 2000-COUNT-RUNS.
003560     OPEN INPUT DAYLOG.
003570     IF NOT WS-DAYLOG-OK
003580         DISPLAY "DAYWIN - UNABLE TO OPEN DAYLOG, STATUS "
003590             WS-DAYLOG-STATUS " - NO HISTORY"
003600         GO TO 2000-EXIT
003610     END-IF.
003620     MOVE ZERO TO WS-PREV-DATE.
003630     MOVE "N" TO WS-EOF-SW.
003640     PERFORM 2010-COUNT-ONE-RECORD THRU 2010-EXIT
003650         UNTIL WS-EOF-REACHED.
003660     CLOSE DAYLOG.
003670     IF WS-RUNS-ON-LOG > WS-MAX-RUNS
003680         COMPUTE WS-RUNS-TO-SKIP = WS-RUNS-ON-LOG - WS-MAX-RUNS
003690     END-IF.
003700 2000-EXIT.
003710     EXIT.

003720 2010-COUNT-ONE-RECORD.
003730     READ DAYLOG
003740         AT END
003750             MOVE "Y" TO WS-EOF-SW
003760             GO TO 2010-EXIT
003770     END-READ.
003780     IF LOG-Run-Date = WS-RUN-DATE
003790         OR LOG-Run-Date = WS-PREV-DATE
003800         GO TO 2010-EXIT
003810     END-IF.
003820     ADD 1 TO WS-RUNS-ON-LOG.
003830     MOVE LOG-Run-Date TO WS-PREV-DATE.
003840 2010-EXIT.
003850     EXIT.

003860*****************************************************************
003870* SECOND PASS: PAIR STARTS WITH ENDS, RUN BY RUN.
003880*****************************************************************
003890 3000-LOAD-RUNTIMES.
003900     OPEN INPUT DAYLOG.
003910     IF NOT WS-DAYLOG-OK
003920         GO TO 3000-EXIT
003930     END-IF.
003940     MOVE ZERO TO WS-PREV-DATE.
003950     MOVE "N" TO WS-EOF-SW.
003960     PERFORM 3010-LOAD-ONE-RECORD THRU 3010-EXIT
003970         UNTIL WS-EOF-REACHED.
003980     CLOSE DAYLOG.
003990     IF WS-PREV-DATE NOT = ZERO
004000         AND WS-RUNS-SEEN > WS-RUNS-TO-SKIP
004010         PERFORM 3200-CLOSE-HISTORY-RUN THRU 3200-EXIT
004020     END-IF.
004030     PERFORM 3300-SET-AVERAGE THRU 3300-EXIT
004040         VARYING WS-ST-I FROM 1 BY 1
004050         UNTIL WS-ST-I > WS-ST-COUNT.
004060 3000-EXIT.
004070     EXIT.

004080 3010-LOAD-ONE-RECORD.
004090     READ DAYLOG
004100         AT END
004110             MOVE "Y" TO WS-EOF-SW
004120             GO TO 3010-EXIT
004130     END-READ.
004140     ADD 1 TO WS-LOG-READ.
004150     IF LOG-Event NOT = "START"
004160         AND LOG-Event NOT = "END  "
004170         GO TO 3010-EXIT
004180     END-IF.
004190     MOVE LOG-Run-Time TO WS-HHMMSS.
004200     PERFORM 8000-TO-SECONDS THRU 8000-EXIT.
004210     IF LOG-Run-Date = WS-RUN-DATE
004220         PERFORM 3100-TONIGHT-RECORD THRU 3100-EXIT
004230         GO TO 3010-EXIT
004240     END-IF.
004250     IF LOG-Run-Date NOT = WS-PREV-DATE
004260         IF WS-PREV-DATE NOT = ZERO
004270             AND WS-RUNS-SEEN > WS-RUNS-TO-SKIP
004280             PERFORM 3200-CLOSE-HISTORY-RUN THRU 3200-EXIT
004290         END-IF
004300         ADD 1 TO WS-RUNS-SEEN
004310         MOVE LOG-Run-Date TO WS-PREV-DATE
004320         PERFORM 3250-OPEN-HISTORY-RUN THRU 3250-EXIT
004330     END-IF.
004340     IF WS-RUNS-SEEN NOT > WS-RUNS-TO-SKIP
004350         GO TO 3010-EXIT
004360     END-IF.
004370     PERFORM 3400-ADVANCE-CLOCK THRU 3400-EXIT.
004380     MOVE LOG-Step-Name TO WS-WORK-STEP.
004390     PERFORM 8100-FIND-STEP THRU 8100-EXIT.
004400     IF WS-ST-HIT = ZERO
004410         GO TO 3010-EXIT
004420     END-IF.
004430     IF LOG-Event = "START"
004440         MOVE WS-SECONDS TO WS-ST-RUN-START(WS-ST-HIT)
004450         IF NOT WS-CUR-HAS-START
004460             MOVE WS-SECONDS TO WS-CUR-START
004470             MOVE "Y" TO WS-CUR-STARTED-SW
004480         END-IF
004490     ELSE
004500         IF WS-ST-RUN-START(WS-ST-HIT) NOT < ZERO
004510             COMPUTE WS-ST-RUN-ELAP(WS-ST-HIT) =
004520                 WS-SECONDS - WS-ST-RUN-START(WS-ST-HIT)
004530             MOVE -1 TO WS-ST-RUN-START(WS-ST-HIT)
004540         END-IF
004550         MOVE WS-SECONDS TO WS-CUR-END
004560     END-IF.
004570 3010-EXIT.
004580     EXIT.

004590*****************************************************************
004600* TONIGHT: THE FIRST START IS THE STREAM START, AND A STEP THAT
004610* HAS ENDED KEEPS ITS ELAPSED TIME. THE LAST HISTORY RUN IS
004620* CLOSED OFF FIRST.
004630*****************************************************************
004640 3100-TONIGHT-RECORD.
004650     IF NOT WS-TONIGHT-SEEN
004660         IF WS-PREV-DATE NOT = ZERO
004670             AND WS-RUNS-SEEN > WS-RUNS-TO-SKIP
004680             PERFORM 3200-CLOSE-HISTORY-RUN THRU 3200-EXIT
004690         END-IF
004700         MOVE ZERO TO WS-PREV-DATE
004710         MOVE "Y" TO WS-TONIGHT-SEEN-SW
004720         MOVE WS-SECONDS TO WS-STREAM-START
004730         MOVE WS-SECONDS TO WS-CUR-LAST
004740         MOVE ZERO TO WS-DAYS
004750         PERFORM 3150-RESET-RUN-FIELDS THRU 3150-EXIT
004760             VARYING WS-ST-I FROM 1 BY 1
004770             UNTIL WS-ST-I > WS-ST-COUNT
004780     END-IF.
004790     PERFORM 3400-ADVANCE-CLOCK THRU 3400-EXIT.
004800     MOVE LOG-Step-Name TO WS-WORK-STEP.
004810     PERFORM 8100-FIND-STEP THRU 8100-EXIT.
004820     IF WS-ST-HIT = ZERO
004830         GO TO 3100-EXIT
004840     END-IF.
004850     IF LOG-Event = "START"
004860         MOVE WS-SECONDS TO WS-ST-RUN-START(WS-ST-HIT)
004870     ELSE
004880         IF WS-ST-RUN-START(WS-ST-HIT) NOT < ZERO
004890             COMPUTE WS-ST-TONIGHT(WS-ST-HIT) =
004900                 WS-SECONDS - WS-ST-RUN-START(WS-ST-HIT)
004910             MOVE -1 TO WS-ST-RUN-START(WS-ST-HIT)
004920         END-IF
004930     END-IF.
004940 3100-EXIT.
004950     EXIT.

004960 3150-RESET-RUN-FIELDS.
004970     MOVE -1 TO WS-ST-RUN-START(WS-ST-I).
004980     MOVE -1 TO WS-ST-RUN-ELAP(WS-ST-I).
004990 3150-EXIT.
005000     EXIT.

005010*****************************************************************
005020* A HISTORY RUN HAS ENDED: EACH STEP'S LAST ELAPSED TIME GOES
005030* INTO ITS HISTORY, AND THE RUN INTO THE TREND TABLE.
005040*****************************************************************
005050 3200-CLOSE-HISTORY-RUN.
005060     PERFORM 3210-CLOSE-ONE-STEP THRU 3210-EXIT
005070         VARYING WS-ST-I FROM 1 BY 1
005080         UNTIL WS-ST-I > WS-ST-COUNT.
005090     IF NOT WS-CUR-HAS-START
005100         OR WS-RN-COUNT NOT < 30
005110         GO TO 3200-EXIT
005120     END-IF.
005130     ADD 1 TO WS-RN-COUNT.
005140     MOVE WS-PREV-DATE TO WS-RN-DATE(WS-RN-COUNT).
005150     MOVE WS-CUR-START TO WS-RN-START(WS-RN-COUNT).
005160     MOVE WS-CUR-END   TO WS-RN-END(WS-RN-COUNT).
005170 3200-EXIT.
005180     EXIT.

005190 3210-CLOSE-ONE-STEP.
005200     IF WS-ST-RUN-ELAP(WS-ST-I) < ZERO
005210         GO TO 3210-EXIT
005220     END-IF.
005230     ADD 1 TO WS-ST-HIST-COUNT(WS-ST-I).
005240     ADD WS-ST-RUN-ELAP(WS-ST-I) TO WS-ST-HIST-SUM(WS-ST-I).
005250     IF WS-ST-RUN-ELAP(WS-ST-I) > WS-ST-HIST-MAX(WS-ST-I)
005260         MOVE WS-ST-RUN-ELAP(WS-ST-I) TO WS-ST-HIST-MAX(WS-ST-I)
005270     END-IF.
005280 3210-EXIT.
005290     EXIT.

005300 3250-OPEN-HISTORY-RUN.
005310     MOVE "N" TO WS-CUR-STARTED-SW.
005320     MOVE ZERO TO WS-CUR-START.
005330     MOVE ZERO TO WS-CUR-END.
005340     MOVE WS-SECONDS TO WS-CUR-LAST.
005350     MOVE ZERO TO WS-DAYS.
005360     PERFORM 3150-RESET-RUN-FIELDS THRU 3150-EXIT
005370         VARYING WS-ST-I FROM 1 BY 1
005380         UNTIL WS-ST-I > WS-ST-COUNT.
005390 3250-EXIT.
005400     EXIT.

005410 3300-SET-AVERAGE.
005420     MOVE ZERO TO WS-ST-HIST-AVG(WS-ST-I).
005430     IF WS-ST-HIST-COUNT(WS-ST-I) > ZERO
005440         COMPUTE WS-ST-HIST-AVG(WS-ST-I) ROUNDED =
005450             WS-ST-HIST-SUM(WS-ST-I) / WS-ST-HIST-COUNT(WS-ST-I)
005460     END-IF.
005470 3300-EXIT.
005480     EXIT.

005490*****************************************************************
005500* THE LOG IS IN CLOCK ORDER WITHIN A RUN, SO A TIME EARLIER THAN
005510* THE ONE BEFORE IT MEANS THE RUN HAS PASSED MIDNIGHT. WS-SECONDS
005520* COMES BACK COUNTED FROM THE MIDNIGHT BEFORE THE RUN STARTED.
005530*****************************************************************
005540 3400-ADVANCE-CLOCK.
005550     IF WS-SECONDS + (WS-DAYS * 86400) < WS-CUR-LAST
005560         ADD 1 TO WS-DAYS
005570     END-IF.
005580     COMPUTE WS-SECONDS = WS-SECONDS + (WS-DAYS * 86400).
005590     MOVE WS-SECONDS TO WS-CUR-LAST.
005600 3400-EXIT.
005610     EXIT.

005620 4000-PRINT-RUNS.
005630     WRITE WINRPT-LINE FROM WS-RUN-HEADING.
005640     WRITE WINRPT-LINE FROM WS-RUN-COLUMNS.
005650     PERFORM 4010-PRINT-ONE-RUN THRU 4010-EXIT
005660         VARYING WS-RN-I FROM 1 BY 1
005670         UNTIL WS-RN-I > WS-RN-COUNT.
005680     WRITE WINRPT-LINE FROM WS-SEPARATOR-LINE.
005690 4000-EXIT.
005700     EXIT.

005710 4010-PRINT-ONE-RUN.
005720     MOVE WS-RN-DATE(WS-RN-I) TO WR-DATE.
005730     MOVE WS-RN-START(WS-RN-I) TO WS-SECONDS.
005740     PERFORM 8200-EDIT-CLOCK THRU 8200-EXIT.
005750     MOVE WS-HMS-ED TO WR-DEBUT.
005760     MOVE WS-RN-END(WS-RN-I) TO WS-SECONDS.
005770     PERFORM 8200-EDIT-CLOCK THRU 8200-EXIT.
005780     MOVE WS-HMS-ED TO WR-FIN.
005790     COMPUTE WS-SECONDS =
005800         WS-RN-END(WS-RN-I) - WS-RN-START(WS-RN-I).
005810     PERFORM 8300-EDIT-DURATION THRU 8300-EXIT.
005820     MOVE WS-HMS-ED TO WR-DUREE.
005830     WRITE WINRPT-LINE FROM WS-RUN-LINE.
005840 4010-EXIT.
005850     EXIT.

005860 5000-PRINT-STEPS.
005870     WRITE WINRPT-LINE FROM WS-STEP-HEADING.
005880     WRITE WINRPT-LINE FROM WS-STEP-COLUMNS.
005890     PERFORM 5010-PRINT-ONE-STEP THRU 5010-EXIT
005900         VARYING WS-ST-I FROM 1 BY 1
005910         UNTIL WS-ST-I > WS-ST-COUNT.
005920     WRITE WINRPT-LINE FROM WS-SEPARATOR-LINE.
005930 5000-EXIT.
005940     EXIT.

005950*****************************************************************
005960* A STEP THAT HAS ENDED TONIGHT AND RAN MORE THAN THE WINCTL
005970* PERCENTAGE OVER ITS AVERAGE IS FLAGGED AND REPORTED TO THE
005980* CONSOLE.
005990*****************************************************************
006000 5010-PRINT-ONE-STEP.
006010     MOVE WS-ST-NAME(WS-ST-I) TO WD-ETAPE.
006020     MOVE SPACES TO WD-CE-SOIR.
006030     MOVE SPACES TO WD-REMARQUE.
006040     MOVE ZERO   TO WD-ECART.
006050     IF WS-ST-TONIGHT(WS-ST-I) NOT < ZERO
006060         MOVE WS-ST-TONIGHT(WS-ST-I) TO WS-SECONDS
006070         PERFORM 8300-EDIT-DURATION THRU 8300-EXIT
006080         MOVE WS-HMS-ED TO WD-CE-SOIR
006090     END-IF.
006100     MOVE WS-ST-HIST-AVG(WS-ST-I) TO WS-SECONDS.
006110     PERFORM 8300-EDIT-DURATION THRU 8300-EXIT.
006120     MOVE WS-HMS-ED TO WD-MOYENNE.
006130     MOVE WS-ST-HIST-MAX(WS-ST-I) TO WS-SECONDS.
006140     PERFORM 8300-EDIT-DURATION THRU 8300-EXIT.
006150     MOVE WS-HMS-ED TO WD-MAXIMUM.
006160     MOVE WS-ST-HIST-COUNT(WS-ST-I) TO WD-PASSAGES.
006170     IF WS-ST-HIST-COUNT(WS-ST-I) = ZERO
006180         MOVE "SANS HISTO." TO WD-REMARQUE
006190         GO TO 5010-WRITE
006200     END-IF.
006210     IF WS-ST-TONIGHT(WS-ST-I) < ZERO
006220         OR WS-ST-HIST-AVG(WS-ST-I) = ZERO
006230         GO TO 5010-WRITE
006240     END-IF.
006250     COMPUTE WS-ECART-PCT ROUNDED =
006260         (WS-ST-TONIGHT(WS-ST-I) - WS-ST-HIST-AVG(WS-ST-I))
006270         * 100 / WS-ST-HIST-AVG(WS-ST-I).
006280     MOVE WS-ECART-PCT TO WD-ECART.
006290     IF WS-ECART-PCT > WS-PCT-DEPASSEMENT
006300         MOVE "DEPASSEMENT" TO WD-REMARQUE
006310         ADD 1 TO WS-STEPS-FLAGGED
006320         MOVE "DAYW-002" TO MSG-Id
006330         MOVE WS-ST-NAME(WS-ST-I) TO MSG-Variable
006340         CALL "daymsg" USING MSG-REQUEST
006350     END-IF.
006360 5010-WRITE.
006370     WRITE WINRPT-LINE FROM WS-STEP-LINE.
006380 5010-EXIT.
006390     EXIT.

006400*****************************************************************
006410* PROJECTED END = TONIGHT'S STREAM START PLUS, FOR EVERY STEP IN
006420* THE STREAM, ITS ACTUAL ELAPSED TIME WHEN IT HAS ENDED TONIGHT
006430* OR ITS AVERAGE WHEN IT HAS NOT. WITH NOTHING YET LOGGED
006440* TONIGHT THE STREAM IS TAKEN TO START NOW.
006450*****************************************************************
006460 6000-PROJECT-END.
006470     IF NOT WS-TONIGHT-SEEN
006480         MOVE WS-NOW-SECONDS TO WS-STREAM-START
006490     END-IF.
006500     MOVE WS-STREAM-START TO WS-PROJECTED-END.
006510     PERFORM 6010-ADD-ONE-STEP THRU 6010-EXIT
006520         VARYING WS-ST-I FROM 1 BY 1
006530         UNTIL WS-ST-I > WS-ST-COUNT.
006540     MOVE WS-FIN-FENETRE TO WS-HHMMSS (1:4).
006550     MOVE ZERO TO WS-SS.
006560     PERFORM 8000-TO-SECONDS THRU 8000-EXIT.
006570     MOVE WS-SECONDS TO WS-WINDOW-END.
006580     IF WS-WINDOW-END NOT > WS-STREAM-START
006590         ADD 86400 TO WS-WINDOW-END
006600     END-IF.

006610     MOVE "DEBUT DU TRAITEMENT  : " TO WP-LIBELLE.
006620     MOVE WS-STREAM-START TO WS-SECONDS.
006630     PERFORM 8200-EDIT-CLOCK THRU 8200-EXIT.
006640     MOVE WS-HMS-ED TO WP-HEURE.
006650     IF WS-TONIGHT-SEEN
006660         MOVE SPACES TO WP-REMARQUE
006670     ELSE
006680         MOVE "RIEN ENCORE JOURNALISE CE SOIR"
006690             TO WP-REMARQUE
006700     END-IF.
006710     WRITE WINRPT-LINE FROM WS-PROJ-LINE.
006720     MOVE "FIN PREVUE           : " TO WP-LIBELLE.
006730     MOVE WS-PROJECTED-END TO WS-SECONDS.
006740     PERFORM 8200-EDIT-CLOCK THRU 8200-EXIT.
006750     MOVE WS-HMS-ED TO WP-HEURE.
006760     MOVE SPACES TO WP-REMARQUE.
006770     WRITE WINRPT-LINE FROM WS-PROJ-LINE.
006780     MOVE "FIN DE FENETRE       : " TO WP-LIBELLE.
006790     MOVE WS-WINDOW-END TO WS-SECONDS.
006800     PERFORM 8200-EDIT-CLOCK THRU 8200-EXIT.
006810     MOVE WS-HMS-ED TO WP-HEURE.
006820     IF WS-PROJECTED-END > WS-WINDOW-END
006830         MOVE "*** DEPASSEMENT DE LA FENETRE PREVU ***"
006840             TO WP-REMARQUE
006850     ELSE
006860         MOVE "DANS LA FENETRE" TO WP-REMARQUE
006870     END-IF.
006880     WRITE WINRPT-LINE FROM WS-PROJ-LINE.

006890     IF WS-PROJECTED-END > WS-WINDOW-END
006900         MOVE WS-PROJECTED-END TO WS-SECONDS
006910         PERFORM 8200-EDIT-CLOCK THRU 8200-EXIT
006920         MOVE "DAYW-001" TO MSG-Id
006930         MOVE WS-HMS-ED TO MSG-Variable
006940         CALL "daymsg" USING MSG-REQUEST
006950         MOVE 4 TO RETURN-CODE
006960     END-IF.
006970 6000-EXIT.
006980     EXIT.

006990 6010-ADD-ONE-STEP.
007000     IF WS-DAYCTL-LOADED
007010         AND WS-ST-IN-STREAM(WS-ST-I) NOT = "Y"
007020         GO TO 6010-EXIT
007030     END-IF.
007040     IF WS-ST-TONIGHT(WS-ST-I) NOT < ZERO
007050         ADD WS-ST-TONIGHT(WS-ST-I) TO WS-PROJECTED-END
007060     ELSE
007070         ADD WS-ST-HIST-AVG(WS-ST-I) TO WS-PROJECTED-END
007080     END-IF.
007090 6010-EXIT.
007100     EXIT.

007110 8000-TO-SECONDS.
007120     COMPUTE WS-SECONDS = WS-HH * 3600 + WS-MM * 60 + WS-SS.
007130 8000-EXIT.
007140     EXIT.

007150*****************************************************************
007160* FINDS WS-WORK-STEP IN THE STEP TABLE, ADDING IT WHEN NEW.
007170* WS-ST-HIT COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.
007180*****************************************************************
007190 8100-FIND-STEP.
007200     MOVE ZERO TO WS-ST-HIT.
007210     PERFORM 8110-CHECK-ONE-STEP THRU 8110-EXIT
007220         VARYING WS-ST-I FROM 1 BY 1
007230         UNTIL WS-ST-I > WS-ST-COUNT
007240            OR WS-ST-HIT NOT = ZERO.
007250     IF WS-ST-HIT NOT = ZERO
007260         GO TO 8100-EXIT
007270     END-IF.
007280     IF WS-ST-COUNT NOT < 40
007290         DISPLAY "DAYWIN - MORE THAN 40 STEPS, " WS-WORK-STEP
007300             " NOT TRACKED"
007310         GO TO 8100-EXIT
007320     END-IF.
007330     ADD 1 TO WS-ST-COUNT.
007340     MOVE WS-ST-COUNT  TO WS-ST-HIT.
007350     MOVE WS-WORK-STEP TO WS-ST-NAME(WS-ST-HIT).
007360     MOVE "N"          TO WS-ST-IN-STREAM(WS-ST-HIT).
007370     MOVE -1           TO WS-ST-RUN-START(WS-ST-HIT).
007380     MOVE -1           TO WS-ST-RUN-ELAP(WS-ST-HIT).
007390     MOVE ZERO         TO WS-ST-HIST-COUNT(WS-ST-HIT).
007400     MOVE ZERO         TO WS-ST-HIST-SUM(WS-ST-HIT).
007410     MOVE ZERO         TO WS-ST-HIST-MAX(WS-ST-HIT).
007420     MOVE ZERO         TO WS-ST-HIST-AVG(WS-ST-HIT).
007430     MOVE -1           TO WS-ST-TONIGHT(WS-ST-HIT).
007440 8100-EXIT.
007450     EXIT.

007460 8110-CHECK-ONE-STEP.
007470     IF WS-ST-NAME(WS-ST-I) = WS-WORK-STEP
007480         MOVE WS-ST-I TO WS-ST-HIT
007490     END-IF.
007500 8110-EXIT.
007510     EXIT.

007520*****************************************************************
007530* EDITS WS-SECONDS AS A CLOCK TIME, "J+1" WHEN IT FALLS AFTER
007540* THE MIDNIGHT FOLLOWING THE RUN START.
007550*****************************************************************
007560 8200-EDIT-CLOCK.
007570     MOVE SPACES TO WE-JOUR.
007580     IF WS-SECONDS NOT < 86400
007590         MOVE "J+1" TO WE-JOUR
007600         SUBTRACT 86400 FROM WS-SECONDS
007610     END-IF.
007620     PERFORM 8310-SPLIT-SECONDS THRU 8310-EXIT.
007630 8200-EXIT.
007640     EXIT.

007650 8300-EDIT-DURATION.
007660     MOVE SPACES TO WE-JOUR.
007670     IF WS-SECONDS < ZERO
007680         MOVE ZERO TO WS-SECONDS
007690     END-IF.
007700     PERFORM 8310-SPLIT-SECONDS THRU 8310-EXIT.
007710 8300-EXIT.
007720     EXIT.

007730 8310-SPLIT-SECONDS.
007740     DIVIDE WS-SECONDS BY 3600 GIVING WS-ELAPSED
007750         REMAINDER WS-SECONDS.
007760     IF WS-ELAPSED > 99
007770         MOVE 99 TO WS-ELAPSED
007780     END-IF.
007790     MOVE WS-ELAPSED TO WE-HH.
007800     DIVIDE WS-SECONDS BY 60 GIVING WS-ELAPSED
007810         REMAINDER WS-SECONDS.
007820     MOVE WS-ELAPSED TO WE-MM.
007830     MOVE WS-SECONDS TO WE-SS.
007840 8310-EXIT.
007850     EXIT.

007860 9000-TERMINATE.
007870     IF WS-WINRPT-WAS-OPENED
007880         CLOSE WINRPT
007890     END-IF.
007900     DISPLAY "DAYWIN - LOG RECORDS READ   : " WS-LOG-READ.
007910     DISPLAY "DAYWIN - HISTORY RUNS USED  : " WS-RN-COUNT.
007920     DISPLAY "DAYWIN - STEPS FLAGGED      : " WS-STEPS-FLAGGED.
007930 9000-EXIT.
007940     EXIT.
