000340*                   REDOES THE COPY FROM THE INTACT CURRNEW. THE
000350*                   RATE TABLE THE WHOLE SHOP VALUES AGAINST CAN
000360*                   NO LONGER BE LEFT TORN BY A CRASH MID-SAVE.
000370*  10/15/2026  JPH  THE RATEHIST RECORD LAYOUT MOVED TO
000380*                   RATEHIST.CPY FOR THE RECEIVABLES PROGRAMS
000390*                   THAT VALUE INVOICES AT PAST RATES.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. day8rat.
000430 AUTHOR. jphNovitz.
000440 DATE-WRITTEN. 2026/09/02.
000450 DATE-COMPILED.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BANKRATE ASSIGN TO "BANKRATE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BANKRATE-STATUS.

000520     SELECT CURRTBL ASSIGN TO "CURRTBL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CURRTBL-STATUS.

000550     SELECT CURRNEW ASSIGN TO "CURRNEW"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CURRNEW-STATUS.

000580     SELECT RATSWAP ASSIGN TO "RATSWAP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RATSWAP-STATUS.

000610     SELECT RATEHIST ASSIGN TO "RATEHIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RATEHIST-STATUS.

000640     SELECT RATERPT ASSIGN TO "RATERPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RATERPT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BANKRATE
000700     RECORDING MODE IS F.
000710 01  BANKRATE-REC.
000720     05  BR-Code              PIC X(03).
000730     05  BR-Rate-X            PIC X(10).
000740     05  BR-Rate REDEFINES BR-Rate-X
000750                              PIC 9(04)V9(06).
000760     05  BR-Date              PIC 9(08).

000770 FD  CURRTBL
000780     RECORDING MODE IS F.
000790 01  CURRTBL-REC.
000800     05  CUR-Code             PIC X(03).
000810     05  CUR-Symbol           PIC X(03).
000820     05  CUR-Decimals         PIC 9(01).
000830     05  CUR-Rate             PIC 9(04)V9(06).
000840     05  CUR-Rate-Date        PIC 9(08).

000850 FD  CURRNEW
000860     RECORDING MODE IS F.
000870 01  CURRNEW-REC              PIC X(25).

000880 FD  RATSWAP
000890     RECORDING MODE IS F.
000900 01  RATSWAP-REC.
000910     05  SWAP-State           PIC X(08).
000920         88  SWAP-IS-PENDING       VALUE "PENDING".

000930 FD  RATEHIST
000940     RECORDING MODE IS F.
000950     COPY RATEHIST.

000960 FD  RATERPT
000970     RECORDING MODE IS F.
000980 01  RATERPT-LINE             PIC X(80).

000990 WORKING-STORAGE SECTION.
001000 01  WS-BANKRATE-STATUS       PIC X(02).
001010     88  WS-BANKRATE-OK             VALUE "00".

001020 01  WS-CURRTBL-STATUS        PIC X(02).
001030     88  WS-CURRTBL-OK              VALUE "00".

001040 01  WS-CURRNEW-STATUS        PIC X(02).
001050     88  WS-CURRNEW-OK             VALUE "00".

001060 01  WS-RATSWAP-STATUS        PIC X(02).
001070     88  WS-RATSWAP-OK             VALUE "00".

001080 01  WS-COPY-EOF-SW           PIC X(01)  VALUE "N".
001090     88  WS-COPY-DONE             VALUE "Y".

001100 01  WS-RATEHIST-STATUS       PIC X(02).
001110     88  WS-RATEHIST-OK             VALUE "00".

001120 01  WS-RATERPT-STATUS        PIC X(02).
001130     88  WS-RATERPT-OK              VALUE "00".

001140 01  WS-SWITCHES.
001150     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001160         88  WS-EOF-REACHED          VALUE "Y".
001170     05  WS-LOADED-SW         PIC X(01)  VALUE "N".
001180         88  WS-TABLE-WAS-LOADED     VALUE "Y".
001190     05  WS-RATEHIST-OPEN-SW  PIC X(01)  VALUE "N".
001200         88  WS-RATEHIST-WAS-OPENED  VALUE "Y".
001210     05  WS-RATERPT-OPEN-SW   PIC X(01)  VALUE "N".
001220         88  WS-RATERPT-WAS-OPENED   VALUE "Y".

001230 01  WS-CONFIRM-CHOICE        PIC X(01).
001240     88  WS-CONFIRM-YES            VALUE "Y" "y".

001250 01  WS-COUNTERS.
001260     05  WS-FEED-READ         PIC 9(05) COMP  VALUE ZERO.
001270     05  WS-RATES-APPLIED     PIC 9(05) COMP  VALUE ZERO.
001280     05  WS-RATES-REFUSED     PIC 9(05) COMP  VALUE ZERO.
001290     05  WS-UNKNOWN-CODES     PIC 9(05) COMP  VALUE ZERO.
001300     05  WS-STALE-LISTED      PIC 9(05) COMP  VALUE ZERO.

001310 01  WS-RUN-DATE              PIC 9(08).
001320 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001330     05  WS-RUN-YEAR          PIC 9(04).
001340     05  WS-RUN-MONTH         PIC 9(02).
001350     05  WS-RUN-DAY           PIC 9(02).
001360 01  WS-FIX-DATE-GROUP.
001370     05  WS-FIX-YEAR          PIC 9(04).
001380     05  WS-FIX-MONTH         PIC 9(02).
001390     05  WS-FIX-DAY           PIC 9(02).
001400 01  WS-AGE-DAYS              PIC S9(05) COMP-3  VALUE ZERO.
001410 01  WS-TOLERANCE-PCT         PIC 9(03)  VALUE 10.
001420 01  WS-STALE-DAYS            PIC 9(03)  VALUE 7.
001430 01  WS-MOVE-PCT              PIC S9(05)V99 COMP-3  VALUE ZERO.
001440 01  WS-OLD-RATE              PIC 9(04)V9(06) COMP-3 VALUE ZERO.

001450 01  WS-PARM-COUNT            PIC 9(02).
001460 01  WS-PARM-INDEX            PIC 9(02).
001470 01  WS-PARM-VALUE            PIC X(03).
001480 01  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE
001490                              PIC 9(03).

001500     COPY CURRTBL.

001510 01  WS-CURR-I                PIC 9(03) COMP  VALUE ZERO.
001520 01  WS-HIT-I                 PIC 9(03) COMP  VALUE ZERO.

001530 01  WS-EXCEPT-HEADING.
001540     05  FILLER               PIC X(36) VALUE
001550         "EXCEPTIONS DU FICHIER DE TAUX  AU : ".
001560     05  WH-RUN-DATE          PIC 9(08).

001570 01  WS-EXCEPT-LINE.
001580     05  WE-CODE              PIC X(03).
001590     05  FILLER               PIC X(02) VALUE SPACES.
001600     05  WE-TEXT              PIC X(40).
001610     05  WE-DATE              PIC 9(08).

001620 PROCEDURE DIVISION.

001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-APPLY-ONE-RATE THRU 2000-EXIT
001660         UNTIL WS-EOF-REACHED.
001670     PERFORM 5000-LIST-STALE-RATES THRU 5000-EXIT.
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001690     STOP RUN.

001700 1000-INITIALIZE.
001710     PERFORM 1500-RECOVER-SWAP THRU 1500-EXIT.
001720     CALL "dayproc" USING WS-RUN-DATE.
001730     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
001740     PERFORM 1200-LOAD-CURRTBL THRU 1200-EXIT.
001750     IF NOT WS-TABLE-WAS-LOADED
001760         MOVE "Y" TO WS-EOF-SW
001770         GO TO 1000-EXIT
001780     END-IF.

001790     OPEN INPUT BANKRATE.
001800     IF NOT WS-BANKRATE-OK
001810         DISPLAY "DAY8RAT - UNABLE TO OPEN BANKRATE, STATUS "
001820             WS-BANKRATE-STATUS " - NO FEED TO APPLY"
001830         MOVE "Y" TO WS-EOF-SW
001840     END-IF.

001850     OPEN EXTEND RATEHIST.
001860     IF NOT WS-RATEHIST-OK
001870         DISPLAY "DAY8RAT - UNABLE TO OPEN RATEHIST, STATUS "
001880             WS-RATEHIST-STATUS " - OLD RATES NOT ARCHIVED"
001890     ELSE
001900         MOVE "Y" TO WS-RATEHIST-OPEN-SW
001910     END-IF.

001920     OPEN OUTPUT RATERPT.
001930     IF NOT WS-RATERPT-OK
001940         DISPLAY "DAY8RAT - UNABLE TO OPEN RATERPT, STATUS "
001950             WS-RATERPT-STATUS
001960     ELSE
001970         MOVE "Y" TO WS-RATERPT-OPEN-SW
001980         MOVE WS-RUN-DATE TO WH-RUN-DATE
001990         MOVE WS-EXCEPT-HEADING TO RATERPT-LINE
002000         WRITE RATERPT-LINE
002010     END-IF.

002020     IF NOT WS-EOF-REACHED
002030         PERFORM 2100-READ-BANKRATE THRU 2100-EXIT
002040     END-IF.
002050 1000-EXIT.
002060     EXIT.

002070 1100-GET-PARMS.
002080     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.
002090     IF WS-PARM-COUNT NOT >= 1
002100         GO TO 1100-EXIT
002110     END-IF.
002120     MOVE 1 TO WS-PARM-INDEX.
002130     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
002140     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
002150     IF WS-PARM-VALUE IS NUMERIC
002160         AND WS-PARM-VALUE-NUM > ZERO
002170         MOVE WS-PARM-VALUE-NUM TO WS-TOLERANCE-PCT
002180     END-IF.
002190     IF WS-PARM-COUNT NOT >= 2
002200         GO TO 1100-EXIT
002210     END-IF.
002220     MOVE 2 TO WS-PARM-INDEX.
002230     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
002240     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
002250     IF WS-PARM-VALUE IS NUMERIC
002260         AND WS-PARM-VALUE-NUM > ZERO
002270         MOVE WS-PARM-VALUE-NUM TO WS-STALE-DAYS
002280     END-IF.
002290 1100-EXIT.
002300     EXIT.

002310 1200-LOAD-CURRTBL.
002320     OPEN INPUT CURRTBL.
002330     IF NOT WS-CURRTBL-OK
002340         DISPLAY "DAY8RAT - UNABLE TO OPEN CURRTBL, STATUS "
002350             WS-CURRTBL-STATUS " - NOTHING TO UPDATE"
002360         GO TO 1200-EXIT
002370     END-IF.
002380     PERFORM 1210-LOAD-ONE-CURRENCY THRU 1210-EXIT
002390         UNTIL WS-CURRTBL-STATUS = "10".
002400     CLOSE CURRTBL.
002410     MOVE "Y" TO WS-LOADED-SW.
002420 1200-EXIT.
002430     EXIT.

002440 1210-LOAD-ONE-CURRENCY.
002450     READ CURRTBL
002460         AT END
002470             MOVE "10" TO WS-CURRTBL-STATUS
002480             GO TO 1210-EXIT
002490     END-READ.
002500     IF WS-CURR-COUNT < 50
002510         ADD 1 TO WS-CURR-COUNT
002520         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
002530         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
002540         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
002550         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
002560         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
002570     ELSE
002580         DISPLAY "DAY8RAT - CURRENCY TABLE FULL (50), "
002590             CUR-Code " NOT LOADED"
002600     END-IF.
002610 1210-EXIT.
002620     EXIT.

002630*****************************************************************
002640* A PENDING RATSWAP MARKER MEANS THE LAST RUN CRASHED AFTER
002650* CURRNEW WAS COMPLETE BUT BEFORE THE COPY TO THE LIVE TABLE
002660* FINISHED - THE COPY IS REDONE AND THE MARKER CLEARED.
002670*****************************************************************
002680 1500-RECOVER-SWAP.
002690     OPEN INPUT RATSWAP.
002700     IF NOT WS-RATSWAP-OK
002710         GO TO 1500-EXIT
002720     END-IF.
002730     READ RATSWAP
002740         AT END
002750             CLOSE RATSWAP
002760             GO TO 1500-EXIT
002770     END-READ.
002780     CLOSE RATSWAP.
002790     IF NOT SWAP-IS-PENDING
002800         GO TO 1500-EXIT
002810     END-IF.
002820     DISPLAY "DAY8RAT - INTERRUPTED SAVE DETECTED, REDOING "
002830         "THE COPY FROM CURRNEW".
002840     PERFORM 9500-COPY-NEW-TO-LIVE THRU 9500-EXIT.
002850     PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT.
002860 1500-EXIT.
002870     EXIT.

002880 2000-APPLY-ONE-RATE.
002890     ADD 1 TO WS-FEED-READ.
002900     IF BR-Rate-X IS NOT NUMERIC OR BR-Rate = ZERO
002910         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
002920         ADD 1 TO WS-RATES-REFUSED
002930         GO TO 2000-EXIT-VIA-READ
002940     END-IF.

002950     PERFORM 3000-FIND-CURRENCY THRU 3000-EXIT.
002960     IF WS-HIT-I = ZERO
002970         ADD 1 TO WS-UNKNOWN-CODES
002980         PERFORM 4100-EXCEPT-UNKNOWN THRU 4100-EXIT
002990         GO TO 2000-EXIT-VIA-READ
003000     END-IF.

003010     MOVE WS-CURR-RATE(WS-HIT-I) TO WS-OLD-RATE.
003020     PERFORM 3100-CHECK-TOLERANCE THRU 3100-EXIT.
003030     IF WS-MOVE-PCT > WS-TOLERANCE-PCT
003040         DISPLAY "DAY8RAT - " BR-Code " MOVES "
003050             WS-MOVE-PCT " PCT (OLD " WS-OLD-RATE
003060             " NEW " BR-Rate ")"
003070         DISPLAY "APPLY ANYWAY (Y/N) ? "
003080         ACCEPT WS-CONFIRM-CHOICE
003090         IF NOT WS-CONFIRM-YES
003100             ADD 1 TO WS-RATES-REFUSED
003110             PERFORM 4200-EXCEPT-REFUSED THRU 4200-EXIT
003120             GO TO 2000-EXIT-VIA-READ
003130         END-IF
003140     END-IF.

003150     PERFORM 3200-ARCHIVE-OLD-RATE THRU 3200-EXIT.
003160     MOVE BR-Rate TO WS-CURR-RATE(WS-HIT-I).
003170     IF BR-Date IS NUMERIC AND BR-Date NOT = ZERO
003180         MOVE BR-Date TO WS-CURR-RATE-DATE(WS-HIT-I)
003190     ELSE
003200         MOVE WS-RUN-DATE TO WS-CURR-RATE-DATE(WS-HIT-I)
003210     END-IF.
003220     ADD 1 TO WS-RATES-APPLIED.

003230 2000-EXIT-VIA-READ.
003240     PERFORM 2100-READ-BANKRATE THRU 2100-EXIT.
003250 2000-EXIT.
003260     EXIT.

003270 2100-READ-BANKRATE.
003280     READ BANKRATE
003290         AT END
003300             MOVE "Y" TO WS-EOF-SW
003310             GO TO 2100-EXIT
003320     END-READ.
003330 2100-EXIT.
003340     EXIT.

003350 3000-FIND-CURRENCY.
003360     MOVE ZERO TO WS-HIT-I.
003370     PERFORM 3010-MATCH-ONE-CURRENCY THRU 3010-EXIT
003380         VARYING WS-CURR-I FROM 1 BY 1
003390         UNTIL WS-CURR-I > WS-CURR-COUNT
003400            OR WS-HIT-I > ZERO.
003410 3000-EXIT.
003420     EXIT.

003430 3010-MATCH-ONE-CURRENCY.
003440     IF WS-CURR-CODE(WS-CURR-I) = BR-Code
003450         MOVE WS-CURR-I TO WS-HIT-I
003460     END-IF.
003470 3010-EXIT.
003480     EXIT.

003490 3100-CHECK-TOLERANCE.
003500     IF WS-OLD-RATE = ZERO
003510         MOVE ZERO TO WS-MOVE-PCT
003520         GO TO 3100-EXIT
003530     END-IF.
003540     COMPUTE WS-MOVE-PCT ROUNDED =
003550         (BR-Rate - WS-OLD-RATE) * 100 / WS-OLD-RATE.
003560     IF WS-MOVE-PCT < ZERO
003570         COMPUTE WS-MOVE-PCT = ZERO - WS-MOVE-PCT
003580     END-IF.
003590 3100-EXIT.
003600     EXIT.

003610 3200-ARCHIVE-OLD-RATE.
003620     IF NOT WS-RATEHIST-WAS-OPENED
003630         GO TO 3200-EXIT
003640     END-IF.
003650     MOVE BR-Code                      TO RH-Code.
003660     MOVE WS-OLD-RATE                  TO RH-Old-Rate.
003670     MOVE WS-CURR-RATE-DATE(WS-HIT-I)  TO RH-Old-Rate-Date.
003680     MOVE BR-Rate                      TO RH-New-Rate.
003690     MOVE WS-RUN-DATE                  TO RH-Change-Date.
003700     WRITE RATEHIST-REC.
003710 3200-EXIT.
003720     EXIT.

003730 4000-WRITE-EXCEPTION.
003740     IF NOT WS-RATERPT-WAS-OPENED
003750         GO TO 4000-EXIT
003760     END-IF.
003770     MOVE BR-Code TO WE-CODE.
003780     MOVE "RATE ON THE FEED NOT NUMERIC OR ZERO   "
003790         TO WE-TEXT.
003800     MOVE WS-RUN-DATE TO WE-DATE.
003810     MOVE WS-EXCEPT-LINE TO RATERPT-LINE.
003820     WRITE RATERPT-LINE.
003830 4000-EXIT.
003840     EXIT.

003850 4100-EXCEPT-UNKNOWN.
003860     IF NOT WS-RATERPT-WAS-OPENED
003870         GO TO 4100-EXIT
003880     END-IF.
003890     MOVE BR-Code TO WE-CODE.
003900     MOVE "CURRENCY NOT ON CURRTBL, FEED IGNORED  "
003910         TO WE-TEXT.
003920     MOVE WS-RUN-DATE TO WE-DATE.
003930     MOVE WS-EXCEPT-LINE TO RATERPT-LINE.
003940     WRITE RATERPT-LINE.
003950 4100-EXIT.
003960     EXIT.

003970 4200-EXCEPT-REFUSED.
003980     IF NOT WS-RATERPT-WAS-OPENED
003990         GO TO 4200-EXIT
004000     END-IF.
004010     MOVE BR-Code TO WE-CODE.
004020     MOVE "MOVE OVER TOLERANCE, REFUSED BY OPERATOR"
004030         TO WE-TEXT.
004040     MOVE WS-RUN-DATE TO WE-DATE.
004050     MOVE WS-EXCEPT-LINE TO RATERPT-LINE.
004060     WRITE RATERPT-LINE.
004070 4200-EXIT.
004080     EXIT.

004090*****************************************************************
004100* AFTER THE FEED HAS LANDED, ANY CURRENCY STILL CARRYING A RATE
004110* OLDER THAN THE STALENESS HORIZON IS LISTED - SQUINTING AT A
004120* REPORT IS NO LONGER HOW A DEAD RATE GETS NOTICED.
004130*****************************************************************
004140 5000-LIST-STALE-RATES.
004150     IF NOT WS-RATERPT-WAS-OPENED
004160         GO TO 5000-EXIT
004170     END-IF.
004180     PERFORM 5100-CHECK-ONE-CURRENCY THRU 5100-EXIT
004190         VARYING WS-CURR-I FROM 1 BY 1
004200         UNTIL WS-CURR-I > WS-CURR-COUNT.
004210 5000-EXIT.
004220     EXIT.

004230 5100-CHECK-ONE-CURRENCY.
004240     MOVE WS-CURR-RATE-DATE(WS-CURR-I)(1:4) TO WS-FIX-YEAR.
004250     MOVE WS-CURR-RATE-DATE(WS-CURR-I)(5:2) TO WS-FIX-MONTH.
004260     MOVE WS-CURR-RATE-DATE(WS-CURR-I)(7:2) TO WS-FIX-DAY.
004270     COMPUTE WS-AGE-DAYS =
004280         ((WS-RUN-YEAR - WS-FIX-YEAR) * 360)
004290         + ((WS-RUN-MONTH - WS-FIX-MONTH) * 30)
004300         + (WS-RUN-DAY - WS-FIX-DAY).
004310     IF WS-AGE-DAYS > WS-STALE-DAYS
004320         ADD 1 TO WS-STALE-LISTED
004330         MOVE WS-CURR-CODE(WS-CURR-I) TO WE-CODE
004340         MOVE "RATE IS STALE, LAST FIXED ON           "
004350             TO WE-TEXT
004360         MOVE WS-CURR-RATE-DATE(WS-CURR-I) TO WE-DATE
004370         MOVE WS-EXCEPT-LINE TO RATERPT-LINE
004380         WRITE RATERPT-LINE
004390     END-IF.
004400 5100-EXIT.
004410     EXIT.

004420 9000-TERMINATE.
004430     IF WS-TABLE-WAS-LOADED
004440         PERFORM 9100-SAVE-CURRTBL THRU 9100-EXIT
004450     END-IF.
004460     IF WS-BANKRATE-OK OR WS-BANKRATE-STATUS = "10"
004470         CLOSE BANKRATE
004480     END-IF.
004490     IF WS-RATEHIST-WAS-OPENED
004500         CLOSE RATEHIST
004510     END-IF.
004520     IF WS-RATERPT-WAS-OPENED
004530         CLOSE RATERPT
004540     END-IF.
004550     DISPLAY "DAY8RAT - FEED RECORDS READ : " WS-FEED-READ.
004560     DISPLAY "DAY8RAT - RATES APPLIED     : " WS-RATES-APPLIED.
004570     DISPLAY "DAY8RAT - RATES REFUSED     : " WS-RATES-REFUSED.
004580     DISPLAY "DAY8RAT - UNKNOWN CURRENCIES: " WS-UNKNOWN-CODES.
004590     DISPLAY "DAY8RAT - STALE RATES       : " WS-STALE-LISTED.
004600 9000-EXIT.
004610     EXIT.

004620 9100-SAVE-CURRTBL.
004630     OPEN OUTPUT CURRNEW.
004640     IF NOT WS-CURRNEW-OK
004650         DISPLAY "DAY8RAT - UNABLE TO WRITE CURRNEW, STATUS "
004660             WS-CURRNEW-STATUS " - NEW RATES LOST, LIVE TABLE "
004670             "UNTOUCHED"
004680         GO TO 9100-EXIT
004690     END-IF.
004700     PERFORM 9110-SAVE-ONE-CURRENCY THRU 9110-EXIT
004710         VARYING WS-CURR-I FROM 1 BY 1
004720         UNTIL WS-CURR-I > WS-CURR-COUNT.
004730     CLOSE CURRNEW.
004740     PERFORM 9550-SET-MARKER THRU 9550-EXIT.
004750     PERFORM 9500-COPY-NEW-TO-LIVE THRU 9500-EXIT.
004760     PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT.
004770     DISPLAY "DAY8RAT - CURRTBL SAVED, " WS-CURR-COUNT
004780         " CURRENCIES".
004790 9100-EXIT.
004800     EXIT.

004810 9110-SAVE-ONE-CURRENCY.
004820     MOVE WS-CURR-CODE(WS-CURR-I)      TO CUR-Code.
004830     MOVE WS-CURR-SYMBOL(WS-CURR-I)    TO CUR-Symbol.
004840     MOVE WS-CURR-DECIMALS(WS-CURR-I)  TO CUR-Decimals.
004850     MOVE WS-CURR-RATE(WS-CURR-I)      TO CUR-Rate.
004860     MOVE WS-CURR-RATE-DATE(WS-CURR-I) TO CUR-Rate-Date.
004870     WRITE CURRNEW-REC FROM CURRTBL-REC.
004880 9110-EXIT.
004890     EXIT.

004900*****************************************************************
004910* THE MARKER IS ONLY SET ONCE CURRNEW IS COMPLETE ON DISK, SO A
004920* PENDING MARKER ALWAYS GUARANTEES A WHOLE SOURCE TO COPY FROM.
004930*****************************************************************
004940 9500-COPY-NEW-TO-LIVE.
004950     MOVE "N" TO WS-COPY-EOF-SW.
004960     OPEN INPUT CURRNEW.
004970     IF NOT WS-CURRNEW-OK
004980         DISPLAY "DAY8RAT - UNABLE TO REOPEN CURRNEW, STATUS "
004990             WS-CURRNEW-STATUS " - LIVE TABLE LEFT ALONE"
005000         GO TO 9500-EXIT
005010     END-IF.
005020     OPEN OUTPUT CURRTBL.
005030     IF NOT WS-CURRTBL-OK
005040         DISPLAY "DAY8RAT - UNABLE TO REWRITE CURRTBL, STATUS "
005050             WS-CURRTBL-STATUS
005060         CLOSE CURRNEW
005070         GO TO 9500-EXIT
005080     END-IF.
005090     PERFORM 9510-COPY-ONE-CURRENCY THRU 9510-EXIT
005100         UNTIL WS-COPY-DONE.
005110     CLOSE CURRNEW.
005120     CLOSE CURRTBL.
005130 9500-EXIT.
005140     EXIT.

005150 9510-COPY-ONE-CURRENCY.
005160     READ CURRNEW
005170         AT END
005180             MOVE "Y" TO WS-COPY-EOF-SW
005190             GO TO 9510-EXIT
005200     END-READ.
005210     WRITE CURRTBL-REC FROM CURRNEW-REC.
005220 9510-EXIT.
005230     EXIT.

005240 9550-SET-MARKER.
005250     OPEN OUTPUT RATSWAP.
005260     IF NOT WS-RATSWAP-OK
005270         DISPLAY "DAY8RAT - UNABLE TO SET THE SWAP MARKER, "
005280             "STATUS " WS-RATSWAP-STATUS
005290         GO TO 9550-EXIT
005300     END-IF.
005310     MOVE "PENDING" TO SWAP-State.
005320     WRITE RATSWAP-REC.
005330     CLOSE RATSWAP.
005340 9550-EXIT.
005350     EXIT.

005360 9600-CLEAR-MARKER.
005370     OPEN OUTPUT RATSWAP.
005380     IF NOT WS-RATSWAP-OK
005390         GO TO 9600-EXIT
005400     END-IF.
005410     MOVE "DONE" TO SWAP-State.
005420     WRITE RATSWAP-REC.
005430     CLOSE RATSWAP.
005440 9600-EXIT.
005450     EXIT.
