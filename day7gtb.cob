000100*****************************************************************
000110* EXERCISE 7 TRIAL BALANCE: LEDGER TRIAL BALANCE AND PERIOD CLOSE
000120* LISTS EVERY ACCOUNT ON THE GLBAL BALANCE FILE (SEE GLBAL.CPY)
000130* FOR ONE ACCOUNTING PERIOD: THE PERIOD'S DEBITS AND CREDITS AND
000140* THE ACCOUNT'S CLOSING BALANCE, CUMULATED OVER THAT PERIOD AND
000150* EVERY EARLIER ONE. THE TOTALS PROVE DEBITS EQUAL CREDITS, BOTH
000160* FOR THE PERIOD'S MOVEMENTS AND FOR THE CUMULATED BALANCES; A
000170* LEDGER THAT DOES NOT BALANCE ENDS THE RUN WITH RETURN CODE 8.
000180*
000190* GTBCTL CARD (OPTIONAL): PERIOD YYYYMM AND A CLOSE FLAG "O".
000200* WITHOUT A PERIOD THE FIRST OPEN PERIOD IS LISTED (THE RUN
000210* MONTH WHEN NOTHING HAS BEEN CLOSED YET). WITH THE FLAG SET, A
000220* PERIOD THAT BALANCES AND IS THE FIRST OPEN ONE IS CLOSED: THE
000230* GLPERIOD CONTROL RECORD (SEE GLPERIOD.CPY) IS MOVED ON TO IT,
000240* AND DAY7GLP POSTS ANY LATER LINE DATED IN IT TO THE NEXT OPEN
000250* PERIOD INSTEAD. AN UNBALANCED PERIOD, ONE WITH AN EARLIER
000260* PERIOD STILL OPEN, OR ONE WHOSE GLBAL COULD NOT BE READ, IS NOT
000270* CLOSED (RETURN CODE 8, OR 12 WHEN GLBAL WOULD NOT OPEN).
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  10/15/2026  JPH  ORIGINAL VERSION.
000310*  10/15/2026  JPH  A GLBAL THAT CANNOT BE OPENED NOW ENDS THE RUN
000320*                   WITH RETURN CODE 12, AND A CLOSE IS REFUSED
000330*                   WHEN GLBAL WAS NOT READ - ZERO TOTALS USED TO
000340*                   PASS AS BALANCED AND LOCK AN UNREAD PERIOD.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. day7gtb.
000380 AUTHOR. jphNovitz.
000390 DATE-WRITTEN. 2026/10/15.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT GTBCTL ASSIGN TO "GTBCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-GTBCTL-STATUS.

000470     SELECT GLBAL ASSIGN TO "GLBAL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS GB-Key
000510         FILE STATUS IS WS-GLBAL-STATUS.

000520     SELECT GLPERIOD ASSIGN TO "GLPERIOD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-GLPERIOD-STATUS.

000550     SELECT TBRPT ASSIGN TO "TBRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TBRPT-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  GTBCTL
000610     RECORDING MODE IS F.
000620 01  GTBCTL-REC.
000630     05  GC-Periode           PIC 9(06).
000640     05  GC-Cloture           PIC X(01).
000650         88  GC-CLOSE-REQUESTED    VALUE "O".

000660 FD  GLBAL
000670     RECORDING MODE IS F.
000680     COPY GLBAL.

000690 FD  GLPERIOD
000700     RECORDING MODE IS F.
000710     COPY GLPERIOD.

000720 FD  TBRPT
000730     RECORDING MODE IS F.
000740 01  TBRPT-LINE               PIC X(132).

000750 WORKING-STORAGE SECTION.
000760 01  WS-GTBCTL-STATUS         PIC X(02).
000770     88  WS-GTBCTL-OK               VALUE "00".

000780 01  WS-GLBAL-STATUS          PIC X(02).
000790     88  WS-GLBAL-OK                VALUE "00".

000800 01  WS-GLPERIOD-STATUS       PIC X(02).
000810     88  WS-GLPERIOD-OK             VALUE "00".

000820 01  WS-TBRPT-STATUS          PIC X(02).
000830     88  WS-TBRPT-OK                VALUE "00".

000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000860         88  WS-EOF-REACHED          VALUE "Y".
000870     05  WS-CLOSE-SW          PIC X(01)  VALUE "N".
000880         88  WS-CLOSE-WANTED         VALUE "Y".
000890     05  WS-BALANCED-SW       PIC X(01)  VALUE "N".
000900         88  WS-LEDGER-BALANCED      VALUE "Y".
000910     05  WS-GLBAL-OPEN-SW     PIC X(01)  VALUE "N".
000920         88  WS-GLBAL-WAS-OPENED     VALUE "Y".
000930     05  WS-TBRPT-OPEN-SW     PIC X(01)  VALUE "N".
000940         88  WS-TBRPT-WAS-OPENED     VALUE "Y".

000950 01  WS-COUNTERS.
000960     05  WS-BALANCES-READ     PIC 9(07) COMP  VALUE ZERO.
000970     05  WS-ACCOUNTS-LISTED   PIC 9(05) COMP  VALUE ZERO.

000980 01  WS-RUN-DATE              PIC 9(08).
000990 01  WS-PERIODE               PIC 9(06)  VALUE ZERO.
001000 01  WS-LAST-CLOSED           PIC 9(06)  VALUE ZERO.
001010 01  WS-FIRST-OPEN            PIC 9(06)  VALUE ZERO.
001020 01  WS-FIRST-OPEN-GROUP REDEFINES WS-FIRST-OPEN.
001030     05  WS-OPEN-YEAR         PIC 9(04).
001040     05  WS-OPEN-MONTH        PIC 9(02).
001050 01  WS-CUR-COMPTE            PIC X(08)  VALUE SPACES.

001060*****************************************************************
001070* ONE ACCOUNT: THE PERIOD'S MOVEMENTS, AND EVERYTHING POSTED UP
001080* TO AND INCLUDING THE PERIOD.
001090*****************************************************************
001100 01  WS-ACC-DEBIT             PIC S9(13)V99 COMP-3  VALUE ZERO.
001110 01  WS-ACC-CREDIT            PIC S9(13)V99 COMP-3  VALUE ZERO.
001120 01  WS-ACC-CUM-DEBIT         PIC S9(13)V99 COMP-3  VALUE ZERO.
001130 01  WS-ACC-CUM-CREDIT        PIC S9(13)V99 COMP-3  VALUE ZERO.
001140 01  WS-ACC-SOLDE             PIC S9(13)V99 COMP-3  VALUE ZERO.

001150*****************************************************************
001160* LEDGER TOTALS. A CLOSING BALANCE IS CARRIED IN THE DEBIT OR
001170* CREDIT SOLDE COLUMN BY ITS SIGN, AS A TRIAL BALANCE SHOWS IT.
001180*****************************************************************
001190 01  WS-TOT-DEBIT             PIC S9(15)V99 COMP-3  VALUE ZERO.
001200 01  WS-TOT-CREDIT            PIC S9(15)V99 COMP-3  VALUE ZERO.
001210 01  WS-TOT-SOLDE-D           PIC S9(15)V99 COMP-3  VALUE ZERO.
001220 01  WS-TOT-SOLDE-C           PIC S9(15)V99 COMP-3  VALUE ZERO.

001230 01  WS-SEPARATOR-LINE.
001240     05  FILLER               PIC X(132) VALUE ALL "=".

001250 01  WS-REPORT-HEADING.
001260     05  FILLER               PIC X(34) VALUE
001270         "BALANCE GENERALE DE LA PERIODE    ".
001280     05  WH-PERIODE           PIC 9(06).
001290     05  FILLER               PIC X(14) VALUE "   EDITEE LE  ".
001300     05  WH-RUN-DATE          PIC 9(08).
001310     05  FILLER               PIC X(03) VALUE SPACES.
001320     05  WH-STATUT            PIC X(30).

001330 01  WS-COLUMN-HEADING.
001340     05  FILLER               PIC X(10) VALUE "COMPTE".
001350     05  FILLER               PIC X(20) VALUE
001360         "       DEBIT PERIODE".
001370     05  FILLER               PIC X(21) VALUE
001380         "      CREDIT PERIODE".
001390     05  FILLER               PIC X(21) VALUE
001400         "     SOLDE DEBITEUR".
001410     05  FILLER               PIC X(21) VALUE
001420         "    SOLDE CREDITEUR".

001430 01  WS-DETAIL-LINE.
001440     05  WD-COMPTE            PIC X(08).
001450     05  FILLER               PIC X(02) VALUE SPACES.
001460     05  WD-DEBIT             PIC -(15)9.99.
001470     05  FILLER               PIC X(01) VALUE SPACE.
001480     05  WD-CREDIT            PIC -(15)9.99.
001490     05  FILLER               PIC X(01) VALUE SPACE.
001500     05  WD-SOLDE-D           PIC -(15)9.99.
001510     05  FILLER               PIC X(01) VALUE SPACE.
001520     05  WD-SOLDE-C           PIC -(15)9.99.

001530 01  WS-RESULT-LINE.
001540     05  FILLER               PIC X(10) VALUE SPACES.
001550     05  WR-TEXT              PIC X(60).

001560 PROCEDURE DIVISION.

001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     IF NOT WS-EOF-REACHED
001600         PERFORM 2000-LIST-ONE-ACCOUNT THRU 2000-EXIT
001610             UNTIL WS-EOF-REACHED
001620     END-IF.
001630     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001640     IF WS-CLOSE-WANTED
001650         PERFORM 4000-CLOSE-PERIOD THRU 4000-EXIT
001660     END-IF.
001670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001680     GOBACK.

001690 1000-INITIALIZE.
001700     CALL "dayproc" USING WS-RUN-DATE.
001710     PERFORM 1050-READ-PERIOD-CONTROL THRU 1050-EXIT.
001720     IF WS-FIRST-OPEN = ZERO
001730         MOVE WS-RUN-DATE(1:6) TO WS-PERIODE
001740     ELSE
001750         MOVE WS-FIRST-OPEN TO WS-PERIODE
001760     END-IF.
001770     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.

001780     OPEN OUTPUT TBRPT.
001790     IF NOT WS-TBRPT-OK
001800         DISPLAY "DAY7GTB - UNABLE TO OPEN TBRPT, STATUS "
001810             WS-TBRPT-STATUS
001820     ELSE
001830         MOVE "Y" TO WS-TBRPT-OPEN-SW
001840         MOVE WS-PERIODE  TO WH-PERIODE
001850         MOVE WS-RUN-DATE TO WH-RUN-DATE
001860         IF WS-LAST-CLOSED > ZERO
001870             AND WS-PERIODE NOT > WS-LAST-CLOSED
001880             MOVE "(PERIODE CLOTUREE)" TO WH-STATUT
001890         ELSE
001900             MOVE "(PERIODE OUVERTE)" TO WH-STATUT
001910         END-IF
001920         WRITE TBRPT-LINE FROM WS-REPORT-HEADING
001930         WRITE TBRPT-LINE FROM WS-SEPARATOR-LINE
001940         WRITE TBRPT-LINE FROM WS-COLUMN-HEADING
001950         WRITE TBRPT-LINE FROM WS-SEPARATOR-LINE
001960     END-IF.

001970     OPEN INPUT GLBAL.
001980     IF NOT WS-GLBAL-OK
001990         DISPLAY "DAY7GTB - UNABLE TO OPEN GLBAL, STATUS "
002000             WS-GLBAL-STATUS " - NOTHING TO LIST"
002010         MOVE 12 TO RETURN-CODE
002020         MOVE "Y" TO WS-EOF-SW
002030         GO TO 1000-EXIT
002040     END-IF.
002050     MOVE "Y" TO WS-GLBAL-OPEN-SW.
002060     PERFORM 2100-READ-GLBAL THRU 2100-EXIT.
002070     DISPLAY "DAY7GTB - TRIAL BALANCE FOR PERIOD " WS-PERIODE.
002080 1000-EXIT.
002090     EXIT.

002100 1050-READ-PERIOD-CONTROL.
002110     OPEN INPUT GLPERIOD.
002120     IF NOT WS-GLPERIOD-OK
002130         GO TO 1050-EXIT
002140     END-IF.
002150     READ GLPERIOD
002160         AT END
002170             CLOSE GLPERIOD
002180             GO TO 1050-EXIT
002190     END-READ.
002200     CLOSE GLPERIOD.
002210     IF GP-Last-Closed IS NOT NUMERIC
002220         OR GP-Last-Closed = ZERO
002230         GO TO 1050-EXIT
002240     END-IF.
002250     MOVE GP-Last-Closed TO WS-LAST-CLOSED.
002260     MOVE GP-Last-Closed TO WS-FIRST-OPEN.
002270     IF WS-OPEN-MONTH = 12
002280         MOVE 01 TO WS-OPEN-MONTH
002290         ADD 1 TO WS-OPEN-YEAR
002300     ELSE
002310         ADD 1 TO WS-OPEN-MONTH
002320     END-IF.
002330 1050-EXIT.
002340     EXIT.

002350 1100-READ-CONTROL-CARD.
002360     OPEN INPUT GTBCTL.
002370     IF NOT WS-GTBCTL-OK
002380         DISPLAY "DAY7GTB - NO GTBCTL CARD, FIRST OPEN PERIOD "
002390             "LISTED, NOTHING CLOSED"
002400         GO TO 1100-EXIT
002410     END-IF.
002420     READ GTBCTL
002430         AT END
002440             CLOSE GTBCTL
002450             GO TO 1100-EXIT
002460     END-READ.
002470     CLOSE GTBCTL.
002480     IF GC-Periode IS NUMERIC
002490         AND GC-Periode(5:2) NOT < "01"
002500         AND GC-Periode(5:2) NOT > "12"
002510         MOVE GC-Periode TO WS-PERIODE
002520     ELSE
002530         IF GC-Periode NOT = SPACES
002540             DISPLAY "DAY7GTB - GTBCTL PERIOD NOT VALID, FIRST "
002550                 "OPEN PERIOD LISTED"
002560         END-IF
002570     END-IF.
002580     IF GC-CLOSE-REQUESTED
002590         MOVE "Y" TO WS-CLOSE-SW
002600     END-IF.
002610 1100-EXIT.
002620     EXIT.

002630*****************************************************************
002640* GLBAL IS KEYED ON ACCOUNT THEN PERIOD, SO ONE ACCOUNT'S
002650* PERIODS ARRIVE TOGETHER AND IN ORDER.
002660*****************************************************************
002670 2000-LIST-ONE-ACCOUNT.
002680     MOVE GB-Compte TO WS-CUR-COMPTE.
002690     MOVE ZERO TO WS-ACC-DEBIT.
002700     MOVE ZERO TO WS-ACC-CREDIT.
002710     MOVE ZERO TO WS-ACC-CUM-DEBIT.
002720     MOVE ZERO TO WS-ACC-CUM-CREDIT.
002730     PERFORM 2200-ADD-ONE-PERIOD THRU 2200-EXIT
002740         UNTIL WS-EOF-REACHED
002750            OR GB-Compte NOT = WS-CUR-COMPTE.
002760     IF WS-ACC-CUM-DEBIT = ZERO
002770         AND WS-ACC-CUM-CREDIT = ZERO
002780         GO TO 2000-EXIT
002790     END-IF.
002800     COMPUTE WS-ACC-SOLDE = WS-ACC-CUM-DEBIT - WS-ACC-CUM-CREDIT.
002810     ADD WS-ACC-DEBIT  TO WS-TOT-DEBIT.
002820     ADD WS-ACC-CREDIT TO WS-TOT-CREDIT.
002830     MOVE WS-CUR-COMPTE TO WD-COMPTE.
002840     MOVE WS-ACC-DEBIT  TO WD-DEBIT.
002850     MOVE WS-ACC-CREDIT TO WD-CREDIT.
002860     IF WS-ACC-SOLDE < ZERO
002870         MOVE ZERO TO WD-SOLDE-D
002880         COMPUTE WD-SOLDE-C = ZERO - WS-ACC-SOLDE
002890         SUBTRACT WS-ACC-SOLDE FROM WS-TOT-SOLDE-C
002900     ELSE
002910         MOVE WS-ACC-SOLDE TO WD-SOLDE-D
002920         MOVE ZERO TO WD-SOLDE-C
002930         ADD WS-ACC-SOLDE TO WS-TOT-SOLDE-D
002940     END-IF.
002950     ADD 1 TO WS-ACCOUNTS-LISTED.
002960     IF WS-TBRPT-WAS-OPENED
002970         WRITE TBRPT-LINE FROM WS-DETAIL-LINE
002980     END-IF.
002990 2000-EXIT.
003000     EXIT.

003010 2100-READ-GLBAL.
003020     READ GLBAL
003030         AT END
003040             MOVE "Y" TO WS-EOF-SW
003050             GO TO 2100-EXIT
003060     END-READ.
003070     ADD 1 TO WS-BALANCES-READ.
003080 2100-EXIT.
003090     EXIT.

003100 2200-ADD-ONE-PERIOD.
003110     IF GB-Periode NOT > WS-PERIODE
003120         ADD GB-Debit  TO WS-ACC-CUM-DEBIT
003130         ADD GB-Credit TO WS-ACC-CUM-CREDIT
003140     END-IF.
003150     IF GB-Periode = WS-PERIODE
003160         ADD GB-Debit  TO WS-ACC-DEBIT
003170         ADD GB-Credit TO WS-ACC-CREDIT
003180     END-IF.
003190     PERFORM 2100-READ-GLBAL THRU 2100-EXIT.
003200 2200-EXIT.
003210     EXIT.

003220*****************************************************************
003230* THE PROOF: THE PERIOD'S DEBITS EQUAL ITS CREDITS, AND THE
003240* DEBIT BALANCES EQUAL THE CREDIT BALANCES.
003250*****************************************************************
003260 3000-PRINT-TOTALS.
003270     IF WS-TOT-DEBIT = WS-TOT-CREDIT
003280         AND WS-TOT-SOLDE-D = WS-TOT-SOLDE-C
003290         MOVE "Y" TO WS-BALANCED-SW
003300     ELSE
003310         MOVE 8 TO RETURN-CODE
003320         DISPLAY "DAY7GTB - *** LEDGER DOES NOT BALANCE FOR "
003330             "PERIOD " WS-PERIODE " ***"
003340     END-IF.
003350     IF NOT WS-TBRPT-WAS-OPENED
003360         GO TO 3000-EXIT
003370     END-IF.
003380     WRITE TBRPT-LINE FROM WS-SEPARATOR-LINE.
003390     MOVE "TOTAUX"       TO WD-COMPTE.
003400     MOVE WS-TOT-DEBIT   TO WD-DEBIT.
003410     MOVE WS-TOT-CREDIT  TO WD-CREDIT.
003420     MOVE WS-TOT-SOLDE-D TO WD-SOLDE-D.
003430     MOVE WS-TOT-SOLDE-C TO WD-SOLDE-C.
003440     WRITE TBRPT-LINE FROM WS-DETAIL-LINE.
003450     WRITE TBRPT-LINE FROM WS-SEPARATOR-LINE.
003460     IF WS-LEDGER-BALANCED
003470         MOVE "BALANCE EQUILIBREE : DEBITS = CREDITS" TO WR-TEXT
003480     ELSE
003490         MOVE "*** BALANCE DESEQUILIBREE : DEBITS <> CREDITS ***"
003500             TO WR-TEXT
003510     END-IF.
003520     WRITE TBRPT-LINE FROM WS-RESULT-LINE.
003530 3000-EXIT.
003540     EXIT.

003550*****************************************************************
003560* ONLY THE FIRST OPEN PERIOD CAN BE CLOSED, AND ONLY WHEN IT
003570* BALANCES - PERIODS ARE LOCKED IN ORDER, NEVER SKIPPED.
003580*****************************************************************
003590 4000-CLOSE-PERIOD.
003600     IF NOT WS-GLBAL-WAS-OPENED
003610         MOVE "PERIODE NON CLOTUREE : GLBAL NON LU" TO WR-TEXT
003620         GO TO 4000-REFUSED
003630     END-IF.
003640     IF NOT WS-LEDGER-BALANCED
003650         MOVE "PERIODE NON CLOTUREE : BALANCE DESEQUILIBREE"
003660             TO WR-TEXT
003670         GO TO 4000-REFUSED
003680     END-IF.
003690     IF WS-LAST-CLOSED > ZERO
003700         AND WS-PERIODE NOT = WS-FIRST-OPEN
003710         MOVE "PERIODE NON CLOTUREE : PAS LA 1ERE PERIODE OUVERTE"
003720             TO WR-TEXT
003730         GO TO 4000-REFUSED
003740     END-IF.
003750     OPEN OUTPUT GLPERIOD.
003760     IF NOT WS-GLPERIOD-OK
003770         DISPLAY "DAY7GTB - UNABLE TO SAVE GLPERIOD, STATUS "
003780             WS-GLPERIOD-STATUS " - PERIOD NOT CLOSED"
003790         MOVE "PERIODE NON CLOTUREE : GLPERIOD INACCESSIBLE"
003800             TO WR-TEXT
003810         GO TO 4000-REFUSED
003820     END-IF.
003830     MOVE WS-PERIODE  TO GP-Last-Closed.
003840     MOVE WS-RUN-DATE TO GP-Close-Date.
003850     WRITE GLPERIOD-REC.
003860     CLOSE GLPERIOD.
003870     DISPLAY "DAY7GTB - PERIOD " WS-PERIODE " CLOSED".
003880     MOVE "PERIODE CLOTUREE - ECRITURES TARDIVES SUR LA SUIVANTE"
003890         TO WR-TEXT.
003900     IF WS-TBRPT-WAS-OPENED
003910         WRITE TBRPT-LINE FROM WS-RESULT-LINE
003920     END-IF.
003930     GO TO 4000-EXIT.

003940 4000-REFUSED.
003950     DISPLAY "DAY7GTB - " WR-TEXT.
003960     IF RETURN-CODE < 8
003970         MOVE 8 TO RETURN-CODE
003980     END-IF.
003990     IF WS-TBRPT-WAS-OPENED
004000         WRITE TBRPT-LINE FROM WS-RESULT-LINE
004010     END-IF.
004020 4000-EXIT.
004030     EXIT.

004040 9000-TERMINATE.
004050     IF WS-GLBAL-WAS-OPENED
004060         CLOSE GLBAL
004070     END-IF.
004080     IF WS-TBRPT-WAS-OPENED
004090         CLOSE TBRPT
004100     END-IF.
004110     DISPLAY "DAY7GTB - BALANCE RECORDS READ : " WS-BALANCES-READ.
004120     DISPLAY "DAY7GTB - ACCOUNTS LISTED      : "
004130         WS-ACCOUNTS-LISTED.
004140 9000-EXIT.
004150     EXIT.
