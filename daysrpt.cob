000120* RUNS IN THE NIGHTLY STREAM AND READS THE SECLOG THE DAYSLOG
000130* HANDLER APPENDS FROM EVERY USERSEC-PROTECTED PROGRAM. FOR THE
000140* PROCESSING DATE IT PRINTS (SECRPT) THREE SECTIONS: EVERY
000150* FAILED, LOCKED-OUT OR DENIED SIGN-ON, EVERY EVENT OUTSIDE
000160* BUSINESS HOURS (BEFORE 07:00 OR AFTER 19:00), AND EVERY DELETE
000170* BY OPERATOR - SO WHEN A PRICE TURNS UP WRONG, "WHO TOUCHED IT
000180* AND WHEN" IS ONE REPORT, NOT A JOURNAL EXCAVATION.
000190*****************************************************************
000200* MODIFICATION HISTORY
000210*  09/02/2026  JPH  ORIGINAL VERSION.
000220*  10/15/2026  JPH  A SIGN-ON DENIED FOR WANT OF ACCRIGHT
000230*                   RIGHTS IS LISTED WITH THE FAILURES.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. daysrpt.
000270 AUTHOR. jphNovitz.
000280 DATE-WRITTEN. 2026/09/02.
000290 DATE-COMPILED.

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SECLOG ASSIGN TO "SECLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SECLOG-STATUS.

000360     SELECT SECRPT ASSIGN TO "SECRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SECRPT-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  SECLOG
000420     RECORDING MODE IS F.
000430 01  SECLOG-REC.
000440     05  SL-Run-Date          PIC 9(08).
000450     05  SL-Run-Time          PIC 9(06).
000460     05  SL-Program           PIC X(08).
000470     05  SL-Operator          PIC X(08).
000480     05  SL-Event             PIC X(08).
000490     05  SL-Detail            PIC X(20).

000500 FD  SECRPT
000510     RECORDING MODE IS F.
000520 01  SECRPT-LINE              PIC X(80).

000530 WORKING-STORAGE SECTION.
000540 01  WS-SECLOG-STATUS         PIC X(02).
000550     88  WS-SECLOG-OK               VALUE "00".

000560 01  WS-SECRPT-STATUS         PIC X(02).
000570     88  WS-SECRPT-OK               VALUE "00".

000580 01  WS-SWITCHES.
000590     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000600         88  WS-EOF-REACHED          VALUE "Y".
000610     05  WS-PASS-SW           PIC X(01)  VALUE "1".
000620         88  WS-PASS-FAILURES        VALUE "1".
000630         88  WS-PASS-AFTER-HOURS     VALUE "2".
000640         88  WS-PASS-DELETES         VALUE "3".

000650 01  WS-COUNTERS.
000660     05  WS-EVENTS-READ       PIC 9(07) COMP  VALUE ZERO.
000670     05  WS-FAILURES-LISTED   PIC 9(05) COMP  VALUE ZERO.
000680     05  WS-AFTER-HOURS       PIC 9(05) COMP  VALUE ZERO.
000690     05  WS-DELETES-LISTED    PIC 9(05) COMP  VALUE ZERO.

000700 01  WS-RUN-DATE              PIC 9(08).
000710 01  WS-HOUR                  PIC 9(02)  VALUE ZERO.

000720 01  WS-REPORT-HEADING.
000730     05  FILLER               PIC X(36) VALUE
000740         "ACTIVITE DE SECURITE DU JOUR  AU :  ".
000750     05  WH-RUN-DATE          PIC 9(08).

000760 01  WS-DETAIL-LINE.
000770     05  WD-TIME              PIC 9(06).
000780     05  FILLER               PIC X(02) VALUE SPACES.
000790     05  WD-PROGRAM           PIC X(08).
000800     05  FILLER               PIC X(02) VALUE SPACES.
000810     05  WD-OPERATOR          PIC X(08).
000820     05  FILLER               PIC X(02) VALUE SPACES.
000830     05  WD-EVENT             PIC X(08).
000840     05  FILLER               PIC X(02) VALUE SPACES.
000850     05  WD-DETAIL            PIC X(20).

000860 PROCEDURE DIVISION.

000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     IF NOT WS-EOF-REACHED
000900         MOVE "1" TO WS-PASS-SW
000910         PERFORM 2000-RUN-ONE-PASS THRU 2000-EXIT
000920         MOVE "2" TO WS-PASS-SW
000930         PERFORM 2000-RUN-ONE-PASS THRU 2000-EXIT
000940         MOVE "3" TO WS-PASS-SW
000950         PERFORM 2000-RUN-ONE-PASS THRU 2000-EXIT
000960     END-IF.
000970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000980     GOBACK.

000990 1000-INITIALIZE.
001000     CALL "dayproc" USING WS-RUN-DATE.

001010     OPEN OUTPUT SECRPT.
001020     IF NOT WS-SECRPT-OK
001030         DISPLAY "DAYSRPT - UNABLE TO OPEN SECRPT, STATUS "
001040             WS-SECRPT-STATUS
001050         MOVE "Y" TO WS-EOF-SW
001060         GO TO 1000-EXIT
001070     END-IF.
001080     MOVE WS-RUN-DATE TO WH-RUN-DATE.
001090     MOVE WS-REPORT-HEADING TO SECRPT-LINE.
001100     WRITE SECRPT-LINE.
001110 1000-EXIT.
001120     EXIT.

001130*****************************************************************
001140* THE LOG IS SWEPT ONCE PER SECTION - THREE CHEAP PASSES KEEP
001150* THE SECTIONS CONTIGUOUS WITHOUT A SORT.
001160*****************************************************************
001170 2000-RUN-ONE-PASS.
001180     MOVE SPACES TO SECRPT-LINE.
001190     WRITE SECRPT-LINE.
001200     EVALUATE TRUE
001210         WHEN WS-PASS-FAILURES
001220             MOVE "SIGN-ONS MANQUES ET LOCKOUTS :"
001230                 TO SECRPT-LINE
001240         WHEN WS-PASS-AFTER-HOURS
001250             MOVE "ACTIVITE HORS HEURES (AVANT 07H, APRES 19H) :"
001260                 TO SECRPT-LINE
001270         WHEN OTHER
001280             MOVE "SUPPRESSIONS PAR OPERATEUR :"
001290                 TO SECRPT-LINE
001300     END-EVALUATE.
001310     WRITE SECRPT-LINE.

001320     OPEN INPUT SECLOG.
001330     IF NOT WS-SECLOG-OK
001340         DISPLAY "DAYSRPT - UNABLE TO OPEN SECLOG, STATUS "
001350             WS-SECLOG-STATUS " - NOTHING TO REPORT"
001360         MOVE "Y" TO WS-EOF-SW
001370         GO TO 2000-EXIT
001380     END-IF.
001390     MOVE "N" TO WS-EOF-SW.
001400     PERFORM 2100-SWEEP-ONE-EVENT THRU 2100-EXIT
001410         UNTIL WS-EOF-REACHED.
001420     CLOSE SECLOG.
001430 2000-EXIT.
001440     EXIT.

001450 2100-SWEEP-ONE-EVENT.
001460     READ SECLOG
001470         AT END
001480             MOVE "Y" TO WS-EOF-SW
001490             GO TO 2100-EXIT
001500     END-READ.
001510     IF WS-PASS-FAILURES
001520         ADD 1 TO WS-EVENTS-READ
001530     END-IF.
001540     IF SL-Run-Date NOT = WS-RUN-DATE
001550         GO TO 2100-EXIT
001560     END-IF.
001570     MOVE SL-Run-Time(1:2) TO WS-HOUR.

001580     EVALUATE TRUE
001590         WHEN WS-PASS-FAILURES
001600             IF SL-Event = "FAILED" OR SL-Event = "LOCKOUT"
001610                 OR SL-Event = "DENIED"
001620                 ADD 1 TO WS-FAILURES-LISTED
001630                 PERFORM 3000-PRINT-ONE-EVENT THRU 3000-EXIT
001640             END-IF
001650         WHEN WS-PASS-AFTER-HOURS
001660             IF WS-HOUR < 7 OR WS-HOUR > 19
001670                 ADD 1 TO WS-AFTER-HOURS
001680                 PERFORM 3000-PRINT-ONE-EVENT THRU 3000-EXIT
001690             END-IF
001700         WHEN OTHER
001710             IF SL-Event = "DELETE"
001720                 ADD 1 TO WS-DELETES-LISTED
001730                 PERFORM 3000-PRINT-ONE-EVENT THRU 3000-EXIT
001740             END-IF
001750     END-EVALUATE.
001760 2100-EXIT.
001770     EXIT.

001780 3000-PRINT-ONE-EVENT.
001790     MOVE SL-Run-Time TO WD-TIME.
001800     MOVE SL-Program  TO WD-PROGRAM.
001810     MOVE SL-Operator TO WD-OPERATOR.
001820     MOVE SL-Event    TO WD-EVENT.
001830     MOVE SL-Detail   TO WD-DETAIL.
001840     MOVE WS-DETAIL-LINE TO SECRPT-LINE.
001850     WRITE SECRPT-LINE.
001860 3000-EXIT.
001870     EXIT.

001880 9000-TERMINATE.
001890     IF WS-SECRPT-OK
001900         CLOSE SECRPT
001910     END-IF.
001920     DISPLAY "DAYSRPT - LOG EVENTS READ   : " WS-EVENTS-READ.
001930     DISPLAY "DAYSRPT - FAILURES LISTED   : "
001940         WS-FAILURES-LISTED.
001950     DISPLAY "DAYSRPT - AFTER-HOURS LISTED: " WS-AFTER-HOURS.
001960     DISPLAY "DAYSRPT - DELETES LISTED    : "
001970         WS-DELETES-LISTED.
001980 9000-EXIT.
001990     EXIT.
