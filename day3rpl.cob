000240*****************************************************************
000250* MODIFICATION HISTORY
000260*  09/02/2026  JPH  ORIGINAL VERSION, MODELED ON DAY7RPL.
000270*  10/15/2026  JPH  A "T" TERMINATION ENTRY IS REPLAYED LIKE A
000280*                   CHANGE - ITS AFTER-IMAGE CARRIES THE
000290*                   INACTIVE STATUT, LEAVING DATE AND REASON.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. day3rpl.
000330 AUTHOR. jphNovitz.
000340 DATE-WRITTEN. 2026/09/02.
000350 DATE-COMPILED.

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPJRNL ASSIGN TO "EMPJRNL"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-EMPJRNL-STATUS.

000420     SELECT EMPMAST ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS Employe-ID
000460         FILE STATUS IS WS-EMPMAST-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  EMPJRNL
000500     RECORDING MODE IS F.
000510     COPY EMPJRNL.

000520 FD  EMPMAST
000530     RECORDING MODE IS F.
000540     COPY EMPREC.

000550 WORKING-STORAGE SECTION.
000560 01  WS-EMPJRNL-STATUS        PIC X(02).
000570     88  WS-EMPJRNL-OK             VALUE "00".

000580 01  WS-EMPMAST-STATUS        PIC X(02).
000590     88  WS-EMPMAST-OK              VALUE "00".

000600 01  WS-SWITCHES.
000610     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000620         88  WS-EOF-REACHED          VALUE "Y".
000630     05  WS-EMPJRNL-OPEN-SW   PIC X(01)  VALUE "N".
000640         88  WS-EMPJRNL-WAS-OPENED   VALUE "Y".
000650     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
000660         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".

000670 01  WS-COUNTERS.
000680     05  WS-ENTRIES-READ      PIC 9(07) COMP  VALUE ZERO.
000690     05  WS-APPLIED           PIC 9(07) COMP  VALUE ZERO.
000700     05  WS-SKIPPED-LATE      PIC 9(07) COMP  VALUE ZERO.
000710     05  WS-APPLY-ERRORS      PIC 9(07) COMP  VALUE ZERO.

000720 01  WS-TO-DATE               PIC 9(08)  VALUE 99999999.
000730 01  WS-TO-TIME               PIC 9(06)  VALUE 999999.

000740 01  WS-PARM-COUNT            PIC 9(02).
000750 01  WS-PARM-INDEX            PIC 9(02).
000760 01  WS-PARM-VALUE            PIC X(08).
000770 01  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE
000780                              PIC 9(08).

000790 PROCEDURE DIVISION.

000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000820     PERFORM 2000-REPLAY-ONE THRU 2000-EXIT
000830         UNTIL WS-EOF-REACHED.
000840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000850     GOBACK.

000860 1000-INITIALIZE.
000870     PERFORM 1100-GET-PARMS THRU 1100-EXIT.

000880     OPEN INPUT EMPJRNL.
000890     IF NOT WS-EMPJRNL-OK
000900         DISPLAY "DAY3RPL - UNABLE TO OPEN EMPJRNL, STATUS "
000910             WS-EMPJRNL-STATUS
000920         MOVE "Y" TO WS-EOF-SW
000930         GO TO 1000-EXIT
000940     END-IF.
000950     MOVE "Y" TO WS-EMPJRNL-OPEN-SW.

000960     OPEN I-O EMPMAST.
000970     IF NOT WS-EMPMAST-OK
000980         DISPLAY "DAY3RPL - UNABLE TO OPEN EMPMAST, STATUS "
000990             WS-EMPMAST-STATUS
001000         MOVE "Y" TO WS-EOF-SW
001010         GO TO 1000-EXIT
001020     END-IF.
001030     MOVE "Y" TO WS-EMPMAST-OPEN-SW.

001040     DISPLAY "DAY3RPL - REPLAYING JOURNAL UP TO " WS-TO-DATE
001050         " " WS-TO-TIME.
001060     PERFORM 2100-READ-EMPJRNL THRU 2100-EXIT.
001070 1000-EXIT.
001080     EXIT.

001090 1100-GET-PARMS.
001100     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.

001110     IF WS-PARM-COUNT NOT >= 1
001120         GO TO 1100-EXIT
001130     END-IF.
001140     MOVE 1 TO WS-PARM-INDEX.
001150     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
001160     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
001170     IF WS-PARM-VALUE IS NUMERIC
001180         MOVE WS-PARM-VALUE-NUM TO WS-TO-DATE
001190     END-IF.

001200     IF WS-PARM-COUNT NOT >= 2
001210         GO TO 1100-EXIT
001220     END-IF.
001230     MOVE 2 TO WS-PARM-INDEX.
001240     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
001250     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
001260     IF WS-PARM-VALUE(1:6) IS NUMERIC
001270         MOVE WS-PARM-VALUE(1:6) TO WS-TO-TIME
001280     END-IF.
001290 1100-EXIT.
001300     EXIT.

001310 2000-REPLAY-ONE.
001320     ADD 1 TO WS-ENTRIES-READ.
001330     IF EJR-Run-Date > WS-TO-DATE
001340         OR (EJR-Run-Date = WS-TO-DATE
001350             AND EJR-Run-Time > WS-TO-TIME)
001360         ADD 1 TO WS-SKIPPED-LATE
001370         GO TO 2000-EXIT-VIA-READ
001380     END-IF.

001390     EVALUATE TRUE
001400         WHEN EJR-OP-ADD
001410         WHEN EJR-OP-CHANGE
001420         WHEN EJR-OP-TERMINATE
001430             PERFORM 2200-APPLY-IMAGE THRU 2200-EXIT
001440         WHEN EJR-OP-DELETE
001450             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
001460         WHEN OTHER
001470             ADD 1 TO WS-APPLY-ERRORS
001480             DISPLAY "DAY3RPL - UNKNOWN OPERATION """
001490                 EJR-Operation """ IGNORED"
001500     END-EVALUATE.

001510 2000-EXIT-VIA-READ.
001520     PERFORM 2100-READ-EMPJRNL THRU 2100-EXIT.
001530 2000-EXIT.
001540     EXIT.

001550 2100-READ-EMPJRNL.
001560     READ EMPJRNL
001570         AT END
001580             MOVE "Y" TO WS-EOF-SW
001590             GO TO 2100-EXIT
001600     END-READ.
001610 2100-EXIT.
001620     EXIT.

001630 2200-APPLY-IMAGE.
001640     MOVE EJR-After-Image TO Employe-Fiche.
001650     WRITE Employe-Fiche
001660         INVALID KEY
001670             REWRITE Employe-Fiche
001680                 INVALID KEY
001690                     ADD 1 TO WS-APPLY-ERRORS
001700                     DISPLAY "DAY3RPL - COULD NOT APPLY "
001710                         Employe-ID " STATUS "
001720                         WS-EMPMAST-STATUS
001730                 NOT INVALID KEY
001740                     ADD 1 TO WS-APPLIED
001750             END-REWRITE
001760         NOT INVALID KEY
001770             ADD 1 TO WS-APPLIED
001780     END-WRITE.
001790 2200-EXIT.
001800     EXIT.

001810 2300-APPLY-DELETE.
001820     MOVE EJR-Before-Image TO Employe-Fiche.
001830     DELETE EMPMAST
001840         INVALID KEY
001850             ADD 1 TO WS-APPLY-ERRORS
001860             DISPLAY "DAY3RPL - COULD NOT DELETE "
001870                 Employe-ID " STATUS " WS-EMPMAST-STATUS
001880         NOT INVALID KEY
001890             ADD 1 TO WS-APPLIED
001900     END-DELETE.
001910 2300-EXIT.
001920     EXIT.

001930 9000-TERMINATE.
001940     IF WS-EMPJRNL-WAS-OPENED
001950         CLOSE EMPJRNL
001960     END-IF.
001970     IF WS-EMPMAST-WAS-OPENED
001980         CLOSE EMPMAST
001990     END-IF.
002000     DISPLAY "DAY3RPL - JOURNAL ENTRIES READ : " WS-ENTRIES-READ.
002010     DISPLAY "DAY3RPL - ENTRIES APPLIED      : " WS-APPLIED.
002020     DISPLAY "DAY3RPL - AFTER TARGET SKIPPED : " WS-SKIPPED-LATE.
002030     DISPLAY "DAY3RPL - APPLY ERRORS         : " WS-APPLY-ERRORS.
002040 9000-EXIT.
002050     EXIT.
