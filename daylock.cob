000120* MAINTAINS THE FILELOCK IN-USE FILE THE BATCH STREAM AND THE
000130* INTERACTIVE MAINTENANCE PROGRAMS SHARE: WHILE A MASTER IS
000140* MARKED BUSY, DAY7MNT/DAY3MNT/DAY9AMD REFUSE TO START A
000150* SESSION AGAINST IT (A SUPERVISOR WITH THE ACCRIGHT APPROVE
000160* RIGHT, SGN-MAY-APPROVE, CAN OVERRIDE, AND THE OVERRIDE IS
000170* LOGGED), SO AN OPERATOR CAN NO LONGER SIT IN
000180* MAINTENANCE WHILE THE NIGHT BATCH TEARS THROUGH THE SAME
000190* FILE. DAYDRV SETS AND CLEARS ITS OWN MARKS; THIS UTILITY IS
000200* FOR THE JCL STREAM AND FOR OPERATIONS TO CLEAR A MARK LEFT
000210* BY AN ABEND.
000220*
000230* COMMAND-LINE PARAMETERS (IN ORDER):
000240*   1 - ACTION, "SET" OR "CLEAR"
000250*   2 - LOGICAL FILE NAME (E.G. PRODMAST)
000260*   3 - HOLDER (JOB OR PROGRAM NAME, SET ONLY)
000270*****************************************************************
000280* MODIFICATION HISTORY
000290*  09/02/2026  JPH  ORIGINAL VERSION.
000300*  10/15/2026  JPH  HEADER NAMES THE ACCRIGHT APPROVE RIGHT THAT
000310*                   NOW GOVERNS THE OVERRIDE, NOT LEVEL 3.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. daylock.
000350 AUTHOR. jphNovitz.
000360 DATE-WRITTEN. 2026/09/02.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FILELOCK ASSIGN TO "FILELOCK"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FILELOCK-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FILELOCK
000470     RECORDING MODE IS F.
000480 01  FILELOCK-REC.
000490     05  LCK-File             PIC X(08).
000500     05  LCK-Holder           PIC X(08).
000510     05  LCK-Date             PIC 9(08).
000520     05  LCK-Time             PIC 9(06).

000530 WORKING-STORAGE SECTION.
000540 01  WS-FILELOCK-STATUS       PIC X(02).
000550     88  WS-FILELOCK-OK             VALUE "00".

000560 01  WS-ACTION                PIC X(05)  VALUE SPACES.
000570     88  WS-ACTION-SET             VALUE "SET".
000580     88  WS-ACTION-CLEAR           VALUE "CLEAR".
000590 01  WS-TARGET-FILE           PIC X(08)  VALUE SPACES.
000600 01  WS-HOLDER                PIC X(08)  VALUE SPACES.

000610 01  WS-PARM-COUNT            PIC 9(02).
000620 01  WS-PARM-INDEX            PIC 9(02).

000630 01  WS-RUN-DATE              PIC 9(08).
000640 01  WS-RUN-TIME-FULL         PIC 9(08).
000650 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
000660     05  WS-RUN-TIME              PIC 9(06).
000670     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).

000680 01  WS-LOCK-TABLE.
000690     05  WS-LCK-COUNT         PIC 9(03) COMP  VALUE ZERO.
000700     05  WS-LCK-ENTRY OCCURS 50 TIMES.
000710         10  WS-LCK-FILE      PIC X(08).
000720         10  WS-LCK-HOLDER    PIC X(08).
000730         10  WS-LCK-DATE      PIC 9(08).
000740         10  WS-LCK-TIME      PIC 9(06).

000750 01  WS-LCK-I                 PIC 9(03) COMP  VALUE ZERO.
000760 01  WS-HIT-I                 PIC 9(03) COMP  VALUE ZERO.

000770 PROCEDURE DIVISION.

000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800     EVALUATE TRUE
000810         WHEN WS-ACTION-SET
000820             PERFORM 2000-SET-LOCK THRU 2000-EXIT
000830         WHEN WS-ACTION-CLEAR
000840             PERFORM 3000-CLEAR-LOCK THRU 3000-EXIT
000850         WHEN OTHER
000860             DISPLAY "DAYLOCK - ACTION MUST BE SET OR CLEAR"
000870             MOVE 8 TO RETURN-CODE
000880     END-EVALUATE.
000890     PERFORM 9000-SAVE-LOCKS THRU 9000-EXIT.
000900     GOBACK.

000910 1000-INITIALIZE.
000920     CALL "dayproc" USING WS-RUN-DATE.
000930     ACCEPT WS-RUN-TIME-FULL FROM TIME.
000940     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.
000950     IF WS-PARM-COUNT >= 1
000960         MOVE 1 TO WS-PARM-INDEX
000970         DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER
000980         ACCEPT WS-ACTION FROM ARGUMENT-VALUE
000990     END-IF.
001000     IF WS-PARM-COUNT >= 2
001010         MOVE 2 TO WS-PARM-INDEX
001020         DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER
001030         ACCEPT WS-TARGET-FILE FROM ARGUMENT-VALUE
001040     END-IF.
001050     IF WS-PARM-COUNT >= 3
001060         MOVE 3 TO WS-PARM-INDEX
001070         DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER
001080         ACCEPT WS-HOLDER FROM ARGUMENT-VALUE
001090     END-IF.
001100     PERFORM 1100-LOAD-LOCKS THRU 1100-EXIT.
001110 1000-EXIT.
001120     EXIT.

001130 1100-LOAD-LOCKS.
001140     OPEN INPUT FILELOCK.
001150     IF NOT WS-FILELOCK-OK
001160         GO TO 1100-EXIT
001170     END-IF.
001180     PERFORM 1110-LOAD-ONE-LOCK THRU 1110-EXIT
001190         UNTIL WS-FILELOCK-STATUS = "10".
001200     CLOSE FILELOCK.
001210 1100-EXIT.
001220     EXIT.

001230 1110-LOAD-ONE-LOCK.
001240     READ FILELOCK
001250         AT END
001260             MOVE "10" TO WS-FILELOCK-STATUS
001270             GO TO 1110-EXIT
001280     END-READ.
001290     IF WS-LCK-COUNT < 50
001300         ADD 1 TO WS-LCK-COUNT
001310         MOVE LCK-File   TO WS-LCK-FILE(WS-LCK-COUNT)
001320         MOVE LCK-Holder TO WS-LCK-HOLDER(WS-LCK-COUNT)
001330         MOVE LCK-Date   TO WS-LCK-DATE(WS-LCK-COUNT)
001340         MOVE LCK-Time   TO WS-LCK-TIME(WS-LCK-COUNT)
001350     END-IF.
001360 1110-EXIT.
001370     EXIT.

001380 2000-SET-LOCK.
001390     PERFORM 4000-FIND-LOCK THRU 4000-EXIT.
001400     IF WS-HIT-I > ZERO
001410         DISPLAY "DAYLOCK - " WS-TARGET-FILE
001420             " ALREADY MARKED BUSY BY "
001430             WS-LCK-HOLDER(WS-HIT-I) ", MARK REFRESHED"
001440         MOVE WS-HOLDER   TO WS-LCK-HOLDER(WS-HIT-I)
001450         MOVE WS-RUN-DATE TO WS-LCK-DATE(WS-HIT-I)
001460         MOVE WS-RUN-TIME TO WS-LCK-TIME(WS-HIT-I)
001470         GO TO 2000-EXIT
001480     END-IF.
001490     IF WS-LCK-COUNT NOT < 50
001500         DISPLAY "DAYLOCK - LOCK TABLE FULL (50)"
001510         MOVE 8 TO RETURN-CODE
001520         GO TO 2000-EXIT
001530     END-IF.
001540     ADD 1 TO WS-LCK-COUNT.
001550     MOVE WS-TARGET-FILE TO WS-LCK-FILE(WS-LCK-COUNT).
001560     MOVE WS-HOLDER      TO WS-LCK-HOLDER(WS-LCK-COUNT).
001570     MOVE WS-RUN-DATE    TO WS-LCK-DATE(WS-LCK-COUNT).
001580     MOVE WS-RUN-TIME    TO WS-LCK-TIME(WS-LCK-COUNT).
001590     DISPLAY "DAYLOCK - " WS-TARGET-FILE " MARKED BUSY BY "
001600         WS-HOLDER.
001610 2000-EXIT.
001620     EXIT.

001630 3000-CLEAR-LOCK.
001640     PERFORM 4000-FIND-LOCK THRU 4000-EXIT.
001650     IF WS-HIT-I = ZERO
001660         DISPLAY "DAYLOCK - " WS-TARGET-FILE
001670             " WAS NOT MARKED BUSY"
001680         GO TO 3000-EXIT
001690     END-IF.
001700     PERFORM 3010-SHIFT-ONE-UP THRU 3010-EXIT
001710         VARYING WS-LCK-I FROM WS-HIT-I BY 1
001720         UNTIL WS-LCK-I NOT < WS-LCK-COUNT.
001730     SUBTRACT 1 FROM WS-LCK-COUNT.
001740     DISPLAY "DAYLOCK - " WS-TARGET-FILE " MARK CLEARED".
001750 3000-EXIT.
001760     EXIT.

001770 3010-SHIFT-ONE-UP.
001780     MOVE WS-LCK-ENTRY(WS-LCK-I + 1)
001790         TO WS-LCK-ENTRY(WS-LCK-I).
001800 3010-EXIT.
001810     EXIT.

001820 4000-FIND-LOCK.
001830     MOVE ZERO TO WS-HIT-I.
001840     PERFORM 4010-MATCH-ONE-LOCK THRU 4010-EXIT
001850         VARYING WS-LCK-I FROM 1 BY 1
001860         UNTIL WS-LCK-I > WS-LCK-COUNT
001870            OR WS-HIT-I > ZERO.
001880 4000-EXIT.
001890     EXIT.

001900 4010-MATCH-ONE-LOCK.
001910     IF WS-LCK-FILE(WS-LCK-I) = WS-TARGET-FILE
001920         MOVE WS-LCK-I TO WS-HIT-I
001930     END-IF.
001940 4010-EXIT.
001950     EXIT.

001960 9000-SAVE-LOCKS.
001970     OPEN OUTPUT FILELOCK.
001980     IF NOT WS-FILELOCK-OK
001990         DISPLAY "DAYLOCK - UNABLE TO REWRITE FILELOCK, "
002000             "STATUS " WS-FILELOCK-STATUS
002010         MOVE 8 TO RETURN-CODE
002020         GO TO 9000-EXIT
002030     END-IF.
002040     PERFORM 9010-SAVE-ONE-LOCK THRU 9010-EXIT
002050         VARYING WS-LCK-I FROM 1 BY 1
002060         UNTIL WS-LCK-I > WS-LCK-COUNT.
002070     CLOSE FILELOCK.
002080 9000-EXIT.
002090     EXIT.

002100 9010-SAVE-ONE-LOCK.
002110     MOVE WS-LCK-FILE(WS-LCK-I)   TO LCK-File.
002120     MOVE WS-LCK-HOLDER(WS-LCK-I) TO LCK-Holder.
002130     MOVE WS-LCK-DATE(WS-LCK-I)   TO LCK-Date.
002140     MOVE WS-LCK-TIME(WS-LCK-I)   TO LCK-Time.
002150     WRITE FILELOCK-REC.
002160 9010-EXIT.
002170     EXIT.
