000100*****************************************************************
000110* SECURITY REVOCATION: DISABLE A LEAVER'S OPERATOR IDS
000120* CALLED BY DAY3MNT AND DAY3UPD WHEN AN EMPLOYEE IS TERMINATED
000130* (SEE REVLINK.CPY). LOADS USERSEC, DISABLES (STATUT "D") EVERY
000140* OPERATOR WHOSE OWNING EMPLOYE-ID IS THE LEAVER'S, LOGS EACH
000150* ONE TO SECLOG THROUGH DAYSLOG AS A REVOKE EVENT, AND SAVES
000160* USERSEC BACK IN FULL THE WAY DAYSEC AND DAYSADM DO - SO A
000170* LEAVER'S CREDENTIALS DIE THE MOMENT THE TERMINATION IS
000180* RECORDED INSTEAD OF WHENEVER SOMEONE REMEMBERS TO RUN DAYSADM.
000190* AN OPERATOR ALREADY DISABLED IS LEFT ALONE; A LOCKED ONE IS
000200* DISABLED LIKE ANY OTHER. A MISSING USERSEC OR A FAILED
000210* REWRITE COMES BACK AS REV-RESULT "N" FOR THE CALLER TO
000220* REPORT.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  10/15/2026  JPH  ORIGINAL VERSION.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. daysrev.
000290 AUTHOR. jphNovitz.
000300 DATE-WRITTEN. 2026/10/15.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT USERSEC ASSIGN TO "USERSEC"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-USERSEC-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  USERSEC
000410     RECORDING MODE IS F.
000420 01  USERSEC-REC.
000430     05  US-Operator-ID       PIC X(08).
000440     05  US-Password          PIC X(08).
000450     05  US-Auth-Level        PIC 9(01).
000460     05  US-Password-Date     PIC 9(08).
000470     05  US-Statut            PIC X(01).
000480     05  US-Fail-Count        PIC 9(01).
000490     05  US-Employe-ID        PIC X(05).

000500 WORKING-STORAGE SECTION.
000510 01  WS-USERSEC-STATUS        PIC X(02).
000520     88  WS-USERSEC-OK              VALUE "00".

000530 01  WS-SWITCHES.
000540     05  WS-LOADED-SW         PIC X(01)  VALUE "N".
000550         88  WS-TABLE-WAS-LOADED     VALUE "Y".

000560 01  WS-USER-I                PIC 9(03) COMP  VALUE ZERO.

000570     COPY USERSEC.

000580     COPY SECLINK.

000590 LINKAGE SECTION.
000600     COPY REVLINK.

000610 PROCEDURE DIVISION USING REV-REQUEST.

000620 0000-MAINLINE.
000630     MOVE ZERO TO REV-Disabled.
000640     MOVE "N"  TO REV-Result.
000650     MOVE "N"  TO WS-LOADED-SW.
000660     MOVE ZERO TO WS-USER-COUNT.
000670     IF REV-Employe-ID = SPACES
000680         GOBACK
000690     END-IF.
000700     PERFORM 1000-LOAD-USERSEC THRU 1000-EXIT.
000710     IF NOT WS-TABLE-WAS-LOADED
000720         GOBACK
000730     END-IF.
000740     PERFORM 2000-REVOKE-ONE THRU 2000-EXIT
000750         VARYING WS-USER-I FROM 1 BY 1
000760         UNTIL WS-USER-I > WS-USER-COUNT.
000770     IF REV-Disabled = ZERO
000780         MOVE "Y" TO REV-Result
000790         GOBACK
000800     END-IF.
000810     PERFORM 9000-SAVE-USERSEC THRU 9000-EXIT.
000820     GOBACK.

000830 1000-LOAD-USERSEC.
000840     OPEN INPUT USERSEC.
000850     IF NOT WS-USERSEC-OK
000860         DISPLAY "DAYSREV - UNABLE TO OPEN USERSEC, STATUS "
000870             WS-USERSEC-STATUS
000880         GO TO 1000-EXIT
000890     END-IF.
000900     PERFORM 1010-LOAD-ONE-USER THRU 1010-EXIT
000910         UNTIL WS-USERSEC-STATUS = "10".
000920     CLOSE USERSEC.
000930     MOVE "Y" TO WS-LOADED-SW.
000940 1000-EXIT.
000950     EXIT.

000960 1010-LOAD-ONE-USER.
000970     READ USERSEC
000980         AT END
000990             MOVE "10" TO WS-USERSEC-STATUS
001000             GO TO 1010-EXIT
001010     END-READ.
001020     IF WS-USER-COUNT < 50
001030         ADD 1 TO WS-USER-COUNT
001040         MOVE US-Operator-ID  TO WS-USER-ID(WS-USER-COUNT)
001050         MOVE US-Password     TO WS-USER-PASSWORD(WS-USER-COUNT)
001060         MOVE US-Auth-Level   TO WS-USER-LEVEL(WS-USER-COUNT)
001070         MOVE US-Password-Date
001080             TO WS-USER-PW-DATE(WS-USER-COUNT)
001090         MOVE US-Statut       TO WS-USER-STATUT(WS-USER-COUNT)
001100         MOVE US-Fail-Count   TO WS-USER-FAILS(WS-USER-COUNT)
001110         MOVE US-Employe-ID   TO WS-USER-EMP-ID(WS-USER-COUNT)
001120     ELSE
001130         DISPLAY "DAYSREV - OPERATOR TABLE FULL (50), "
001140             US-Operator-ID " NOT LOADED"
001150     END-IF.
001160 1010-EXIT.
001170     EXIT.

001180 2000-REVOKE-ONE.
001190     IF WS-USER-EMP-ID(WS-USER-I) NOT = REV-Employe-ID
001200         GO TO 2000-EXIT
001210     END-IF.
001220     IF WS-USER-STATUT(WS-USER-I) = "D"
001230         GO TO 2000-EXIT
001240     END-IF.
001250     MOVE "D" TO WS-USER-STATUT(WS-USER-I).
001260     ADD 1 TO REV-Disabled.
001270     DISPLAY "DAYSREV - OPERATOR " WS-USER-ID(WS-USER-I)
001280         " OF EMPLOYEE " REV-Employe-ID " DISABLED".
001290     MOVE REV-Program           TO SEC-Program.
001300     MOVE REV-Operator          TO SEC-Operator.
001310     MOVE "REVOKE"              TO SEC-Event.
001320     MOVE WS-USER-ID(WS-USER-I) TO SEC-Detail.
001330     CALL "dayslog" USING SEC-REQUEST.
001340 2000-EXIT.
001350     EXIT.

001360 9000-SAVE-USERSEC.
001370     OPEN OUTPUT USERSEC.
001380     IF NOT WS-USERSEC-OK
001390         DISPLAY "DAYSREV - UNABLE TO REWRITE USERSEC, STATUS "
001400             WS-USERSEC-STATUS " - OPERATORS NOT DISABLED"
001410         GO TO 9000-EXIT
001420     END-IF.
001430     PERFORM 9010-SAVE-ONE-USER THRU 9010-EXIT
001440         VARYING WS-USER-I FROM 1 BY 1
001450         UNTIL WS-USER-I > WS-USER-COUNT.
001460     CLOSE USERSEC.
001470     MOVE "Y" TO REV-Result.
001480 9000-EXIT.
001490     EXIT.

001500 9010-SAVE-ONE-USER.
001510     MOVE WS-USER-ID(WS-USER-I)       TO US-Operator-ID.
001520     MOVE WS-USER-PASSWORD(WS-USER-I) TO US-Password.
001530     MOVE WS-USER-LEVEL(WS-USER-I)    TO US-Auth-Level.
001540     MOVE WS-USER-PW-DATE(WS-USER-I)  TO US-Password-Date.
001550     MOVE WS-USER-STATUT(WS-USER-I)   TO US-Statut.
001560     MOVE WS-USER-FAILS(WS-USER-I)    TO US-Fail-Count.
001570     MOVE WS-USER-EMP-ID(WS-USER-I)   TO US-Employe-ID.
001580     WRITE USERSEC-REC.
001590 9010-EXIT.
001600     EXIT.
