000250*                   EMPJRNL.CPY), SO A BAD EMPTRAN BATCH CAN BE
000260*                   ROLLED FORWARD PAST WITH DAY3RPL INSTEAD OF
000270*                   RESTORING THE WHOLE NIGHTLY SNAPSHOT.
000280*  10/15/2026  JPH  NEW "T" OPERATION TERMINATES A LEAVER:
000290*                   STATUT "I" WITH A LEAVING DATE AND REASON,
000300*                   JOURNALED AS "T", LOGGED TO SECLOG, AND THE
000310*                   LEAVER'S OPERATOR IDS DISABLED THROUGH
000320*                   DAYSREV. AN ADD NOW WRITES AN ACTIVE
000330*                   RECORD; BEFORE-IMAGE WIDENED TO 51 BYTES.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. day3upd.
000370 AUTHOR. jphNovitz.
000380 DATE-WRITTEN. 2026/08/22.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EMPTRAN ASSIGN TO "EMPTRAN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-EMPTRAN-STATUS.

000460     SELECT EMPMAST ASSIGN TO "EMPMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS Employe-ID
000500         FILE STATUS IS WS-EMPMAST-STATUS.

000510     SELECT EMPTRPT ASSIGN TO "EMPTRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-EMPTRPT-STATUS.

000540     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DEPTTBL-STATUS.

000570     SELECT EMPJRNL ASSIGN TO "EMPJRNL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-EMPJRNL-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMPTRAN
000630     RECORDING MODE IS F.
000640     COPY EMPTRAN.

000650 FD  EMPMAST
000660     RECORDING MODE IS F.
000670     COPY EMPREC.

000680 FD  EMPTRPT
000690     RECORDING MODE IS F.
000700 01  EMPTRPT-REC              PIC X(80).

000710 FD  DEPTTBL
000720     RECORDING MODE IS F.
000730 01  DEPTTBL-REC.
000740     05  DEP-Code             PIC X(04).
000750     05  DEP-Nom              PIC X(25).

000760 FD  EMPJRNL
000770     RECORDING MODE IS F.
000780     COPY EMPJRNL.

000790 WORKING-STORAGE SECTION.
000800 01  WS-EMPTRAN-STATUS        PIC X(02).
000810     88  WS-EMPTRAN-OK             VALUE "00".

000820 01  WS-EMPMAST-STATUS        PIC X(02).
000830     88  WS-EMPMAST-OK              VALUE "00".

000840 01  WS-EMPTRPT-STATUS        PIC X(02).
000850     88  WS-EMPTRPT-OK              VALUE "00".

000860 01  WS-DEPTTBL-STATUS        PIC X(02).
000870     88  WS-DEPTTBL-OK              VALUE "00".

000880 01  WS-EMPJRNL-STATUS        PIC X(02).
000890     88  WS-EMPJRNL-OK              VALUE "00".

000900 01  WS-BEFORE-IMAGE          PIC X(51)  VALUE SPACES.

000910 01  WS-SWITCHES.
000920     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000930         88  WS-EOF-REACHED          VALUE "Y".
000940     05  WS-EMPTRAN-OPEN-SW   PIC X(01)  VALUE "N".
000950         88  WS-EMPTRAN-WAS-OPENED   VALUE "Y".
000960     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
000970         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".
000980     05  WS-EMPTRPT-OPEN-SW   PIC X(01)  VALUE "N".
000990         88  WS-EMPTRPT-WAS-OPENED   VALUE "Y".
001000     05  WS-DEPT-VALID-SW     PIC X(01)  VALUE "N".
001010         88  WS-DEPT-IS-VALID        VALUE "Y".
001020     05  WS-EMPJRNL-OPEN-SW   PIC X(01)  VALUE "N".
001030         88  WS-EMPJRNL-WAS-OPENED   VALUE "Y".

001040 01  WS-COUNTERS.
001050     05  WS-TRANS-READ        PIC 9(05) COMP  VALUE ZERO.
001060     05  WS-APPLIED           PIC 9(05) COMP  VALUE ZERO.
001070     05  WS-REJECTED          PIC 9(05) COMP  VALUE ZERO.
001080     05  WS-TERMINATED        PIC 9(05) COMP  VALUE ZERO.
001090     05  WS-REVOKED           PIC 9(05) COMP  VALUE ZERO.

001100 01  WS-RESULT-TEXT           PIC X(40)  VALUE SPACES.
001110 01  WS-RUN-DATE              PIC 9(08).
001120 01  WS-RUN-TIME-FULL         PIC 9(08).
001130 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
001140     05  WS-RUN-TIME              PIC 9(06).
001150     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).
001160 01  WS-BATCH-USER            PIC X(08)  VALUE "BATCH".

001170 01  WS-DEPART-DATE           PIC 9(08).
001180 01  WS-DEPART-PARTS REDEFINES WS-DEPART-DATE.
001190     05  WS-DEPART-YYYY       PIC 9(04).
001200     05  WS-DEPART-MM         PIC 9(02).
001210     05  WS-DEPART-DD         PIC 9(02).

001220     COPY SECLINK.

001230     COPY REVLINK.

001240     COPY DEPTTBL.

001250 PROCEDURE DIVISION.

001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001290         UNTIL WS-EOF-REACHED.
001300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001310     GOBACK.

001320 1000-INITIALIZE.
001330     CALL "dayproc" USING WS-RUN-DATE.
001340     ACCEPT WS-RUN-TIME-FULL FROM TIME.
001350     OPEN INPUT EMPTRAN.
001360     IF NOT WS-EMPTRAN-OK
001370         DISPLAY "DAY3UPD - UNABLE TO OPEN EMPTRAN, STATUS "
001380             WS-EMPTRAN-STATUS
001390         MOVE "Y" TO WS-EOF-SW
001400         GO TO 1000-EXIT
001410     END-IF.
001420     MOVE "Y" TO WS-EMPTRAN-OPEN-SW.

001430     OPEN I-O EMPMAST.
001440     IF NOT WS-EMPMAST-OK
001450         DISPLAY "DAY3UPD - UNABLE TO OPEN EMPMAST, STATUS "
001460             WS-EMPMAST-STATUS
001470         MOVE "Y" TO WS-EOF-SW
001480         GO TO 1000-EXIT
001490     END-IF.
001500     MOVE "Y" TO WS-EMPMAST-OPEN-SW.

001510     OPEN OUTPUT EMPTRPT.
001520     IF NOT WS-EMPTRPT-OK
001530         DISPLAY "DAY3UPD - UNABLE TO OPEN EMPTRPT, STATUS "
001540             WS-EMPTRPT-STATUS
001550         MOVE "Y" TO WS-EOF-SW
001560         GO TO 1000-EXIT
001570     END-IF.
001580     MOVE "Y" TO WS-EMPTRPT-OPEN-SW.

001590     OPEN EXTEND EMPJRNL.
001600     IF NOT WS-EMPJRNL-OK
001610         DISPLAY "DAY3UPD - UNABLE TO OPEN EMPJRNL, STATUS "
001620             WS-EMPJRNL-STATUS " - CHANGES NOT JOURNALED"
001630     ELSE
001640         MOVE "Y" TO WS-EMPJRNL-OPEN-SW
001650     END-IF.

001660     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
001670     PERFORM 2100-READ-EMPTRAN THRU 2100-EXIT.
001680 1000-EXIT.
001690     EXIT.

001700 1200-LOAD-DEPT-TABLE.
001710     OPEN INPUT DEPTTBL.
001720     IF NOT WS-DEPTTBL-OK
001730         DISPLAY "DAY3UPD - UNABLE TO OPEN DEPTTBL, STATUS "
001740             WS-DEPTTBL-STATUS
001750             " - DEPARTMENT CODES WILL NOT BE VALIDATED"
001760         GO TO 1200-EXIT
001770     END-IF.

001780     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
001790         UNTIL WS-DEPTTBL-STATUS = "10".
001800     CLOSE DEPTTBL.
001810 1200-EXIT.
001820     EXIT.

001830 1210-LOAD-ONE-DEPT.
001840     READ DEPTTBL
001850         AT END
001860             MOVE "10" TO WS-DEPTTBL-STATUS
001870             GO TO 1210-EXIT
001880     END-READ.
001890     IF WS-DEPT-TBL-COUNT < 50
001900         ADD 1 TO WS-DEPT-TBL-COUNT
001910         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
001920         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
001930     ELSE
001940         DISPLAY "DAY3UPD - DEPARTMENT TABLE FULL (50), "
001950             DEP-Code " IGNORED"
001960     END-IF.
001970 1210-EXIT.
001980     EXIT.

001990 2000-PROCESS-TRANS.
002000     ADD 1 TO WS-TRANS-READ.
002010     EVALUATE TRUE
002020         WHEN ET-OP-ADD
002030             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002040         WHEN ET-OP-CHANGE
002050             PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
002060         WHEN ET-OP-DELETE
002070             PERFORM 5000-APPLY-DELETE THRU 5000-EXIT
002080         WHEN ET-OP-TERMINATE
002090             PERFORM 6000-APPLY-TERMINATE THRU 6000-EXIT
002100         WHEN OTHER
002110             MOVE "REJECTED, UNKNOWN OPERATION" TO WS-RESULT-TEXT
002120             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
002130             ADD 1 TO WS-REJECTED
002140     END-EVALUATE.
002150     PERFORM 2100-READ-EMPTRAN THRU 2100-EXIT.
002160 2000-EXIT.
002170     EXIT.

002180 2100-READ-EMPTRAN.
002190     READ EMPTRAN
002200         AT END
002210             MOVE "Y" TO WS-EOF-SW
002220             GO TO 2100-EXIT
002230     END-READ.
002240 2100-EXIT.
002250     EXIT.

002260 2200-VALIDATE-DEPT.
002270     MOVE "N" TO WS-DEPT-VALID-SW.
002280     IF ET-Employe-Dept = SPACES
002290         OR WS-DEPT-TBL-COUNT = ZERO
002300         SET WS-DEPT-IS-VALID TO TRUE
002310         GO TO 2200-EXIT
002320     END-IF.
002330     SET WS-DEPT-TBL-IDX TO 1.
002340     SEARCH WS-DEPT-TBL-ENTRY
002350         AT END
002360             NEXT SENTENCE
002370         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX)
002380             = ET-Employe-Dept
002390             SET WS-DEPT-IS-VALID TO TRUE
002400     END-SEARCH.
002410 2200-EXIT.
002420     EXIT.

002430 3000-APPLY-ADD.
002440     PERFORM 2200-VALIDATE-DEPT THRU 2200-EXIT.
002450     IF NOT WS-DEPT-IS-VALID
002460         MOVE "REJECTED, UNKNOWN DEPARTMENT" TO WS-RESULT-TEXT
002470         PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
002480         ADD 1 TO WS-REJECTED
002490         GO TO 3000-EXIT
002500     END-IF.
002510     MOVE ET-Employe-ID        TO Employe-ID.
002520     MOVE ET-Employe-Nom       TO Employe-Nom.
002530     MOVE ET-Employe-Dept      TO Employe-Dept.
002540     MOVE ET-Date-Embauche     TO Employe-Date-Embauche.
002550     MOVE ET-Date-Naissance    TO Employe-Date-Naissance.
002560     MOVE "A"                  TO Employe-Statut.
002570     MOVE ZERO                 TO Employe-Date-Depart.
002580     MOVE SPACES               TO Employe-Motif-Depart.
002590     WRITE Employe-Fiche
002600         INVALID KEY
002610             MOVE "REJECTED, ID ALREADY EXISTS"
002620                 TO WS-RESULT-TEXT
002630             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
002640             ADD 1 TO WS-REJECTED
002650         NOT INVALID KEY
002660             MOVE "ADDED" TO WS-RESULT-TEXT
002670             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
002680             ADD 1 TO WS-APPLIED
002690             MOVE SPACES TO WS-BEFORE-IMAGE
002700             MOVE "A" TO EJR-Operation
002710             PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
002720     END-WRITE.
002730 3000-EXIT.
002740     EXIT.

002750 4000-APPLY-CHANGE.
002760     PERFORM 2200-VALIDATE-DEPT THRU 2200-EXIT.
002770     IF NOT WS-DEPT-IS-VALID
002780         MOVE "REJECTED, UNKNOWN DEPARTMENT" TO WS-RESULT-TEXT
002790         PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
002800         ADD 1 TO WS-REJECTED
002810         GO TO 4000-EXIT
002820     END-IF.
002830     MOVE ET-Employe-ID TO Employe-ID.
002840     READ EMPMAST
002850         INVALID KEY
002860             MOVE "REJECTED, ID NOT ON MASTER" TO WS-RESULT-TEXT
002870             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
002880             ADD 1 TO WS-REJECTED
002890             GO TO 4000-EXIT
002900     END-READ.
002910     MOVE Employe-Fiche TO WS-BEFORE-IMAGE.

002920     IF ET-Employe-Nom NOT = SPACES
002930         MOVE ET-Employe-Nom TO Employe-Nom
002940     END-IF.
002950     IF ET-Employe-Dept NOT = SPACES
002960         MOVE ET-Employe-Dept TO Employe-Dept
002970     END-IF.
002980     IF ET-Date-Embauche NOT = ZERO
002990         MOVE ET-Date-Embauche TO Employe-Date-Embauche
003000     END-IF.
003010     IF ET-Date-Naissance NOT = ZERO
003020         MOVE ET-Date-Naissance TO Employe-Date-Naissance
003030     END-IF.

003040     REWRITE Employe-Fiche
003050         INVALID KEY
003060             MOVE "REJECTED, REWRITE FAILED" TO WS-RESULT-TEXT
003070             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003080             ADD 1 TO WS-REJECTED
003090         NOT INVALID KEY
003100             MOVE "CHANGED" TO WS-RESULT-TEXT
003110             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003120             ADD 1 TO WS-APPLIED
003130             MOVE "C" TO EJR-Operation
003140             PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
003150     END-REWRITE.
003160 4000-EXIT.
003170     EXIT.

003180 5000-APPLY-DELETE.
003190     MOVE ET-Employe-ID TO Employe-ID.
003200     READ EMPMAST
003210         INVALID KEY
003220             MOVE "REJECTED, ID NOT ON MASTER" TO WS-RESULT-TEXT
003230             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003240             ADD 1 TO WS-REJECTED
003250             GO TO 5000-EXIT
003260     END-READ.
003270     MOVE Employe-Fiche TO WS-BEFORE-IMAGE.
003280     DELETE EMPMAST
003290         INVALID KEY
003300             MOVE "REJECTED, DELETE FAILED" TO WS-RESULT-TEXT
003310             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003320             ADD 1 TO WS-REJECTED
003330         NOT INVALID KEY
003340             MOVE "DELETED" TO WS-RESULT-TEXT
003350             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003360             ADD 1 TO WS-APPLIED
003370             MOVE SPACES TO Employe-Fiche
003380             MOVE "D" TO EJR-Operation
003390             PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
003400     END-DELETE.
003410 5000-EXIT.
003420     EXIT.

003430*****************************************************************
003440* A LEAVER KEEPS THEIR RECORD: STATUT "I", THE LEAVING DATE
003450* (ZERO ON THE TRANSACTION MEANS THE PROCESSING DATE) AND A
003460* REASON CODE. THE DATE MAY NOT PRECEDE THE HIRE DATE OR LIE
003470* AFTER THE PROCESSING DATE, SINCE ACCESS IS REVOKED AT ONCE.
003480*****************************************************************
003490 6000-APPLY-TERMINATE.
003500     MOVE ET-Employe-ID TO Employe-ID.
003510     READ EMPMAST
003520         INVALID KEY
003530             MOVE "REJECTED, ID NOT ON MASTER" TO WS-RESULT-TEXT
003540             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003550             ADD 1 TO WS-REJECTED
003560             GO TO 6000-EXIT
003570     END-READ.
003580     IF Employe-Inactif
003590         MOVE "REJECTED, ALREADY TERMINATED" TO WS-RESULT-TEXT
003600         PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003610         ADD 1 TO WS-REJECTED
003620         GO TO 6000-EXIT
003630     END-IF.
003640     IF ET-Date-Depart NOT NUMERIC
003650         MOVE "REJECTED, LEAVING DATE INVALID" TO WS-RESULT-TEXT
003660         PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003670         ADD 1 TO WS-REJECTED
003680         GO TO 6000-EXIT
003690     END-IF.
003700     IF ET-Date-Depart = ZERO
003710         MOVE WS-RUN-DATE TO WS-DEPART-DATE
003720     ELSE
003730         MOVE ET-Date-Depart TO WS-DEPART-DATE
003740     END-IF.
003750     IF WS-DEPART-MM < 1 OR WS-DEPART-MM > 12
003760         OR WS-DEPART-DD < 1 OR WS-DEPART-DD > 31
003770         OR WS-DEPART-DATE < Employe-Date-Embauche
003780         OR WS-DEPART-DATE > WS-RUN-DATE
003790         MOVE "REJECTED, LEAVING DATE INVALID" TO WS-RESULT-TEXT
003800         PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003810         ADD 1 TO WS-REJECTED
003820         GO TO 6000-EXIT
003830     END-IF.
003840     MOVE ET-Motif-Depart TO Employe-Motif-Depart.
003850     IF NOT Employe-Motif-Valide
003860         MOVE "REJECTED, UNKNOWN LEAVING REASON"
003870             TO WS-RESULT-TEXT
003880         PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003890         ADD 1 TO WS-REJECTED
003900         GO TO 6000-EXIT
003910     END-IF.
003920     MOVE Employe-Fiche TO WS-BEFORE-IMAGE.
003930     MOVE "I"            TO Employe-Statut.
003940     MOVE WS-DEPART-DATE TO Employe-Date-Depart.
003950     REWRITE Employe-Fiche
003960         INVALID KEY
003970             MOVE "REJECTED, REWRITE FAILED" TO WS-RESULT-TEXT
003980             PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
003990             ADD 1 TO WS-REJECTED
004000             GO TO 6000-EXIT
004010     END-REWRITE.
004020     ADD 1 TO WS-APPLIED.
004030     ADD 1 TO WS-TERMINATED.
004040     MOVE "T" TO EJR-Operation.
004050     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.

004060     MOVE "DAY3UPD"     TO SEC-Program.
004070     MOVE WS-BATCH-USER TO SEC-Operator.
004080     MOVE "TERMINAT"    TO SEC-Event.
004090     MOVE Employe-ID    TO SEC-Detail.
004100     CALL "dayslog" USING SEC-REQUEST.

004110     MOVE "DAY3UPD"     TO REV-Program.
004120     MOVE WS-BATCH-USER TO REV-Operator.
004130     MOVE Employe-ID    TO REV-Employe-ID.
004140     CALL "daysrev" USING REV-REQUEST.
004150     IF REV-DONE
004160         ADD REV-Disabled TO WS-REVOKED
004170         MOVE SPACES TO WS-RESULT-TEXT
004180         STRING "TERMINATED, " REV-Disabled
004190                 " OPERATOR(S) DISABLED"
004200             DELIMITED BY SIZE INTO WS-RESULT-TEXT
004210     ELSE
004220         DISPLAY "DAY3UPD - *** USERSEC NOT UPDATED - "
004230             "OPERATORS OF " Employe-ID " STILL ACTIVE ***"
004240         MOVE "TERMINATED, ACCESS NOT REVOKED"
004250             TO WS-RESULT-TEXT
004260     END-IF.
004270     PERFORM 8000-WRITE-RESULT THRU 8000-EXIT.
004280 6000-EXIT.
004290     EXIT.

004300 8000-WRITE-RESULT.
004310     MOVE SPACES TO EMPTRPT-REC.
004320     STRING ET-Operation " " ET-Employe-ID " "
004330             ET-Employe-Nom " - " WS-RESULT-TEXT
004340         DELIMITED BY SIZE INTO EMPTRPT-REC.
004350     WRITE EMPTRPT-REC.
004360 8000-EXIT.
004370     EXIT.

004380*****************************************************************
004390* SAME SHAPE AS DAY7'S PRODUCT JOURNAL: SPACES BEFORE-IMAGE ON
004400* AN ADD, SPACES AFTER-IMAGE ON A DELETE (THE RECORD AREA IS
004410* CLEARED BEFORE THE CALL).
004420*****************************************************************
004430 8500-WRITE-JOURNAL.
004440     IF NOT WS-EMPJRNL-WAS-OPENED
004450         GO TO 8500-EXIT
004460     END-IF.
004470     MOVE WS-RUN-DATE     TO EJR-Run-Date.
004480     MOVE WS-RUN-TIME     TO EJR-Run-Time.
004490     MOVE WS-BATCH-USER   TO EJR-User.
004500     MOVE WS-BEFORE-IMAGE TO EJR-Before-Image.
004510     MOVE Employe-Fiche   TO EJR-After-Image.
004520     WRITE EMPJRNL-REC.
004530 8500-EXIT.
004540     EXIT.

004550 9000-TERMINATE.
004560     IF WS-EMPTRAN-WAS-OPENED
004570         CLOSE EMPTRAN
004580     END-IF.
004590     IF WS-EMPMAST-WAS-OPENED
004600         CLOSE EMPMAST
004610     END-IF.
004620     IF WS-EMPTRPT-WAS-OPENED
004630         CLOSE EMPTRPT
004640     END-IF.
004650     IF WS-EMPJRNL-WAS-OPENED
004660         CLOSE EMPJRNL
004670     END-IF.
004680     DISPLAY "DAY3UPD - TRANSACTIONS READ : " WS-TRANS-READ.
004690     DISPLAY "DAY3UPD - APPLIED           : " WS-APPLIED.
004700     DISPLAY "DAY3UPD - REJECTED          : " WS-REJECTED.
004710     DISPLAY "DAY3UPD - TERMINATED        : " WS-TERMINATED.
004720     DISPLAY "DAY3UPD - OPERATORS REVOKED : " WS-REVOKED.
004730 9000-EXIT.
004740     EXIT.
