000160* MESSAGE AND SHOWS THE CURRENT RECORD INSTEAD OF SILENTLY
000170* REPLACING IT, A CHANGE DISPLAYS EACH CURRENT VALUE BEFORE
000180* ACCEPTING THE NEW ONE, AND A DELETE SHOWS THE RECORD AND
000190* REQUIRES CONFIRMATION. SIGN-ON COMES FROM THE SAME USERSEC
000200* FILE DAY7MNT USES, EACH ACTION IS CHECKED AGAINST THE
000210* OPERATOR'S ACCRIGHT RIGHTS (SGN-MAY-*), AND EMPLOYE-DEPT IS
000220* VALIDATED AGAINST DEPTTBL THE WAY DAY3 VALIDATES IT.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  08/22/2026  JPH  ORIGINAL VERSION, MODELED ON DAY7MNT.
000260*  09/02/2026  JPH  EVERY ADD/CHANGE/DELETE IS NOW JOURNALED TO
000270*                   EMPJRNL WITH COMPLETE BEFORE AND AFTER
000280*                   EMPLOYE-FICHE IMAGES, OPERATION, DATE/TIME
000290*                   AND THE SIGNED-ON OPERATOR (SEE EMPJRNL.CPY),
000300*                   MATCHING THE RECOVERY STORY THE PRODUCT
000310*                   MASTER HAS HAD SINCE PRODJRNL.
000320*  09/02/2026  JPH  SIGN-ONS, FAILED ATTEMPTS, LOCKOUTS AND
000330*                   MAINTENANCE ACTIONS ARE NOW APPENDED TO THE
000340*                   CENTRAL SECLOG THROUGH THE SHARED DAYSLOG
000350*                   HANDLER (SEE SECLINK.CPY), SO THE DAILY
000360*                   SECURITY REPORT SEES EVERY OPERATOR, NOT
000370*                   JUST THE LAST WRITER'S MAINT STAMP.
000380*  09/02/2026  JPH  THE INLINE USERSEC SIGN-ON BLOCK IS REPLACED
000390*                   BY A CALL TO THE SHARED DAYSEC SUBPROGRAM
000400*                   (SEE SIGNLINK.CPY), WHICH ADDS PASSWORD
000410*                   EXPIRY, CHANGE-OWN-PASSWORD AND PERSISTED
000420*                   LOCKOUTS AND LOGS THE SIGN-ON EVENTS ITSELF -
000430*                   ONE SIGN-ON MAINTAINED IN ONE PLACE.
000440*  09/02/2026  JPH  THE SESSION NOW HONORS THE FILELOCK IN-USE
000450*                   MARK THE NIGHT BATCH SETS ON EMPMAST - A
000460*                   MARKED FILE REFUSES THE SESSION AND SAYS WHO
000470*                   HOLDS IT; A LEVEL-3 SUPERVISOR CAN OVERRIDE,
000480*                   AND THE OVERRIDE IS LOGGED TO SECLOG.
000490*  10/15/2026  JPH  NEW T OPTION TERMINATES A LEAVER (STATUT "I",
000500*                   LEAVING DATE AND REASON, JOURNALED AS "T")
000510*                   AND DISABLES THE LEAVER'S OPERATOR IDS
000520*                   THROUGH DAYSREV. DELETE IS KEPT FOR RECORDS
000530*                   KEYED IN ERROR. AN ADD NOW WRITES AN ACTIVE
000540*                   RECORD; BEFORE-IMAGE WIDENED TO 51 BYTES.
000550*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000560*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000570*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000580*                   AUTHORITY LEVEL.
000590*  10/15/2026  JPH  HEADER NAMES THE ACCRIGHT RIGHTS THE CODE
000600*                   CHECKS INSTEAD OF THE OLD LEVELS, AND
000610*                   WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000620*****************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. day3mnt.
000650 AUTHOR. jphNovitz.
000660 DATE-WRITTEN. 2026/08/22.
000670 DATE-COMPILED.

000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT EMPMAST ASSIGN TO "EMPMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS Employe-ID
000750         FILE STATUS IS WS-EMPMAST-STATUS.

000760     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-DEPTTBL-STATUS.

000790     SELECT EMPJRNL ASSIGN TO "EMPJRNL"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-EMPJRNL-STATUS.

000820     SELECT FILELOCK ASSIGN TO "FILELOCK"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FILELOCK-STATUS.

000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  EMPMAST
000880     RECORDING MODE IS F.
000890     COPY EMPREC.

000900 FD  DEPTTBL
000910     RECORDING MODE IS F.
000920 01  DEPTTBL-REC.
000930     05  DEP-Code             PIC X(04).
000940     05  DEP-Nom              PIC X(25).

000950 FD  EMPJRNL
000960     RECORDING MODE IS F.
000970     COPY EMPJRNL.

000980 FD  FILELOCK
000990     RECORDING MODE IS F.
001000 01  FILELOCK-REC.
001010     05  LCK-File             PIC X(08).
001020     05  LCK-Holder           PIC X(08).
001030     05  LCK-Date             PIC 9(08).
001040     05  LCK-Time             PIC 9(06).

001050 WORKING-STORAGE SECTION.
001060 01  WS-FILELOCK-STATUS       PIC X(02).
001070     88  WS-FILELOCK-OK            VALUE "00".
001080 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
001090     88  WS-LOCK-IS-HELD          VALUE "Y".
001100 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.
001110 01  WS-OVERRIDE-CHOICE       PIC X(01).
001120     88  WS-OVERRIDE-YES           VALUE "Y" "y".

001130 01  WS-EMPMAST-STATUS        PIC X(02).
001140     88  WS-EMPMAST-OK             VALUE "00".
001150     88  WS-EMPMAST-NOTFOUND       VALUE "23".
001160     88  WS-EMPMAST-DUPLICATE      VALUE "22".

001170 01  WS-DEPTTBL-STATUS        PIC X(02).
001180     88  WS-DEPTTBL-OK             VALUE "00".

001190 01  WS-SIGNON-FIELDS.
001200     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
001210         88  WS-SIGNED-ON            VALUE "Y".

001220     COPY SIGNLINK.

001230     COPY SECLINK.

001240     COPY REVLINK.

001250     COPY DEPTTBL.

001260 01  WS-SWITCHES.
001270     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001280         88  WS-ALL-DONE             VALUE "Y".
001290     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
001300         88  WS-EMPMAST-WAS-OPENED  VALUE "Y".
001310     05  WS-DEPT-VALID-SW     PIC X(01)  VALUE "N".
001320         88  WS-DEPT-IS-VALID       VALUE "Y".

001330 01  WS-MENU-CHOICE           PIC X(01).
001340     88  WS-CHOICE-ADD             VALUE "A" "a".
001350     88  WS-CHOICE-CHANGE          VALUE "C" "c".
001360     88  WS-CHOICE-DELETE          VALUE "D" "d".
001370     88  WS-CHOICE-TERMINATE       VALUE "T" "t".
001380     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
001390     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001400 01  WS-CONFIRM-CHOICE        PIC X(01).
001410     88  WS-CONFIRMED              VALUE "Y" "y".

001420 01  WS-COUNTERS.
001430     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
001440     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001450     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001460     05  WS-TERMINATE-COUNT   PIC 9(05) COMP  VALUE ZERO.
001470     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.

001480 01  WS-EMPJRNL-STATUS        PIC X(02).
001490     88  WS-EMPJRNL-OK              VALUE "00".
001500 01  WS-EMPJRNL-OPEN-SW       PIC X(01)  VALUE "N".
001510     88  WS-EMPJRNL-WAS-OPENED    VALUE "Y".
001520 01  WS-BEFORE-IMAGE          PIC X(51)  VALUE SPACES.
001530 01  WS-RUN-DATE              PIC 9(08).
001540 01  WS-RUN-TIME-FULL         PIC 9(08).
001550 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
001560     05  WS-RUN-TIME              PIC 9(06).
001570     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).
001580 01  WS-JRN-OPERATION         PIC X(01)  VALUE SPACE.
001590 01  WS-WORK-ID               PIC X(05).
001600 01  WS-OPERATOR-ID           PIC X(08).
001610 01  WS-DEPART-ENTRY          PIC X(08).
001620 01  WS-DEPART-DATE           PIC 9(08).
001630 01  WS-DEPART-PARTS REDEFINES WS-DEPART-DATE.
001640     05  WS-DEPART-YYYY       PIC 9(04).
001650     05  WS-DEPART-MM         PIC 9(02).
001660     05  WS-DEPART-DD         PIC 9(02).
001670 01  WS-MOTIF-ENTRY           PIC X(02).

001680 PROCEDURE DIVISION.

001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001720         UNTIL WS-ALL-DONE.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     STOP RUN.

001750 1000-INITIALIZE.
001760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001770     ACCEPT WS-RUN-TIME-FULL FROM TIME.
001780     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001790     IF NOT WS-SIGNED-ON
001800         SET WS-ALL-DONE TO TRUE
001810         GO TO 1000-EXIT
001820     END-IF.
001830     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
001840     IF WS-ALL-DONE
001850         GO TO 1000-EXIT
001860     END-IF.

001870     OPEN I-O EMPMAST.
001880     IF NOT WS-EMPMAST-OK
001890         DISPLAY "DAY3MNT - UNABLE TO OPEN EMPMAST, STATUS "
001900             WS-EMPMAST-STATUS
001910         SET WS-ALL-DONE TO TRUE
001920     ELSE
001930         SET WS-EMPMAST-WAS-OPENED TO TRUE
001940     END-IF.

001950     OPEN EXTEND EMPJRNL.
001960     IF NOT WS-EMPJRNL-OK
001970         DISPLAY "DAY3MNT - UNABLE TO OPEN EMPJRNL, STATUS "
001980             WS-EMPJRNL-STATUS " - CHANGES NOT JOURNALED"
001990     ELSE
002000         MOVE "Y" TO WS-EMPJRNL-OPEN-SW
002010     END-IF.

002020     PERFORM 1400-LOAD-DEPT-TABLE THRU 1400-EXIT.
002030 1000-EXIT.
002040     EXIT.

002050 1100-SIGN-ON.
002060     MOVE "DAY3MNT" TO SGN-Program.
002070     CALL "daysec" USING SGN-REQUEST.
002080     IF SGN-SIGNED-ON
002090         MOVE SGN-Operator   TO WS-OPERATOR-ID
002100         MOVE "Y" TO WS-SIGNON-OK-SW
002110     END-IF.
002120 1100-EXIT.
002130     EXIT.

002140 1400-LOAD-DEPT-TABLE.
002150     OPEN INPUT DEPTTBL.
002160     IF NOT WS-DEPTTBL-OK
002170         DISPLAY "DAY3MNT - UNABLE TO OPEN DEPTTBL, STATUS "
002180             WS-DEPTTBL-STATUS
002190             " - DEPARTMENT CODES WILL NOT BE VALIDATED"
002200         GO TO 1400-EXIT
002210     END-IF.
002220     PERFORM 1410-LOAD-ONE-DEPT THRU 1410-EXIT
002230         UNTIL WS-DEPTTBL-STATUS = "10".
002240     CLOSE DEPTTBL.
002250 1400-EXIT.
002260     EXIT.

002270 1410-LOAD-ONE-DEPT.
002280     READ DEPTTBL
002290         AT END
002300             MOVE "10" TO WS-DEPTTBL-STATUS
002310             GO TO 1410-EXIT
002320     END-READ.
002330     IF WS-DEPT-TBL-COUNT < 50
002340         ADD 1 TO WS-DEPT-TBL-COUNT
002350         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
002360         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
002370     END-IF.
002380 1410-EXIT.
002390     EXIT.

002400 1190-LOG-SECURITY.
002410     MOVE "DAY3MNT" TO SEC-Program.
002420     MOVE WS-OPERATOR-ID TO SEC-Operator.
002430     CALL "dayslog" USING SEC-REQUEST.
002440 1190-EXIT.
002450     EXIT.

002460*****************************************************************
002470* THE NIGHT BATCH MARKS EMPMAST BUSY ON FILELOCK FOR THE
002480* WHOLE STREAM. A HELD MARK REFUSES THE SESSION; AN OPERATOR
002490* HOLDING THE APPROVE RIGHT MAY FORCE PAST IT, AND THE
002500* OVERRIDE IS LOGGED.
002510*****************************************************************
002520 1300-CHECK-INTERLOCK.
002530     MOVE "N" TO WS-LOCK-HELD-SW.
002540     OPEN INPUT FILELOCK.
002550     IF NOT WS-FILELOCK-OK
002560         GO TO 1300-EXIT
002570     END-IF.
002580     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
002590         UNTIL WS-FILELOCK-STATUS = "10".
002600     CLOSE FILELOCK.
002610     IF NOT WS-LOCK-IS-HELD
002620         GO TO 1300-EXIT
002630     END-IF.
002640     DISPLAY "DAY3MNT - EMPMAST IS IN USE BY " WS-LOCK-HOLDER
002650         " - MAINTENANCE REFUSED".
002660     IF NOT SGN-MAY-APPROVE
002670         SET WS-ALL-DONE TO TRUE
002680         GO TO 1300-EXIT
002690     END-IF.
002700     DISPLAY "SUPERVISOR OVERRIDE (Y/N) ? ".
002710     ACCEPT WS-OVERRIDE-CHOICE.
002720     IF NOT WS-OVERRIDE-YES
002730         SET WS-ALL-DONE TO TRUE
002740         GO TO 1300-EXIT
002750     END-IF.
002760     DISPLAY "DAY3MNT - OVERRIDE ACCEPTED, PROCEED WITH CARE".
002770     MOVE "OVERRIDE" TO SEC-Event.
002780     MOVE "EMPMAST" TO SEC-Detail.
002790     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
002800 1300-EXIT.
002810     EXIT.

002820 1310-SCAN-ONE-LOCK.
002830     READ FILELOCK
002840         AT END
002850             MOVE "10" TO WS-FILELOCK-STATUS
002860             GO TO 1310-EXIT
002870     END-READ.
002880     IF LCK-File = "EMPMAST"
002890         MOVE "Y" TO WS-LOCK-HELD-SW
002900         MOVE LCK-Holder TO WS-LOCK-HOLDER
002910     END-IF.
002920 1310-EXIT.
002930     EXIT.

002940 2000-PROCESS-MENU.
002950     DISPLAY " ".
002960     DISPLAY "-------- EMPLOYEE MASTER MAINTENANCE --------".
002970     DISPLAY "  A - ADD A NEW EMPLOYEE".
002980     DISPLAY "  C - CHANGE AN EXISTING EMPLOYEE".
002990     DISPLAY "  D - DELETE AN EMPLOYEE (KEYED IN ERROR)".
003000     DISPLAY "  T - TERMINATE AN EMPLOYEE (LEAVER)".
003010     DISPLAY "  I - INQUIRE ON AN EMPLOYEE".
003020     DISPLAY "  Q - QUIT".
003030     DISPLAY "ENTER YOUR CHOICE : ".
003040     ACCEPT WS-MENU-CHOICE.

003050     EVALUATE TRUE
003060         WHEN WS-CHOICE-ADD
003070             IF NOT SGN-MAY-ADD
003080                 DISPLAY "DAY3MNT - NOT AUTHORIZED TO ADD"
003090             ELSE
003100                 PERFORM 3000-ADD-EMPLOYE THRU 3000-EXIT
003110             END-IF
003120         WHEN WS-CHOICE-CHANGE
003130             IF NOT SGN-MAY-CHANGE
003140                 DISPLAY "DAY3MNT - NOT AUTHORIZED TO CHANGE"
003150             ELSE
003160                 PERFORM 4000-CHANGE-EMPLOYE THRU 4000-EXIT
003170             END-IF
003180         WHEN WS-CHOICE-DELETE
003190             IF NOT SGN-MAY-DELETE
003200                 DISPLAY "DAY3MNT - NOT AUTHORIZED TO DELETE"
003210             ELSE
003220                 PERFORM 5000-DELETE-EMPLOYE THRU 5000-EXIT
003230             END-IF
003240         WHEN WS-CHOICE-TERMINATE
003250             IF NOT SGN-MAY-CHANGE
003260                 DISPLAY "DAY3MNT - NOT AUTHORIZED TO TERMINATE"
003270             ELSE
003280                 PERFORM 5500-TERMINATE-EMPLOYE THRU 5500-EXIT
003290             END-IF
003300         WHEN WS-CHOICE-INQUIRE
003310             IF NOT SGN-MAY-INQUIRE
003320                 DISPLAY "DAY3MNT - NOT AUTHORIZED TO INQUIRE"
003330             ELSE
003340                 PERFORM 6000-INQUIRE-EMPLOYE THRU 6000-EXIT
003350             END-IF
003360         WHEN WS-CHOICE-QUIT
003370             SET WS-ALL-DONE TO TRUE
003380         WHEN OTHER
003390             DISPLAY "DAY3MNT - INVALID CHOICE, TRY AGAIN"
003400     END-EVALUATE.
003410 2000-EXIT.
003420     EXIT.

003430 3000-ADD-EMPLOYE.
003440     DISPLAY "ENTER EMPLOYE-ID (5 CHARS)       : ".
003450     ACCEPT WS-WORK-ID.
003460     MOVE WS-WORK-ID TO Employe-ID.

003470     READ EMPMAST
003480         INVALID KEY
003490             CONTINUE
003500         NOT INVALID KEY
003510             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
003520                 " ALREADY EXISTS :"
003530             PERFORM 6050-DISPLAY-EMPLOYE THRU 6050-EXIT
003540             GO TO 3000-EXIT
003550     END-READ.

003560     MOVE WS-WORK-ID TO Employe-ID.
003570     DISPLAY "ENTER NOM (15 CHARS)             : ".
003580     ACCEPT Employe-Nom.
003590     PERFORM 7000-GET-VALID-DEPT THRU 7000-EXIT.
003600     DISPLAY "ENTER DATE EMBAUCHE (YYYYMMDD)   : ".
003610     ACCEPT Employe-Date-Embauche.
003620     DISPLAY "ENTER DATE NAISSANCE (YYYYMMDD)  : ".
003630     ACCEPT Employe-Date-Naissance.
003640     MOVE "A"    TO Employe-Statut.
003650     MOVE ZERO   TO Employe-Date-Depart.
003660     MOVE SPACES TO Employe-Motif-Depart.

003670     WRITE Employe-Fiche
003680         INVALID KEY
003690             DISPLAY "DAY3MNT - UNABLE TO ADD EMPLOYEE "
003700                 WS-WORK-ID " STATUS " WS-EMPMAST-STATUS
003710         NOT INVALID KEY
003720             ADD 1 TO WS-ADD-COUNT
003730             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID " ADDED"
003740             MOVE "ADD" TO SEC-Event
003750             MOVE WS-WORK-ID TO SEC-Detail
003760             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003770             MOVE SPACES TO WS-BEFORE-IMAGE
003780             MOVE "A" TO WS-JRN-OPERATION
003790             PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
003800     END-WRITE.
003810 3000-EXIT.
003820     EXIT.

003830 4000-CHANGE-EMPLOYE.
003840     DISPLAY "ENTER EMPLOYE-ID TO CHANGE       : ".
003850     ACCEPT WS-WORK-ID.
003860     MOVE WS-WORK-ID TO Employe-ID.

003870     READ EMPMAST
003880         INVALID KEY
003890             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
003900                 " NOT FOUND, STATUS " WS-EMPMAST-STATUS
003910             GO TO 4000-EXIT
003920     END-READ.

003930     MOVE Employe-Fiche TO WS-BEFORE-IMAGE.
003940     DISPLAY "CURRENT NOM : " Employe-Nom.
003950     DISPLAY "ENTER NEW NOM                    : ".
003960     ACCEPT Employe-Nom.
003970     DISPLAY "CURRENT DEPT : " Employe-Dept.
003980     PERFORM 7000-GET-VALID-DEPT THRU 7000-EXIT.
003990     DISPLAY "CURRENT DATE EMBAUCHE : " Employe-Date-Embauche.
004000     DISPLAY "ENTER NEW DATE EMBAUCHE          : ".
004010     ACCEPT Employe-Date-Embauche.
004020     DISPLAY "CURRENT DATE NAISSANCE : " Employe-Date-Naissance.
004030     DISPLAY "ENTER NEW DATE NAISSANCE         : ".
004040     ACCEPT Employe-Date-Naissance.

004050     REWRITE Employe-Fiche
004060         INVALID KEY
004070             DISPLAY "DAY3MNT - UNABLE TO REWRITE EMPLOYEE "
004080                 WS-WORK-ID " STATUS " WS-EMPMAST-STATUS
004090         NOT INVALID KEY
004100             ADD 1 TO WS-CHANGE-COUNT
004110             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
004120                 " CHANGED"
004130             MOVE "CHANGE" TO SEC-Event
004140             MOVE WS-WORK-ID TO SEC-Detail
004150             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004160             MOVE "C" TO WS-JRN-OPERATION
004170             PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
004180     END-REWRITE.
004190 4000-EXIT.
004200     EXIT.

004210 5000-DELETE-EMPLOYE.
004220     DISPLAY "ENTER EMPLOYE-ID TO DELETE       : ".
004230     ACCEPT WS-WORK-ID.
004240     MOVE WS-WORK-ID TO Employe-ID.

004250     READ EMPMAST
004260         INVALID KEY
004270             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
004280                 " NOT FOUND, STATUS " WS-EMPMAST-STATUS
004290             GO TO 5000-EXIT
004300     END-READ.

004310     PERFORM 6050-DISPLAY-EMPLOYE THRU 6050-EXIT.
004320     DISPLAY "DELETE THIS EMPLOYEE ? (Y/N)     : ".
004330     ACCEPT WS-CONFIRM-CHOICE.
004340     IF NOT WS-CONFIRMED
004350         DISPLAY "DAY3MNT - DELETE ABANDONED"
004360         GO TO 5000-EXIT
004370     END-IF.

004380     MOVE Employe-Fiche TO WS-BEFORE-IMAGE.
004390     DELETE EMPMAST
004400         INVALID KEY
004410             DISPLAY "DAY3MNT - UNABLE TO DELETE EMPLOYEE "
004420                 WS-WORK-ID " STATUS " WS-EMPMAST-STATUS
004430         NOT INVALID KEY
004440             ADD 1 TO WS-DELETE-COUNT
004450             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
004460                 " DELETED"
004470             MOVE "DELETE" TO SEC-Event
004480             MOVE WS-WORK-ID TO SEC-Detail
004490             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004500             MOVE SPACES TO Employe-Fiche
004510             MOVE "D" TO WS-JRN-OPERATION
004520             PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
004530     END-DELETE.
004540 5000-EXIT.
004550     EXIT.

004560*****************************************************************
004570* A LEAVER KEEPS THEIR RECORD AND SERVICE HISTORY: STATUT "I"
004580* WITH THE LEAVING DATE (BLANK MEANS TODAY; NOT BEFORE THE HIRE
004590* DATE, NOT AFTER TODAY) AND A REASON CODE. THE LEAVER'S
004600* OPERATOR IDS ARE DISABLED AT ONCE THROUGH DAYSREV.
004610*****************************************************************
004620 5500-TERMINATE-EMPLOYE.
004630     DISPLAY "ENTER EMPLOYE-ID TO TERMINATE    : ".
004640     ACCEPT WS-WORK-ID.
004650     MOVE WS-WORK-ID TO Employe-ID.

004660     READ EMPMAST
004670         INVALID KEY
004680             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
004690                 " NOT FOUND, STATUS " WS-EMPMAST-STATUS
004700             GO TO 5500-EXIT
004710     END-READ.

004720     PERFORM 6050-DISPLAY-EMPLOYE THRU 6050-EXIT.
004730     IF Employe-Inactif
004740         DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
004750             " ALREADY TERMINATED"
004760         GO TO 5500-EXIT
004770     END-IF.

004780     DISPLAY "ENTER DATE DEPART (YYYYMMDD, BLANK = TODAY) : ".
004790     ACCEPT WS-DEPART-ENTRY.
004800     IF WS-DEPART-ENTRY = SPACES OR WS-DEPART-ENTRY = ZEROS
004810         MOVE WS-RUN-DATE TO WS-DEPART-DATE
004820     ELSE
004830         IF WS-DEPART-ENTRY NOT NUMERIC
004840             DISPLAY "DAY3MNT - INVALID DATE DEPART "
004850                 WS-DEPART-ENTRY
004860             GO TO 5500-EXIT
004870         END-IF
004880         MOVE WS-DEPART-ENTRY TO WS-DEPART-DATE
004890     END-IF.
004900     IF WS-DEPART-MM < 1 OR WS-DEPART-MM > 12
004910         OR WS-DEPART-DD < 1 OR WS-DEPART-DD > 31
004920         OR WS-DEPART-DATE < Employe-Date-Embauche
004930         OR WS-DEPART-DATE > WS-RUN-DATE
004940         DISPLAY "DAY3MNT - INVALID DATE DEPART "
004950             WS-DEPART-DATE
004960             " (NOT BEFORE HIRE, NOT AFTER TODAY)"
004970         GO TO 5500-EXIT
004980     END-IF.

004990     DISPLAY "MOTIF : DM DEMISSION  LI LICENCIEMENT  "
005000         "RC RUPTURE CONV.".
005010     DISPLAY "        RT RETRAITE   FC FIN DE CONTRAT DC DECES".
005020     DISPLAY "ENTER MOTIF DEPART (2 CHARS)     : ".
005030     ACCEPT WS-MOTIF-ENTRY.

005040     MOVE Employe-Fiche   TO WS-BEFORE-IMAGE.
005050     MOVE WS-MOTIF-ENTRY  TO Employe-Motif-Depart.
005060     IF NOT Employe-Motif-Valide
005070         DISPLAY "DAY3MNT - UNKNOWN MOTIF DEPART "
005080             WS-MOTIF-ENTRY
005090         GO TO 5500-EXIT
005100     END-IF.

005110     DISPLAY "TERMINATE THIS EMPLOYEE ON " WS-DEPART-DATE
005120         " ? (Y/N) : ".
005130     ACCEPT WS-CONFIRM-CHOICE.
005140     IF NOT WS-CONFIRMED
005150         DISPLAY "DAY3MNT - TERMINATION ABANDONED"
005160         GO TO 5500-EXIT
005170     END-IF.

005180     MOVE "I"            TO Employe-Statut.
005190     MOVE WS-DEPART-DATE TO Employe-Date-Depart.
005200     REWRITE Employe-Fiche
005210         INVALID KEY
005220             DISPLAY "DAY3MNT - UNABLE TO REWRITE EMPLOYEE "
005230                 WS-WORK-ID " STATUS " WS-EMPMAST-STATUS
005240             GO TO 5500-EXIT
005250     END-REWRITE.

005260     ADD 1 TO WS-TERMINATE-COUNT.
005270     DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID " TERMINATED".
005280     MOVE "TERMINAT" TO SEC-Event.
005290     MOVE WS-WORK-ID TO SEC-Detail.
005300     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
005310     MOVE "T" TO WS-JRN-OPERATION.
005320     PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT.

005330     MOVE "DAY3MNT"      TO REV-Program.
005340     MOVE WS-OPERATOR-ID TO REV-Operator.
005350     MOVE WS-WORK-ID     TO REV-Employe-ID.
005360     CALL "daysrev" USING REV-REQUEST.
005370     IF REV-DONE
005380         DISPLAY "DAY3MNT - OPERATOR IDS DISABLED : "
005390             REV-Disabled
005400     ELSE
005410         DISPLAY "DAY3MNT - *** USERSEC NOT UPDATED - THE "
005420             "LEAVER'S OPERATOR IDS ARE STILL ACTIVE ***"
005430         DISPLAY "DAY3MNT - DISABLE THEM THROUGH DAYSADM"
005440     END-IF.
005450 5500-EXIT.
005460     EXIT.

005470 6000-INQUIRE-EMPLOYE.
005480     DISPLAY "ENTER EMPLOYE-ID TO INQUIRE      : ".
005490     ACCEPT WS-WORK-ID.
005500     MOVE WS-WORK-ID TO Employe-ID.

005510     READ EMPMAST
005520         INVALID KEY
005530             DISPLAY "DAY3MNT - EMPLOYEE " WS-WORK-ID
005540                 " NOT FOUND, STATUS " WS-EMPMAST-STATUS
005550             GO TO 6000-EXIT
005560     END-READ.

005570     ADD 1 TO WS-INQUIRE-COUNT.
005580     PERFORM 6050-DISPLAY-EMPLOYE THRU 6050-EXIT.
005590 6000-EXIT.
005600     EXIT.

005610 6050-DISPLAY-EMPLOYE.
005620     DISPLAY "EMPLOYE-ID     : " Employe-ID.
005630     DISPLAY "NOM            : " Employe-Nom.
005640     DISPLAY "DEPT           : " Employe-Dept.
005650     DISPLAY "DATE EMBAUCHE  : " Employe-Date-Embauche.
005660     DISPLAY "DATE NAISSANCE : " Employe-Date-Naissance.
005670     IF Employe-Inactif
005680         DISPLAY "STATUT         : INACTIF"
005690         DISPLAY "DATE DEPART    : " Employe-Date-Depart
005700         DISPLAY "MOTIF DEPART   : " Employe-Motif-Depart
005710     ELSE
005720         DISPLAY "STATUT         : ACTIF"
005730     END-IF.
005740 6050-EXIT.
005750     EXIT.

005760 7000-GET-VALID-DEPT.
005770     MOVE "N" TO WS-DEPT-VALID-SW.
005780     PERFORM 7010-PROMPT-DEPT THRU 7010-EXIT
005790         UNTIL WS-DEPT-IS-VALID.
005800 7000-EXIT.
005810     EXIT.

005820 7010-PROMPT-DEPT.
005830     DISPLAY "ENTER DEPT (4 CHARS, OR SPACES)  : ".
005840     ACCEPT Employe-Dept.
005850     IF Employe-Dept = SPACES
005860         SET WS-DEPT-IS-VALID TO TRUE
005870         GO TO 7010-EXIT
005880     END-IF.
005890     IF WS-DEPT-TBL-COUNT = ZERO
005900         SET WS-DEPT-IS-VALID TO TRUE
005910         GO TO 7010-EXIT
005920     END-IF.
005930     SET WS-DEPT-TBL-IDX TO 1.
005940     SEARCH WS-DEPT-TBL-ENTRY
005950         AT END
005960             DISPLAY "DAY3MNT - UNKNOWN DEPARTMENT "
005970                 Employe-Dept ", TRY AGAIN (OR SPACES)"
005980         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX) = Employe-Dept
005990             SET WS-DEPT-IS-VALID TO TRUE
006000     END-SEARCH.
006010 7010-EXIT.
006020     EXIT.

006030*****************************************************************
006040* SAME SHAPE AS DAY7MNT'S PRODUCT JOURNAL: SPACES BEFORE-IMAGE
006050* ON AN ADD, SPACES AFTER-IMAGE ON A DELETE (THE RECORD AREA IS
006060* CLEARED BEFORE THE CALL). THE USER IS THE SIGNED-ON OPERATOR.
006070*****************************************************************
006080 7500-WRITE-JOURNAL.
006090     IF NOT WS-EMPJRNL-WAS-OPENED
006100         GO TO 7500-EXIT
006110     END-IF.
006120     ACCEPT WS-RUN-TIME-FULL FROM TIME.
006130     MOVE WS-JRN-OPERATION TO EJR-Operation.
006140     MOVE WS-RUN-DATE      TO EJR-Run-Date.
006150     MOVE WS-RUN-TIME      TO EJR-Run-Time.
006160     MOVE WS-OPERATOR-ID   TO EJR-User.
006170     MOVE WS-BEFORE-IMAGE  TO EJR-Before-Image.
006180     MOVE Employe-Fiche    TO EJR-After-Image.
006190     WRITE EMPJRNL-REC.
006200 7500-EXIT.
006210     EXIT.

006220 9000-TERMINATE.
006230     IF WS-EMPMAST-WAS-OPENED
006240         CLOSE EMPMAST
006250     END-IF.
006260     IF WS-EMPJRNL-WAS-OPENED
006270         CLOSE EMPJRNL
006280     END-IF.
006290     DISPLAY "DAY3MNT - EMPLOYEES ADDED    : " WS-ADD-COUNT.
006300     DISPLAY "DAY3MNT - EMPLOYEES CHANGED  : " WS-CHANGE-COUNT.
006310     DISPLAY "DAY3MNT - EMPLOYEES DELETED  : " WS-DELETE-COUNT.
006320     DISPLAY "DAY3MNT - EMPLOYEES TERMINATED : "
006330         WS-TERMINATE-COUNT.
006340     DISPLAY "DAY3MNT - EMPLOYEES INQUIRED : " WS-INQUIRE-COUNT.
006350 9000-EXIT.
006360     EXIT.
