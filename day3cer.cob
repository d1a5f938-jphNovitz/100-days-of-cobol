000100*****************************************************************
000110* EXERCISE 3 CERTIFICATES: EMPLOYEE CERTIFICATION MAINTENANCE
000120* LETS THE PERSONNEL OFFICE ADD, CHANGE, DELETE, INQUIRE ON AND
000130* LIST THE CERTIFICATES AND MANDATORY TRAININGS EACH EMPLOYEE
000140* HOLDS (CERTFILE, SEE CERTREC.CPY) - FORKLIFT, HAZARDOUS GOODS
000150* AND THE LIKE - WITH THEIR ISSUE AND EXPIRY DATES, THE WAY
000160* DAY3MNT MAINTAINS EMPMAST. A CERTIFICATE CAN ONLY BE ADDED
000170* FOR AN EMPLOYEE ALREADY ON EMPMAST AND FOR A TYPE ON THE
000180* CERTTYPE REFERENCE FILE; THE EXPIRY DATE IS ZERO (NEVER
000190* EXPIRES) OR LATER THAN THE ISSUE DATE.
000200* SIGN-ON IS THE SHARED DAYSEC FRAMEWORK, AND EACH ACTION IS
000210* CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS (SGN-MAY-*).
000220* EVERY ADD/CHANGE/DELETE IS LOGGED TO SECLOG
000230* THROUGH DAYSLOG AND STAMPED WITH THE DATE AND OPERATOR ON THE
000240* RECORD. DAY3CXP REPORTS WHAT IS MISSING OR RUNNING OUT.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY3MNT.
000280*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000290*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000300*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000310*                   AUTHORITY LEVEL.
000320*  10/15/2026  JPH  HEADER NOW DESCRIBES THE ACCRIGHT RIGHTS CHECK
000330*                   INSTEAD OF THE OLD LEVELS, AND WS-AUTH-LEVEL,
000340*                   WHICH NOTHING READ ANY MORE, IS DROPPED.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. day3cer.
000380 AUTHOR. jphNovitz.
000390 DATE-WRITTEN. 2026/10/15.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CERTFILE ASSIGN TO "CERTFILE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CRT-Key
000480         FILE STATUS IS WS-CERTFILE-STATUS.

000490     SELECT EMPMAST ASSIGN TO "EMPMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS Employe-ID
000530         FILE STATUS IS WS-EMPMAST-STATUS.

000540     SELECT CERTTYPE ASSIGN TO "CERTTYPE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CERTTYPE-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CERTFILE
000600     RECORDING MODE IS F.
000610     COPY CERTREC.

000620 FD  EMPMAST
000630     RECORDING MODE IS F.
000640     COPY EMPREC.

000650 FD  CERTTYPE
000660     RECORDING MODE IS F.
000670 01  CERTTYPE-REC.
000680     05  CTY-Type             PIC X(04).
000690     05  CTY-Libelle          PIC X(25).
000700     05  CTY-Dept             PIC X(04) OCCURS 10 TIMES.

000710 WORKING-STORAGE SECTION.
000720 01  WS-CERTFILE-STATUS       PIC X(02).
000730     88  WS-CERTFILE-OK            VALUE "00".
000740     88  WS-CERTFILE-MISSING       VALUE "35".

000750 01  WS-EMPMAST-STATUS        PIC X(02).
000760     88  WS-EMPMAST-OK             VALUE "00".

000770 01  WS-CERTTYPE-STATUS       PIC X(02).
000780     88  WS-CERTTYPE-OK            VALUE "00".

000790 01  WS-SIGNON-FIELDS.
000800     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000810         88  WS-SIGNED-ON            VALUE "Y".

000820     COPY SIGNLINK.

000830     COPY SECLINK.

000840     COPY CERTTYPE.

000850 01  WS-SWITCHES.
000860     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000870         88  WS-ALL-DONE             VALUE "Y".
000880     05  WS-CERTFILE-OPEN-SW  PIC X(01)  VALUE "N".
000890         88  WS-CERTFILE-WAS-OPENED VALUE "Y".
000900     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
000910         88  WS-EMPMAST-WAS-OPENED  VALUE "Y".
000920     05  WS-VALID-SW          PIC X(01)  VALUE "N".
000930         88  WS-INPUT-IS-VALID      VALUE "Y".
000940     05  WS-TYPE-VALID-SW     PIC X(01)  VALUE "N".
000950         88  WS-TYPE-IS-VALID       VALUE "Y".
000960     05  WS-LIST-EOF-SW       PIC X(01)  VALUE "N".
000970         88  WS-LIST-EOF-REACHED    VALUE "Y".

000980 01  WS-MENU-CHOICE           PIC X(01).
000990     88  WS-CHOICE-ADD             VALUE "A" "a".
001000     88  WS-CHOICE-CHANGE          VALUE "C" "c".
001010     88  WS-CHOICE-DELETE          VALUE "D" "d".
001020     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
001030     88  WS-CHOICE-LIST            VALUE "L" "l".
001040     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001050 01  WS-CONFIRM-CHOICE        PIC X(01).
001060     88  WS-CONFIRMED              VALUE "Y" "y".

001070 01  WS-COUNTERS.
001080     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
001090     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001100     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001110     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.
001120     05  WS-LIST-COUNT        PIC 9(05) COMP  VALUE ZERO.

001130 01  WS-RUN-DATE              PIC 9(08).
001140 01  WS-OPERATOR-ID           PIC X(08).
001150 01  WS-WORK-KEY.
001160     05  WS-WORK-ID           PIC X(05).
001170     05  WS-WORK-TYPE         PIC X(04).
001180 01  WS-SEC-KEY.
001190     05  WS-SEC-ID            PIC X(05).
001200     05  FILLER               PIC X(01)  VALUE "/".
001210     05  WS-SEC-TYPE          PIC X(04).
001220 01  WS-TYPE-LIBELLE          PIC X(25).
001230 01  WS-CTY-DEPT-IX           PIC 9(02) COMP  VALUE ZERO.

001240 01  WS-DATE-X                PIC X(08).
001250 01  WS-DATE REDEFINES WS-DATE-X.
001260     05  WS-DATE-YEAR         PIC 9(04).
001270     05  WS-DATE-MONTH        PIC 9(02).
001280     05  WS-DATE-DAY          PIC 9(02).
001290 01  WS-DATE-NUM REDEFINES WS-DATE-X
001300                              PIC 9(08).
001310 01  WS-DATE-PROMPT           PIC X(36).
001320 01  WS-DATE-ZERO-SW          PIC X(01)  VALUE "N".
001330     88  WS-DATE-ZERO-ALLOWED     VALUE "Y".
001340 01  WS-DATE-RESULT           PIC 9(08).

001350 PROCEDURE DIVISION.

001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001390         UNTIL WS-ALL-DONE.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     STOP RUN.

001420 1000-INITIALIZE.
001430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001440     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001450     IF NOT WS-SIGNED-ON
001460         SET WS-ALL-DONE TO TRUE
001470         GO TO 1000-EXIT
001480     END-IF.

001490     OPEN I-O CERTFILE.
001500     IF WS-CERTFILE-MISSING
001510         OPEN OUTPUT CERTFILE
001520         CLOSE CERTFILE
001530         OPEN I-O CERTFILE
001540     END-IF.
001550     IF NOT WS-CERTFILE-OK
001560         DISPLAY "DAY3CER - UNABLE TO OPEN CERTFILE, STATUS "
001570             WS-CERTFILE-STATUS
001580         SET WS-ALL-DONE TO TRUE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     SET WS-CERTFILE-WAS-OPENED TO TRUE.

001620     OPEN INPUT EMPMAST.
001630     IF NOT WS-EMPMAST-OK
001640         DISPLAY "DAY3CER - UNABLE TO OPEN EMPMAST, STATUS "
001650             WS-EMPMAST-STATUS
001660         SET WS-ALL-DONE TO TRUE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     SET WS-EMPMAST-WAS-OPENED TO TRUE.

001700     PERFORM 1400-LOAD-TYPE-TABLE THRU 1400-EXIT.
001710     IF WS-CTY-TBL-COUNT = ZERO
001720         DISPLAY "DAY3CER - NO CERTIFICATE TYPES ON CERTTYPE, "
001730             "SESSION ENDED"
001740         SET WS-ALL-DONE TO TRUE
001750     END-IF.
001760 1000-EXIT.
001770     EXIT.

001780 1100-SIGN-ON.
001790     MOVE "DAY3CER" TO SGN-Program.
001800     CALL "daysec" USING SGN-REQUEST.
001810     IF SGN-SIGNED-ON
001820         MOVE SGN-Operator   TO WS-OPERATOR-ID
001830         MOVE "Y" TO WS-SIGNON-OK-SW
001840     END-IF.
001850 1100-EXIT.
001860     EXIT.

001870 1190-LOG-SECURITY.
001880     MOVE "DAY3CER" TO SEC-Program.
001890     MOVE WS-OPERATOR-ID TO SEC-Operator.
001900     MOVE WS-WORK-ID   TO WS-SEC-ID.
001910     MOVE WS-WORK-TYPE TO WS-SEC-TYPE.
001920     MOVE WS-SEC-KEY TO SEC-Detail.
001930     CALL "dayslog" USING SEC-REQUEST.
001940 1190-EXIT.
001950     EXIT.

001960 1400-LOAD-TYPE-TABLE.
001970     OPEN INPUT CERTTYPE.
001980     IF NOT WS-CERTTYPE-OK
001990         DISPLAY "DAY3CER - UNABLE TO OPEN CERTTYPE, STATUS "
002000             WS-CERTTYPE-STATUS
002010         GO TO 1400-EXIT
002020     END-IF.
002030     PERFORM 1410-LOAD-ONE-TYPE THRU 1410-EXIT
002040         UNTIL WS-CERTTYPE-STATUS = "10".
002050     CLOSE CERTTYPE.
002060 1400-EXIT.
002070     EXIT.

002080 1410-LOAD-ONE-TYPE.
002090     READ CERTTYPE
002100         AT END
002110             MOVE "10" TO WS-CERTTYPE-STATUS
002120             GO TO 1410-EXIT
002130     END-READ.
002140     IF WS-CTY-TBL-COUNT < 30
002150         ADD 1 TO WS-CTY-TBL-COUNT
002160         MOVE CTY-Type    TO WS-CTY-TBL-TYPE(WS-CTY-TBL-COUNT)
002170         MOVE CTY-Libelle TO WS-CTY-TBL-LIBELLE(WS-CTY-TBL-COUNT)
002180         PERFORM 1420-LOAD-ONE-DEPT THRU 1420-EXIT
002190             VARYING WS-CTY-DEPT-IX FROM 1 BY 1
002200             UNTIL WS-CTY-DEPT-IX > 10
002210     ELSE
002220         DISPLAY "DAY3CER - CERTIFICATE TYPE TABLE FULL (30), "
002230             CTY-Type " IGNORED"
002240     END-IF.
002250 1410-EXIT.
002260     EXIT.

002270 1420-LOAD-ONE-DEPT.
002280     MOVE CTY-Dept(WS-CTY-DEPT-IX)
002290         TO WS-CTY-TBL-DEPT(WS-CTY-TBL-COUNT, WS-CTY-DEPT-IX).
002300 1420-EXIT.
002310     EXIT.

002320 2000-PROCESS-MENU.
002330     DISPLAY " ".
002340     DISPLAY "------ EMPLOYEE CERTIFICATE MAINTENANCE ------".
002350     DISPLAY "  A - ADD A CERTIFICATE".
002360     DISPLAY "  C - CHANGE A CERTIFICATE'S DATES".
002370     DISPLAY "  D - DELETE A CERTIFICATE".
002380     DISPLAY "  I - INQUIRE ON A CERTIFICATE".
002390     DISPLAY "  L - LIST AN EMPLOYEE'S CERTIFICATES".
002400     DISPLAY "  Q - QUIT".
002410     DISPLAY "ENTER YOUR CHOICE : ".
002420     ACCEPT WS-MENU-CHOICE.

002430     EVALUATE TRUE
002440         WHEN WS-CHOICE-ADD
002450             IF NOT SGN-MAY-ADD
002460                 DISPLAY "DAY3CER - NOT AUTHORIZED TO ADD"
002470             ELSE
002480                 PERFORM 3000-ADD-CERTIFICAT THRU 3000-EXIT
002490             END-IF
002500         WHEN WS-CHOICE-CHANGE
002510             IF NOT SGN-MAY-CHANGE
002520                 DISPLAY "DAY3CER - NOT AUTHORIZED TO CHANGE"
002530             ELSE
002540                 PERFORM 4000-CHANGE-CERTIFICAT THRU 4000-EXIT
002550             END-IF
002560         WHEN WS-CHOICE-DELETE
002570             IF NOT SGN-MAY-DELETE
002580                 DISPLAY "DAY3CER - NOT AUTHORIZED TO DELETE"
002590             ELSE
002600                 PERFORM 5000-DELETE-CERTIFICAT THRU 5000-EXIT
002610             END-IF
002620         WHEN WS-CHOICE-INQUIRE
002630             IF NOT SGN-MAY-INQUIRE
002640                 DISPLAY "DAY3CER - NOT AUTHORIZED TO INQUIRE"
002650             ELSE
002660                 PERFORM 6000-INQUIRE-CERTIFICAT THRU 6000-EXIT
002670             END-IF
002680         WHEN WS-CHOICE-LIST
002690             IF NOT SGN-MAY-INQUIRE
002700                 DISPLAY "DAY3CER - NOT AUTHORIZED TO INQUIRE"
002710             ELSE
002720                 PERFORM 6500-LIST-CERTIFICATS THRU 6500-EXIT
002730             END-IF
002740         WHEN WS-CHOICE-QUIT
002750             SET WS-ALL-DONE TO TRUE
002760         WHEN OTHER
002770             DISPLAY "DAY3CER - INVALID CHOICE, TRY AGAIN"
002780     END-EVALUATE.
002790 2000-EXIT.
002800     EXIT.

002810 2300-GET-KEY.
002820     DISPLAY "ENTER EMPLOYE-ID (5 CHARS)       : ".
002830     ACCEPT WS-WORK-ID.
002840     DISPLAY "ENTER CERTIFICATE TYPE (4 CHARS) : ".
002850     ACCEPT WS-WORK-TYPE.
002860     MOVE WS-WORK-ID   TO CRT-Employe-ID.
002870     MOVE WS-WORK-TYPE TO CRT-Type.
002880 2300-EXIT.
002890     EXIT.

002900 3000-ADD-CERTIFICAT.
002910     PERFORM 2300-GET-KEY THRU 2300-EXIT.
002920     MOVE WS-WORK-ID TO Employe-ID.
002930     READ EMPMAST
002940         INVALID KEY
002950             DISPLAY "DAY3CER - EMPLOYEE " WS-WORK-ID
002960                 " NOT ON EMPMAST, ADD REFUSED"
002970             GO TO 3000-EXIT
002980     END-READ.
002990     PERFORM 7200-FIND-TYPE THRU 7200-EXIT.
003000     IF NOT WS-TYPE-IS-VALID
003010         DISPLAY "DAY3CER - CERTIFICATE TYPE " WS-WORK-TYPE
003020             " NOT ON CERTTYPE, ADD REFUSED"
003030         GO TO 3000-EXIT
003040     END-IF.

003050     READ CERTFILE
003060         INVALID KEY
003070             CONTINUE
003080         NOT INVALID KEY
003090             DISPLAY "DAY3CER - CERTIFICATE ALREADY EXISTS :"
003100             PERFORM 6050-DISPLAY-CERTIFICAT THRU 6050-EXIT
003110             GO TO 3000-EXIT
003120     END-READ.

003130     MOVE SPACES TO CERTIFICAT-FICHE.
003140     MOVE WS-WORK-ID   TO CRT-Employe-ID.
003150     MOVE WS-WORK-TYPE TO CRT-Type.
003160     DISPLAY "EMPLOYEE : " Employe-Nom " " Employe-Dept
003170         "   CERTIFICAT : " WS-TYPE-LIBELLE.
003180     PERFORM 7000-GET-DATES THRU 7000-EXIT.
003190     MOVE WS-RUN-DATE    TO CRT-Last-Maint-Date.
003200     MOVE WS-OPERATOR-ID TO CRT-Last-Maint-User.

003210     WRITE CERTIFICAT-FICHE
003220         INVALID KEY
003230             DISPLAY "DAY3CER - UNABLE TO ADD CERTIFICATE "
003240                 WS-WORK-TYPE " FOR " WS-WORK-ID
003250                 " STATUS " WS-CERTFILE-STATUS
003260         NOT INVALID KEY
003270             ADD 1 TO WS-ADD-COUNT
003280             DISPLAY "DAY3CER - CERTIFICATE " WS-WORK-TYPE
003290                 " FOR " WS-WORK-ID " ADDED"
003300             MOVE "ADD" TO SEC-Event
003310             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003320     END-WRITE.
003330 3000-EXIT.
003340     EXIT.

003350*****************************************************************
003360* A RENEWAL IS KEYED AS A CHANGE: NEW ISSUE AND EXPIRY DATES ON
003370* THE SAME EMPLOYEE AND TYPE.
003380*****************************************************************
003390 4000-CHANGE-CERTIFICAT.
003400     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003410     READ CERTFILE
003420         INVALID KEY
003430             DISPLAY "DAY3CER - CERTIFICATE " WS-WORK-TYPE
003440                 " FOR " WS-WORK-ID " NOT FOUND, STATUS "
003450                 WS-CERTFILE-STATUS
003460             GO TO 4000-EXIT
003470     END-READ.

003480     PERFORM 6050-DISPLAY-CERTIFICAT THRU 6050-EXIT.
003490     PERFORM 7000-GET-DATES THRU 7000-EXIT.
003500     MOVE WS-RUN-DATE    TO CRT-Last-Maint-Date.
003510     MOVE WS-OPERATOR-ID TO CRT-Last-Maint-User.

003520     REWRITE CERTIFICAT-FICHE
003530         INVALID KEY
003540             DISPLAY "DAY3CER - UNABLE TO REWRITE CERTIFICATE "
003550                 WS-WORK-TYPE " FOR " WS-WORK-ID
003560                 " STATUS " WS-CERTFILE-STATUS
003570         NOT INVALID KEY
003580             ADD 1 TO WS-CHANGE-COUNT
003590             DISPLAY "DAY3CER - CERTIFICATE " WS-WORK-TYPE
003600                 " FOR " WS-WORK-ID " CHANGED"
003610             MOVE "CHANGE" TO SEC-Event
003620             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003630     END-REWRITE.
003640 4000-EXIT.
003650     EXIT.

003660 5000-DELETE-CERTIFICAT.
003670     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003680     READ CERTFILE
003690         INVALID KEY
003700             DISPLAY "DAY3CER - CERTIFICATE " WS-WORK-TYPE
003710                 " FOR " WS-WORK-ID " NOT FOUND, STATUS "
003720                 WS-CERTFILE-STATUS
003730             GO TO 5000-EXIT
003740     END-READ.

003750     PERFORM 6050-DISPLAY-CERTIFICAT THRU 6050-EXIT.
003760     DISPLAY "DELETE THIS CERTIFICATE ? (Y/N)  : ".
003770     ACCEPT WS-CONFIRM-CHOICE.
003780     IF NOT WS-CONFIRMED
003790         DISPLAY "DAY3CER - DELETE ABANDONED"
003800         GO TO 5000-EXIT
003810     END-IF.

003820     DELETE CERTFILE
003830         INVALID KEY
003840             DISPLAY "DAY3CER - UNABLE TO DELETE CERTIFICATE "
003850                 WS-WORK-TYPE " FOR " WS-WORK-ID
003860                 " STATUS " WS-CERTFILE-STATUS
003870         NOT INVALID KEY
003880             ADD 1 TO WS-DELETE-COUNT
003890             DISPLAY "DAY3CER - CERTIFICATE " WS-WORK-TYPE
003900                 " FOR " WS-WORK-ID " DELETED"
003910             MOVE "DELETE" TO SEC-Event
003920             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003930     END-DELETE.
003940 5000-EXIT.
003950     EXIT.

003960 6000-INQUIRE-CERTIFICAT.
003970     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003980     READ CERTFILE
003990         INVALID KEY
004000             DISPLAY "DAY3CER - CERTIFICATE " WS-WORK-TYPE
004010                 " FOR " WS-WORK-ID " NOT FOUND, STATUS "
004020                 WS-CERTFILE-STATUS
004030             GO TO 6000-EXIT
004040     END-READ.

004050     ADD 1 TO WS-INQUIRE-COUNT.
004060     PERFORM 6050-DISPLAY-CERTIFICAT THRU 6050-EXIT.
004070 6000-EXIT.
004080     EXIT.

004090 6050-DISPLAY-CERTIFICAT.
004100     MOVE CRT-Type TO WS-WORK-TYPE.
004110     PERFORM 7200-FIND-TYPE THRU 7200-EXIT.
004120     DISPLAY "EMPLOYE-ID       : " CRT-Employe-ID.
004130     DISPLAY "CERTIFICAT       : " CRT-Type " " WS-TYPE-LIBELLE.
004140     DISPLAY "DATE EMISSION    : " CRT-Date-Emission.
004150     IF CRT-Date-Expiration = ZERO
004160         DISPLAY "DATE EXPIRATION  : SANS EXPIRATION"
004170     ELSE
004180         DISPLAY "DATE EXPIRATION  : " CRT-Date-Expiration
004190     END-IF.
004200     DISPLAY "DERNIERE MAJ     : " CRT-Last-Maint-Date " "
004210         CRT-Last-Maint-User.
004220 6050-EXIT.
004230     EXIT.

004240*****************************************************************
004250* LISTS EVERY CERTIFICATE ON FILE FOR ONE EMPLOYEE.
004260*****************************************************************
004270 6500-LIST-CERTIFICATS.
004280     DISPLAY "ENTER EMPLOYE-ID TO LIST         : ".
004290     ACCEPT WS-WORK-ID.
004300     MOVE WS-WORK-ID TO CRT-Employe-ID.
004310     MOVE LOW-VALUES TO CRT-Type.
004320     MOVE "N" TO WS-LIST-EOF-SW.
004330     MOVE ZERO TO WS-LIST-COUNT.
004340     START CERTFILE KEY IS NOT < CRT-Key
004350         INVALID KEY
004360             MOVE "Y" TO WS-LIST-EOF-SW
004370     END-START.
004380     DISPLAY "TYPE  EMISSION  EXPIRATION  LIBELLE".
004390     PERFORM 6510-LIST-ONE-CERTIFICAT THRU 6510-EXIT
004400         UNTIL WS-LIST-EOF-REACHED.
004410     IF WS-LIST-COUNT = ZERO
004420         DISPLAY "DAY3CER - NO CERTIFICATES FOR " WS-WORK-ID
004430     END-IF.
004440 6500-EXIT.
004450     EXIT.

004460 6510-LIST-ONE-CERTIFICAT.
004470     READ CERTFILE NEXT RECORD
004480         AT END
004490             MOVE "Y" TO WS-LIST-EOF-SW
004500             GO TO 6510-EXIT
004510     END-READ.
004520     IF CRT-Employe-ID NOT = WS-WORK-ID
004530         MOVE "Y" TO WS-LIST-EOF-SW
004540         GO TO 6510-EXIT
004550     END-IF.
004560     ADD 1 TO WS-LIST-COUNT.
004570     MOVE CRT-Type TO WS-WORK-TYPE.
004580     PERFORM 7200-FIND-TYPE THRU 7200-EXIT.
004590     DISPLAY CRT-Type "  " CRT-Date-Emission "  "
004600         CRT-Date-Expiration "    " WS-TYPE-LIBELLE.
004610 6510-EXIT.
004620     EXIT.

004630*****************************************************************
004640* PROMPTS FOR THE ISSUE AND EXPIRY DATES (YYYYMMDD), EACH
004650* RE-ASKED UNTIL IT IS A PLAUSIBLE DATE. THE EXPIRY MAY BE ZERO
004660* FOR A CERTIFICATE THAT NEVER EXPIRES, OTHERWISE IT MUST FALL
004670* AFTER THE ISSUE DATE.
004680*****************************************************************
004690 7000-GET-DATES.
004700     MOVE "ENTER DATE EMISSION (YYYYMMDD)   : "
004710         TO WS-DATE-PROMPT.
004720     MOVE "N" TO WS-DATE-ZERO-SW.
004730     PERFORM 7100-GET-DATE THRU 7100-EXIT.
004740     MOVE WS-DATE-RESULT TO CRT-Date-Emission.
004750     MOVE "N" TO WS-VALID-SW.
004760     PERFORM 7050-PROMPT-EXPIRATION THRU 7050-EXIT
004770         UNTIL WS-INPUT-IS-VALID.
004780 7000-EXIT.
004790     EXIT.

004800 7050-PROMPT-EXPIRATION.
004810     MOVE "ENTER DATE EXPIRATION (0 = NONE)  : "
004820         TO WS-DATE-PROMPT.
004830     MOVE "Y" TO WS-DATE-ZERO-SW.
004840     PERFORM 7100-GET-DATE THRU 7100-EXIT.
004850     IF WS-DATE-RESULT NOT = ZERO
004860         AND WS-DATE-RESULT NOT > CRT-Date-Emission
004870         DISPLAY "DAY3CER - EXPIRY MUST FALL AFTER THE ISSUE "
004880             "DATE, TRY AGAIN"
004890         MOVE "N" TO WS-VALID-SW
004900         GO TO 7050-EXIT
004910     END-IF.
004920     MOVE WS-DATE-RESULT TO CRT-Date-Expiration.
004930 7050-EXIT.
004940     EXIT.

004950 7100-GET-DATE.
004960     MOVE "N" TO WS-VALID-SW.
004970     PERFORM 7110-PROMPT-DATE THRU 7110-EXIT
004980         UNTIL WS-INPUT-IS-VALID.
004990     MOVE WS-DATE-NUM TO WS-DATE-RESULT.
005000 7100-EXIT.
005010     EXIT.

005020 7110-PROMPT-DATE.
005030     DISPLAY WS-DATE-PROMPT.
005040     ACCEPT WS-DATE-X.
005050     IF WS-DATE-X IS NOT NUMERIC
005060         DISPLAY "DAY3CER - DATE MUST BE 8 DIGITS, TRY AGAIN"
005070         GO TO 7110-EXIT
005080     END-IF.
005090     IF WS-DATE-NUM = ZERO
005100         IF WS-DATE-ZERO-ALLOWED
005110             SET WS-INPUT-IS-VALID TO TRUE
005120         ELSE
005130             DISPLAY "DAY3CER - DATE REQUIRED, TRY AGAIN"
005140         END-IF
005150         GO TO 7110-EXIT
005160     END-IF.
005170     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
005180         OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
005190         DISPLAY "DAY3CER - NOT A VALID DATE, TRY AGAIN"
005200         GO TO 7110-EXIT
005210     END-IF.
005220     SET WS-INPUT-IS-VALID TO TRUE.
005230 7110-EXIT.
005240     EXIT.

005250*****************************************************************
005260* LOOKS WS-WORK-TYPE UP ON THE CERTIFICATE TYPE TABLE.
005270*****************************************************************
005280 7200-FIND-TYPE.
005290     MOVE "N" TO WS-TYPE-VALID-SW.
005300     MOVE "** INCONNU **" TO WS-TYPE-LIBELLE.
005310     IF WS-CTY-TBL-COUNT = ZERO
005320         GO TO 7200-EXIT
005330     END-IF.
005340     SET WS-CTY-TBL-IDX TO 1.
005350     SEARCH WS-CTY-TBL-ENTRY
005360         AT END
005370             CONTINUE
005380         WHEN WS-CTY-TBL-TYPE(WS-CTY-TBL-IDX) = WS-WORK-TYPE
005390             SET WS-TYPE-IS-VALID TO TRUE
005400             MOVE WS-CTY-TBL-LIBELLE(WS-CTY-TBL-IDX)
005410                 TO WS-TYPE-LIBELLE
005420     END-SEARCH.
005430 7200-EXIT.
005440     EXIT.

005450 9000-TERMINATE.
005460     IF WS-CERTFILE-WAS-OPENED
005470         CLOSE CERTFILE
005480     END-IF.
005490     IF WS-EMPMAST-WAS-OPENED
005500         CLOSE EMPMAST
005510     END-IF.
005520     DISPLAY "DAY3CER - CERTIFICATES ADDED    : " WS-ADD-COUNT.
005530     DISPLAY "DAY3CER - CERTIFICATES CHANGED  : "
005540         WS-CHANGE-COUNT.
005550     DISPLAY "DAY3CER - CERTIFICATES DELETED  : "
005560         WS-DELETE-COUNT.
005570     DISPLAY "DAY3CER - CERTIFICATES INQUIRED : "
005580         WS-INQUIRE-COUNT.
005590 9000-EXIT.
005600     EXIT.
