001000*                   DEFAULTING TO TODAY) INSTEAD OF THE SYSTEM
001010*                   DATE, SO A WEDNESDAY RERUN OF TUESDAY'S WORK
001020*                   STAMPS TUESDAY.
001030*  10/15/2026  JPH  A NEWLY CAPTURED EMPLOYEE IS WRITTEN ACTIVE,
001040*                   WITH NO LEAVING DATE OR REASON.
001050*****************************************************************
001060 IDENTIFICATION DIVISION.
001070 PROGRAM-ID. day3.
001080 AUTHOR. jphNovitz.
001090 DATE-WRITTEN. 2025/12/10.
001100 DATE-COMPILED.

001110 ENVIRONMENT DIVISION.
001120 INPUT-OUTPUT SECTION.
001130 FILE-CONTROL.
001140     SELECT EMPMAST ASSIGN TO "EMPMAST"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS Employe-ID
001180         FILE STATUS IS WS-EMPMAST-STATUS.

001190     SELECT EMPBATCH ASSIGN TO "EMPBATCH"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-EMPBATCH-STATUS.

001220     SELECT EMPBRPT ASSIGN TO "EMPBRPT"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-EMPBRPT-STATUS.

001250     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-DEPTTBL-STATUS.

001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  EMPMAST
001310     RECORDING MODE IS F.
001320     COPY EMPREC.

001330 FD  EMPBATCH
001340     RECORDING MODE IS F.
001350     COPY NAMEAGE.

001360 FD  EMPBRPT
001370     RECORDING MODE IS F.
001380 01  EMPBRPT-REC              PIC X(80).

001390 FD  DEPTTBL
001400     RECORDING MODE IS F.
001410 01  DEPTTBL-REC.
001420     05  DEP-Code             PIC X(04).
001430     05  DEP-Nom              PIC X(25).

001440 WORKING-STORAGE SECTION.
001450 01  WS-EMPMAST-STATUS        PIC X(02).
001460     88  WS-EMPMAST-OK             VALUE "00".

001470 01  WS-EMPBATCH-STATUS       PIC X(02).
001480     88  WS-EMPBATCH-OK            VALUE "00".

001490 01  WS-EMPBRPT-STATUS        PIC X(02).
001500     88  WS-EMPBRPT-OK             VALUE "00".

001510 01  WS-DEPTTBL-STATUS        PIC X(02).
001520     88  WS-DEPTTBL-OK             VALUE "00".

001530 01  WS-SWITCHES.
001540     05  WS-AGE-VALID-SW      PIC X(01)  VALUE "N".
001550         88  WS-AGE-IS-VALID        VALUE "Y".
001560     05  WS-BATCH-AGE-VALID-SW PIC X(01)  VALUE "N".
001570         88  WS-BATCH-AGE-IS-VALID  VALUE "Y".
001580     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
001590         88  WS-EMPMAST-WAS-OPENED  VALUE "Y".
001600     05  WS-DEPT-VALID-SW     PIC X(01)  VALUE "N".
001610         88  WS-DEPT-IS-VALID       VALUE "Y".

001620 01  WS-LANGUAGE-FLAG         PIC X(01)  VALUE "F".
001630     88  WS-LANG-IS-ENGLISH       VALUE "E".
001640     88  WS-LANG-IS-FRENCH        VALUE "F".

001650 01  WS-MODE-FLAG             PIC X(01)  VALUE "I".
001660     88  WS-MODE-IS-BATCH         VALUE "B".
001670     88  WS-MODE-IS-INTERACTIVE   VALUE "I".

001680 01  WS-BATCH-SEQ             PIC 9(04) COMP  VALUE ZERO.
001690 01  WS-BATCH-REJECTED        PIC 9(04) COMP  VALUE ZERO.
001700 01  WS-BATCH-ID-WORK.
001710     05  FILLER               PIC X(01)  VALUE "B".
001720     05  WS-BATCH-SEQ-ED      PIC 9(04).

001730 01  WS-COMMAND-LINE-PARM     PIC X(02).

001740 01  My-name                  PIC X(15).
001750 01  My-age                   PIC 9(03).
001760 01  WS-AGE-INPUT             PIC X(03).
001770 01  WS-AGE-NUMERIC REDEFINES WS-AGE-INPUT
001780                              PIC 9(03).

001790 01  WS-BIRTH-YEAR            PIC 9(04).
001800 01  WS-CURRENT-DATE          PIC 9(08).
001810 01  WS-CURRENT-YEAR REDEFINES WS-CURRENT-DATE.
001820     05  WS-CURRENT-YEAR-ONLY PIC 9(04).
001830     05  FILLER               PIC 9(04).

001840     COPY DRVLINK.
001850     COPY RPTCTL.
001860     COPY DEPTTBL.
001870     COPY MSGLINK.

001880 PROCEDURE DIVISION.

001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF WS-EMPMAST-WAS-OPENED
001920         IF WS-MODE-IS-BATCH
001930             PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
001940         ELSE
001950             PERFORM 8000-PRINT-HEADER THRU 8000-EXIT
001960             PERFORM 2000-CAPTURE-EMPLOYE THRU 2000-EXIT
001970             PERFORM 8010-PRINT-TRAILER THRU 8010-EXIT
001980         END-IF
001990     END-IF.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010     GOBACK.

002020 1000-INITIALIZE.
002030     ACCEPT WS-COMMAND-LINE-PARM FROM COMMAND-LINE.
002040     MOVE WS-COMMAND-LINE-PARM(1:1) TO WS-LANGUAGE-FLAG.
002050     MOVE WS-COMMAND-LINE-PARM(2:1) TO WS-MODE-FLAG.
002060     IF NOT WS-LANG-IS-ENGLISH AND NOT WS-LANG-IS-FRENCH
002070         MOVE "F" TO WS-LANGUAGE-FLAG
002080     END-IF.
002090     IF NOT WS-MODE-IS-BATCH AND NOT WS-MODE-IS-INTERACTIVE
002100         MOVE "I" TO WS-MODE-FLAG
002110     END-IF.
002120     IF DRV-RUNNING-UNATTENDED
002130         MOVE "B" TO WS-MODE-FLAG
002140     END-IF.
002150     CALL "dayproc" USING WS-CURRENT-DATE.
002160     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
002170     OPEN I-O EMPMAST.
002180     IF NOT WS-EMPMAST-OK
002190         MOVE "DAY3-001" TO MSG-Id
002200         MOVE WS-LANGUAGE-FLAG TO MSG-Language
002210         MOVE WS-EMPMAST-STATUS TO MSG-Variable
002220         CALL "daymsg" USING MSG-REQUEST
002230     ELSE
002240         SET WS-EMPMAST-WAS-OPENED TO TRUE
002250     END-IF.
002260 1000-EXIT.
002270     EXIT.

002280 1200-LOAD-DEPT-TABLE.
002290     OPEN INPUT DEPTTBL.
002300     IF NOT WS-DEPTTBL-OK
002310         DISPLAY "DAY3 - UNABLE TO OPEN DEPTTBL, STATUS "
002320             WS-DEPTTBL-STATUS
002330             " - DEPARTMENT CODES WILL NOT BE VALIDATED"
002340         GO TO 1200-EXIT
002350     END-IF.

002360     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
002370         UNTIL WS-DEPTTBL-STATUS = "10".
002380     CLOSE DEPTTBL.
002390 1200-EXIT.
002400     EXIT.

002410 1210-LOAD-ONE-DEPT.
002420     READ DEPTTBL
002430         AT END
002440             MOVE "10" TO WS-DEPTTBL-STATUS
002450             GO TO 1210-EXIT
002460     END-READ.
002470     IF WS-DEPT-TBL-COUNT < 50
002480         ADD 1 TO WS-DEPT-TBL-COUNT
002490         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
002500         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
002510     ELSE
002520         DISPLAY "DAY3 - DEPARTMENT TABLE FULL (50), "
002530             DEP-Code " IGNORED"
002540     END-IF.
002550 1210-EXIT.
002560     EXIT.

002570 2000-CAPTURE-EMPLOYE.
002580     IF WS-LANG-IS-ENGLISH
002590         DISPLAY "WHAT IS YOUR NAME ? "
002600     ELSE
002610         DISPLAY "Quel est votre nom ? "
002620     END-IF.
002630     ACCEPT My-name.
002640     PERFORM 2010-GET-VALID-AGE THRU 2010-EXIT.
002650     IF WS-LANG-IS-ENGLISH
002660         DISPLAY "ENTER EMPLOYEE ID (5 CHARS)   : "
002670     ELSE
002680         DISPLAY "ENTRER L'ID EMPLOYE (5 CARACTERES) : "
002690     END-IF.
002700     ACCEPT Employe-ID.
002710     PERFORM 2040-GET-VALID-DEPT THRU 2040-EXIT.
002720     IF WS-LANG-IS-ENGLISH
002730         DISPLAY "ENTER HIRE DATE (YYYYMMDD)    : "
002740     ELSE
002750         DISPLAY "ENTRER LA DATE D'EMBAUCHE (AAAAMMJJ) : "
002760     END-IF.
002770     ACCEPT Employe-Date-Embauche.

002780     COMPUTE WS-BIRTH-YEAR = (WS-CURRENT-YEAR-ONLY - My-Age).
002790     MOVE WS-BIRTH-YEAR TO Employe-Date-Naissance(1:4).
002800     MOVE "0101"        TO Employe-Date-Naissance(5:4).
002810     MOVE My-name       TO Employe-Nom.

002820     PERFORM 2030-WRITE-EMPLOYE-FICHE THRU 2030-EXIT.

002830     DISPLAY My-name.
002840     DISPLAY My-age.
002850 2000-EXIT.
002860     EXIT.

002870 2010-GET-VALID-AGE.
002880     MOVE "N" TO WS-AGE-VALID-SW.
002890     PERFORM 2020-PROMPT-AGE THRU 2020-EXIT
002900         UNTIL WS-AGE-IS-VALID.
002910 2010-EXIT.
002920     EXIT.

002930 2020-PROMPT-AGE.
002940     IF WS-LANG-IS-ENGLISH
002950         DISPLAY "WHAT IS YOUR AGE ? "
002960     ELSE
002970         DISPLAY "Quelle est votre age ? "
002980     END-IF.
002990     ACCEPT WS-AGE-INPUT.
003000     IF WS-AGE-INPUT IS NOT NUMERIC
003010         IF WS-LANG-IS-ENGLISH
003020             DISPLAY "DAY3 - AGE MUST BE NUMERIC, TRY AGAIN"
003030         ELSE
003040             DISPLAY "DAY3 - L'AGE DOIT ETRE NUMERIQUE, ESSAYEZ "
003050                 "ENCORE"
003060         END-IF
003070     ELSE IF WS-AGE-NUMERIC > 120
003080         IF WS-LANG-IS-ENGLISH
003090             DISPLAY "DAY3 - AGE MUST BE 120 OR LESS, TRY AGAIN"
003100         ELSE
003110             DISPLAY "DAY3 - L'AGE DOIT ETRE 120 OU MOINS, "
003120                 "ESSAYEZ ENCORE"
003130         END-IF
003140     ELSE
003150         MOVE WS-AGE-NUMERIC TO My-age
003160         SET WS-AGE-IS-VALID TO TRUE
003170     END-IF.
003180 2020-EXIT.
003190     EXIT.

003200 2040-GET-VALID-DEPT.
003210     MOVE "N" TO WS-DEPT-VALID-SW.
003220     PERFORM 2050-PROMPT-DEPT THRU 2050-EXIT
003230         UNTIL WS-DEPT-IS-VALID.
003240 2040-EXIT.
003250     EXIT.

003260 2050-PROMPT-DEPT.
003270     IF WS-LANG-IS-ENGLISH
003280         DISPLAY "ENTER DEPARTMENT CODE (4 CHARS) : "
003290     ELSE
003300         DISPLAY "ENTRER LE CODE SERVICE (4 CARACTERES) : "
003310     END-IF.
003320     ACCEPT Employe-Dept.
003330     IF Employe-Dept = SPACES
003340         SET WS-DEPT-IS-VALID TO TRUE
003350         GO TO 2050-EXIT
003360     END-IF.
003370     IF WS-DEPT-TBL-COUNT = ZERO
003380         SET WS-DEPT-IS-VALID TO TRUE
003390         GO TO 2050-EXIT
003400     END-IF.
003410     SET WS-DEPT-TBL-IDX TO 1.
003420     SEARCH WS-DEPT-TBL-ENTRY
003430         AT END
003440             IF WS-LANG-IS-ENGLISH
003450                 DISPLAY "DAY3 - UNKNOWN DEPARTMENT "
003460                     Employe-Dept ", TRY AGAIN (OR SPACES)"
003470             ELSE
003480                 DISPLAY "DAY3 - SERVICE INCONNU "
003490                     Employe-Dept ", ESSAYEZ ENCORE"
003500             END-IF
003510         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX) = Employe-Dept
003520             SET WS-DEPT-IS-VALID TO TRUE
003530     END-SEARCH.
003540 2050-EXIT.
003550     EXIT.

003560 2030-WRITE-EMPLOYE-FICHE.
003570     MOVE "A"    TO Employe-Statut.
003580     MOVE ZERO   TO Employe-Date-Depart.
003590     MOVE SPACES TO Employe-Motif-Depart.
003600     WRITE Employe-Fiche
003610         INVALID KEY
003620             REWRITE Employe-Fiche
003630                 INVALID KEY
003640                     IF WS-LANG-IS-ENGLISH
003650                       DISPLAY "DAY3 - COULD NOT WRITE EMPLOYEE "
003660                           Employe-ID
003670                     ELSE
003680                       DISPLAY "DAY3 - ECRITURE IMPOSSIBLE - "
003690                           Employe-ID
003700                     END-IF
003710             END-REWRITE
003720     END-WRITE.

003730     MOVE Employe-ID TO DRV-Employe-ID.
003740     ADD 1 TO WS-RPT-RECORD-COUNT.
003750 2030-EXIT.
003760     EXIT.

003770 3000-BATCH-PROCESS.
003780     OPEN INPUT EMPBATCH.
003790     IF NOT WS-EMPBATCH-OK
003800         DISPLAY "DAY3 - UNABLE TO OPEN EMPBATCH, STATUS "
003810             WS-EMPBATCH-STATUS
003820         GO TO 3000-EXIT
003830     END-IF.
003840     OPEN OUTPUT EMPBRPT.
003850     IF NOT WS-EMPBRPT-OK
003860         DISPLAY "DAY3 - UNABLE TO OPEN EMPBRPT, STATUS "
003870             WS-EMPBRPT-STATUS
003880         CLOSE EMPBATCH
003890         GO TO 3000-EXIT
003900     END-IF.

003910     PERFORM 3010-READ-ONE-BATCH-RECORD THRU 3010-EXIT
003920         UNTIL WS-EMPBATCH-STATUS = "10".

003930     CLOSE EMPBATCH.
003940     CLOSE EMPBRPT.
003950 3000-EXIT.
003960     EXIT.

003970 3010-READ-ONE-BATCH-RECORD.
003980     READ EMPBATCH
003990         AT END
004000             MOVE "10" TO WS-EMPBATCH-STATUS
004010             GO TO 3010-EXIT
004020     END-READ.

004030     ADD 1 TO WS-BATCH-SEQ.
004040     MOVE WS-BATCH-SEQ TO WS-BATCH-SEQ-ED.
004050     MOVE WS-BATCH-ID-WORK TO Employe-ID.
004060     MOVE SPACES           TO Employe-Dept.
004070     MOVE WS-CURRENT-DATE  TO Employe-Date-Embauche.
004080     MOVE NA-My-Name       TO My-name.
004090     MOVE NA-My-Age        TO My-age.

004100     PERFORM 3015-VALIDATE-BATCH-AGE THRU 3015-EXIT.
004110     IF NOT WS-BATCH-AGE-IS-VALID
004120         ADD 1 TO WS-BATCH-REJECTED
004130         MOVE SPACES TO EMPBRPT-REC
004140         STRING "EMPLOYEE " Employe-ID " - " My-name
004150                 " - AGE " My-age " - REJECTED, INVALID AGE"
004160             DELIMITED BY SIZE INTO EMPBRPT-REC
004170         WRITE EMPBRPT-REC
004180         GO TO 3010-EXIT
004190     END-IF.

004200     COMPUTE WS-BIRTH-YEAR = (WS-CURRENT-YEAR-ONLY - My-Age).
004210     MOVE WS-BIRTH-YEAR TO Employe-Date-Naissance(1:4).
004220     MOVE "0101"        TO Employe-Date-Naissance(5:4).
004230     MOVE My-name       TO Employe-Nom.

004240     PERFORM 2030-WRITE-EMPLOYE-FICHE THRU 2030-EXIT.

004250     MOVE SPACES TO EMPBRPT-REC.
004260     STRING "EMPLOYEE " Employe-ID " - " My-name
004270             " - AGE " My-age " - RECORD WRITTEN"
004280         DELIMITED BY SIZE INTO EMPBRPT-REC.
004290     WRITE EMPBRPT-REC.
004300 3010-EXIT.
004310     EXIT.

004320 3015-VALIDATE-BATCH-AGE.
004330     MOVE "N" TO WS-BATCH-AGE-VALID-SW.
004340     IF NA-My-Age IS NOT NUMERIC
004350         DISPLAY "DAY3 - BATCH RECORD " WS-BATCH-SEQ-ED
004360             " AGE NOT NUMERIC - REJECTED"
004370     ELSE IF My-age > 120
004380         DISPLAY "DAY3 - BATCH RECORD " WS-BATCH-SEQ-ED
004390             " AGE OVER 120 - REJECTED"
004400     ELSE
004410         SET WS-BATCH-AGE-IS-VALID TO TRUE
004420     END-IF.
004430 3015-EXIT.
004440     EXIT.

004450 9000-TERMINATE.
004460     IF WS-EMPMAST-WAS-OPENED
004470         CLOSE EMPMAST
004480     END-IF.
004490 9000-EXIT.
004500     EXIT.

004510 8000-PRINT-HEADER.
004520     CALL "dayproc" USING WS-RPT-RUN-DATE.
004530     STRING WS-RPT-RUN-YEAR  "-" WS-RPT-RUN-MONTH "-"
004540            WS-RPT-RUN-DAY
004550         DELIMITED BY SIZE INTO WS-RPT-RUN-DATE-ED.
004560     DISPLAY "========================================".
004570     DISPLAY "DAY3 - EMPLOYEE IDENTITY CAPTURE".
004580     DISPLAY "RUN DATE : " WS-RPT-RUN-DATE-ED
004590         "   PAGE : " WS-RPT-PAGE.
004600     DISPLAY "========================================".
004610 8000-EXIT.
004620     EXIT.

004630 8010-PRINT-TRAILER.
004640     DISPLAY "----------------------------------------".
004650     DISPLAY "DAY3 - RECORD COUNT : " WS-RPT-RECORD-COUNT.
004660     DISPLAY "----------------------------------------".
004670 8010-EXIT.
004680     EXIT.
