000810*                   DEFAULTING TO TODAY) INSTEAD OF THE SYSTEM
000820*                   DATE, SO A WEDNESDAY RERUN OF TUESDAY'S WORK
000830*                   STAMPS TUESDAY.
000840*  10/15/2026  JPH  TERMINATED EMPLOYEES (STATUT "I") ARE NO
000850*                   LONGER RUN THROUGH AGERULES: THE LOOKUP SAYS
000860*                   WHEN THE EMPLOYEE LEFT, AND THE "R" ROSTER
000870*                   SKIPS AND COUNTS THEM.
000880*****************************************************************
000890 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. day5.
000910 AUTHOR. jphNovitz.
000920 DATE-WRITTEN. 2025/12/10.
000930 DATE-COMPILED.

000940 ENVIRONMENT DIVISION.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT EMPMAST ASSIGN TO "EMPMAST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS Employe-ID
001010         FILE STATUS IS WS-EMPMAST-STATUS.

001020     SELECT AGERULES ASSIGN TO "AGERULES"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-AGERULES-STATUS.

001050     SELECT AGEBATCH ASSIGN TO "AGEBATCH"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-AGEBATCH-STATUS.

001080     SELECT AGEBRPT ASSIGN TO "AGEBRPT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-AGEBRPT-STATUS.

001110     SELECT ROSTRPT ASSIGN TO "ROSTRPT"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-ROSTRPT-STATUS.

001140     SELECT SORTWORK ASSIGN TO "SORTWORK".

001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  EMPMAST
001180     RECORDING MODE IS F.
001190     COPY EMPREC.

001200 FD  AGERULES
001210     RECORDING MODE IS F.
001220 01  AGERULES-REC.
001230     05  AGER-Min-Age         PIC 9(03).
001240     05  AGER-Label           PIC X(20).

001250 FD  AGEBATCH
001260     RECORDING MODE IS F.
001270     COPY NAMEAGE.

001280 FD  AGEBRPT
001290     RECORDING MODE IS F.
001300 01  AGEBRPT-REC              PIC X(80).

001310 FD  ROSTRPT
001320     RECORDING MODE IS F.
001330 01  ROSTRPT-LINE             PIC X(80).

001340 SD  SORTWORK.
001350 01  SORTWORK-REC.
001360     05  SRT-Label            PIC X(30).
001370     05  SRT-Employe-ID       PIC X(05).
001380     05  SRT-Employe-Nom      PIC X(15).
001390     05  SRT-Age              PIC 9(03).

001400 WORKING-STORAGE SECTION.
001410 01  WS-EMPMAST-STATUS        PIC X(02).
001420     88  WS-EMPMAST-OK             VALUE "00".
001430     88  WS-EMPMAST-NOTFOUND      VALUE "23".

001440 01  WS-AGERULES-STATUS       PIC X(02).
001450     88  WS-AGERULES-OK            VALUE "00".

001460 01  WS-WORK-ID               PIC X(05).
001470 01  WS-CURRENT-DATE          PIC 9(08).
001480 01  WS-CURRENT-YEAR-GROUP REDEFINES WS-CURRENT-DATE.
001490     05  WS-CURRENT-YEAR      PIC 9(04).
001500     05  FILLER               PIC 9(04).
001510 01  Birth-year               PIC 9(04).
001520 01  My-age                   PIC 9(03).
001530 01  My-name                  PIC X(15).

001540 01  WS-AGEBATCH-STATUS       PIC X(02).
001550     88  WS-AGEBATCH-OK            VALUE "00".

001560 01  WS-AGEBRPT-STATUS        PIC X(02).
001570     88  WS-AGEBRPT-OK             VALUE "00".

001580 01  WS-MODE-FLAG             PIC X(01)  VALUE "I".
001590     88  WS-MODE-IS-BATCH         VALUE "B".
001600     88  WS-MODE-IS-INTERACTIVE   VALUE "I".
001610     88  WS-MODE-IS-ROSTER        VALUE "R".

001620 01  WS-ROSTRPT-STATUS        PIC X(02).
001630     88  WS-ROSTRPT-OK             VALUE "00".

001640 01  WS-ROSTER-FIELDS.
001650     05  WS-ROSTER-EOF-SW     PIC X(01)  VALUE "N".
001660         88  WS-ROSTER-EOF           VALUE "Y".
001670     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001680         88  WS-SORT-EOF-REACHED     VALUE "Y".
001690     05  WS-PREV-LABEL        PIC X(30)  VALUE HIGH-VALUES.
001700     05  WS-LABEL-COUNT       PIC 9(05) COMP  VALUE ZERO.
001710     05  WS-ROSTER-TOTAL      PIC 9(05) COMP  VALUE ZERO.
001720     05  WS-BAD-DATES         PIC 9(05) COMP  VALUE ZERO.
001730     05  WS-LEAVERS-SKIPPED   PIC 9(05) COMP  VALUE ZERO.

001740 01  WS-LABEL-HEADING.
001750     05  FILLER               PIC X(14) VALUE "ELIGIBILITE : ".
001760     05  WH-LABEL             PIC X(30).

001770 01  WS-ROSTER-DETAIL.
001780     05  FILLER               PIC X(02) VALUE SPACES.
001790     05  WR-ID                PIC X(05).
001800     05  FILLER               PIC X(02) VALUE SPACES.
001810     05  WR-NOM               PIC X(15).
001820     05  FILLER               PIC X(02) VALUE SPACES.
001830     05  WR-AGE               PIC ZZ9.
001840     05  FILLER               PIC X(04) VALUE " ANS".

001850 01  WS-LABEL-TOTAL-LINE.
001860     05  FILLER               PIC X(26) VALUE
001870         "EFFECTIF POUR CE LIBELLE  ".
001880     05  WT-LABEL-COUNT       PIC ZZZZ9.

001890 01  WS-ROSTER-TOTAL-LINE.
001900     05  FILLER               PIC X(26) VALUE
001910         "EFFECTIF TOTAL DU ROSTER  ".
001920     05  WT-ROSTER-TOTAL      PIC ZZZZ9.

001930 01  WS-SWITCHES.
001940     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
001950         88  WS-EMPMAST-WAS-OPENED  VALUE "Y".

001960 01  WS-AGE-LABEL-RESULT      PIC X(30).

001970     COPY AGERULES.

001980     COPY DRVLINK.
001990     COPY RPTCTL.

002000 PROCEDURE DIVISION.

002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     EVALUATE TRUE
002040         WHEN WS-MODE-IS-BATCH
002050             PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
002060         WHEN WS-MODE-IS-ROSTER
002070             PERFORM 4000-ROSTER-PROCESS THRU 4000-EXIT
002080         WHEN OTHER
002090             PERFORM 8000-PRINT-HEADER THRU 8000-EXIT
002100             IF WS-EMPMAST-WAS-OPENED
002110                 PERFORM 2000-LOOKUP-EMPLOYE THRU 2000-EXIT
002120             END-IF
002130             PERFORM 8010-PRINT-TRAILER THRU 8010-EXIT
002140     END-EVALUATE.
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002160     GOBACK.

002170 1000-INITIALIZE.
002180     ACCEPT WS-MODE-FLAG FROM COMMAND-LINE.
002190     IF NOT WS-MODE-IS-BATCH AND NOT WS-MODE-IS-INTERACTIVE
002200         AND NOT WS-MODE-IS-ROSTER
002210         MOVE "I" TO WS-MODE-FLAG
002220     END-IF.
002230     IF DRV-RUNNING-UNATTENDED
002240         MOVE "B" TO WS-MODE-FLAG
002250     END-IF.
002260     CALL "dayproc" USING WS-CURRENT-DATE.
002270     PERFORM 1200-LOAD-AGE-RULES THRU 1200-EXIT.
002280     IF NOT WS-MODE-IS-BATCH
002290         OPEN INPUT EMPMAST
002300         IF NOT WS-EMPMAST-OK
002310             DISPLAY "DAY5 - UNABLE TO OPEN EMPMAST, STATUS "
002320                 WS-EMPMAST-STATUS
002330         ELSE
002340             SET WS-EMPMAST-WAS-OPENED TO TRUE
002350         END-IF
002360     END-IF.
002370 1000-EXIT.
002380     EXIT.

002390 1200-LOAD-AGE-RULES.
002400     OPEN INPUT AGERULES.
002410     IF NOT WS-AGERULES-OK
002420         DISPLAY "DAY5 - UNABLE TO OPEN AGERULES, STATUS "
002430             WS-AGERULES-STATUS
002440         GO TO 1200-EXIT
002450     END-IF.

002460     PERFORM 1210-LOAD-ONE-AGE-RULE THRU 1210-EXIT
002470         UNTIL WS-AGERULES-STATUS = "10".
002480     CLOSE AGERULES.
002490 1200-EXIT.
002500     EXIT.

002510 1210-LOAD-ONE-AGE-RULE.
002520     READ AGERULES
002530         AT END
002540             MOVE "10" TO WS-AGERULES-STATUS
002550             GO TO 1210-EXIT
002560     END-READ.
002570     ADD 1 TO WS-AGE-RULE-COUNT.
002580     MOVE AGER-Min-Age TO WS-AGE-RULE-MIN-AGE(WS-AGE-RULE-COUNT).
002590     MOVE AGER-Label   TO WS-AGE-RULE-LABEL(WS-AGE-RULE-COUNT).
002600 1210-EXIT.
002610     EXIT.

002620 2000-LOOKUP-EMPLOYE.
002630     IF DRV-Employe-ID NOT = SPACES
002640         MOVE DRV-Employe-ID TO WS-WORK-ID
002650     ELSE
002660         DISPLAY "ENTER EMPLOYEE ID TO LOOK UP (5 CHARS) : "
002670         ACCEPT WS-WORK-ID
002680     END-IF.
002690     MOVE WS-WORK-ID TO Employe-ID.

002700     READ EMPMAST
002710         INVALID KEY
002720             DISPLAY "DAY5 - EMPLOYEE " WS-WORK-ID " NOT FOUND"
002730             GO TO 2000-EXIT
002740     END-READ.
002750     IF Employe-Inactif
002760         DISPLAY "DAY5 - EMPLOYEE " WS-WORK-ID " LEFT ON "
002770             Employe-Date-Depart ", NOT ELIGIBLE"
002780         GO TO 2000-EXIT
002790     END-IF.

002800     MOVE Employe-Date-Naissance(1:4) TO Birth-year.
002810     COMPUTE My-age = (WS-CURRENT-YEAR - Birth-year).

002820     DISPLAY Employe-Nom.
002830     DISPLAY My-age.
002840     DISPLAY "Vous êtes né en " Birth-year.
002850     PERFORM 2010-DETERMINE-AGE-LABEL THRU 2010-EXIT.
002860     DISPLAY WS-AGE-LABEL-RESULT.
002870     ADD 1 TO WS-RPT-RECORD-COUNT.
002880 2000-EXIT.
002890     EXIT.

002900 2010-DETERMINE-AGE-LABEL.
002910     SET WS-AGE-RULE-IDX TO 1.
002920     SEARCH WS-AGE-RULE-ENTRY
002930         AT END
002940             MOVE "Vous êtes mineur !" TO WS-AGE-LABEL-RESULT
002950         WHEN My-age >= WS-AGE-RULE-MIN-AGE(WS-AGE-RULE-IDX)
002960             MOVE WS-AGE-RULE-LABEL(WS-AGE-RULE-IDX)
002970                 TO WS-AGE-LABEL-RESULT
002980     END-SEARCH.
002990 2010-EXIT.
003000     EXIT.

003010 3000-BATCH-PROCESS.
003020     OPEN INPUT AGEBATCH.
003030     IF NOT WS-AGEBATCH-OK
003040         DISPLAY "DAY5 - UNABLE TO OPEN AGEBATCH, STATUS "
003050             WS-AGEBATCH-STATUS
003060         GO TO 3000-EXIT
003070     END-IF.
003080     OPEN OUTPUT AGEBRPT.
003090     IF NOT WS-AGEBRPT-OK
003100         DISPLAY "DAY5 - UNABLE TO OPEN AGEBRPT, STATUS "
003110             WS-AGEBRPT-STATUS
003120         CLOSE AGEBATCH
003130         GO TO 3000-EXIT
003140     END-IF.

003150     PERFORM 3010-PROCESS-ONE-BATCH-RECORD THRU 3010-EXIT
003160         UNTIL WS-AGEBATCH-STATUS = "10".

003170     CLOSE AGEBATCH.
003180     CLOSE AGEBRPT.
003190 3000-EXIT.
003200     EXIT.

003210 3010-PROCESS-ONE-BATCH-RECORD.
003220     READ AGEBATCH
003230         AT END
003240             MOVE "10" TO WS-AGEBATCH-STATUS
003250             GO TO 3010-EXIT
003260     END-READ.

003270     MOVE NA-My-Name TO My-name.
003280     MOVE NA-My-Age  TO My-age.
003290     PERFORM 2010-DETERMINE-AGE-LABEL THRU 2010-EXIT.

003300     MOVE SPACES TO AGEBRPT-REC.
003310     STRING My-name " - AGE " My-age " - " WS-AGE-LABEL-RESULT
003320         DELIMITED BY SIZE INTO AGEBRPT-REC.
003330     WRITE AGEBRPT-REC.
003340 3010-EXIT.
003350     EXIT.

003360 4000-ROSTER-PROCESS.
003370     IF NOT WS-EMPMAST-WAS-OPENED
003380         GO TO 4000-EXIT
003390     END-IF.
003400     OPEN OUTPUT ROSTRPT.
003410     IF NOT WS-ROSTRPT-OK
003420         DISPLAY "DAY5 - UNABLE TO OPEN ROSTRPT, STATUS "
003430             WS-ROSTRPT-STATUS
003440         GO TO 4000-EXIT
003450     END-IF.

003460     SORT SORTWORK
003470         ON ASCENDING KEY SRT-Label
003480                          SRT-Employe-ID
003490         INPUT PROCEDURE IS 4100-SWEEP-EMPMAST
003500             THRU 4190-IP-EXIT
003510         OUTPUT PROCEDURE IS 4200-PRINT-ROSTER
003520             THRU 4290-OP-EXIT.

003530     CLOSE ROSTRPT.
003540     DISPLAY "DAY5 - ROSTER EMPLOYES LISTED : " WS-ROSTER-TOTAL.
003550     IF WS-BAD-DATES > ZERO
003560         DISPLAY "DAY5 - BAD BIRTH DATES SKIPPED: " WS-BAD-DATES
003570     END-IF.
003580     IF WS-LEAVERS-SKIPPED > ZERO
003590         DISPLAY "DAY5 - LEAVERS SKIPPED        : "
003600             WS-LEAVERS-SKIPPED
003610     END-IF.
003620 4000-EXIT.
003630     EXIT.

003640 4100-SWEEP-EMPMAST.
003650     PERFORM 4150-READ-EMPMAST THRU 4150-EXIT.
003660     PERFORM 4110-RELEASE-ONE THRU 4110-EXIT
003670         UNTIL WS-ROSTER-EOF.
003680     GO TO 4190-IP-EXIT.

003690 4110-RELEASE-ONE.
003700     IF Employe-Inactif
003710         ADD 1 TO WS-LEAVERS-SKIPPED
003720         GO TO 4110-NEXT
003730     END-IF.
003740     IF Employe-Date-Naissance IS NOT NUMERIC
003750         ADD 1 TO WS-BAD-DATES
003760         GO TO 4110-NEXT
003770     END-IF.
003780     MOVE Employe-Date-Naissance(1:4) TO Birth-year.
003790     COMPUTE My-age = (WS-CURRENT-YEAR - Birth-year).
003800     PERFORM 2010-DETERMINE-AGE-LABEL THRU 2010-EXIT.
003810     MOVE WS-AGE-LABEL-RESULT TO SRT-Label.
003820     MOVE Employe-ID          TO SRT-Employe-ID.
003830     MOVE Employe-Nom         TO SRT-Employe-Nom.
003840     MOVE My-age              TO SRT-Age.
003850     RELEASE SORTWORK-REC.
003860 4110-NEXT.
003870     PERFORM 4150-READ-EMPMAST THRU 4150-EXIT.
003880 4110-EXIT.
003890     EXIT.

003900 4150-READ-EMPMAST.
003910     READ EMPMAST NEXT RECORD
003920         AT END
003930             MOVE "Y" TO WS-ROSTER-EOF-SW
003940             GO TO 4150-EXIT
003950     END-READ.
003960 4150-EXIT.
003970     EXIT.

003980 4190-IP-EXIT.
003990     EXIT.

004000 4200-PRINT-ROSTER.
004010     PERFORM 4250-RETURN-ONE THRU 4250-EXIT.
004020     PERFORM 4210-PRINT-ONE THRU 4210-EXIT
004030         UNTIL WS-SORT-EOF-REACHED.
004040     IF WS-PREV-LABEL NOT = HIGH-VALUES
004050         PERFORM 4270-LABEL-TOTAL THRU 4270-EXIT
004060     END-IF.
004070     MOVE WS-ROSTER-TOTAL TO WT-ROSTER-TOTAL.
004080     MOVE WS-ROSTER-TOTAL-LINE TO ROSTRPT-LINE.
004090     WRITE ROSTRPT-LINE.
004100     GO TO 4290-OP-EXIT.

004110 4210-PRINT-ONE.
004120     IF SRT-Label NOT = WS-PREV-LABEL
004130         IF WS-PREV-LABEL NOT = HIGH-VALUES
004140             PERFORM 4270-LABEL-TOTAL THRU 4270-EXIT
004150         END-IF
004160         PERFORM 4260-LABEL-HEADING THRU 4260-EXIT
004170     END-IF.
004180     MOVE SRT-Employe-ID  TO WR-ID.
004190     MOVE SRT-Employe-Nom TO WR-NOM.
004200     MOVE SRT-Age         TO WR-AGE.
004210     MOVE WS-ROSTER-DETAIL TO ROSTRPT-LINE.
004220     WRITE ROSTRPT-LINE.
004230     ADD 1 TO WS-LABEL-COUNT.
004240     ADD 1 TO WS-ROSTER-TOTAL.
004250     PERFORM 4250-RETURN-ONE THRU 4250-EXIT.
004260 4210-EXIT.
004270     EXIT.

004280 4250-RETURN-ONE.
004290     RETURN SORTWORK
004300         AT END
004310             MOVE "Y" TO WS-SORT-EOF-SW
004320     END-RETURN.
004330 4250-EXIT.
004340     EXIT.

004350 4260-LABEL-HEADING.
004360     MOVE SRT-Label TO WS-PREV-LABEL.
004370     MOVE SRT-Label TO WH-LABEL.
004380     MOVE SPACES TO ROSTRPT-LINE.
004390     WRITE ROSTRPT-LINE.
004400     MOVE WS-LABEL-HEADING TO ROSTRPT-LINE.
004410     WRITE ROSTRPT-LINE.
004420     MOVE ZERO TO WS-LABEL-COUNT.
004430 4260-EXIT.
004440     EXIT.

004450 4270-LABEL-TOTAL.
004460     MOVE WS-LABEL-COUNT TO WT-LABEL-COUNT.
004470     MOVE WS-LABEL-TOTAL-LINE TO ROSTRPT-LINE.
004480     WRITE ROSTRPT-LINE.
004490 4270-EXIT.
004500     EXIT.

004510 4290-OP-EXIT.
004520     EXIT.

004530 9000-TERMINATE.
004540     IF WS-EMPMAST-WAS-OPENED
004550         CLOSE EMPMAST
004560     END-IF.
004570 9000-EXIT.
004580     EXIT.

004590 8000-PRINT-HEADER.
004600     CALL "dayproc" USING WS-RPT-RUN-DATE.
004610     STRING WS-RPT-RUN-YEAR  "-" WS-RPT-RUN-MONTH "-"
004620            WS-RPT-RUN-DAY
004630         DELIMITED BY SIZE INTO WS-RPT-RUN-DATE-ED.
004640     DISPLAY "========================================".
004650     DISPLAY "DAY5 - AGE AND MAJORITY CHECK".
004660     DISPLAY "RUN DATE : " WS-RPT-RUN-DATE-ED
004670         "   PAGE : " WS-RPT-PAGE.
004680     DISPLAY "========================================".
004690 8000-EXIT.
004700     EXIT.

004710 8010-PRINT-TRAILER.
004720     DISPLAY "----------------------------------------".
004730     DISPLAY "DAY5 - RECORD COUNT : " WS-RPT-RECORD-COUNT.
004740     DISPLAY "----------------------------------------".
004750 8010-EXIT.
004760     EXIT.
