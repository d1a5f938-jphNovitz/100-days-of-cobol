000290*                   DEFAULTING TO TODAY) INSTEAD OF THE SYSTEM
000300*                   DATE, SO A WEDNESDAY RERUN OF TUESDAY'S WORK
000310*                   STAMPS TUESDAY.
000320*  10/15/2026  JPH  TERMINATED EMPLOYEES (STATUT "I") ARE LEFT OFF
000330*                   THE ROSTER AND ITS HEADCOUNTS, AND COUNTED
000340*                   ON THE CONSOLE INSTEAD.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. day3rpt.
000380 AUTHOR. jphNovitz.
000390 DATE-WRITTEN. 2026/08/22.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT EMPMAST ASSIGN TO "EMPMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS Employe-ID
000480         FILE STATUS IS WS-EMPMAST-STATUS.

000490     SELECT EMPRPT ASSIGN TO "EMPRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-EMPRPT-STATUS.

000520     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DEPTTBL-STATUS.

000550     SELECT SORTWORK ASSIGN TO "SORTWORK".

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EMPMAST
000590     RECORDING MODE IS F.
000600     COPY EMPREC.

000610 FD  EMPRPT
000620     RECORDING MODE IS F.
000630 01  EMPRPT-LINE              PIC X(80).

000640 FD  DEPTTBL
000650     RECORDING MODE IS F.
000660 01  DEPTTBL-REC.
000670     05  DEP-Code             PIC X(04).
000680     05  DEP-Nom              PIC X(25).

000690 SD  SORTWORK.
000700 01  SORTWORK-REC.
000710     05  SRT-Employe-Dept     PIC X(04).
000720     05  SRT-Employe-ID       PIC X(05).
000730     05  SRT-Employe-Nom      PIC X(15).
000740     05  SRT-Date-Embauche    PIC 9(08).

000750 WORKING-STORAGE SECTION.
000760 01  WS-EMPMAST-STATUS        PIC X(02).
000770     88  WS-EMPMAST-OK             VALUE "00".

000780 01  WS-EMPRPT-STATUS         PIC X(02).
000790     88  WS-EMPRPT-OK              VALUE "00".

000800 01  WS-DEPTTBL-STATUS        PIC X(02).
000810     88  WS-DEPTTBL-OK             VALUE "00".

000820 01  WS-SWITCHES.
000830     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000840         88  WS-EOF-REACHED          VALUE "Y".
000850     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
000860         88  WS-SORT-EOF-REACHED     VALUE "Y".
000870     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
000880         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".
000890     05  WS-EMPRPT-OPEN-SW    PIC X(01)  VALUE "N".
000900         88  WS-EMPRPT-WAS-OPENED    VALUE "Y".

000910 01  WS-COUNTERS.
000920     05  WS-EMPLOYES-READ     PIC 9(05) COMP  VALUE ZERO.
000930     05  WS-LEAVERS-SKIPPED   PIC 9(05) COMP  VALUE ZERO.
000940     05  WS-DEPT-COUNT        PIC 9(05) COMP  VALUE ZERO.
000950     05  WS-GRAND-COUNT       PIC 9(05) COMP  VALUE ZERO.

000960 01  WS-RUN-DATE              PIC 9(08).
000970 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
000980     05  WS-RUN-YEAR          PIC 9(04).
000990     05  WS-RUN-MMDD          PIC 9(04).
001000 01  WS-HIRE-DATE             PIC 9(08).
001010 01  WS-HIRE-DATE-GROUP REDEFINES WS-HIRE-DATE.
001020     05  WS-HIRE-YEAR         PIC 9(04).
001030     05  WS-HIRE-MMDD         PIC 9(04).
001040 01  WS-SERVICE-YEARS         PIC S9(03) COMP-3  VALUE ZERO.

001050 01  WS-PREV-DEPT             PIC X(04)  VALUE HIGH-VALUES.

001060 01  WS-DEPT-HEADING.
001070     05  FILLER               PIC X(14) VALUE "SERVICE     : ".
001080     05  WH-DEPT              PIC X(04).
001090     05  FILLER               PIC X(02) VALUE SPACES.
001100     05  WH-DEPT-NOM          PIC X(25).

001110     COPY DEPTTBL.

001120 01  WS-COLUMN-HEADING.
001130     05  FILLER               PIC X(05) VALUE "ID".
001140     05  FILLER               PIC X(02) VALUE SPACES.
001150     05  FILLER               PIC X(15) VALUE "NOM".
001160     05  FILLER               PIC X(02) VALUE SPACES.
001170     05  FILLER               PIC X(08) VALUE "EMBAUCHE".
001180     05  FILLER               PIC X(02) VALUE SPACES.
001190     05  FILLER               PIC X(10) VALUE "ANCIENNETE".

001200 01  WS-DETAIL-LINE.
001210     05  WD-ID                PIC X(05).
001220     05  FILLER               PIC X(02) VALUE SPACES.
001230     05  WD-NOM               PIC X(15).
001240     05  FILLER               PIC X(02) VALUE SPACES.
001250     05  WD-EMBAUCHE          PIC 9(08).
001260     05  FILLER               PIC X(05) VALUE SPACES.
001270     05  WD-ANCIENNETE        PIC ZZ9.
001280     05  FILLER               PIC X(04) VALUE " ANS".

001290 01  WS-DEPT-TOTAL-LINE.
001300     05  FILLER               PIC X(24) VALUE
001310         "EFFECTIF DU SERVICE ... ".
001320     05  WT-DEPT-COUNT        PIC ZZZZ9.

001330 01  WS-GRAND-TOTAL-LINE.
001340     05  FILLER               PIC X(24) VALUE
001350         "EFFECTIF TOTAL ........ ".
001360     05  WT-GRAND-COUNT       PIC ZZZZ9.

001370     COPY RPTCTL.

001380 PROCEDURE DIVISION.

001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     IF NOT WS-EOF-REACHED
001420         SORT SORTWORK
001430             ON ASCENDING KEY SRT-Employe-Dept
001440                              SRT-Employe-ID
001450             INPUT PROCEDURE IS 2000-SELECT-EMPLOYES
001460                 THRU 2900-IP-EXIT
001470             OUTPUT PROCEDURE IS 3000-PRINT-ROSTER
001480                 THRU 3900-OP-EXIT
001490     END-IF.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     GOBACK.

001520 1000-INITIALIZE.
001530     CALL "dayproc" USING WS-RUN-DATE.
001540     OPEN INPUT EMPMAST.
001550     IF NOT WS-EMPMAST-OK
001560         DISPLAY "DAY3RPT - UNABLE TO OPEN EMPMAST, STATUS "
001570             WS-EMPMAST-STATUS
001580         MOVE "Y" TO WS-EOF-SW
001590         GO TO 1000-EXIT
001600     END-IF.
001610     MOVE "Y" TO WS-EMPMAST-OPEN-SW.

001620     OPEN OUTPUT EMPRPT.
001630     IF NOT WS-EMPRPT-OK
001640         DISPLAY "DAY3RPT - UNABLE TO OPEN EMPRPT, STATUS "
001650             WS-EMPRPT-STATUS
001660         MOVE "Y" TO WS-EOF-SW
001670         GO TO 1000-EXIT
001680     END-IF.
001690     MOVE "Y" TO WS-EMPRPT-OPEN-SW.
001700     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
001710 1000-EXIT.
001720     EXIT.

001730 1200-LOAD-DEPT-TABLE.
001740     OPEN INPUT DEPTTBL.
001750     IF NOT WS-DEPTTBL-OK
001760         DISPLAY "DAY3RPT - UNABLE TO OPEN DEPTTBL, STATUS "
001770             WS-DEPTTBL-STATUS
001780             " - DEPARTMENT NAMES WILL BE BLANK"
001790         GO TO 1200-EXIT
001800     END-IF.

001810     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
001820         UNTIL WS-DEPTTBL-STATUS = "10".
001830     CLOSE DEPTTBL.
001840 1200-EXIT.
001850     EXIT.

001860 1210-LOAD-ONE-DEPT.
001870     READ DEPTTBL
001880         AT END
001890             MOVE "10" TO WS-DEPTTBL-STATUS
001900             GO TO 1210-EXIT
001910     END-READ.
001920     IF WS-DEPT-TBL-COUNT < 50
001930         ADD 1 TO WS-DEPT-TBL-COUNT
001940         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
001950         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
001960     ELSE
001970         DISPLAY "DAY3RPT - DEPARTMENT TABLE FULL (50), "
001980             DEP-Code " IGNORED"
001990     END-IF.
002000 1210-EXIT.
002010     EXIT.

002020 2000-SELECT-EMPLOYES.
002030     PERFORM 2100-READ-EMPMAST THRU 2100-EXIT.
002040     PERFORM 2010-RELEASE-ONE-EMPLOYE THRU 2010-EXIT
002050         UNTIL WS-EOF-REACHED.
002060     GO TO 2900-IP-EXIT.

002070 2010-RELEASE-ONE-EMPLOYE.
002080     IF Employe-Inactif
002090         ADD 1 TO WS-LEAVERS-SKIPPED
002100         GO TO 2010-READ-NEXT
002110     END-IF.
002120     MOVE Employe-Dept          TO SRT-Employe-Dept.
002130     MOVE Employe-ID            TO SRT-Employe-ID.
002140     MOVE Employe-Nom           TO SRT-Employe-Nom.
002150     MOVE Employe-Date-Embauche TO SRT-Date-Embauche.
002160     RELEASE SORTWORK-REC.
002170 2010-READ-NEXT.
002180     PERFORM 2100-READ-EMPMAST THRU 2100-EXIT.
002190 2010-EXIT.
002200     EXIT.

002210 2100-READ-EMPMAST.
002220     READ EMPMAST NEXT RECORD
002230         AT END
002240             MOVE "Y" TO WS-EOF-SW
002250             GO TO 2100-EXIT
002260     END-READ.
002270     ADD 1 TO WS-EMPLOYES-READ.
002280 2100-EXIT.
002290     EXIT.

002300 2900-IP-EXIT.
002310     EXIT.

002320 3000-PRINT-ROSTER.
002330     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
002340     PERFORM 3010-PRINT-ONE-EMPLOYE THRU 3010-EXIT
002350         UNTIL WS-SORT-EOF-REACHED.
002360     IF WS-PREV-DEPT NOT = HIGH-VALUES
002370         PERFORM 3300-DEPT-TOTAL THRU 3300-EXIT
002380     END-IF.
002390     GO TO 3900-OP-EXIT.

002400 3010-PRINT-ONE-EMPLOYE.
002410     IF SRT-Employe-Dept NOT = WS-PREV-DEPT
002420         IF WS-PREV-DEPT NOT = HIGH-VALUES
002430             PERFORM 3300-DEPT-TOTAL THRU 3300-EXIT
002440         END-IF
002450         PERFORM 3200-DEPT-HEADING THRU 3200-EXIT
002460     END-IF.

002470     PERFORM 3400-COMPUTE-SERVICE THRU 3400-EXIT.

002480     MOVE SRT-Employe-ID    TO WD-ID.
002490     MOVE SRT-Employe-Nom   TO WD-NOM.
002500     MOVE SRT-Date-Embauche TO WD-EMBAUCHE.
002510     MOVE WS-SERVICE-YEARS  TO WD-ANCIENNETE.
002520     MOVE WS-DETAIL-LINE TO EMPRPT-LINE.
002530     WRITE EMPRPT-LINE.
002540     ADD 1 TO WS-DEPT-COUNT.
002550     ADD 1 TO WS-GRAND-COUNT.

002560     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
002570 3010-EXIT.
002580     EXIT.

002590 3100-RETURN-ONE.
002600     RETURN SORTWORK
002610         AT END
002620             MOVE "Y" TO WS-SORT-EOF-SW
002630     END-RETURN.
002640 3100-EXIT.
002650     EXIT.

002660 3200-DEPT-HEADING.
002670     MOVE SRT-Employe-Dept TO WS-PREV-DEPT.
002680     MOVE SRT-Employe-Dept TO WH-DEPT.
002690     PERFORM 3250-GET-DEPT-NOM THRU 3250-EXIT.
002700     MOVE SPACES TO EMPRPT-LINE.
002710     WRITE EMPRPT-LINE.
002720     MOVE WS-DEPT-HEADING TO EMPRPT-LINE.
002730     WRITE EMPRPT-LINE.
002740     MOVE WS-COLUMN-HEADING TO EMPRPT-LINE.
002750     WRITE EMPRPT-LINE.
002760     MOVE ZERO TO WS-DEPT-COUNT.
002770 3200-EXIT.
002780     EXIT.

002790 3250-GET-DEPT-NOM.
002800     MOVE SPACES TO WH-DEPT-NOM.
002810     IF WS-DEPT-TBL-COUNT = ZERO
002820         GO TO 3250-EXIT
002830     END-IF.
002840     SET WS-DEPT-TBL-IDX TO 1.
002850     SEARCH WS-DEPT-TBL-ENTRY
002860         AT END
002870             MOVE "** INCONNU **" TO WH-DEPT-NOM
002880         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX)
002890             = SRT-Employe-Dept
002900             MOVE WS-DEPT-TBL-NAME(WS-DEPT-TBL-IDX)
002910                 TO WH-DEPT-NOM
002920     END-SEARCH.
002930 3250-EXIT.
002940     EXIT.

002950 3300-DEPT-TOTAL.
002960     MOVE WS-DEPT-COUNT TO WT-DEPT-COUNT.
002970     MOVE WS-DEPT-TOTAL-LINE TO EMPRPT-LINE.
002980     WRITE EMPRPT-LINE.
002990 3300-EXIT.
003000     EXIT.

003010 3400-COMPUTE-SERVICE.
003020     IF SRT-Date-Embauche IS NOT NUMERIC
003030         MOVE ZERO TO WS-SERVICE-YEARS
003040         GO TO 3400-EXIT
003050     END-IF.
003060     MOVE SRT-Date-Embauche TO WS-HIRE-DATE.
003070     COMPUTE WS-SERVICE-YEARS = WS-RUN-YEAR - WS-HIRE-YEAR.
003080     IF WS-RUN-MMDD < WS-HIRE-MMDD
003090         SUBTRACT 1 FROM WS-SERVICE-YEARS
003100     END-IF.
003110     IF WS-SERVICE-YEARS < ZERO
003120         MOVE ZERO TO WS-SERVICE-YEARS
003130     END-IF.
003140 3400-EXIT.
003150     EXIT.

003160 3900-OP-EXIT.
003170     EXIT.

003180 9000-TERMINATE.
003190     IF WS-EMPRPT-WAS-OPENED
003200         MOVE WS-GRAND-COUNT TO WT-GRAND-COUNT
003210         MOVE WS-GRAND-TOTAL-LINE TO EMPRPT-LINE
003220         WRITE EMPRPT-LINE
003230     END-IF.
003240     IF WS-EMPMAST-WAS-OPENED
003250         CLOSE EMPMAST
003260     END-IF.
003270     IF WS-EMPRPT-WAS-OPENED
003280         CLOSE EMPRPT
003290     END-IF.
003300     DISPLAY "DAY3RPT - EMPLOYES READ    : " WS-EMPLOYES-READ.
003310     DISPLAY "DAY3RPT - EMPLOYES LISTED  : " WS-GRAND-COUNT.
003320     DISPLAY "DAY3RPT - LEAVERS SKIPPED  : " WS-LEAVERS-SKIPPED.
003330 9000-EXIT.
003340     EXIT.
