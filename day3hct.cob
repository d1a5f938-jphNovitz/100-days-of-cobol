000100*****************************************************************
000110* EXERCISE 3 HEADCOUNT: MONTHLY HEADCOUNT AND TURNOVER REPORT
000120* READS THE EMPLOYEE MASTER (EMPMAST) AND PRINTS, FOR ONE MONTH,
000130* ONE LINE PER EMPLOYE-DEPT (HCTRPT) WITH THE DEPTTBL NAME:
000140*   - EFFECTIF DEBUT: ON THE BOOKS ON THE 1ST (HIRED BEFORE THE
000150*     MONTH AND NOT LEFT BEFORE IT);
000160*   - ENTREES: HIRED DURING THE MONTH;
000170*   - SORTIES: TERMINATED (STATUT "I") WITH A LEAVING DATE IN
000180*     THE MONTH;
000190*   - EFFECTIF FIN: DEBUT + ENTREES - SORTIES;
000200*   - TAUX DE ROTATION: SORTIES AS A PERCENTAGE OF THE AVERAGE
000210*     OF THE OPENING AND CLOSING HEADCOUNTS,
000220* FOLLOWED BY THE SAME FIGURES FOR THE WHOLE COMPANY. NOW THAT
000230* A LEAVER IS TERMINATED INSTEAD OF DELETED, THE MASTER STILL
000240* HOLDS EVERYONE WHO WAS ON THE BOOKS DURING THE MONTH.
000250*
000260* THE OPTIONAL HCTCTL CONTROL CARD GIVES THE MONTH (YYYYMM,
000270* DEFAULT THE MONTH OF THE PROCESSING DATE), AS PAYCTL DOES
000280* FOR DAY3PAY. THE MONTH RUNS FROM THE 01 TO THE 31 SO EVERY
000290* DATE IN IT IS CAUGHT WHATEVER THE CALENDAR.
000300*****************************************************************
000310* MODIFICATION HISTORY
000320*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY3RPT.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. day3hct.
000360 AUTHOR. jphNovitz.
000370 DATE-WRITTEN. 2026/10/15.
000380 DATE-COMPILED.

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPMAST ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS Employe-ID
000460         FILE STATUS IS WS-EMPMAST-STATUS.

000470     SELECT HCTRPT ASSIGN TO "HCTRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HCTRPT-STATUS.

000500     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DEPTTBL-STATUS.

000530     SELECT HCTCTL ASSIGN TO "HCTCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HCTCTL-STATUS.

000560     SELECT SORTWORK ASSIGN TO "SORTWORK".

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMPMAST
000600     RECORDING MODE IS F.
000610     COPY EMPREC.

000620 FD  HCTRPT
000630     RECORDING MODE IS F.
000640 01  HCTRPT-LINE              PIC X(80).

000650 FD  DEPTTBL
000660     RECORDING MODE IS F.
000670 01  DEPTTBL-REC.
000680     05  DEP-Code             PIC X(04).
000690     05  DEP-Nom              PIC X(25).

000700 FD  HCTCTL
000710     RECORDING MODE IS F.
000720 01  HCTCTL-REC.
000730     05  HC-Periode           PIC 9(06).

000740 SD  SORTWORK.
000750 01  SORTWORK-REC.
000760     05  SRT-Employe-Dept     PIC X(04).
000770     05  SRT-Debut            PIC 9(01).
000780     05  SRT-Entree           PIC 9(01).
000790     05  SRT-Sortie           PIC 9(01).

000800 WORKING-STORAGE SECTION.
000810 01  WS-EMPMAST-STATUS        PIC X(02).
000820     88  WS-EMPMAST-OK             VALUE "00".

000830 01  WS-HCTRPT-STATUS         PIC X(02).
000840     88  WS-HCTRPT-OK              VALUE "00".

000850 01  WS-DEPTTBL-STATUS        PIC X(02).
000860     88  WS-DEPTTBL-OK             VALUE "00".

000870 01  WS-HCTCTL-STATUS         PIC X(02).
000880     88  WS-HCTCTL-OK              VALUE "00".

000890 01  WS-SWITCHES.
000900     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000910         88  WS-EOF-REACHED          VALUE "Y".
000920     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
000930         88  WS-SORT-EOF-REACHED     VALUE "Y".
000940     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
000950         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".
000960     05  WS-HCTRPT-OPEN-SW    PIC X(01)  VALUE "N".
000970         88  WS-HCTRPT-WAS-OPENED    VALUE "Y".

000980 01  WS-COUNTERS.
000990     05  WS-EMPLOYES-READ     PIC 9(05) COMP  VALUE ZERO.
001000     05  WS-EMPLOYES-COUNTED  PIC 9(05) COMP  VALUE ZERO.
001010     05  WS-DEPTS-LISTED      PIC 9(05) COMP  VALUE ZERO.

001020*****************************************************************
001030* ONE SET OF FIGURES PER DEPARTMENT AND ONE FOR THE COMPANY;
001040* 3400-COMPUTE-TAUX WORKS ON WHICHEVER IS MOVED INTO WS-CALC.
001050*****************************************************************
001060 01  WS-DEPT-FIGURES.
001070     05  WS-DEPT-DEBUT        PIC 9(05) COMP  VALUE ZERO.
001080     05  WS-DEPT-ENTREES      PIC 9(05) COMP  VALUE ZERO.
001090     05  WS-DEPT-SORTIES      PIC 9(05) COMP  VALUE ZERO.
001100 01  WS-TOTAL-FIGURES.
001110     05  WS-TOTAL-DEBUT       PIC 9(05) COMP  VALUE ZERO.
001120     05  WS-TOTAL-ENTREES     PIC 9(05) COMP  VALUE ZERO.
001130     05  WS-TOTAL-SORTIES     PIC 9(05) COMP  VALUE ZERO.
001140 01  WS-CALC.
001150     05  WS-CALC-DEBUT        PIC 9(05) COMP  VALUE ZERO.
001160     05  WS-CALC-ENTREES      PIC 9(05) COMP  VALUE ZERO.
001170     05  WS-CALC-SORTIES      PIC 9(05) COMP  VALUE ZERO.
001180     05  WS-CALC-FIN          PIC S9(05) COMP VALUE ZERO.
001190     05  WS-CALC-TAUX         PIC 9(03)V99 COMP-3 VALUE ZERO.

001200 01  WS-RUN-DATE              PIC 9(08).
001210 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001220     05  WS-RUN-YYYYMM        PIC 9(06).
001230     05  WS-RUN-DD            PIC 9(02).
001240 01  WS-PERIODE               PIC 9(06).
001250 01  WS-PERIOD-START          PIC 9(08).
001260 01  WS-PERIOD-END            PIC 9(08).

001270 01  WS-PREV-DEPT             PIC X(04)  VALUE HIGH-VALUES.
001280 01  WS-DEPT-NOM              PIC X(25).

001290     COPY DEPTTBL.

001300 01  WS-RPT-HEADING.
001310     05  FILLER               PIC X(38) VALUE
001320         "EFFECTIFS ET ROTATION DU PERSONNEL   ".
001330     05  FILLER               PIC X(08) VALUE "PERIODE ".
001340     05  WRH-PERIODE          PIC 9(06).
001350     05  FILLER               PIC X(12) VALUE "   EDITE LE ".
001360     05  WRH-RUN-DATE         PIC 9(08).

001370 01  WS-COLUMN-HEADING.
001380     05  FILLER               PIC X(31) VALUE
001390         "SERV NOM DU SERVICE".
001400     05  FILLER               PIC X(08) VALUE "   DEBUT".
001410     05  FILLER               PIC X(08) VALUE " ENTREES".
001420     05  FILLER               PIC X(08) VALUE " SORTIES".
001430     05  FILLER               PIC X(08) VALUE "     FIN".
001440     05  FILLER               PIC X(11) VALUE "   ROTATION".

001450 01  WS-DETAIL-LINE.
001460     05  WD-DEPT              PIC X(04).
001470     05  FILLER               PIC X(01) VALUE SPACE.
001480     05  WD-DEPT-NOM          PIC X(25).
001490     05  FILLER               PIC X(03) VALUE SPACES.
001500     05  WD-DEBUT             PIC ZZZZ9.
001510     05  FILLER               PIC X(03) VALUE SPACES.
001520     05  WD-ENTREES           PIC ZZZZ9.
001530     05  FILLER               PIC X(03) VALUE SPACES.
001540     05  WD-SORTIES           PIC ZZZZ9.
001550     05  FILLER               PIC X(03) VALUE SPACES.
001560     05  WD-FIN               PIC ZZZZ9.
001570     05  FILLER               PIC X(04) VALUE SPACES.
001580     05  WD-TAUX              PIC ZZ9.99.
001590     05  FILLER               PIC X(02) VALUE " %".

001600 01  WS-SEPARATOR-LINE.
001610     05  FILLER               PIC X(80) VALUE ALL "-".

001620 PROCEDURE DIVISION.

001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     IF NOT WS-EOF-REACHED
001660         SORT SORTWORK
001670             ON ASCENDING KEY SRT-Employe-Dept
001680             INPUT PROCEDURE IS 2000-SELECT-EMPLOYES
001690                 THRU 2900-IP-EXIT
001700             OUTPUT PROCEDURE IS 3000-PRINT-HEADCOUNT
001710                 THRU 3900-OP-EXIT
001720     END-IF.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     GOBACK.

001750 1000-INITIALIZE.
001760     CALL "dayproc" USING WS-RUN-DATE.
001770     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
001780     OPEN INPUT EMPMAST.
001790     IF NOT WS-EMPMAST-OK
001800         DISPLAY "DAY3HCT - UNABLE TO OPEN EMPMAST, STATUS "
001810             WS-EMPMAST-STATUS
001820         MOVE "Y" TO WS-EOF-SW
001830         GO TO 1000-EXIT
001840     END-IF.
001850     MOVE "Y" TO WS-EMPMAST-OPEN-SW.

001860     OPEN OUTPUT HCTRPT.
001870     IF NOT WS-HCTRPT-OK
001880         DISPLAY "DAY3HCT - UNABLE TO OPEN HCTRPT, STATUS "
001890             WS-HCTRPT-STATUS
001900         MOVE "Y" TO WS-EOF-SW
001910         GO TO 1000-EXIT
001920     END-IF.
001930     MOVE "Y" TO WS-HCTRPT-OPEN-SW.
001940     MOVE WS-PERIODE  TO WRH-PERIODE.
001950     MOVE WS-RUN-DATE TO WRH-RUN-DATE.
001960     MOVE WS-RPT-HEADING TO HCTRPT-LINE.
001970     WRITE HCTRPT-LINE.
001980     MOVE SPACES TO HCTRPT-LINE.
001990     WRITE HCTRPT-LINE.
002000     MOVE WS-COLUMN-HEADING TO HCTRPT-LINE.
002010     WRITE HCTRPT-LINE.
002020     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
002030 1000-EXIT.
002040     EXIT.

002050 1050-READ-CONTROL-CARD.
002060     MOVE WS-RUN-YYYYMM TO WS-PERIODE.
002070     OPEN INPUT HCTCTL.
002080     IF WS-HCTCTL-OK
002090         READ HCTCTL
002100             AT END
002110                 CONTINUE
002120             NOT AT END
002130                 IF HC-Periode IS NUMERIC
002140                     AND HC-Periode > ZERO
002150                     MOVE HC-Periode TO WS-PERIODE
002160                 END-IF
002170         END-READ
002180         CLOSE HCTCTL
002190     END-IF.
002200     COMPUTE WS-PERIOD-START = WS-PERIODE * 100 + 1.
002210     COMPUTE WS-PERIOD-END   = WS-PERIODE * 100 + 31.
002220     DISPLAY "DAY3HCT - HEADCOUNT FOR PERIOD " WS-PERIODE.
002230 1050-EXIT.
002240     EXIT.

002250 1200-LOAD-DEPT-TABLE.
002260     OPEN INPUT DEPTTBL.
002270     IF NOT WS-DEPTTBL-OK
002280         DISPLAY "DAY3HCT - UNABLE TO OPEN DEPTTBL, STATUS "
002290             WS-DEPTTBL-STATUS
002300             " - DEPARTMENT NAMES WILL BE BLANK"
002310         GO TO 1200-EXIT
002320     END-IF.

002330     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
002340         UNTIL WS-DEPTTBL-STATUS = "10".
002350     CLOSE DEPTTBL.
002360 1200-EXIT.
002370     EXIT.

002380 1210-LOAD-ONE-DEPT.
002390     READ DEPTTBL
002400         AT END
002410             MOVE "10" TO WS-DEPTTBL-STATUS
002420             GO TO 1210-EXIT
002430     END-READ.
002440     IF WS-DEPT-TBL-COUNT < 50
002450         ADD 1 TO WS-DEPT-TBL-COUNT
002460         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
002470         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
002480     ELSE
002490         DISPLAY "DAY3HCT - DEPARTMENT TABLE FULL (50), "
002500             DEP-Code " IGNORED"
002510     END-IF.
002520 1210-EXIT.
002530     EXIT.

002540 2000-SELECT-EMPLOYES.
002550     PERFORM 2100-READ-EMPMAST THRU 2100-EXIT.
002560     PERFORM 2010-RELEASE-ONE-EMPLOYE THRU 2010-EXIT
002570         UNTIL WS-EOF-REACHED.
002580     GO TO 2900-IP-EXIT.

002590*****************************************************************
002600* AN EMPLOYEE HIRED AFTER THE MONTH OR GONE BEFORE IT PLAYS NO
002610* PART; EVERYONE ELSE IS EITHER ON THE OPENING HEADCOUNT OR A
002620* STARTER, AND MAY ALSO BE A LEAVER IN THE MONTH. A HIRE DATE
002630* THAT IS NOT NUMERIC COUNTS AS AN OLD HIRE.
002640*****************************************************************
002650 2010-RELEASE-ONE-EMPLOYE.
002660     MOVE ZERO TO SRT-Debut SRT-Entree SRT-Sortie.
002670     IF Employe-Date-Embauche IS NUMERIC
002680         AND Employe-Date-Embauche > WS-PERIOD-END
002690         GO TO 2010-READ-NEXT
002700     END-IF.
002710     IF Employe-Inactif
002720         AND Employe-Date-Depart < WS-PERIOD-START
002730         GO TO 2010-READ-NEXT
002740     END-IF.
002750     IF Employe-Date-Embauche IS NUMERIC
002760         AND Employe-Date-Embauche NOT < WS-PERIOD-START
002770         MOVE 1 TO SRT-Entree
002780     ELSE
002790         MOVE 1 TO SRT-Debut
002800     END-IF.
002810     IF Employe-Inactif
002820         AND Employe-Date-Depart NOT > WS-PERIOD-END
002830         MOVE 1 TO SRT-Sortie
002840     END-IF.
002850     MOVE Employe-Dept TO SRT-Employe-Dept.
002860     RELEASE SORTWORK-REC.
002870     ADD 1 TO WS-EMPLOYES-COUNTED.
002880 2010-READ-NEXT.
002890     PERFORM 2100-READ-EMPMAST THRU 2100-EXIT.
002900 2010-EXIT.
002910     EXIT.

002920 2100-READ-EMPMAST.
002930     READ EMPMAST NEXT RECORD
002940         AT END
002950             MOVE "Y" TO WS-EOF-SW
002960             GO TO 2100-EXIT
002970     END-READ.
002980     ADD 1 TO WS-EMPLOYES-READ.
002990 2100-EXIT.
003000     EXIT.

003010 2900-IP-EXIT.
003020     EXIT.

003030 3000-PRINT-HEADCOUNT.
003040     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
003050     PERFORM 3010-TALLY-ONE-EMPLOYE THRU 3010-EXIT
003060         UNTIL WS-SORT-EOF-REACHED.
003070     IF WS-PREV-DEPT NOT = HIGH-VALUES
003080         PERFORM 3300-DEPT-LINE THRU 3300-EXIT
003090     END-IF.
003100     GO TO 3900-OP-EXIT.

003110 3010-TALLY-ONE-EMPLOYE.
003120     IF SRT-Employe-Dept NOT = WS-PREV-DEPT
003130         IF WS-PREV-DEPT NOT = HIGH-VALUES
003140             PERFORM 3300-DEPT-LINE THRU 3300-EXIT
003150         END-IF
003160         MOVE SRT-Employe-Dept TO WS-PREV-DEPT
003170         MOVE ZERO TO WS-DEPT-DEBUT WS-DEPT-ENTREES
003180             WS-DEPT-SORTIES
003190     END-IF.
003200     ADD SRT-Debut  TO WS-DEPT-DEBUT  WS-TOTAL-DEBUT.
003210     ADD SRT-Entree TO WS-DEPT-ENTREES WS-TOTAL-ENTREES.
003220     ADD SRT-Sortie TO WS-DEPT-SORTIES WS-TOTAL-SORTIES.
003230     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
003240 3010-EXIT.
003250     EXIT.

003260 3100-RETURN-ONE.
003270     RETURN SORTWORK
003280         AT END
003290             MOVE "Y" TO WS-SORT-EOF-SW
003300     END-RETURN.
003310 3100-EXIT.
003320     EXIT.

003330 3250-GET-DEPT-NOM.
003340     MOVE SPACES TO WS-DEPT-NOM.
003350     IF WS-DEPT-TBL-COUNT = ZERO
003360         GO TO 3250-EXIT
003370     END-IF.
003380     SET WS-DEPT-TBL-IDX TO 1.
003390     SEARCH WS-DEPT-TBL-ENTRY
003400         AT END
003410             MOVE "** INCONNU **" TO WS-DEPT-NOM
003420         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX)
003430             = WS-PREV-DEPT
003440             MOVE WS-DEPT-TBL-NAME(WS-DEPT-TBL-IDX)
003450                 TO WS-DEPT-NOM
003460     END-SEARCH.
003470 3250-EXIT.
003480     EXIT.

003490 3300-DEPT-LINE.
003500     PERFORM 3250-GET-DEPT-NOM THRU 3250-EXIT.
003510     MOVE WS-PREV-DEPT    TO WD-DEPT.
003520     MOVE WS-DEPT-NOM     TO WD-DEPT-NOM.
003530     MOVE WS-DEPT-DEBUT   TO WS-CALC-DEBUT.
003540     MOVE WS-DEPT-ENTREES TO WS-CALC-ENTREES.
003550     MOVE WS-DEPT-SORTIES TO WS-CALC-SORTIES.
003560     PERFORM 3400-COMPUTE-TAUX THRU 3400-EXIT.
003570     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
003580     ADD 1 TO WS-DEPTS-LISTED.
003590 3300-EXIT.
003600     EXIT.

003610*****************************************************************
003620* TURNOVER = SORTIES / ((DEBUT + FIN) / 2) * 100, WRITTEN AS
003630* SORTIES * 200 / (DEBUT + FIN) SO NOTHING IS LOST TO THE
003640* HALVING. A DEPARTMENT THAT STARTS AND ENDS EMPTY HAS NONE.
003650*****************************************************************
003660 3400-COMPUTE-TAUX.
003670     COMPUTE WS-CALC-FIN =
003680         WS-CALC-DEBUT + WS-CALC-ENTREES - WS-CALC-SORTIES.
003690     MOVE ZERO TO WS-CALC-TAUX.
003700     IF WS-CALC-DEBUT + WS-CALC-FIN NOT > ZERO
003710         GO TO 3400-EXIT
003720     END-IF.
003730     COMPUTE WS-CALC-TAUX ROUNDED =
003740         WS-CALC-SORTIES * 200 / (WS-CALC-DEBUT + WS-CALC-FIN)
003750         ON SIZE ERROR
003760             MOVE 999.99 TO WS-CALC-TAUX
003770     END-COMPUTE.
003780 3400-EXIT.
003790     EXIT.

003800 3500-WRITE-DETAIL.
003810     MOVE WS-CALC-DEBUT   TO WD-DEBUT.
003820     MOVE WS-CALC-ENTREES TO WD-ENTREES.
003830     MOVE WS-CALC-SORTIES TO WD-SORTIES.
003840     MOVE WS-CALC-FIN     TO WD-FIN.
003850     MOVE WS-CALC-TAUX    TO WD-TAUX.
003860     MOVE WS-DETAIL-LINE TO HCTRPT-LINE.
003870     WRITE HCTRPT-LINE.
003880 3500-EXIT.
003890     EXIT.

003900 3900-OP-EXIT.
003910     EXIT.

003920 9000-TERMINATE.
003930     IF WS-HCTRPT-WAS-OPENED
003940         MOVE WS-SEPARATOR-LINE TO HCTRPT-LINE
003950         WRITE HCTRPT-LINE
003960         MOVE SPACES           TO WD-DEPT
003970         MOVE "TOTAL ENTREPRISE" TO WD-DEPT-NOM
003980         MOVE WS-TOTAL-DEBUT   TO WS-CALC-DEBUT
003990         MOVE WS-TOTAL-ENTREES TO WS-CALC-ENTREES
004000         MOVE WS-TOTAL-SORTIES TO WS-CALC-SORTIES
004010         PERFORM 3400-COMPUTE-TAUX THRU 3400-EXIT
004020         PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT
004030         CLOSE HCTRPT
004040     END-IF.
004050     IF WS-EMPMAST-WAS-OPENED
004060         CLOSE EMPMAST
004070     END-IF.
004080     DISPLAY "DAY3HCT - EMPLOYES READ    : " WS-EMPLOYES-READ.
004090     DISPLAY "DAY3HCT - EMPLOYES COUNTED : " WS-EMPLOYES-COUNTED.
004100     DISPLAY "DAY3HCT - DEPARTMENTS      : " WS-DEPTS-LISTED.
004110     DISPLAY "DAY3HCT - STARTERS         : " WS-TOTAL-ENTREES.
004120     DISPLAY "DAY3HCT - LEAVERS          : " WS-TOTAL-SORTIES.
004130 9000-EXIT.
004140     EXIT.
