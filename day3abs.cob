000260*****************************************************************
000270* MODIFICATION HISTORY
000280*  09/02/2026  JPH  ORIGINAL VERSION.
000290*  10/15/2026  JPH  TERMINATED EMPLOYEES (STATUT "I") ARE LEFT OFF
000300*                   THE BALANCE REPORT AND ITS DEPARTMENT
000310*                   TOTALS, AND AN ABSENCE STARTING AFTER AN
000320*                   EMPLOYEE'S LEAVING DATE IS REJECTED.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. day3abs.
000360 AUTHOR. jphNovitz.
000370 DATE-WRITTEN. 2026/09/02.
000380 DATE-COMPILED.

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ABSTRAN ASSIGN TO "ABSTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ABSTRAN-STATUS.

000450     SELECT EMPMAST ASSIGN TO "EMPMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS Employe-ID
000490         FILE STATUS IS WS-EMPMAST-STATUS.

000500     SELECT CALFILE ASSIGN TO "CALFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CALFILE-STATUS.

000530     SELECT LEAVRULE ASSIGN TO "LEAVRULE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-LEAVRULE-STATUS.

000560     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-DEPTTBL-STATUS.

000590     SELECT ABSRPT ASSIGN TO "ABSRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ABSRPT-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ABSTRAN
000650     RECORDING MODE IS F.
000660     COPY ABSTRAN.

000670 FD  EMPMAST
000680     RECORDING MODE IS F.
000690     COPY EMPREC.

000700 FD  CALFILE
000710     RECORDING MODE IS F.
000720 01  CALFILE-REC.
000730     05  CAL-Date             PIC 9(08).

000740 FD  LEAVRULE
000750     RECORDING MODE IS F.
000760 01  LEAVRULE-REC.
000770     05  LVR-Min-Annees       PIC 9(02).
000780     05  LVR-Jours            PIC 9(03).

000790 FD  DEPTTBL
000800     RECORDING MODE IS F.
000810 01  DEPTTBL-REC.
000820     05  DEP-Code             PIC X(04).
000830     05  DEP-Nom              PIC X(25).

000840 FD  ABSRPT
000850     RECORDING MODE IS F.
000860 01  ABSRPT-LINE              PIC X(90).

000870 WORKING-STORAGE SECTION.
000880 01  WS-ABSTRAN-STATUS        PIC X(02).
000890     88  WS-ABSTRAN-OK              VALUE "00".

000900 01  WS-EMPMAST-STATUS        PIC X(02).
000910     88  WS-EMPMAST-OK              VALUE "00".

000920 01  WS-CALFILE-STATUS        PIC X(02).
000930     88  WS-CALFILE-OK              VALUE "00".

000940 01  WS-LEAVRULE-STATUS       PIC X(02).
000950     88  WS-LEAVRULE-OK             VALUE "00".

000960 01  WS-DEPTTBL-STATUS        PIC X(02).
000970     88  WS-DEPTTBL-OK              VALUE "00".

000980 01  WS-ABSRPT-STATUS         PIC X(02).
000990     88  WS-ABSRPT-OK               VALUE "00".

001000 01  WS-SWITCHES.
001010     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001020         88  WS-EOF-REACHED          VALUE "Y".
001030     05  WS-EMP-EOF-SW        PIC X(01)  VALUE "N".
001040         88  WS-EMP-EOF-REACHED      VALUE "Y".
001050     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001060         88  WS-ENTRY-FOUND          VALUE "Y".
001070     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
001080         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".
001090     05  WS-ABSRPT-OPEN-SW    PIC X(01)  VALUE "N".
001100         88  WS-ABSRPT-WAS-OPENED    VALUE "Y".

001110 01  WS-COUNTERS.
001120     05  WS-ABS-READ          PIC 9(05) COMP  VALUE ZERO.
001130     05  WS-ABS-REJECTED      PIC 9(05) COMP  VALUE ZERO.
001140     05  WS-EMPLOYEES-LISTED  PIC 9(05) COMP  VALUE ZERO.
001150     05  WS-NEGATIVE-FLAGGED  PIC 9(05) COMP  VALUE ZERO.
001160     05  WS-LEAVERS-SKIPPED   PIC 9(05) COMP  VALUE ZERO.

001170 01  WS-RUN-DATE              PIC 9(08).
001180 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001190     05  WS-RUN-YEAR          PIC 9(04).
001200     05  WS-RUN-MMDD          PIC 9(04).
001210 01  WS-EMB-GROUP.
001220     05  WS-EMB-YEAR          PIC 9(04).
001230     05  WS-EMB-MMDD          PIC 9(04).
001240 01  WS-DEB-GROUP.
001250     05  WS-DEB-YEAR          PIC 9(04).
001260     05  WS-DEB-MONTH         PIC 9(02).
001270     05  WS-DEB-DAY           PIC 9(02).
001280 01  WS-FIN-GROUP.
001290     05  WS-FIN-YEAR          PIC 9(04).
001300     05  WS-FIN-MONTH         PIC 9(02).
001310     05  WS-FIN-DAY           PIC 9(02).
001320 01  WS-ABS-DAYS              PIC S9(05) COMP-3  VALUE ZERO.
001330 01  WS-SERVICE-YEARS         PIC S9(03) COMP-3  VALUE ZERO.
001340 01  WS-ENTITLEMENT           PIC 9(03)  VALUE ZERO.
001350 01  WS-TAKEN                 PIC S9(05) COMP-3  VALUE ZERO.
001360 01  WS-BALANCE               PIC S9(05) COMP-3  VALUE ZERO.
001370 01  WS-IDX                   PIC 9(03) COMP  VALUE ZERO.
001380 01  WS-CAL-I                 PIC 9(03) COMP  VALUE ZERO.

001390     COPY LEAVRULE.

001400     COPY DEPTTBL.

001410*****************************************************************
001420* BUSINESS-CALENDAR HOLIDAYS, LOADED AT START SO A HOLIDAY
001430* FALLING INSIDE AN ABSENCE RANGE DOES NOT COUNT AS A DAY TAKEN.
001440*****************************************************************
001450 01  WS-HOLIDAY-TABLE.
001460     05  WS-HOL-COUNT         PIC 9(03) COMP  VALUE ZERO.
001470     05  WS-HOL-ENTRY OCCURS 100 TIMES.
001480         10  WS-HOL-DATE      PIC 9(08).

001490*****************************************************************
001500* DAYS TAKEN THIS YEAR, ACCUMULATED PER EMPLOYEE FROM ABSTRAN.
001510*****************************************************************
001520 01  WS-TAKEN-TABLE.
001530     05  WS-TKN-COUNT         PIC 9(03) COMP  VALUE ZERO.
001540     05  WS-TKN-ENTRY OCCURS 200 TIMES.
001550         10  WS-TKN-ID        PIC X(05).
001560         10  WS-TKN-JOURS     PIC S9(05) COMP-3.

001570*****************************************************************
001580* PER-DEPARTMENT TOTALS FOR THE SECOND REPORT SECTION.
001590*****************************************************************
001600 01  WS-DEPT-SUM-TABLE.
001610     05  WS-DSM-COUNT         PIC 9(03) COMP  VALUE ZERO.
001620     05  WS-DSM-ENTRY OCCURS 50 TIMES.
001630         10  WS-DSM-CODE      PIC X(04).
001640         10  WS-DSM-DROIT     PIC S9(07) COMP-3.
001650         10  WS-DSM-PRIS      PIC S9(07) COMP-3.

001660 01  WS-REPORT-HEADING.
001670     05  FILLER               PIC X(31) VALUE
001680         "SOLDES DE CONGES DU PERSONNEL  ".
001690     05  FILLER               PIC X(05) VALUE "AU : ".
001700     05  WH-RUN-DATE          PIC 9(08).

001710 01  WS-DETAIL-LINE.
001720     05  WD-ID                PIC X(05).
001730     05  FILLER               PIC X(02) VALUE SPACES.
001740     05  WD-NOM               PIC X(15).
001750     05  FILLER               PIC X(02) VALUE SPACES.
001760     05  WD-DEPT-NOM          PIC X(25).
001770     05  FILLER               PIC X(07) VALUE " DROIT ".
001780     05  WD-DROIT             PIC ZZ9.
001790     05  FILLER               PIC X(06) VALUE "  PRIS".
001800     05  WD-PRIS              PIC ZZZZ9-.
001810     05  FILLER               PIC X(07) VALUE "  SOLDE".
001820     05  WD-SOLDE             PIC ZZZZ9-.
001830     05  FILLER               PIC X(01) VALUE SPACE.
001840     05  WD-FLAG              PIC X(12).

001850 01  WS-DEPT-LINE.
001860     05  FILLER               PIC X(07) VALUE "DEPT : ".
001870     05  WP-CODE              PIC X(04).
001880     05  FILLER               PIC X(02) VALUE SPACES.
001890     05  WP-NOM               PIC X(25).
001900     05  FILLER               PIC X(07) VALUE " DROIT ".
001910     05  WP-DROIT             PIC ZZZZZZ9-.
001920     05  FILLER               PIC X(06) VALUE "  PRIS".
001930     05  WP-PRIS              PIC ZZZZZZ9-.

001940 PROCEDURE DIVISION.

001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-TALLY-ONE-ABSENCE THRU 2000-EXIT
001980         UNTIL WS-EOF-REACHED.
001990     PERFORM 5000-PRINT-BALANCES THRU 5000-EXIT.
002000     PERFORM 6000-PRINT-DEPT-TOTALS THRU 6000-EXIT.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020     GOBACK.

002030 1000-INITIALIZE.
002040     CALL "dayproc" USING WS-RUN-DATE.
002050     PERFORM 1100-LOAD-LEAVRULE THRU 1100-EXIT.
002060     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
002070     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.

002080     OPEN INPUT EMPMAST.
002090     IF NOT WS-EMPMAST-OK
002100         DISPLAY "DAY3ABS - UNABLE TO OPEN EMPMAST, STATUS "
002110             WS-EMPMAST-STATUS " - NOTHING TO REPORT"
002120         MOVE "Y" TO WS-EOF-SW
002130         GO TO 1000-EXIT
002140     END-IF.
002150     MOVE "Y" TO WS-EMPMAST-OPEN-SW.

002160     OPEN OUTPUT ABSRPT.
002170     IF NOT WS-ABSRPT-OK
002180         DISPLAY "DAY3ABS - UNABLE TO OPEN ABSRPT, STATUS "
002190             WS-ABSRPT-STATUS
002200         MOVE "Y" TO WS-EOF-SW
002210         GO TO 1000-EXIT
002220     END-IF.
002230     MOVE "Y" TO WS-ABSRPT-OPEN-SW.
002240     MOVE WS-RUN-DATE TO WH-RUN-DATE.
002250     MOVE WS-REPORT-HEADING TO ABSRPT-LINE.
002260     WRITE ABSRPT-LINE.

002270     OPEN INPUT ABSTRAN.
002280     IF NOT WS-ABSTRAN-OK
002290         DISPLAY "DAY3ABS - NO ABSTRAN FILE, STATUS "
002300             WS-ABSTRAN-STATUS " - BALANCES SHOW ENTITLEMENTS "
002310             "ONLY"
002320         MOVE "Y" TO WS-EOF-SW
002330         GO TO 1000-EXIT
002340     END-IF.
002350     PERFORM 2100-READ-ABSTRAN THRU 2100-EXIT.
002360 1000-EXIT.
002370     EXIT.

002380 1100-LOAD-LEAVRULE.
002390     OPEN INPUT LEAVRULE.
002400     IF NOT WS-LEAVRULE-OK
002410         DISPLAY "DAY3ABS - LEAVRULE NOT FOUND, STATUS "
002420             WS-LEAVRULE-STATUS " - ENTITLEMENTS ARE ZERO"
002430         GO TO 1100-EXIT
002440     END-IF.
002450     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
002460         UNTIL WS-LEAVRULE-STATUS = "10".
002470     CLOSE LEAVRULE.
002480 1100-EXIT.
002490     EXIT.

002500 1110-LOAD-ONE-RULE.
002510     READ LEAVRULE
002520         AT END
002530             MOVE "10" TO WS-LEAVRULE-STATUS
002540             GO TO 1110-EXIT
002550     END-READ.
002560     IF WS-LVR-COUNT < 50
002570         ADD 1 TO WS-LVR-COUNT
002580         MOVE LVR-Min-Annees
002590             TO WS-LVR-MIN-ANNEES(WS-LVR-COUNT)
002600         MOVE LVR-Jours TO WS-LVR-JOURS(WS-LVR-COUNT)
002610     END-IF.
002620 1110-EXIT.
002630     EXIT.

002640 1200-LOAD-DEPT-TABLE.
002650     OPEN INPUT DEPTTBL.
002660     IF NOT WS-DEPTTBL-OK
002670         DISPLAY "DAY3ABS - UNABLE TO OPEN DEPTTBL, STATUS "
002680             WS-DEPTTBL-STATUS
002690             " - DEPARTMENT NAMES WILL BE BLANK"
002700         GO TO 1200-EXIT
002710     END-IF.
002720     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
002730         UNTIL WS-DEPTTBL-STATUS = "10".
002740     CLOSE DEPTTBL.
002750 1200-EXIT.
002760     EXIT.

002770 1210-LOAD-ONE-DEPT.
002780     READ DEPTTBL
002790         AT END
002800             MOVE "10" TO WS-DEPTTBL-STATUS
002810             GO TO 1210-EXIT
002820     END-READ.
002830     IF WS-DEPT-TBL-COUNT < 50
002840         ADD 1 TO WS-DEPT-TBL-COUNT
002850         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
002860         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
002870     END-IF.
002880 1210-EXIT.
002890     EXIT.

002900 1300-LOAD-CALENDAR.
002910     OPEN INPUT CALFILE.
002920     IF NOT WS-CALFILE-OK
002930         DISPLAY "DAY3ABS - NO BUSINESS CALENDAR (CALFILE), "
002940             "HOLIDAYS COUNT AS ABSENCE DAYS"
002950         GO TO 1300-EXIT
002960     END-IF.
002970     PERFORM 1310-LOAD-ONE-DAY THRU 1310-EXIT
002980         UNTIL WS-CALFILE-STATUS = "10".
002990     CLOSE CALFILE.
003000 1300-EXIT.
003010     EXIT.

003020 1310-LOAD-ONE-DAY.
003030     READ CALFILE
003040         AT END
003050             MOVE "10" TO WS-CALFILE-STATUS
003060             GO TO 1310-EXIT
003070     END-READ.
003080     IF WS-HOL-COUNT < 100
003090         ADD 1 TO WS-HOL-COUNT
003100         MOVE CAL-Date TO WS-HOL-DATE(WS-HOL-COUNT)
003110     END-IF.
003120 1310-EXIT.
003130     EXIT.

003140 2000-TALLY-ONE-ABSENCE.
003150     ADD 1 TO WS-ABS-READ.
003160     PERFORM 2200-VALIDATE-ONE THRU 2200-EXIT.
003170     IF NOT WS-ENTRY-FOUND
003180         ADD 1 TO WS-ABS-REJECTED
003190         GO TO 2000-EXIT-VIA-READ
003200     END-IF.
003210     IF AB-Date-Debut(1:4) NOT = WS-RUN-YEAR
003220         GO TO 2000-EXIT-VIA-READ
003230     END-IF.
003240     PERFORM 3000-COUNT-DAYS THRU 3000-EXIT.
003250     PERFORM 3500-ADD-TO-TAKEN THRU 3500-EXIT.
003260 2000-EXIT-VIA-READ.
003270     PERFORM 2100-READ-ABSTRAN THRU 2100-EXIT.
003280 2000-EXIT.
003290     EXIT.

003300 2100-READ-ABSTRAN.
003310     READ ABSTRAN
003320         AT END
003330             MOVE "Y" TO WS-EOF-SW
003340             GO TO 2100-EXIT
003350     END-READ.
003360 2100-EXIT.
003370     EXIT.

003380 2200-VALIDATE-ONE.
003390     MOVE "N" TO WS-FOUND-SW.
003400     IF AB-Date-Debut IS NOT NUMERIC
003410         OR AB-Date-Fin IS NOT NUMERIC
003420         OR AB-Date-Fin < AB-Date-Debut
003430         DISPLAY "DAY3ABS - ABSENCE FOR " AB-Employe-ID
003440             " HAS BAD DATES, REJECTED"
003450         GO TO 2200-EXIT
003460     END-IF.
003470     MOVE AB-Employe-ID TO Employe-ID.
003480     READ EMPMAST
003490         INVALID KEY
003500             DISPLAY "DAY3ABS - EMPLOYEE " AB-Employe-ID
003510                 " NOT ON EMPMAST, ABSENCE REJECTED"
003520             GO TO 2200-EXIT
003530     END-READ.
003540     IF Employe-Inactif
003550         AND AB-Date-Debut > Employe-Date-Depart
003560         DISPLAY "DAY3ABS - EMPLOYEE " AB-Employe-ID
003570             " LEFT ON " Employe-Date-Depart
003580             ", ABSENCE REJECTED"
003590         GO TO 2200-EXIT
003600     END-IF.
003610     MOVE "Y" TO WS-FOUND-SW.
003620 2200-EXIT.
003630     EXIT.

003640*****************************************************************
003650* INCLUSIVE DAY SPAN ON THE 30/360 CALENDAR, LESS ANY BUSINESS-
003660* CALENDAR HOLIDAY FALLING INSIDE THE RANGE.
003670*****************************************************************
003680 3000-COUNT-DAYS.
003690     MOVE AB-Date-Debut(1:4) TO WS-DEB-YEAR.
003700     MOVE AB-Date-Debut(5:2) TO WS-DEB-MONTH.
003710     MOVE AB-Date-Debut(7:2) TO WS-DEB-DAY.
003720     MOVE AB-Date-Fin(1:4)   TO WS-FIN-YEAR.
003730     MOVE AB-Date-Fin(5:2)   TO WS-FIN-MONTH.
003740     MOVE AB-Date-Fin(7:2)   TO WS-FIN-DAY.
003750     COMPUTE WS-ABS-DAYS =
003760         ((WS-FIN-YEAR - WS-DEB-YEAR) * 360)
003770         + ((WS-FIN-MONTH - WS-DEB-MONTH) * 30)
003780         + (WS-FIN-DAY - WS-DEB-DAY) + 1.
003790     PERFORM 3100-LESS-ONE-HOLIDAY THRU 3100-EXIT
003800         VARYING WS-CAL-I FROM 1 BY 1
003810         UNTIL WS-CAL-I > WS-HOL-COUNT.
003820     IF WS-ABS-DAYS < ZERO
003830         MOVE ZERO TO WS-ABS-DAYS
003840     END-IF.
003850 3000-EXIT.
003860     EXIT.

003870 3100-LESS-ONE-HOLIDAY.
003880     IF WS-HOL-DATE(WS-CAL-I) NOT < AB-Date-Debut
003890         AND WS-HOL-DATE(WS-CAL-I) NOT > AB-Date-Fin
003900         SUBTRACT 1 FROM WS-ABS-DAYS
003910     END-IF.
003920 3100-EXIT.
003930     EXIT.

003940 3500-ADD-TO-TAKEN.
003950     MOVE "N" TO WS-FOUND-SW.
003960     PERFORM 3510-MATCH-ONE-TAKEN THRU 3510-EXIT
003970         VARYING WS-IDX FROM 1 BY 1
003980         UNTIL WS-IDX > WS-TKN-COUNT
003990            OR WS-ENTRY-FOUND.
004000     IF WS-ENTRY-FOUND
004010         GO TO 3500-EXIT
004020     END-IF.
004030     IF WS-TKN-COUNT < 200
004040         ADD 1 TO WS-TKN-COUNT
004050         MOVE AB-Employe-ID TO WS-TKN-ID(WS-TKN-COUNT)
004060         MOVE WS-ABS-DAYS   TO WS-TKN-JOURS(WS-TKN-COUNT)
004070     ELSE
004080         DISPLAY "DAY3ABS - EMPLOYEE TABLE FULL (200), "
004090             AB-Employe-ID " NOT TALLIED"
004100     END-IF.
004110 3500-EXIT.
004120     EXIT.

004130 3510-MATCH-ONE-TAKEN.
004140     IF WS-TKN-ID(WS-IDX) = AB-Employe-ID
004150         ADD WS-ABS-DAYS TO WS-TKN-JOURS(WS-IDX)
004160         MOVE "Y" TO WS-FOUND-SW
004170     END-IF.
004180 3510-EXIT.
004190     EXIT.

004200*****************************************************************
004210* ONE LINE PER EMPLOYEE IN KEY ORDER: ENTITLEMENT FROM SERVICE
004220* YEARS THROUGH LEAVRULE, TAKEN FROM THE YEAR'S ABSENCES, AND
004230* THE BALANCE - NEGATIVE ONES FLAGGED LOUDLY.
004240*****************************************************************
004250 5000-PRINT-BALANCES.
004260     IF NOT WS-EMPMAST-WAS-OPENED
004270         OR NOT WS-ABSRPT-WAS-OPENED
004280         GO TO 5000-EXIT
004290     END-IF.
004300     MOVE "N" TO WS-EMP-EOF-SW.
004310     MOVE LOW-VALUES TO Employe-ID.
004320     START EMPMAST KEY IS NOT < Employe-ID
004330         INVALID KEY
004340             MOVE "Y" TO WS-EMP-EOF-SW
004350     END-START.
004360     PERFORM 5100-BALANCE-ONE-EMPLOYEE THRU 5100-EXIT
004370         UNTIL WS-EMP-EOF-REACHED.
004380 5000-EXIT.
004390     EXIT.

004400 5100-BALANCE-ONE-EMPLOYEE.
004410     READ EMPMAST NEXT RECORD
004420         AT END
004430             MOVE "Y" TO WS-EMP-EOF-SW
004440             GO TO 5100-EXIT
004450     END-READ.
004460     IF Employe-Inactif
004470         ADD 1 TO WS-LEAVERS-SKIPPED
004480         GO TO 5100-EXIT
004490     END-IF.
004500     PERFORM 5200-COMPUTE-ENTITLEMENT THRU 5200-EXIT.
004510     MOVE ZERO TO WS-TAKEN.
004520     MOVE "N" TO WS-FOUND-SW.
004530     PERFORM 5300-FIND-TAKEN THRU 5300-EXIT
004540         VARYING WS-IDX FROM 1 BY 1
004550         UNTIL WS-IDX > WS-TKN-COUNT
004560            OR WS-ENTRY-FOUND.
004570     COMPUTE WS-BALANCE = WS-ENTITLEMENT - WS-TAKEN.

004580     MOVE Employe-ID  TO WD-ID.
004590     MOVE Employe-Nom TO WD-NOM.
004600     PERFORM 5400-FIND-DEPT-NAME THRU 5400-EXIT.
004610     MOVE WS-ENTITLEMENT TO WD-DROIT.
004620     MOVE WS-TAKEN       TO WD-PRIS.
004630     MOVE WS-BALANCE     TO WD-SOLDE.
004640     IF WS-BALANCE < ZERO
004650         MOVE "** NEGATIF *" TO WD-FLAG
004660         ADD 1 TO WS-NEGATIVE-FLAGGED
004670     ELSE
004680         MOVE SPACES TO WD-FLAG
004690     END-IF.
004700     MOVE WS-DETAIL-LINE TO ABSRPT-LINE.
004710     WRITE ABSRPT-LINE.
004720     ADD 1 TO WS-EMPLOYEES-LISTED.
004730     PERFORM 5500-TALLY-DEPT THRU 5500-EXIT.
004740 5100-EXIT.
004750     EXIT.

004760 5200-COMPUTE-ENTITLEMENT.
004770     MOVE Employe-Date-Embauche(1:4) TO WS-EMB-YEAR.
004780     MOVE Employe-Date-Embauche(5:4) TO WS-EMB-MMDD.
004790     COMPUTE WS-SERVICE-YEARS = WS-RUN-YEAR - WS-EMB-YEAR.
004800     IF WS-RUN-MMDD < WS-EMB-MMDD
004810         SUBTRACT 1 FROM WS-SERVICE-YEARS
004820     END-IF.
004830     IF WS-SERVICE-YEARS < ZERO
004840         MOVE ZERO TO WS-SERVICE-YEARS
004850     END-IF.
004860     MOVE ZERO TO WS-ENTITLEMENT.
004870     IF WS-LVR-COUNT = ZERO
004880         GO TO 5200-EXIT
004890     END-IF.
004900     SET WS-LVR-IDX TO 1.
004910     SEARCH WS-LVR-ENTRY
004920         AT END
004930             CONTINUE
004940         WHEN WS-SERVICE-YEARS >=
004950             WS-LVR-MIN-ANNEES(WS-LVR-IDX)
004960             MOVE WS-LVR-JOURS(WS-LVR-IDX) TO WS-ENTITLEMENT
004970     END-SEARCH.
004980 5200-EXIT.
004990     EXIT.

005000 5300-FIND-TAKEN.
005010     IF WS-TKN-ID(WS-IDX) = Employe-ID
005020         MOVE WS-TKN-JOURS(WS-IDX) TO WS-TAKEN
005030         MOVE "Y" TO WS-FOUND-SW
005040     END-IF.
005050 5300-EXIT.
005060     EXIT.

005070 5400-FIND-DEPT-NAME.
005080     MOVE SPACES TO WD-DEPT-NOM.
005090     IF WS-DEPT-TBL-COUNT = ZERO
005100         MOVE Employe-Dept TO WD-DEPT-NOM
005110         GO TO 5400-EXIT
005120     END-IF.
005130     SET WS-DEPT-TBL-IDX TO 1.
005140     SEARCH WS-DEPT-TBL-ENTRY
005150         AT END
005160             MOVE Employe-Dept TO WD-DEPT-NOM
005170         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX) = Employe-Dept
005180             MOVE WS-DEPT-TBL-NAME(WS-DEPT-TBL-IDX)
005190                 TO WD-DEPT-NOM
005200     END-SEARCH.
005210 5400-EXIT.
005220     EXIT.

005230 5500-TALLY-DEPT.
005240     MOVE "N" TO WS-FOUND-SW.
005250     PERFORM 5510-MATCH-ONE-DEPT THRU 5510-EXIT
005260         VARYING WS-IDX FROM 1 BY 1
005270         UNTIL WS-IDX > WS-DSM-COUNT
005280            OR WS-ENTRY-FOUND.
005290     IF WS-ENTRY-FOUND
005300         GO TO 5500-EXIT
005310     END-IF.
005320     IF WS-DSM-COUNT < 50
005330         ADD 1 TO WS-DSM-COUNT
005340         MOVE Employe-Dept   TO WS-DSM-CODE(WS-DSM-COUNT)
005350         MOVE WS-ENTITLEMENT TO WS-DSM-DROIT(WS-DSM-COUNT)
005360         MOVE WS-TAKEN       TO WS-DSM-PRIS(WS-DSM-COUNT)
005370     END-IF.
005380 5500-EXIT.
005390     EXIT.

005400 5510-MATCH-ONE-DEPT.
005410     IF WS-DSM-CODE(WS-IDX) = Employe-Dept
005420         ADD WS-ENTITLEMENT TO WS-DSM-DROIT(WS-IDX)
005430         ADD WS-TAKEN       TO WS-DSM-PRIS(WS-IDX)
005440         MOVE "Y" TO WS-FOUND-SW
005450     END-IF.
005460 5510-EXIT.
005470     EXIT.

005480 6000-PRINT-DEPT-TOTALS.
005490     IF NOT WS-ABSRPT-WAS-OPENED
005500         GO TO 6000-EXIT
005510     END-IF.
005520     MOVE SPACES TO ABSRPT-LINE.
005530     WRITE ABSRPT-LINE.
005540     PERFORM 6100-PRINT-ONE-DEPT THRU 6100-EXIT
005550         VARYING WS-IDX FROM 1 BY 1
005560         UNTIL WS-IDX > WS-DSM-COUNT.
005570 6000-EXIT.
005580     EXIT.

005590 6100-PRINT-ONE-DEPT.
005600     MOVE WS-DSM-CODE(WS-IDX) TO WP-CODE.
005610     MOVE SPACES TO WP-NOM.
005620     IF WS-DEPT-TBL-COUNT > ZERO
005630         SET WS-DEPT-TBL-IDX TO 1
005640         SEARCH WS-DEPT-TBL-ENTRY
005650             AT END
005660                 CONTINUE
005670             WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX)
005680                 = WS-DSM-CODE(WS-IDX)
005690                 MOVE WS-DEPT-TBL-NAME(WS-DEPT-TBL-IDX)
005700                     TO WP-NOM
005710         END-SEARCH
005720     END-IF.
005730     MOVE WS-DSM-DROIT(WS-IDX) TO WP-DROIT.
005740     MOVE WS-DSM-PRIS(WS-IDX)  TO WP-PRIS.
005750     MOVE WS-DEPT-LINE TO ABSRPT-LINE.
005760     WRITE ABSRPT-LINE.
005770 6100-EXIT.
005780     EXIT.

005790 9000-TERMINATE.
005800     IF WS-ABSTRAN-OK OR WS-ABSTRAN-STATUS = "10"
005810         CLOSE ABSTRAN
005820     END-IF.
005830     IF WS-EMPMAST-WAS-OPENED
005840         CLOSE EMPMAST
005850     END-IF.
005860     IF WS-ABSRPT-WAS-OPENED
005870         CLOSE ABSRPT
005880     END-IF.
005890     DISPLAY "DAY3ABS - ABSENCES READ     : " WS-ABS-READ.
005900     DISPLAY "DAY3ABS - ABSENCES REJECTED : " WS-ABS-REJECTED.
005910     DISPLAY "DAY3ABS - EMPLOYEES LISTED  : "
005920         WS-EMPLOYEES-LISTED.
005930     DISPLAY "DAY3ABS - NEGATIVE BALANCES : "
005940         WS-NEGATIVE-FLAGGED.
005950     DISPLAY "DAY3ABS - LEAVERS SKIPPED   : "
005960         WS-LEAVERS-SKIPPED.
005970 9000-EXIT.
005980     EXIT.
