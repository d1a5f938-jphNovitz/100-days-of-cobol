000100*****************************************************************
000110* EXERCISE 3 PAYROLL: MONTHLY PAYROLL RUN
000120* PAYS EVERY EMPLOYEE ON EMPMAST FOR ONE MONTH FROM THE SALARY
000130* MASTER (SALMAST, MAINTAINED BY DAY3SAL) AND PRINTS A PAYSLIP
000140* PER EMPLOYEE (PAYSLIP) AND THE PAYROLL REGISTER (PAYREG). THE
000150* REGISTER IS SORTED AND BROKEN BY EMPLOYE-DEPT EXACTLY AS THE
000160* DAY3RPT LISTING IS, WITH THE SAME DEPTTBL NAMES AND THE SAME
000170* HEADCOUNT PER DEPARTMENT, SO THE TWO REPORTS RECONCILE LINE
000180* FOR LINE; EMPLOYEES WITH NO SALARY RECORD OR HIRED AFTER THE
000190* MONTH STILL APPEAR, AT ZERO, WITH A FLAG.
000200*
000210* PAY IS COMPUTED ON THE SAME 30-DAY MONTH AS THE OTHER DATE
000220* LOGIC: AN EMPLOYEE HIRED DURING THE MONTH IS PAID FROM THE
000230* HIRE DAY ON, AND EVERY UNPAID-LEAVE DAY TAKEN IN THE MONTH
000240* (ABSTRAN ABSENCES OF THE UNPAID TYPE, VALIDATED AND COUNTED
000250* THE WAY DAY3ABS DOES - BAD DATES AND UNKNOWN EMPLOYEES ARE
000260* REJECTED, BUSINESS-CALENDAR HOLIDAYS DO NOT COUNT) COMES OFF
000270* AT ONE THIRTIETH OF THE BASE SALARY. AN EMPLOYEE WHO LEFT
000280* DURING THE MONTH (STATUT "I") IS PAID UP TO THE LEAVING DAY;
000290* ONE WHO LEFT BEFORE IT IS NOT PAID OR LISTED AT ALL.
000300*
000310* THE OPTIONAL PAYCTL CONTROL CARD GIVES THE MONTH TO PAY
000320* (YYYYMM, DEFAULT THE MONTH OF THE PROCESSING DATE) AND THE
000330* ABSTRAN TYPE CODE FOR UNPAID LEAVE (DEFAULT "SSO", SANS SOLDE).
000340*****************************************************************
000350* MODIFICATION HISTORY
000360*  10/15/2026  JPH  ORIGINAL VERSION.
000370*  10/15/2026  JPH  A TERMINATED EMPLOYEE WHO LEFT BEFORE THE
000380*                   MONTH IS NO LONGER PAID OR LISTED; ONE WHO
000390*                   LEFT DURING IT IS PAID UP TO THE LEAVING
000400*                   DAY, FLAGGED "PRORATA DEPART".
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. day3pay.
000440 AUTHOR. jphNovitz.
000450 DATE-WRITTEN. 2026/10/15.
000460 DATE-COMPILED.

000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT EMPMAST ASSIGN TO "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS Employe-ID
000540         FILE STATUS IS WS-EMPMAST-STATUS.

000550     SELECT SALMAST ASSIGN TO "SALMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SAL-Employe-ID
000590         FILE STATUS IS WS-SALMAST-STATUS.

000600     SELECT ABSTRAN ASSIGN TO "ABSTRAN"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ABSTRAN-STATUS.

000630     SELECT CALFILE ASSIGN TO "CALFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CALFILE-STATUS.

000660     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DEPTTBL-STATUS.

000690     SELECT PAYCTL ASSIGN TO "PAYCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PAYCTL-STATUS.

000720     SELECT PAYSLIP ASSIGN TO "PAYSLIP"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PAYSLIP-STATUS.

000750     SELECT PAYREG ASSIGN TO "PAYREG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PAYREG-STATUS.

000780     SELECT SORTWORK ASSIGN TO "SORTWORK".

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  EMPMAST
000820     RECORDING MODE IS F.
000830     COPY EMPREC.

000840 FD  SALMAST
000850     RECORDING MODE IS F.
000860     COPY SALREC.

000870 FD  ABSTRAN
000880     RECORDING MODE IS F.
000890     COPY ABSTRAN.

000900 FD  CALFILE
000910     RECORDING MODE IS F.
000920 01  CALFILE-REC.
000930     05  CAL-Date             PIC 9(08).

000940 FD  DEPTTBL
000950     RECORDING MODE IS F.
000960 01  DEPTTBL-REC.
000970     05  DEP-Code             PIC X(04).
000980     05  DEP-Nom              PIC X(25).

000990 FD  PAYCTL
001000     RECORDING MODE IS F.
001010 01  PAYCTL-REC.
001020     05  PC-Periode           PIC 9(06).
001030     05  PC-Type-Sans-Solde   PIC X(03).

001040 FD  PAYSLIP
001050     RECORDING MODE IS F.
001060 01  PAYSLIP-LINE             PIC X(80).

001070 FD  PAYREG
001080     RECORDING MODE IS F.
001090 01  PAYREG-LINE              PIC X(100).

001100 SD  SORTWORK.
001110 01  SORTWORK-REC.
001120     05  SRT-Employe-Dept     PIC X(04).
001130     05  SRT-Employe-ID       PIC X(05).
001140     05  SRT-Employe-Nom      PIC X(15).
001150     05  SRT-Date-Embauche    PIC 9(08).
001160     05  SRT-Date-Depart      PIC 9(08).

001170 WORKING-STORAGE SECTION.
001180 01  WS-EMPMAST-STATUS        PIC X(02).
001190     88  WS-EMPMAST-OK              VALUE "00".

001200 01  WS-SALMAST-STATUS        PIC X(02).
001210     88  WS-SALMAST-OK              VALUE "00".

001220 01  WS-ABSTRAN-STATUS        PIC X(02).
001230     88  WS-ABSTRAN-OK              VALUE "00".

001240 01  WS-CALFILE-STATUS        PIC X(02).
001250     88  WS-CALFILE-OK              VALUE "00".

001260 01  WS-DEPTTBL-STATUS        PIC X(02).
001270     88  WS-DEPTTBL-OK              VALUE "00".

001280 01  WS-PAYCTL-STATUS         PIC X(02).
001290     88  WS-PAYCTL-OK               VALUE "00".

001300 01  WS-PAYSLIP-STATUS        PIC X(02).
001310     88  WS-PAYSLIP-OK              VALUE "00".

001320 01  WS-PAYREG-STATUS         PIC X(02).
001330     88  WS-PAYREG-OK               VALUE "00".

001340 01  WS-SWITCHES.
001350     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001360         88  WS-EOF-REACHED          VALUE "Y".
001370     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001380         88  WS-SORT-EOF-REACHED     VALUE "Y".
001390     05  WS-ABS-EOF-SW        PIC X(01)  VALUE "N".
001400         88  WS-ABS-EOF-REACHED      VALUE "Y".
001410     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001420         88  WS-ENTRY-FOUND          VALUE "Y".
001430     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
001440         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".
001450     05  WS-SALMAST-OPEN-SW   PIC X(01)  VALUE "N".
001460         88  WS-SALMAST-WAS-OPENED   VALUE "Y".
001470     05  WS-PAYSLIP-OPEN-SW   PIC X(01)  VALUE "N".
001480         88  WS-PAYSLIP-WAS-OPENED   VALUE "Y".
001490     05  WS-PAYREG-OPEN-SW    PIC X(01)  VALUE "N".
001500         88  WS-PAYREG-WAS-OPENED    VALUE "Y".
001510     05  WS-PAID-SW           PIC X(01)  VALUE "N".
001520         88  WS-EMPLOYEE-IS-PAID     VALUE "Y".

001530 01  WS-COUNTERS.
001540     05  WS-EMPLOYES-READ     PIC 9(05) COMP  VALUE ZERO.
001550     05  WS-EMPLOYES-PAID     PIC 9(05) COMP  VALUE ZERO.
001560     05  WS-NO-SALARY         PIC 9(05) COMP  VALUE ZERO.
001570     05  WS-NOT-YET-HIRED     PIC 9(05) COMP  VALUE ZERO.
001580     05  WS-LEFT-BEFORE       PIC 9(05) COMP  VALUE ZERO.
001590     05  WS-ABS-READ          PIC 9(05) COMP  VALUE ZERO.
001600     05  WS-ABS-REJECTED      PIC 9(05) COMP  VALUE ZERO.
001610     05  WS-ABS-USED          PIC 9(05) COMP  VALUE ZERO.
001620     05  WS-DEPT-COUNT        PIC 9(05) COMP  VALUE ZERO.
001630     05  WS-GRAND-COUNT       PIC 9(05) COMP  VALUE ZERO.

001640 01  WS-RUN-DATE              PIC 9(08).
001650 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001660     05  WS-RUN-YYYYMM        PIC 9(06).
001670     05  WS-RUN-DD            PIC 9(02).

001680 01  WS-PERIODE               PIC 9(06).
001690 01  WS-TYPE-SANS-SOLDE       PIC X(03)  VALUE "SSO".
001700 01  WS-PERIOD-START          PIC 9(08).
001710 01  WS-PERIOD-END            PIC 9(08).

001720 01  WS-DEB-GROUP.
001730     05  WS-DEB-YEAR          PIC 9(04).
001740     05  WS-DEB-MONTH         PIC 9(02).
001750     05  WS-DEB-DAY           PIC 9(02).
001760 01  WS-DEB-DATE REDEFINES WS-DEB-GROUP
001770                              PIC 9(08).
001780 01  WS-FIN-GROUP.
001790     05  WS-FIN-YEAR          PIC 9(04).
001800     05  WS-FIN-MONTH         PIC 9(02).
001810     05  WS-FIN-DAY           PIC 9(02).
001820 01  WS-FIN-DATE REDEFINES WS-FIN-GROUP
001830                              PIC 9(08).
001840 01  WS-ABS-DAYS              PIC S9(05) COMP-3  VALUE ZERO.
001850 01  WS-IDX                   PIC 9(03) COMP  VALUE ZERO.
001860 01  WS-CAL-I                 PIC 9(03) COMP  VALUE ZERO.

001870 01  WS-PAY-FIELDS.
001880     05  WS-JOURS-DUS         PIC S9(03) COMP-3  VALUE ZERO.
001890     05  WS-JOURS-SANS-SOLDE  PIC S9(03) COMP-3  VALUE ZERO.
001900     05  WS-JOURS-PAYES       PIC S9(03) COMP-3  VALUE ZERO.
001910     05  WS-BRUT-PRORATA      PIC S9(09)V99 COMP-3  VALUE ZERO.
001920     05  WS-RETENUE-ABS       PIC S9(09)V99 COMP-3  VALUE ZERO.
001930     05  WS-BRUT              PIC S9(09)V99 COMP-3  VALUE ZERO.
001940     05  WS-SECU              PIC S9(09)V99 COMP-3  VALUE ZERO.
001950     05  WS-RETRAITE          PIC S9(09)V99 COMP-3  VALUE ZERO.
001960     05  WS-IMPOT             PIC S9(09)V99 COMP-3  VALUE ZERO.
001970     05  WS-NET               PIC S9(09)V99 COMP-3  VALUE ZERO.

001980 01  WS-TOTALS.
001990     05  WS-DEPT-BRUT         PIC S9(11)V99 COMP-3  VALUE ZERO.
002000     05  WS-DEPT-RETENUES     PIC S9(11)V99 COMP-3  VALUE ZERO.
002010     05  WS-DEPT-NET          PIC S9(11)V99 COMP-3  VALUE ZERO.
002020     05  WS-GRAND-BRUT        PIC S9(11)V99 COMP-3  VALUE ZERO.
002030     05  WS-GRAND-RETENUES    PIC S9(11)V99 COMP-3  VALUE ZERO.
002040     05  WS-GRAND-NET         PIC S9(11)V99 COMP-3  VALUE ZERO.
002050 01  WS-RETENUES              PIC S9(09)V99 COMP-3  VALUE ZERO.

002060 01  WS-PREV-DEPT             PIC X(04)  VALUE HIGH-VALUES.
002070 01  WS-DEPT-NOM              PIC X(25)  VALUE SPACES.

002080     COPY DEPTTBL.

002090*****************************************************************
002100* BUSINESS-CALENDAR HOLIDAYS, AS IN DAY3ABS.
002110*****************************************************************
002120 01  WS-HOLIDAY-TABLE.
002130     05  WS-HOL-COUNT         PIC 9(03) COMP  VALUE ZERO.
002140     05  WS-HOL-ENTRY OCCURS 100 TIMES.
002150         10  WS-HOL-DATE      PIC 9(08).

002160*****************************************************************
002170* UNPAID-LEAVE DAYS FALLING IN THE PAY MONTH, PER EMPLOYEE.
002180*****************************************************************
002190 01  WS-UNPAID-TABLE.
002200     05  WS-UNP-COUNT         PIC 9(03) COMP  VALUE ZERO.
002210     05  WS-UNP-ENTRY OCCURS 200 TIMES.
002220         10  WS-UNP-ID        PIC X(05).
002230         10  WS-UNP-JOURS     PIC S9(05) COMP-3.

002240 01  WS-AMOUNT-ED             PIC -(9)9.99.

002250 01  WS-SLIP-SEPARATOR.
002260     05  FILLER               PIC X(80) VALUE ALL "-".

002270 01  WS-SLIP-HEADING.
002280     05  FILLER               PIC X(28) VALUE
002290         "BULLETIN DE PAIE   PERIODE ".
002300     05  WSH-PERIODE          PIC 9(06).
002310     05  FILLER               PIC X(12) VALUE "   EDITE LE ".
002320     05  WSH-RUN-DATE         PIC 9(08).

002330 01  WS-SLIP-EMPLOYEE.
002340     05  FILLER               PIC X(10) VALUE "EMPLOYE : ".
002350     05  WSE-ID               PIC X(05).
002360     05  FILLER               PIC X(02) VALUE SPACES.
002370     05  WSE-NOM              PIC X(15).
002380     05  FILLER               PIC X(10) VALUE "  SERVICE ".
002390     05  WSE-DEPT             PIC X(04).
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  WSE-DEPT-NOM         PIC X(25).

002420 01  WS-SLIP-EMPLOYEE-2.
002430     05  FILLER               PIC X(10) VALUE "GRADE   : ".
002440     05  WSE-GRADE            PIC X(03).
002450     05  FILLER               PIC X(14) VALUE "    EMBAUCHE  ".
002460     05  WSE-EMBAUCHE         PIC 9(08).
002470     05  FILLER               PIC X(16) VALUE "    JOURS PAYES ".
002480     05  WSE-JOURS            PIC Z9.
002490     05  FILLER               PIC X(03) VALUE "/30".

002500 01  WS-SLIP-AMOUNT.
002510     05  WSA-LIBELLE          PIC X(30).
002520     05  WSA-MONTANT          PIC -(9)9.99.

002530 01  WS-REG-HEADING.
002540     05  FILLER               PIC X(30) VALUE
002550         "JOURNAL DE PAIE   PERIODE    ".
002560     05  WRH-PERIODE          PIC 9(06).
002570     05  FILLER               PIC X(12) VALUE "   EDITE LE ".
002580     05  WRH-RUN-DATE         PIC 9(08).

002590 01  WS-DEPT-HEADING.
002600     05  FILLER               PIC X(14) VALUE "SERVICE     : ".
002610     05  WH-DEPT              PIC X(04).
002620     05  FILLER               PIC X(02) VALUE SPACES.
002630     05  WH-DEPT-NOM          PIC X(25).

002640 01  WS-COLUMN-HEADING.
002650     05  FILLER               PIC X(07) VALUE "ID".
002660     05  FILLER               PIC X(17) VALUE "NOM".
002670     05  FILLER               PIC X(04) VALUE "JRS".
002680     05  FILLER               PIC X(14) VALUE "          BRUT".
002690     05  FILLER               PIC X(14) VALUE "      RETENUES".
002700     05  FILLER               PIC X(14) VALUE "           NET".
002710     05  FILLER               PIC X(12) VALUE SPACES.

002720 01  WS-DETAIL-LINE.
002730     05  WD-ID                PIC X(05).
002740     05  FILLER               PIC X(02) VALUE SPACES.
002750     05  WD-NOM               PIC X(15).
002760     05  FILLER               PIC X(02) VALUE SPACES.
002770     05  WD-JOURS             PIC Z9.
002780     05  FILLER               PIC X(01) VALUE SPACE.
002790     05  WD-BRUT              PIC -(10)9.99.
002800     05  WD-RETENUES          PIC -(10)9.99.
002810     05  WD-NET               PIC -(10)9.99.
002820     05  FILLER               PIC X(01) VALUE SPACE.
002830     05  WD-FLAG              PIC X(16).

002840 01  WS-DEPT-TOTAL-LINE.
002850     05  FILLER               PIC X(24) VALUE
002860         "EFFECTIF DU SERVICE ... ".
002870     05  WT-DEPT-COUNT        PIC ZZZZ9.
002880     05  FILLER               PIC X(01) VALUE SPACE.
002890     05  WT-DEPT-BRUT         PIC -(10)9.99.
002900     05  WT-DEPT-RETENUES     PIC -(10)9.99.
002910     05  WT-DEPT-NET          PIC -(10)9.99.

002920 01  WS-GRAND-TOTAL-LINE.
002930     05  FILLER               PIC X(24) VALUE
002940         "EFFECTIF TOTAL ........ ".
002950     05  WT-GRAND-COUNT       PIC ZZZZ9.
002960     05  FILLER               PIC X(01) VALUE SPACE.
002970     05  WT-GRAND-BRUT        PIC -(10)9.99.
002980     05  WT-GRAND-RETENUES    PIC -(10)9.99.
002990     05  WT-GRAND-NET         PIC -(10)9.99.

003000 PROCEDURE DIVISION.

003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     IF NOT WS-EOF-REACHED
003040         SORT SORTWORK
003050             ON ASCENDING KEY SRT-Employe-Dept
003060                              SRT-Employe-ID
003070             INPUT PROCEDURE IS 2000-SELECT-EMPLOYES
003080                 THRU 2900-IP-EXIT
003090             OUTPUT PROCEDURE IS 3000-PRINT-PAYROLL
003100                 THRU 3900-OP-EXIT
003110     END-IF.
003120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003130     GOBACK.

003140 1000-INITIALIZE.
003150     CALL "dayproc" USING WS-RUN-DATE.
003160     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
003170     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
003180     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.

003190     OPEN INPUT EMPMAST.
003200     IF NOT WS-EMPMAST-OK
003210         DISPLAY "DAY3PAY - UNABLE TO OPEN EMPMAST, STATUS "
003220             WS-EMPMAST-STATUS " - NO PAYROLL"
003230         MOVE "Y" TO WS-EOF-SW
003240         GO TO 1000-EXIT
003250     END-IF.
003260     MOVE "Y" TO WS-EMPMAST-OPEN-SW.

003270     OPEN INPUT SALMAST.
003280     IF NOT WS-SALMAST-OK
003290         DISPLAY "DAY3PAY - UNABLE TO OPEN SALMAST, STATUS "
003300             WS-SALMAST-STATUS " - NO PAYROLL"
003310         MOVE "Y" TO WS-EOF-SW
003320         GO TO 1000-EXIT
003330     END-IF.
003340     MOVE "Y" TO WS-SALMAST-OPEN-SW.

003350     OPEN OUTPUT PAYSLIP.
003360     IF NOT WS-PAYSLIP-OK
003370         DISPLAY "DAY3PAY - UNABLE TO OPEN PAYSLIP, STATUS "
003380             WS-PAYSLIP-STATUS
003390         MOVE "Y" TO WS-EOF-SW
003400         GO TO 1000-EXIT
003410     END-IF.
003420     MOVE "Y" TO WS-PAYSLIP-OPEN-SW.

003430     OPEN OUTPUT PAYREG.
003440     IF NOT WS-PAYREG-OK
003450         DISPLAY "DAY3PAY - UNABLE TO OPEN PAYREG, STATUS "
003460             WS-PAYREG-STATUS
003470         MOVE "Y" TO WS-EOF-SW
003480         GO TO 1000-EXIT
003490     END-IF.
003500     MOVE "Y" TO WS-PAYREG-OPEN-SW.
003510     MOVE WS-PERIODE  TO WRH-PERIODE.
003520     MOVE WS-RUN-DATE TO WRH-RUN-DATE.
003530     MOVE WS-REG-HEADING TO PAYREG-LINE.
003540     WRITE PAYREG-LINE.

003550     PERFORM 1400-LOAD-UNPAID-LEAVE THRU 1400-EXIT.
003560 1000-EXIT.
003570     EXIT.

003580*****************************************************************
003590* THE MONTH RUNS FROM DAY 01 TO DAY 30 ON THE 30/360 CALENDAR;
003600* A 31ST IS TREATED AS THE 30TH WHEREVER IT APPEARS.
003610*****************************************************************
003620 1050-READ-CONTROL-CARD.
003630     MOVE WS-RUN-YYYYMM TO WS-PERIODE.
003640     OPEN INPUT PAYCTL.
003650     IF WS-PAYCTL-OK
003660         READ PAYCTL
003670             AT END
003680                 CONTINUE
003690             NOT AT END
003700                 IF PC-Periode IS NUMERIC
003710                     AND PC-Periode > ZERO
003720                     MOVE PC-Periode TO WS-PERIODE
003730                 END-IF
003740                 IF PC-Type-Sans-Solde NOT = SPACES
003750                     MOVE PC-Type-Sans-Solde
003760                         TO WS-TYPE-SANS-SOLDE
003770                 END-IF
003780         END-READ
003790         CLOSE PAYCTL
003800     END-IF.
003810     COMPUTE WS-PERIOD-START = WS-PERIODE * 100 + 1.
003820     COMPUTE WS-PERIOD-END   = WS-PERIODE * 100 + 31.
003830     DISPLAY "DAY3PAY - PAYING PERIOD " WS-PERIODE
003840         ", UNPAID LEAVE TYPE " WS-TYPE-SANS-SOLDE.
003850 1050-EXIT.
003860     EXIT.

003870 1200-LOAD-DEPT-TABLE.
003880     OPEN INPUT DEPTTBL.
003890     IF NOT WS-DEPTTBL-OK
003900         DISPLAY "DAY3PAY - UNABLE TO OPEN DEPTTBL, STATUS "
003910             WS-DEPTTBL-STATUS
003920             " - DEPARTMENT NAMES WILL BE BLANK"
003930         GO TO 1200-EXIT
003940     END-IF.
003950     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
003960         UNTIL WS-DEPTTBL-STATUS = "10".
003970     CLOSE DEPTTBL.
003980 1200-EXIT.
003990     EXIT.

004000 1210-LOAD-ONE-DEPT.
004010     READ DEPTTBL
004020         AT END
004030             MOVE "10" TO WS-DEPTTBL-STATUS
004040             GO TO 1210-EXIT
004050     END-READ.
004060     IF WS-DEPT-TBL-COUNT < 50
004070         ADD 1 TO WS-DEPT-TBL-COUNT
004080         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
004090         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
004100     ELSE
004110         DISPLAY "DAY3PAY - DEPARTMENT TABLE FULL (50), "
004120             DEP-Code " IGNORED"
004130     END-IF.
004140 1210-EXIT.
004150     EXIT.

004160 1300-LOAD-CALENDAR.
004170     OPEN INPUT CALFILE.
004180     IF NOT WS-CALFILE-OK
004190         DISPLAY "DAY3PAY - NO BUSINESS CALENDAR (CALFILE), "
004200             "HOLIDAYS COUNT AS UNPAID DAYS"
004210         GO TO 1300-EXIT
004220     END-IF.
004230     PERFORM 1310-LOAD-ONE-DAY THRU 1310-EXIT
004240         UNTIL WS-CALFILE-STATUS = "10".
004250     CLOSE CALFILE.
004260 1300-EXIT.
004270     EXIT.

004280 1310-LOAD-ONE-DAY.
004290     READ CALFILE
004300         AT END
004310             MOVE "10" TO WS-CALFILE-STATUS
004320             GO TO 1310-EXIT
004330     END-READ.
004340     IF WS-HOL-COUNT < 100
004350         ADD 1 TO WS-HOL-COUNT
004360         MOVE CAL-Date TO WS-HOL-DATE(WS-HOL-COUNT)
004370     END-IF.
004380 1310-EXIT.
004390     EXIT.

004400*****************************************************************
004410* UNPAID-LEAVE ABSENCES ARE VALIDATED AS DAY3ABS VALIDATES THEM,
004420* CLIPPED TO THE PAY MONTH AND TALLIED PER EMPLOYEE.
004430*****************************************************************
004440 1400-LOAD-UNPAID-LEAVE.
004450     OPEN INPUT ABSTRAN.
004460     IF NOT WS-ABSTRAN-OK
004470         DISPLAY "DAY3PAY - NO ABSTRAN FILE, STATUS "
004480             WS-ABSTRAN-STATUS " - NO UNPAID LEAVE DEDUCTED"
004490         GO TO 1400-EXIT
004500     END-IF.
004510     PERFORM 1410-TALLY-ONE-ABSENCE THRU 1410-EXIT
004520         UNTIL WS-ABS-EOF-REACHED.
004530     CLOSE ABSTRAN.
004540 1400-EXIT.
004550     EXIT.

004560 1410-TALLY-ONE-ABSENCE.
004570     READ ABSTRAN
004580         AT END
004590             MOVE "Y" TO WS-ABS-EOF-SW
004600             GO TO 1410-EXIT
004610     END-READ.
004620     ADD 1 TO WS-ABS-READ.
004630     IF AB-Type NOT = WS-TYPE-SANS-SOLDE
004640         GO TO 1410-EXIT
004650     END-IF.
004660     IF AB-Date-Debut IS NOT NUMERIC
004670         OR AB-Date-Fin IS NOT NUMERIC
004680         OR AB-Date-Fin < AB-Date-Debut
004690         DISPLAY "DAY3PAY - ABSENCE FOR " AB-Employe-ID
004700             " HAS BAD DATES, REJECTED"
004710         ADD 1 TO WS-ABS-REJECTED
004720         GO TO 1410-EXIT
004730     END-IF.
004740     IF AB-Date-Fin < WS-PERIOD-START
004750         OR AB-Date-Debut > WS-PERIOD-END
004760         GO TO 1410-EXIT
004770     END-IF.
004780     MOVE AB-Employe-ID TO Employe-ID.
004790     READ EMPMAST
004800         INVALID KEY
004810             DISPLAY "DAY3PAY - EMPLOYEE " AB-Employe-ID
004820                 " NOT ON EMPMAST, ABSENCE REJECTED"
004830             ADD 1 TO WS-ABS-REJECTED
004840             GO TO 1410-EXIT
004850     END-READ.
004860     PERFORM 1500-COUNT-DAYS THRU 1500-EXIT.
004870     ADD 1 TO WS-ABS-USED.
004880     PERFORM 1600-ADD-TO-UNPAID THRU 1600-EXIT.
004890 1410-EXIT.
004900     EXIT.

004910*****************************************************************
004920* INCLUSIVE 30/360 DAY SPAN OF THE PART OF THE ABSENCE INSIDE
004930* THE PAY MONTH, LESS ANY HOLIDAY FALLING IN THAT PART.
004940*****************************************************************
004950 1500-COUNT-DAYS.
004960     IF AB-Date-Debut < WS-PERIOD-START
004970         MOVE WS-PERIOD-START TO WS-DEB-DATE
004980     ELSE
004990         MOVE AB-Date-Debut TO WS-DEB-DATE
005000     END-IF.
005010     IF AB-Date-Fin > WS-PERIOD-END
005020         MOVE WS-PERIOD-END TO WS-FIN-DATE
005030     ELSE
005040         MOVE AB-Date-Fin TO WS-FIN-DATE
005050     END-IF.
005060     IF WS-DEB-DAY > 30
005070         MOVE 30 TO WS-DEB-DAY
005080     END-IF.
005090     IF WS-FIN-DAY > 30
005100         MOVE 30 TO WS-FIN-DAY
005110     END-IF.
005120     COMPUTE WS-ABS-DAYS = WS-FIN-DAY - WS-DEB-DAY + 1.
005130     PERFORM 1510-LESS-ONE-HOLIDAY THRU 1510-EXIT
005140         VARYING WS-CAL-I FROM 1 BY 1
005150         UNTIL WS-CAL-I > WS-HOL-COUNT.
005160     IF WS-ABS-DAYS < ZERO
005170         MOVE ZERO TO WS-ABS-DAYS
005180     END-IF.
005190 1500-EXIT.
005200     EXIT.

005210 1510-LESS-ONE-HOLIDAY.
005220     IF WS-HOL-DATE(WS-CAL-I) NOT < WS-DEB-DATE
005230         AND WS-HOL-DATE(WS-CAL-I) NOT > WS-FIN-DATE
005240         SUBTRACT 1 FROM WS-ABS-DAYS
005250     END-IF.
005260 1510-EXIT.
005270     EXIT.

005280 1600-ADD-TO-UNPAID.
005290     MOVE "N" TO WS-FOUND-SW.
005300     PERFORM 1610-MATCH-ONE-UNPAID THRU 1610-EXIT
005310         VARYING WS-IDX FROM 1 BY 1
005320         UNTIL WS-IDX > WS-UNP-COUNT
005330            OR WS-ENTRY-FOUND.
005340     IF WS-ENTRY-FOUND
005350         GO TO 1600-EXIT
005360     END-IF.
005370     IF WS-UNP-COUNT < 200
005380         ADD 1 TO WS-UNP-COUNT
005390         MOVE AB-Employe-ID TO WS-UNP-ID(WS-UNP-COUNT)
005400         MOVE WS-ABS-DAYS   TO WS-UNP-JOURS(WS-UNP-COUNT)
005410     ELSE
005420         DISPLAY "DAY3PAY - EMPLOYEE TABLE FULL (200), "
005430             AB-Employe-ID " UNPAID LEAVE NOT DEDUCTED"
005440     END-IF.
005450 1600-EXIT.
005460     EXIT.

005470 1610-MATCH-ONE-UNPAID.
005480     IF WS-UNP-ID(WS-IDX) = AB-Employe-ID
005490         ADD WS-ABS-DAYS TO WS-UNP-JOURS(WS-IDX)
005500         MOVE "Y" TO WS-FOUND-SW
005510     END-IF.
005520 1610-EXIT.
005530     EXIT.

005540 2000-SELECT-EMPLOYES.
005550     MOVE LOW-VALUES TO Employe-ID.
005560     START EMPMAST KEY IS NOT < Employe-ID
005570         INVALID KEY
005580             MOVE "Y" TO WS-EOF-SW
005590     END-START.
005600     PERFORM 2010-RELEASE-ONE-EMPLOYE THRU 2010-EXIT
005610         UNTIL WS-EOF-REACHED.
005620     GO TO 2900-IP-EXIT.

005630 2010-RELEASE-ONE-EMPLOYE.
005640     READ EMPMAST NEXT RECORD
005650         AT END
005660             MOVE "Y" TO WS-EOF-SW
005670             GO TO 2010-EXIT
005680     END-READ.
005690     ADD 1 TO WS-EMPLOYES-READ.
005700     IF Employe-Inactif
005710         AND Employe-Date-Depart < WS-PERIOD-START
005720         ADD 1 TO WS-LEFT-BEFORE
005730         GO TO 2010-EXIT
005740     END-IF.
005750     MOVE Employe-Dept          TO SRT-Employe-Dept.
005760     MOVE Employe-ID            TO SRT-Employe-ID.
005770     MOVE Employe-Nom           TO SRT-Employe-Nom.
005780     MOVE Employe-Date-Embauche TO SRT-Date-Embauche.
005790     IF Employe-Inactif
005800         MOVE Employe-Date-Depart TO SRT-Date-Depart
005810     ELSE
005820         MOVE ZERO TO SRT-Date-Depart
005830     END-IF.
005840     RELEASE SORTWORK-REC.
005850 2010-EXIT.
005860     EXIT.

005870 2900-IP-EXIT.
005880     EXIT.

005890 3000-PRINT-PAYROLL.
005900     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
005910     PERFORM 3010-PAY-ONE-EMPLOYE THRU 3010-EXIT
005920         UNTIL WS-SORT-EOF-REACHED.
005930     IF WS-PREV-DEPT NOT = HIGH-VALUES
005940         PERFORM 3300-DEPT-TOTAL THRU 3300-EXIT
005950     END-IF.
005960     GO TO 3900-OP-EXIT.

005970 3010-PAY-ONE-EMPLOYE.
005980     IF SRT-Employe-Dept NOT = WS-PREV-DEPT
005990         IF WS-PREV-DEPT NOT = HIGH-VALUES
006000             PERFORM 3300-DEPT-TOTAL THRU 3300-EXIT
006010         END-IF
006020         PERFORM 3200-DEPT-HEADING THRU 3200-EXIT
006030     END-IF.

006040     PERFORM 4000-COMPUTE-PAY THRU 4000-EXIT.

006050     MOVE SRT-Employe-ID  TO WD-ID.
006060     MOVE SRT-Employe-Nom TO WD-NOM.
006070     MOVE WS-JOURS-PAYES  TO WD-JOURS.
006080     MOVE WS-BRUT         TO WD-BRUT.
006090     MOVE WS-RETENUES     TO WD-RETENUES.
006100     MOVE WS-NET          TO WD-NET.
006110     MOVE WS-DETAIL-LINE TO PAYREG-LINE.
006120     WRITE PAYREG-LINE.
006130     ADD 1 TO WS-DEPT-COUNT.
006140     ADD 1 TO WS-GRAND-COUNT.
006150     ADD WS-BRUT     TO WS-DEPT-BRUT.
006160     ADD WS-RETENUES TO WS-DEPT-RETENUES.
006170     ADD WS-NET      TO WS-DEPT-NET.

006180     IF WS-EMPLOYEE-IS-PAID
006190         PERFORM 5000-PRINT-PAYSLIP THRU 5000-EXIT
006200     END-IF.

006210     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
006220 3010-EXIT.
006230     EXIT.

006240 3100-RETURN-ONE.
006250     RETURN SORTWORK
006260         AT END
006270             MOVE "Y" TO WS-SORT-EOF-SW
006280     END-RETURN.
006290 3100-EXIT.
006300     EXIT.

006310 3200-DEPT-HEADING.
006320     MOVE SRT-Employe-Dept TO WS-PREV-DEPT.
006330     MOVE SRT-Employe-Dept TO WH-DEPT.
006340     PERFORM 3250-GET-DEPT-NOM THRU 3250-EXIT.
006350     MOVE WS-DEPT-NOM TO WH-DEPT-NOM.
006360     MOVE SPACES TO PAYREG-LINE.
006370     WRITE PAYREG-LINE.
006380     MOVE WS-DEPT-HEADING TO PAYREG-LINE.
006390     WRITE PAYREG-LINE.
006400     MOVE WS-COLUMN-HEADING TO PAYREG-LINE.
006410     WRITE PAYREG-LINE.
006420     MOVE ZERO TO WS-DEPT-COUNT.
006430     MOVE ZERO TO WS-DEPT-BRUT WS-DEPT-RETENUES WS-DEPT-NET.
006440 3200-EXIT.
006450     EXIT.

006460 3250-GET-DEPT-NOM.
006470     MOVE SPACES TO WS-DEPT-NOM.
006480     IF WS-DEPT-TBL-COUNT = ZERO
006490         GO TO 3250-EXIT
006500     END-IF.
006510     SET WS-DEPT-TBL-IDX TO 1.
006520     SEARCH WS-DEPT-TBL-ENTRY
006530         AT END
006540             MOVE "** INCONNU **" TO WS-DEPT-NOM
006550         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX)
006560             = SRT-Employe-Dept
006570             MOVE WS-DEPT-TBL-NAME(WS-DEPT-TBL-IDX)
006580                 TO WS-DEPT-NOM
006590     END-SEARCH.
006600 3250-EXIT.
006610     EXIT.

006620 3300-DEPT-TOTAL.
006630     MOVE WS-DEPT-COUNT    TO WT-DEPT-COUNT.
006640     MOVE WS-DEPT-BRUT     TO WT-DEPT-BRUT.
006650     MOVE WS-DEPT-RETENUES TO WT-DEPT-RETENUES.
006660     MOVE WS-DEPT-NET      TO WT-DEPT-NET.
006670     MOVE WS-DEPT-TOTAL-LINE TO PAYREG-LINE.
006680     WRITE PAYREG-LINE.
006690     ADD WS-DEPT-BRUT     TO WS-GRAND-BRUT.
006700     ADD WS-DEPT-RETENUES TO WS-GRAND-RETENUES.
006710     ADD WS-DEPT-NET      TO WS-GRAND-NET.
006720 3300-EXIT.
006730     EXIT.

006740 3900-OP-EXIT.
006750     EXIT.

006760*****************************************************************
006770* DAYS DUE: 30, OR FROM THE HIRE DAY TO THE 30TH WHEN HIRED IN
006780* THE MONTH, ENDING ON THE LEAVING DAY WHEN THE EMPLOYEE LEFT
006790* IN THE MONTH; LESS UNPAID-LEAVE DAYS. GROSS IS THE BASE SALARY
006800* PRORATED ON DAYS DUE, LESS ONE THIRTIETH PER UNPAID DAY.
006810*****************************************************************
006820 4000-COMPUTE-PAY.
006830     MOVE "N" TO WS-PAID-SW.
006840     MOVE ZERO TO WS-JOURS-DUS WS-JOURS-SANS-SOLDE
006850         WS-JOURS-PAYES WS-BRUT-PRORATA WS-RETENUE-ABS WS-BRUT
006860         WS-SECU WS-RETRAITE WS-IMPOT WS-NET WS-RETENUES.
006870     MOVE SPACES TO WD-FLAG WSE-GRADE.

006880     IF SRT-Date-Embauche IS NUMERIC
006890         AND SRT-Date-Embauche > WS-PERIOD-END
006900         MOVE "NON EMBAUCHE" TO WD-FLAG
006910         ADD 1 TO WS-NOT-YET-HIRED
006920         GO TO 4000-EXIT
006930     END-IF.

006940     MOVE SRT-Employe-ID TO SAL-Employe-ID.
006950     READ SALMAST
006960         INVALID KEY
006970             MOVE "** SANS SALAIRE" TO WD-FLAG
006980             DISPLAY "DAY3PAY - EMPLOYEE " SRT-Employe-ID
006990                 " HAS NO SALARY RECORD, NOT PAID"
007000             ADD 1 TO WS-NO-SALARY
007010             GO TO 4000-EXIT
007020     END-READ.
007030     MOVE SAL-Grade TO WSE-GRADE.

007040     MOVE 30 TO WS-JOURS-DUS.
007050     IF SRT-Date-Embauche IS NUMERIC
007060         AND SRT-Date-Embauche NOT < WS-PERIOD-START
007070         MOVE SRT-Date-Embauche TO WS-DEB-DATE
007080         IF WS-DEB-DAY > 30
007090             MOVE 30 TO WS-DEB-DAY
007100         END-IF
007110         COMPUTE WS-JOURS-DUS = 30 - WS-DEB-DAY + 1
007120         MOVE "PRORATA EMBAUCHE" TO WD-FLAG
007130     END-IF.
007140     IF SRT-Date-Depart NOT = ZERO
007150         AND SRT-Date-Depart NOT > WS-PERIOD-END
007160         MOVE SRT-Date-Depart TO WS-FIN-DATE
007170         IF WS-FIN-DAY > 30
007180             MOVE 30 TO WS-FIN-DAY
007190         END-IF
007200         COMPUTE WS-JOURS-DUS = WS-JOURS-DUS - (30 - WS-FIN-DAY)
007210         IF WS-JOURS-DUS < ZERO
007220             MOVE ZERO TO WS-JOURS-DUS
007230         END-IF
007240         MOVE "PRORATA DEPART" TO WD-FLAG
007250     END-IF.

007260     MOVE "N" TO WS-FOUND-SW.
007270     PERFORM 4100-FIND-UNPAID THRU 4100-EXIT
007280         VARYING WS-IDX FROM 1 BY 1
007290         UNTIL WS-IDX > WS-UNP-COUNT
007300            OR WS-ENTRY-FOUND.
007310     IF WS-JOURS-SANS-SOLDE > WS-JOURS-DUS
007320         MOVE WS-JOURS-DUS TO WS-JOURS-SANS-SOLDE
007330     END-IF.
007340     IF WS-JOURS-SANS-SOLDE > ZERO AND WD-FLAG = SPACES
007350         MOVE "CONGE SANS SOLDE" TO WD-FLAG
007360     END-IF.
007370     COMPUTE WS-JOURS-PAYES = WS-JOURS-DUS - WS-JOURS-SANS-SOLDE.

007380     COMPUTE WS-BRUT-PRORATA ROUNDED =
007390         SAL-Salaire-Base * WS-JOURS-DUS / 30.
007400     COMPUTE WS-RETENUE-ABS ROUNDED =
007410         SAL-Salaire-Base * WS-JOURS-SANS-SOLDE / 30.
007420     COMPUTE WS-BRUT = WS-BRUT-PRORATA - WS-RETENUE-ABS.
007430     COMPUTE WS-SECU ROUNDED = WS-BRUT * SAL-Taux-Secu.
007440     COMPUTE WS-RETRAITE ROUNDED = WS-BRUT * SAL-Taux-Retraite.
007450     COMPUTE WS-IMPOT ROUNDED =
007460         (WS-BRUT - WS-SECU - WS-RETRAITE) * SAL-Taux-Impot.
007470     COMPUTE WS-RETENUES = WS-SECU + WS-RETRAITE + WS-IMPOT.
007480     COMPUTE WS-NET = WS-BRUT - WS-RETENUES.
007490     MOVE "Y" TO WS-PAID-SW.
007500     ADD 1 TO WS-EMPLOYES-PAID.
007510 4000-EXIT.
007520     EXIT.

007530 4100-FIND-UNPAID.
007540     IF WS-UNP-ID(WS-IDX) = SRT-Employe-ID
007550         MOVE WS-UNP-JOURS(WS-IDX) TO WS-JOURS-SANS-SOLDE
007560         MOVE "Y" TO WS-FOUND-SW
007570     END-IF.
007580 4100-EXIT.
007590     EXIT.

007600 5000-PRINT-PAYSLIP.
007610     MOVE WS-SLIP-SEPARATOR TO PAYSLIP-LINE.
007620     WRITE PAYSLIP-LINE.
007630     MOVE WS-PERIODE  TO WSH-PERIODE.
007640     MOVE WS-RUN-DATE TO WSH-RUN-DATE.
007650     MOVE WS-SLIP-HEADING TO PAYSLIP-LINE.
007660     WRITE PAYSLIP-LINE.
007670     MOVE SRT-Employe-ID    TO WSE-ID.
007680     MOVE SRT-Employe-Nom   TO WSE-NOM.
007690     MOVE SRT-Employe-Dept  TO WSE-DEPT.
007700     MOVE WS-DEPT-NOM       TO WSE-DEPT-NOM.
007710     MOVE WS-SLIP-EMPLOYEE TO PAYSLIP-LINE.
007720     WRITE PAYSLIP-LINE.
007730     MOVE SRT-Date-Embauche TO WSE-EMBAUCHE.
007740     MOVE WS-JOURS-PAYES    TO WSE-JOURS.
007750     MOVE WS-SLIP-EMPLOYEE-2 TO PAYSLIP-LINE.
007760     WRITE PAYSLIP-LINE.
007770     MOVE SPACES TO PAYSLIP-LINE.
007780     WRITE PAYSLIP-LINE.

007790     MOVE "SALAIRE DE BASE MENSUEL" TO WSA-LIBELLE.
007800     MOVE SAL-Salaire-Base TO WSA-MONTANT.
007810     PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT.
007820     IF WS-JOURS-DUS < 30
007830         MOVE "SALAIRE AU PRORATA" TO WSA-LIBELLE
007840         MOVE WS-BRUT-PRORATA TO WSA-MONTANT
007850         PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT
007860     END-IF.
007870     IF WS-RETENUE-ABS NOT = ZERO
007880         MOVE "RETENUE CONGE SANS SOLDE" TO WSA-LIBELLE
007890         COMPUTE WSA-MONTANT = ZERO - WS-RETENUE-ABS
007900         PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT
007910     END-IF.
007920     MOVE "SALAIRE BRUT" TO WSA-LIBELLE.
007930     MOVE WS-BRUT TO WSA-MONTANT.
007940     PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT.
007950     MOVE "COTISATION SECURITE SOCIALE" TO WSA-LIBELLE.
007960     COMPUTE WSA-MONTANT = ZERO - WS-SECU.
007970     PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT.
007980     MOVE "COTISATION RETRAITE" TO WSA-LIBELLE.
007990     COMPUTE WSA-MONTANT = ZERO - WS-RETRAITE.
008000     PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT.
008010     MOVE "IMPOT RETENU A LA SOURCE" TO WSA-LIBELLE.
008020     COMPUTE WSA-MONTANT = ZERO - WS-IMPOT.
008030     PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT.
008040     MOVE "NET A PAYER" TO WSA-LIBELLE.
008050     MOVE WS-NET TO WSA-MONTANT.
008060     PERFORM 5100-WRITE-AMOUNT THRU 5100-EXIT.
008070 5000-EXIT.
008080     EXIT.

008090 5100-WRITE-AMOUNT.
008100     MOVE WS-SLIP-AMOUNT TO PAYSLIP-LINE.
008110     WRITE PAYSLIP-LINE.
008120 5100-EXIT.
008130     EXIT.

008140 9000-TERMINATE.
008150     IF WS-PAYREG-WAS-OPENED
008160         MOVE WS-GRAND-COUNT    TO WT-GRAND-COUNT
008170         MOVE WS-GRAND-BRUT     TO WT-GRAND-BRUT
008180         MOVE WS-GRAND-RETENUES TO WT-GRAND-RETENUES
008190         MOVE WS-GRAND-NET      TO WT-GRAND-NET
008200         MOVE SPACES TO PAYREG-LINE
008210         WRITE PAYREG-LINE
008220         MOVE WS-GRAND-TOTAL-LINE TO PAYREG-LINE
008230         WRITE PAYREG-LINE
008240         CLOSE PAYREG
008250     END-IF.
008260     IF WS-PAYSLIP-WAS-OPENED
008270         CLOSE PAYSLIP
008280     END-IF.
008290     IF WS-EMPMAST-WAS-OPENED
008300         CLOSE EMPMAST
008310     END-IF.
008320     IF WS-SALMAST-WAS-OPENED
008330         CLOSE SALMAST
008340     END-IF.
008350     DISPLAY "DAY3PAY - EMPLOYES READ       : " WS-EMPLOYES-READ.
008360     DISPLAY "DAY3PAY - EMPLOYES PAID       : " WS-EMPLOYES-PAID.
008370     DISPLAY "DAY3PAY - NO SALARY RECORD    : " WS-NO-SALARY.
008380     DISPLAY "DAY3PAY - HIRED AFTER PERIOD  : " WS-NOT-YET-HIRED.
008390     DISPLAY "DAY3PAY - LEFT BEFORE PERIOD  : " WS-LEFT-BEFORE.
008400     DISPLAY "DAY3PAY - ABSENCES READ       : " WS-ABS-READ.
008410     DISPLAY "DAY3PAY - UNPAID LEAVE USED   : " WS-ABS-USED.
008420     DISPLAY "DAY3PAY - ABSENCES REJECTED   : " WS-ABS-REJECTED.
008430 9000-EXIT.
008440     EXIT.
