000100*****************************************************************
000110* SECURITY REPORT: ACCESS-RIGHTS CONFLICTS
000120* THE SEGREGATION-OF-DUTIES CHECK ON THE ACCRIGHT MATRIX. FOR
000130* EVERY OPERATOR ON USERSEC THAT IS NOT DISABLED IT WORKS OUT
000140* THE FUNCTIONS HELD IN EACH PROGRAM THE WAY DAYSEC DOES AT
000150* SIGN-ON - FROM THE OPERATOR'S ACCRIGHT ENTRIES, OR FROM ITS
000160* AUTHORITY LEVEL WHEN IT HAS NONE - AND PRINTS (ACRRPT) EVERY
000170* SODRULE PAIR THE OPERATOR HOLDS BOTH SIDES OF, SUCH AS
000180* ENTERING SUPPLIER INVOICES IN DAY7FAC AND APPROVING THEIR
000190* PAYMENT IN DAY7PAY. WITHOUT A SODRULE FILE THE STANDARD
000200* PURCHASE-TO-PAY AND CREDIT RULES ARE CHECKED. ANY CONFLICT
000210* ENDS THE STEP WITH RETURN CODE 4.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. daysacr.
000280 AUTHOR. jphNovitz.
000290 DATE-WRITTEN. 2026/10/15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT USERSEC ASSIGN TO "USERSEC"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-USERSEC-STATUS.

000370     SELECT ACCRIGHT ASSIGN TO "ACCRIGHT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ACCRIGHT-STATUS.

000400     SELECT SODRULE ASSIGN TO "SODRULE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SODRULE-STATUS.

000430     SELECT ACRRPT ASSIGN TO "ACRRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ACRRPT-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  USERSEC
000490     RECORDING MODE IS F.
000500 01  USERSEC-REC.
000510     05  US-Operator-ID       PIC X(08).
000520     05  US-Password          PIC X(08).
000530     05  US-Auth-Level        PIC 9(01).
000540     05  US-Password-Date     PIC 9(08).
000550     05  US-Statut            PIC X(01).
000560     05  US-Fail-Count        PIC 9(01).
000570     05  US-Employe-ID        PIC X(05).

000580 FD  ACCRIGHT
000590     RECORDING MODE IS F.
000600 01  ACCRIGHT-REC.
000610     05  AR-Operator-ID       PIC X(08).
000620     05  AR-Program           PIC X(08).
000630     05  AR-Droits            PIC X(05).

000640 FD  SODRULE
000650     RECORDING MODE IS F.
000660 01  SODRULE-REC.
000670     05  SOD-Program-1        PIC X(08).
000680     05  SOD-Function-1       PIC X(01).
000690     05  SOD-Program-2        PIC X(08).
000700     05  SOD-Function-2       PIC X(01).
000710     05  SOD-Libelle          PIC X(25).

000720 FD  ACRRPT
000730     RECORDING MODE IS F.
000740 01  ACRRPT-LINE              PIC X(80).

000750 WORKING-STORAGE SECTION.
000760 01  WS-USERSEC-STATUS        PIC X(02).
000770     88  WS-USERSEC-OK              VALUE "00".

000780 01  WS-ACCRIGHT-STATUS       PIC X(02).
000790     88  WS-ACCRIGHT-OK             VALUE "00".

000800 01  WS-SODRULE-STATUS        PIC X(02).
000810     88  WS-SODRULE-OK              VALUE "00".

000820 01  WS-ACRRPT-STATUS         PIC X(02).
000830     88  WS-ACRRPT-OK               VALUE "00".

000840 01  WS-SWITCHES.
000850     05  WS-ABANDON-SW        PIC X(01)  VALUE "N".
000860         88  WS-RUN-ABANDONED        VALUE "Y".
000870     05  WS-IN-MATRIX-SW      PIC X(01)  VALUE "N".
000880         88  WS-OPERATOR-IN-MATRIX   VALUE "Y".
000890     05  WS-HAS-RIGHT-SW      PIC X(01)  VALUE "N".
000900         88  WS-HOLDS-RIGHT          VALUE "Y".
000910     05  WS-SIDE-1-SW         PIC X(01)  VALUE "N".
000920         88  WS-HOLDS-SIDE-1         VALUE "Y".

000930 01  WS-COUNTERS.
000940     05  WS-OPERATORS-CHECKED PIC 9(05) COMP  VALUE ZERO.
000950     05  WS-OPERATORS-SKIPPED PIC 9(05) COMP  VALUE ZERO.
000960     05  WS-CONFLICTS         PIC 9(05) COMP  VALUE ZERO.

000970 01  WS-RUN-DATE              PIC 9(08).
000980 01  WS-USER-I                PIC 9(03) COMP  VALUE ZERO.
000990 01  WS-ACR-I                 PIC 9(03) COMP  VALUE ZERO.
001000 01  WS-SOD-I                 PIC 9(03) COMP  VALUE ZERO.
001010 01  WS-CHK-PROGRAM           PIC X(08).
001020 01  WS-CHK-FUNCTION          PIC X(01).
001030 01  WS-CHK-DROITS            PIC X(05).
001040 01  WS-LEVEL-DROITS          PIC X(05).
001050 01  WS-CONFLICTS-ED          PIC ZZ,ZZ9.

001060     COPY USERSEC.

001070     COPY ACCRIGHT.

001080     COPY SODRULE.

001090 01  WS-REPORT-HEADING.
001100     05  FILLER               PIC X(44) VALUE
001110         "CONFLITS DE DROITS (SEPARATION DES TACHES) ".
001120     05  FILLER               PIC X(05) VALUE "AU : ".
001130     05  WH-RUN-DATE          PIC 9(08).

001140 01  WS-COLUMN-HEADING.
001150     05  FILLER               PIC X(40) VALUE
001160         "OPERAT.  EMPL.  CONFLIT                 ".
001170     05  FILLER               PIC X(40) VALUE
001180         "  DROIT 1     DROIT 2     ORIGINE".

001190 01  WS-DETAIL-LINE.
001200     05  WD-OPERATOR          PIC X(08).
001210     05  FILLER               PIC X(01) VALUE SPACES.
001220     05  WD-EMPLOYE           PIC X(05).
001230     05  FILLER               PIC X(02) VALUE SPACES.
001240     05  WD-LIBELLE           PIC X(25).
001250     05  FILLER               PIC X(01) VALUE SPACES.
001260     05  WD-PROGRAM-1         PIC X(08).
001270     05  FILLER               PIC X(01) VALUE SPACES.
001280     05  WD-FUNCTION-1        PIC X(01).
001290     05  FILLER               PIC X(02) VALUE SPACES.
001300     05  WD-PROGRAM-2         PIC X(08).
001310     05  FILLER               PIC X(01) VALUE SPACES.
001320     05  WD-FUNCTION-2        PIC X(01).
001330     05  FILLER               PIC X(02) VALUE SPACES.
001340     05  WD-ORIGINE           PIC X(09).

001350 01  WS-ORIGINE-LEVEL.
001360     05  FILLER               PIC X(07) VALUE "NIVEAU ".
001370     05  WO-LEVEL             PIC 9(01).

001380 PROCEDURE DIVISION.

001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     IF NOT WS-RUN-ABANDONED
001420         PERFORM 2000-CHECK-OPERATOR THRU 2000-EXIT
001430             VARYING WS-USER-I FROM 1 BY 1
001440             UNTIL WS-USER-I > WS-USER-COUNT
001450     END-IF.
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470     GOBACK.

001480 1000-INITIALIZE.
001490     CALL "dayproc" USING WS-RUN-DATE.
001500     PERFORM 1100-LOAD-USERSEC THRU 1100-EXIT.
001510     IF WS-USER-COUNT = ZERO
001520         DISPLAY "DAYSACR - NO OPERATORS ON USERSEC, NOTHING "
001530             "TO CHECK"
001540         MOVE "Y" TO WS-ABANDON-SW
001550         GO TO 1000-EXIT
001560     END-IF.
001570     PERFORM 1200-LOAD-ACCRIGHT THRU 1200-EXIT.
001580     PERFORM 1300-LOAD-SODRULE THRU 1300-EXIT.

001590     OPEN OUTPUT ACRRPT.
001600     IF NOT WS-ACRRPT-OK
001610         DISPLAY "DAYSACR - UNABLE TO OPEN ACRRPT, STATUS "
001620             WS-ACRRPT-STATUS
001630         MOVE "Y" TO WS-ABANDON-SW
001640         MOVE 12 TO RETURN-CODE
001650         GO TO 1000-EXIT
001660     END-IF.
001670     MOVE WS-RUN-DATE TO WH-RUN-DATE.
001680     MOVE WS-REPORT-HEADING TO ACRRPT-LINE.
001690     WRITE ACRRPT-LINE.
001700     MOVE SPACES TO ACRRPT-LINE.
001710     WRITE ACRRPT-LINE.
001720     MOVE WS-COLUMN-HEADING TO ACRRPT-LINE.
001730     WRITE ACRRPT-LINE.
001740 1000-EXIT.
001750     EXIT.

001760 1100-LOAD-USERSEC.
001770     MOVE ZERO TO WS-USER-COUNT.
001780     OPEN INPUT USERSEC.
001790     IF NOT WS-USERSEC-OK
001800         GO TO 1100-EXIT
001810     END-IF.
001820     PERFORM 1110-LOAD-ONE-USER THRU 1110-EXIT
001830         UNTIL WS-USERSEC-STATUS = "10".
001840     CLOSE USERSEC.
001850 1100-EXIT.
001860     EXIT.

001870 1110-LOAD-ONE-USER.
001880     READ USERSEC
001890         AT END
001900             MOVE "10" TO WS-USERSEC-STATUS
001910             GO TO 1110-EXIT
001920     END-READ.
001930     IF WS-USER-COUNT < 50
001940         ADD 1 TO WS-USER-COUNT
001950         MOVE US-Operator-ID TO WS-USER-ID(WS-USER-COUNT)
001960         MOVE US-Auth-Level  TO WS-USER-LEVEL(WS-USER-COUNT)
001970         MOVE US-Statut      TO WS-USER-STATUT(WS-USER-COUNT)
001980         MOVE US-Employe-ID  TO WS-USER-EMP-ID(WS-USER-COUNT)
001990     END-IF.
002000 1110-EXIT.
002010     EXIT.

002020 1200-LOAD-ACCRIGHT.
002030     MOVE ZERO TO WS-ACR-COUNT.
002040     OPEN INPUT ACCRIGHT.
002050     IF NOT WS-ACCRIGHT-OK
002060         DISPLAY "DAYSACR - NO ACCRIGHT FILE - EVERY OPERATOR "
002070             "HAS THE RIGHTS OF ITS LEVEL"
002080         GO TO 1200-EXIT
002090     END-IF.
002100     PERFORM 1210-LOAD-ONE-RIGHT THRU 1210-EXIT
002110         UNTIL WS-ACCRIGHT-STATUS = "10".
002120     CLOSE ACCRIGHT.
002130 1200-EXIT.
002140     EXIT.

002150 1210-LOAD-ONE-RIGHT.
002160     READ ACCRIGHT
002170         AT END
002180             MOVE "10" TO WS-ACCRIGHT-STATUS
002190             GO TO 1210-EXIT
002200     END-READ.
002210     IF WS-ACR-COUNT < 500
002220         ADD 1 TO WS-ACR-COUNT
002230         MOVE AR-Operator-ID TO WS-ACR-OPERATOR(WS-ACR-COUNT)
002240         MOVE AR-Program     TO WS-ACR-PROGRAM(WS-ACR-COUNT)
002250         MOVE AR-Droits      TO WS-ACR-DROITS(WS-ACR-COUNT)
002260     ELSE
002270         DISPLAY "DAYSACR - RIGHTS TABLE FULL (500), "
002280             AR-Operator-ID " " AR-Program " NOT CHECKED"
002290     END-IF.
002300 1210-EXIT.
002310     EXIT.

002320*****************************************************************
002330* A MISSING OR EMPTY SODRULE STILL CHECKS THE STANDARD RULES:
002340* SUPPLIER INVOICE ENTRY OR SUPPLIER CREATION AGAINST PAYMENT
002350* APPROVAL, AND CUSTOMER MAINTENANCE AGAINST CREDIT RELEASE.
002360*****************************************************************
002370 1300-LOAD-SODRULE.
002380     MOVE ZERO TO WS-SOD-COUNT.
002390     OPEN INPUT SODRULE.
002400     IF WS-SODRULE-OK
002410         PERFORM 1310-LOAD-ONE-RULE THRU 1310-EXIT
002420             UNTIL WS-SODRULE-STATUS = "10"
002430         CLOSE SODRULE
002440     END-IF.
002450     IF WS-SOD-COUNT > ZERO
002460         GO TO 1300-EXIT
002470     END-IF.
002480     DISPLAY "DAYSACR - NO SODRULE RULES, CHECKING THE "
002490         "STANDARD ONES".
002500     MOVE 3 TO WS-SOD-COUNT.
002510     MOVE "DAY7FAC" TO WS-SOD-PROGRAM-1(1).
002520     MOVE "A"       TO WS-SOD-FUNCTION-1(1).
002530     MOVE "DAY7PAY" TO WS-SOD-PROGRAM-2(1).
002540     MOVE "P"       TO WS-SOD-FUNCTION-2(1).
002550     MOVE "SAISIT ET PAIE FACTURES"  TO WS-SOD-LIBELLE(1).
002560     MOVE "DAY7SUP" TO WS-SOD-PROGRAM-1(2).
002570     MOVE "A"       TO WS-SOD-FUNCTION-1(2).
002580     MOVE "DAY7PAY" TO WS-SOD-PROGRAM-2(2).
002590     MOVE "P"       TO WS-SOD-FUNCTION-2(2).
002600     MOVE "CREE ET PAIE FOURNISSEUR" TO WS-SOD-LIBELLE(2).
002610     MOVE "DAY9CLI" TO WS-SOD-PROGRAM-1(3).
002620     MOVE "C"       TO WS-SOD-FUNCTION-1(3).
002630     MOVE "DAY9CRH" TO WS-SOD-PROGRAM-2(3).
002640     MOVE "P"       TO WS-SOD-FUNCTION-2(3).
002650     MOVE "FIXE ET LIBERE CREDIT"    TO WS-SOD-LIBELLE(3).
002660 1300-EXIT.
002670     EXIT.

002680 1310-LOAD-ONE-RULE.
002690     READ SODRULE
002700         AT END
002710             MOVE "10" TO WS-SODRULE-STATUS
002720             GO TO 1310-EXIT
002730     END-READ.
002740     IF WS-SOD-COUNT < 50
002750         ADD 1 TO WS-SOD-COUNT
002760         MOVE SOD-Program-1  TO WS-SOD-PROGRAM-1(WS-SOD-COUNT)
002770         MOVE SOD-Function-1 TO WS-SOD-FUNCTION-1(WS-SOD-COUNT)
002780         MOVE SOD-Program-2  TO WS-SOD-PROGRAM-2(WS-SOD-COUNT)
002790         MOVE SOD-Function-2 TO WS-SOD-FUNCTION-2(WS-SOD-COUNT)
002800         MOVE SOD-Libelle    TO WS-SOD-LIBELLE(WS-SOD-COUNT)
002810     ELSE
002820         DISPLAY "DAYSACR - RULE TABLE FULL (50), "
002830             SOD-Libelle " NOT CHECKED"
002840     END-IF.
002850 1310-EXIT.
002860     EXIT.

002870*****************************************************************
002880* A DISABLED OPERATOR CANNOT SIGN ON AND IS NOT CHECKED; A
002890* LOCKED ONE IS, SINCE AN UNLOCK GIVES IT ALL ITS RIGHTS BACK.
002900*****************************************************************
002910 2000-CHECK-OPERATOR.
002920     IF WS-USER-STATUT(WS-USER-I) = "D"
002930         ADD 1 TO WS-OPERATORS-SKIPPED
002940         GO TO 2000-EXIT
002950     END-IF.
002960     ADD 1 TO WS-OPERATORS-CHECKED.
002970     MOVE "N" TO WS-IN-MATRIX-SW.
002980     PERFORM 2010-LOOK-FOR-OPERATOR THRU 2010-EXIT
002990         VARYING WS-ACR-I FROM 1 BY 1
003000         UNTIL WS-ACR-I > WS-ACR-COUNT
003010            OR WS-OPERATOR-IN-MATRIX.
003020     EVALUATE WS-USER-LEVEL(WS-USER-I)
003030         WHEN 1
003040             MOVE "YNNNN" TO WS-LEVEL-DROITS
003050         WHEN 2
003060             MOVE "YYYNN" TO WS-LEVEL-DROITS
003070         WHEN 3
003080             MOVE "YYYYY" TO WS-LEVEL-DROITS
003090         WHEN OTHER
003100             MOVE "NNNNN" TO WS-LEVEL-DROITS
003110     END-EVALUATE.
003120     PERFORM 2100-CHECK-ONE-RULE THRU 2100-EXIT
003130         VARYING WS-SOD-I FROM 1 BY 1
003140         UNTIL WS-SOD-I > WS-SOD-COUNT.
003150 2000-EXIT.
003160     EXIT.

003170 2010-LOOK-FOR-OPERATOR.
003180     IF WS-ACR-OPERATOR(WS-ACR-I) = WS-USER-ID(WS-USER-I)
003190         MOVE "Y" TO WS-IN-MATRIX-SW
003200     END-IF.
003210 2010-EXIT.
003220     EXIT.

003230 2100-CHECK-ONE-RULE.
003240     MOVE WS-SOD-PROGRAM-1(WS-SOD-I)  TO WS-CHK-PROGRAM.
003250     MOVE WS-SOD-FUNCTION-1(WS-SOD-I) TO WS-CHK-FUNCTION.
003260     PERFORM 3000-HOLDS-RIGHT THRU 3000-EXIT.
003270     IF NOT WS-HOLDS-RIGHT
003280         GO TO 2100-EXIT
003290     END-IF.
003300     MOVE WS-SOD-PROGRAM-2(WS-SOD-I)  TO WS-CHK-PROGRAM.
003310     MOVE WS-SOD-FUNCTION-2(WS-SOD-I) TO WS-CHK-FUNCTION.
003320     PERFORM 3000-HOLDS-RIGHT THRU 3000-EXIT.
003330     IF NOT WS-HOLDS-RIGHT
003340         GO TO 2100-EXIT
003350     END-IF.
003360     PERFORM 4000-PRINT-CONFLICT THRU 4000-EXIT.
003370 2100-EXIT.
003380     EXIT.

003390*****************************************************************
003400* THE SAME RULE DAYSEC APPLIES: UNDER THE MATRIX ONLY THE
003410* ENTRY FOR THE PROGRAM COUNTS, OTHERWISE THE LEVEL DOES.
003420*****************************************************************
003430 3000-HOLDS-RIGHT.
003440     MOVE "N" TO WS-HAS-RIGHT-SW.
003450     IF WS-OPERATOR-IN-MATRIX
003460         MOVE "NNNNN" TO WS-CHK-DROITS
003470         PERFORM 3010-MATCH-ONE-RIGHT THRU 3010-EXIT
003480             VARYING WS-ACR-I FROM 1 BY 1
003490             UNTIL WS-ACR-I > WS-ACR-COUNT
003500     ELSE
003510         MOVE WS-LEVEL-DROITS TO WS-CHK-DROITS
003520     END-IF.
003530     EVALUATE WS-CHK-FUNCTION
003540         WHEN "I"
003550             MOVE WS-CHK-DROITS(1:1) TO WS-HAS-RIGHT-SW
003560         WHEN "A"
003570             MOVE WS-CHK-DROITS(2:1) TO WS-HAS-RIGHT-SW
003580         WHEN "C"
003590             MOVE WS-CHK-DROITS(3:1) TO WS-HAS-RIGHT-SW
003600         WHEN "D"
003610             MOVE WS-CHK-DROITS(4:1) TO WS-HAS-RIGHT-SW
003620         WHEN "P"
003630             MOVE WS-CHK-DROITS(5:1) TO WS-HAS-RIGHT-SW
003640         WHEN OTHER
003650             MOVE "N" TO WS-HAS-RIGHT-SW
003660     END-EVALUATE.
003670 3000-EXIT.
003680     EXIT.

003690 3010-MATCH-ONE-RIGHT.
003700     IF WS-ACR-OPERATOR(WS-ACR-I) = WS-USER-ID(WS-USER-I)
003710         AND WS-ACR-PROGRAM(WS-ACR-I) = WS-CHK-PROGRAM
003720         MOVE WS-ACR-DROITS(WS-ACR-I) TO WS-CHK-DROITS
003730     END-IF.
003740 3010-EXIT.
003750     EXIT.

003760 4000-PRINT-CONFLICT.
003770     ADD 1 TO WS-CONFLICTS.
003780     MOVE WS-USER-ID(WS-USER-I)       TO WD-OPERATOR.
003790     MOVE WS-USER-EMP-ID(WS-USER-I)   TO WD-EMPLOYE.
003800     MOVE WS-SOD-LIBELLE(WS-SOD-I)    TO WD-LIBELLE.
003810     MOVE WS-SOD-PROGRAM-1(WS-SOD-I)  TO WD-PROGRAM-1.
003820     MOVE WS-SOD-FUNCTION-1(WS-SOD-I) TO WD-FUNCTION-1.
003830     MOVE WS-SOD-PROGRAM-2(WS-SOD-I)  TO WD-PROGRAM-2.
003840     MOVE WS-SOD-FUNCTION-2(WS-SOD-I) TO WD-FUNCTION-2.
003850     IF WS-OPERATOR-IN-MATRIX
003860         MOVE "MATRICE" TO WD-ORIGINE
003870     ELSE
003880         MOVE WS-USER-LEVEL(WS-USER-I) TO WO-LEVEL
003890         MOVE WS-ORIGINE-LEVEL TO WD-ORIGINE
003900     END-IF.
003910     MOVE WS-DETAIL-LINE TO ACRRPT-LINE.
003920     WRITE ACRRPT-LINE.
003930 4000-EXIT.
003940     EXIT.

003950 9000-TERMINATE.
003960     IF WS-ACRRPT-OK
003970         MOVE SPACES TO ACRRPT-LINE
003980         WRITE ACRRPT-LINE
003990         IF WS-CONFLICTS = ZERO
004000             MOVE "AUCUN CONFLIT DE DROITS." TO ACRRPT-LINE
004010         ELSE
004020             MOVE WS-CONFLICTS TO WS-CONFLICTS-ED
004030             MOVE SPACES TO ACRRPT-LINE
004040             STRING "TOTAL DES CONFLITS : " WS-CONFLICTS-ED
004050                 DELIMITED BY SIZE INTO ACRRPT-LINE
004060         END-IF
004070         WRITE ACRRPT-LINE
004080         CLOSE ACRRPT
004090     END-IF.
004100     IF WS-CONFLICTS > ZERO AND RETURN-CODE < 4
004110         MOVE 4 TO RETURN-CODE
004120     END-IF.
004130     DISPLAY "DAYSACR - OPERATORS CHECKED : "
004140         WS-OPERATORS-CHECKED.
004150     DISPLAY "DAYSACR - DISABLED SKIPPED  : "
004160         WS-OPERATORS-SKIPPED.
004170     DISPLAY "DAYSACR - RULES CHECKED     : " WS-SOD-COUNT.
004180     DISPLAY "DAYSACR - CONFLICTS FOUND   : " WS-CONFLICTS.
004190 9000-EXIT.
004200     EXIT.
