000100*****************************************************************
000110* EXERCISE 7 SUPPLIER PAYMENTS: PAYMENT PROPOSAL AND PAYMENT RUN
000120* READS THE APFILE OPEN ITEMS DAY7FAC CAPTURES, WORKS OUT EACH
000130* INVOICE'S DUE DATE FROM THE SUPPLIER'S FOURNISSEUR-CONDITIONS
000140* ON SUPPMAST, AND PROPOSES EVERY PAYABLE INVOICE FALLING DUE BY
000150* THE NEXT RUN DATE, GROUPED BY SUPPLIER AND CURRENCY. AN
000160* INVOICE WITH ANY LINE STILL AT A DAY7FAC VARIANCE IS NOT
000170* PAYABLE AND IS ONLY COUNTED. A USER WITH THE ACCRIGHT APPROVE
000180* RIGHT (SGN-MAY-APPROVE) APPROVES OR HOLDS EACH PROPOSED
000190* INVOICE; ON "P" THE APPROVED INVOICES GO TO AP-STATUT "P", ONE
000200* REMITTANCE ADVICE PER SUPPLIER IS PRINTED (REMRPT) AND ONE BANK
000210* INSTRUCTION PER SUPPLIER AND CURRENCY IS WRITTEN TO BANKPAY
000220* (SEE BANKPAY.CPY). HELD AND UNDECIDED INVOICES ARE LEFT OPEN
000230* FOR THE NEXT RUN. EVERY APPROVAL AND HOLD IS LOGGED TO SECLOG
000240* THROUGH DAYSLOG.
000250*
000260* FOURNISSEUR-CONDITIONS UNDERSTOOD (LEFT-JUSTIFIED):
000270*   NETnn / NETnnn  NN DAYS NET FROM THE INVOICE DATE
000280*   FDM OR EOM      END OF THE INVOICE MONTH
000290*   nnFDM / nnEOM   NN DAYS, THEN END OF THAT MONTH
000300*   COMPTANT / CASH DUE ON THE INVOICE DATE
000310* ANYTHING ELSE IS TREATED AS NET30 AND SAID SO ON THE SCREEN.
000320* DUE DATES ARE REAL CALENDAR DATES, NOT 30/360.
000330*****************************************************************
000340* MODIFICATION HISTORY
000350*  10/15/2026  JPH  ORIGINAL VERSION.
000360*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000370*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000380*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000390*                   AUTHORITY LEVEL.
000400*  10/15/2026  JPH  HEADER NAMES THE ACCRIGHT RIGHTS THE CODE
000410*                   CHECKS INSTEAD OF THE OLD LEVELS, AND
000420*                   WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. day7pay.
000460 AUTHOR. jphNovitz.
000470 DATE-WRITTEN. 2026/10/15.
000480 DATE-COMPILED.

000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT APFILE ASSIGN TO "APFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AP-Key
000560         FILE STATUS IS WS-APFILE-STATUS.

000570     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS Fournisseur-Code
000610         FILE STATUS IS WS-SUPPMAST-STATUS.

000620     SELECT REMRPT ASSIGN TO "REMRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REMRPT-STATUS.

000650     SELECT BANKPAY ASSIGN TO "BANKPAY"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BANKPAY-STATUS.

000680     SELECT SORTWORK ASSIGN TO "SORTWORK".

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  APFILE
000720     RECORDING MODE IS F.
000730     COPY APOPEN.

000740 FD  SUPPMAST
000750     RECORDING MODE IS F.
000760     COPY SUPPREC.

000770 FD  REMRPT
000780     RECORDING MODE IS F.
000790 01  REMRPT-LINE              PIC X(100).

000800 FD  BANKPAY
000810     RECORDING MODE IS F.
000820     COPY BANKPAY.

000830 SD  SORTWORK.
000840 01  SORTWORK-REC.
000850     05  SRT-Fournisseur      PIC X(05).
000860     05  SRT-Code-Devise      PIC X(03).
000870     05  SRT-Echeance         PIC 9(08).
000880     05  SRT-Facture-No       PIC X(10).
000890     05  SRT-Facture-Date     PIC 9(08).
000900     05  SRT-Montant          PIC S9(11)V99 COMP-3.
000910     05  SRT-Statut           PIC X(01).
000920     05  SRT-Nom              PIC X(25).

000930 WORKING-STORAGE SECTION.
000940 01  WS-APFILE-STATUS         PIC X(02).
000950     88  WS-APFILE-OK               VALUE "00".

000960 01  WS-SUPPMAST-STATUS       PIC X(02).
000970     88  WS-SUPPMAST-OK             VALUE "00".

000980 01  WS-REMRPT-STATUS         PIC X(02).
000990     88  WS-REMRPT-OK               VALUE "00".

001000 01  WS-BANKPAY-STATUS        PIC X(02).
001010     88  WS-BANKPAY-OK              VALUE "00".

001020 01  WS-SIGNON-FIELDS.
001030     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
001040         88  WS-SIGNED-ON            VALUE "Y".

001050     COPY SIGNLINK.

001060     COPY SECLINK.

001070 01  WS-SWITCHES.
001080     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001090         88  WS-ALL-DONE             VALUE "Y".
001100     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001110         88  WS-EOF-REACHED          VALUE "Y".
001120     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001130         88  WS-SORT-EOF-REACHED     VALUE "Y".
001140     05  WS-AP-EOF-SW         PIC X(01)  VALUE "N".
001150         88  WS-AP-EOF-REACHED       VALUE "Y".
001160     05  WS-APFILE-OPEN-SW    PIC X(01)  VALUE "N".
001170         88  WS-APFILE-WAS-OPENED    VALUE "Y".
001180     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
001190         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
001200     05  WS-PRP-OVFL-SW       PIC X(01)  VALUE "N".
001210         88  WS-PRP-OVERFLOWED       VALUE "Y".
001220     05  WS-INV-BLOCKED-SW    PIC X(01)  VALUE "N".
001230         88  WS-INV-IS-BLOCKED       VALUE "Y".
001240     05  WS-INV-PAID-SW       PIC X(01)  VALUE "N".
001250         88  WS-INV-IS-PAID          VALUE "Y".

001260 01  WS-MENU-CHOICE           PIC X(01).
001270     88  WS-CHOICE-LIST            VALUE "L" "l".
001280     88  WS-CHOICE-APPROVE         VALUE "A" "a".
001290     88  WS-CHOICE-HOLD            VALUE "H" "h".
001300     88  WS-CHOICE-PAY             VALUE "P" "p".
001310     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001320 01  WS-COUNTERS.
001330     05  WS-LINES-READ        PIC 9(05) COMP  VALUE ZERO.
001340     05  WS-INV-NOT-DUE       PIC 9(05) COMP  VALUE ZERO.
001350     05  WS-INV-BLOCKED       PIC 9(05) COMP  VALUE ZERO.
001360     05  WS-INV-APPROVED      PIC 9(05) COMP  VALUE ZERO.
001370     05  WS-INV-HELD          PIC 9(05) COMP  VALUE ZERO.
001380     05  WS-INV-PAID          PIC 9(05) COMP  VALUE ZERO.
001390     05  WS-BANK-RECORDS      PIC 9(04)       VALUE ZERO.

001400 01  WS-RUN-DATE              PIC 9(08).
001410 01  WS-OPERATOR-ID           PIC X(08).
001420 01  WS-NEXT-RUN-X            PIC X(08).
001430 01  WS-NEXT-RUN REDEFINES WS-NEXT-RUN-X
001440                              PIC 9(08).
001450 01  WS-ITEM-X                PIC X(03).
001460 01  WS-ITEM REDEFINES WS-ITEM-X
001470                              PIC 9(03).

001480*****************************************************************
001490* DUE-DATE WORK AREA. WS-DT IS THE DATE BEING MOVED ALONG THE
001500* CALENDAR; WS-DT-DAYS IS HOW FAR.
001510*****************************************************************
001520 01  WS-DT                    PIC 9(08).
001530 01  WS-DT-GROUP REDEFINES WS-DT.
001540     05  WS-DT-YEAR           PIC 9(04).
001550     05  WS-DT-MONTH          PIC 9(02).
001560     05  WS-DT-DAY            PIC 9(02).
001570 01  WS-DT-DAYS               PIC 9(03) COMP  VALUE ZERO.
001580 01  WS-DT-I                  PIC 9(03) COMP  VALUE ZERO.
001590 01  WS-DT-MONTH-LEN          PIC 9(02)  VALUE ZERO.
001600 01  WS-DT-QUOTIENT           PIC 9(04) COMP  VALUE ZERO.
001610 01  WS-DT-REM-4              PIC 9(04) COMP  VALUE ZERO.
001620 01  WS-DT-REM-100            PIC 9(04) COMP  VALUE ZERO.
001630 01  WS-DT-REM-400            PIC 9(04) COMP  VALUE ZERO.
001640 01  WS-DT-EOM-SW             PIC X(01)  VALUE "N".
001650     88  WS-DT-TO-EOM              VALUE "Y".
001660 01  WS-MONTH-LENGTHS         PIC X(24)
001670                              VALUE "312831303130313130313031".
001680 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001690     05  WS-MONTH-LEN         PIC 9(02) OCCURS 12 TIMES.

001700 01  WS-TERMS-SUPPLIER        PIC X(05)  VALUE HIGH-VALUES.
001710 01  WS-TERMS                 PIC X(10)  VALUE SPACES.
001720 01  WS-SUPPLIER-NOM          PIC X(25)  VALUE SPACES.

001730*****************************************************************
001740* ONE ROW PER INVOICE PROPOSED FOR PAYMENT, IN SUPPLIER /
001750* CURRENCY / DUE-DATE ORDER. WS-PRP-DECISION: "A" APPROVED,
001760* "H" HELD, SPACE NOT YET DECIDED (LEFT OPEN, LIKE A HOLD).
001770*****************************************************************
001780 01  WS-PROPOSAL-TABLE.
001790     05  WS-PRP-COUNT         PIC 9(03) COMP  VALUE ZERO.
001800     05  WS-PRP-ENTRY OCCURS 500 TIMES.
001810         10  WS-PRP-FOURN     PIC X(05).
001820         10  WS-PRP-NOM       PIC X(25).
001830         10  WS-PRP-FACTURE   PIC X(10).
001840         10  WS-PRP-DATE      PIC 9(08).
001850         10  WS-PRP-DEVISE    PIC X(03).
001860         10  WS-PRP-ECHEANCE  PIC 9(08).
001870         10  WS-PRP-MONTANT   PIC S9(11)V99 COMP-3.
001880         10  WS-PRP-DECISION  PIC X(01).
001890             88  WS-PRP-APPROVED    VALUE "A".
001900             88  WS-PRP-HELD        VALUE "H".
001910 01  WS-PRP-I                 PIC 9(03) COMP  VALUE ZERO.

001920 01  WS-CUR-INVOICE.
001930     05  WS-CUR-FOURN         PIC X(05)  VALUE HIGH-VALUES.
001940     05  WS-CUR-FACTURE       PIC X(10)  VALUE HIGH-VALUES.
001950 01  WS-CUR-NOM               PIC X(25).
001960 01  WS-CUR-DATE              PIC 9(08).
001970 01  WS-CUR-DEVISE            PIC X(03).
001980 01  WS-CUR-ECHEANCE          PIC 9(08).
001990 01  WS-CUR-MONTANT           PIC S9(11)V99 COMP-3  VALUE ZERO.

002000 01  WS-PREV-FOURN            PIC X(05)  VALUE HIGH-VALUES.
002010 01  WS-PREV-DEVISE           PIC X(03)  VALUE HIGH-VALUES.
002020 01  WS-GROUP-TOTAL           PIC S9(11)V99 COMP-3  VALUE ZERO.
002030 01  WS-GROUP-COUNT           PIC 9(03)  VALUE ZERO.

002040 01  WS-MONTANT-ED            PIC -(10)9.99.
002050 01  WS-ITEM-ED               PIC ZZ9.

002060 01  WS-SEPARATOR-LINE.
002070     05  FILLER               PIC X(100) VALUE ALL "=".

002080 01  WS-REMIT-HEADING.
002090     05  FILLER               PIC X(42) VALUE
002100         "AVIS DE PAIEMENT                    LE :  ".
002110     05  WH-RUN-DATE          PIC 9(08).

002120 01  WS-REMIT-SUPPLIER.
002130     05  FILLER               PIC X(14) VALUE "FOURNISSEUR : ".
002140     05  WR-FOURN             PIC X(05).
002150     05  FILLER               PIC X(02) VALUE SPACES.
002160     05  WR-NOM               PIC X(25).

002170 01  WS-REMIT-ADDRESS.
002180     05  FILLER               PIC X(14) VALUE SPACES.
002190     05  WR-ADRESSE           PIC X(30).

002200 01  WS-REMIT-COLUMNS.
002210     05  FILLER               PIC X(12) VALUE "FACTURE".
002220     05  FILLER               PIC X(10) VALUE "DATE".
002230     05  FILLER               PIC X(10) VALUE "ECHEANCE".
002240     05  FILLER               PIC X(14) VALUE "       MONTANT".
002250     05  FILLER               PIC X(04) VALUE " DEV".

002260 01  WS-REMIT-DETAIL.
002270     05  WD-FACTURE           PIC X(10).
002280     05  FILLER               PIC X(02) VALUE SPACES.
002290     05  WD-DATE              PIC 9(08).
002300     05  FILLER               PIC X(02) VALUE SPACES.
002310     05  WD-ECHEANCE          PIC 9(08).
002320     05  FILLER               PIC X(02) VALUE SPACES.
002330     05  WD-MONTANT           PIC -(10)9.99.
002340     05  FILLER               PIC X(01) VALUE SPACE.
002350     05  WD-DEVISE            PIC X(03).

002360 01  WS-REMIT-TOTAL.
002370     05  FILLER               PIC X(18) VALUE
002380         "TOTAL REGLE  REF. ".
002390     05  WT-REFERENCE         PIC 9(12).
002400     05  FILLER               PIC X(02) VALUE SPACES.
002410     05  WT-MONTANT           PIC -(10)9.99.
002420     05  FILLER               PIC X(01) VALUE SPACE.
002430     05  WT-DEVISE            PIC X(03).

002440 PROCEDURE DIVISION.

002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     IF NOT WS-ALL-DONE
002480         SORT SORTWORK
002490             ON ASCENDING KEY SRT-Fournisseur
002500                              SRT-Code-Devise
002510                              SRT-Echeance
002520                              SRT-Facture-No
002530             INPUT PROCEDURE IS 2000-GATHER-OPEN-ITEMS
002540                 THRU 2960-IP-EXIT
002550             OUTPUT PROCEDURE IS 3000-BUILD-PROPOSAL
002560                 THRU 3960-OP-EXIT
002570         PERFORM 4000-LIST-PROPOSAL THRU 4000-EXIT
002580     END-IF.
002590     PERFORM 5000-PROCESS-MENU THRU 5000-EXIT
002600         UNTIL WS-ALL-DONE.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002620     STOP RUN.

002630 1000-INITIALIZE.
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002650     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002660     IF NOT WS-SIGNED-ON
002670         SET WS-ALL-DONE TO TRUE
002680         GO TO 1000-EXIT
002690     END-IF.
002700     IF NOT SGN-MAY-APPROVE
002710         DISPLAY "DAY7PAY - APPROVE RIGHT REQUIRED FOR SUPPLIER "
002720             "PAYMENTS, SESSION ENDED"
002730         SET WS-ALL-DONE TO TRUE
002740         GO TO 1000-EXIT
002750     END-IF.

002760     MOVE WS-RUN-DATE TO WS-DT.
002770     MOVE 7 TO WS-DT-DAYS.
002780     MOVE "N" TO WS-DT-EOM-SW.
002790     PERFORM 2500-MOVE-DATE THRU 2500-EXIT.
002800     DISPLAY "ENTER NEXT RUN DATE (YYYYMMDD, BLANK = "
002810         WS-DT ") : ".
002820     ACCEPT WS-NEXT-RUN-X.
002830     IF WS-NEXT-RUN-X = SPACES
002840         MOVE WS-DT TO WS-NEXT-RUN
002850     END-IF.
002860     IF WS-NEXT-RUN-X IS NOT NUMERIC
002870         DISPLAY "DAY7PAY - NEXT RUN DATE MUST BE NUMERIC, "
002880             "SESSION ENDED"
002890         SET WS-ALL-DONE TO TRUE
002900         GO TO 1000-EXIT
002910     END-IF.

002920     OPEN I-O APFILE.
002930     IF NOT WS-APFILE-OK
002940         DISPLAY "DAY7PAY - UNABLE TO OPEN APFILE, STATUS "
002950             WS-APFILE-STATUS " - NOTHING TO PAY"
002960         SET WS-ALL-DONE TO TRUE
002970         GO TO 1000-EXIT
002980     END-IF.
002990     MOVE "Y" TO WS-APFILE-OPEN-SW.

003000     OPEN INPUT SUPPMAST.
003010     IF NOT WS-SUPPMAST-OK
003020         DISPLAY "DAY7PAY - UNABLE TO OPEN SUPPMAST, STATUS "
003030             WS-SUPPMAST-STATUS " - NO PAYMENT TERMS"
003040         SET WS-ALL-DONE TO TRUE
003050         GO TO 1000-EXIT
003060     END-IF.
003070     MOVE "Y" TO WS-SUPPMAST-OPEN-SW.
003080 1000-EXIT.
003090     EXIT.

003100 1100-SIGN-ON.
003110     MOVE "DAY7PAY" TO SGN-Program.
003120     CALL "daysec" USING SGN-REQUEST.
003130     IF SGN-SIGNED-ON
003140         MOVE SGN-Operator   TO WS-OPERATOR-ID
003150         MOVE "Y" TO WS-SIGNON-OK-SW
003160     END-IF.
003170 1100-EXIT.
003180     EXIT.

003190 1190-LOG-SECURITY.
003200     MOVE "DAY7PAY" TO SEC-Program.
003210     MOVE WS-OPERATOR-ID TO SEC-Operator.
003220     CALL "dayslog" USING SEC-REQUEST.
003230 1190-EXIT.
003240     EXIT.

003250*****************************************************************
003260* EVERY APFILE LINE NOT YET PAID GOES INTO THE SORT WITH ITS
003270* INVOICE'S DUE DATE. SUPPMAST IS READ ONCE PER SUPPLIER.
003280*****************************************************************
003290 2000-GATHER-OPEN-ITEMS.
003300     MOVE LOW-VALUES TO AP-Key.
003310     START APFILE KEY IS NOT < AP-Key
003320         INVALID KEY
003330             MOVE "Y" TO WS-EOF-SW
003340     END-START.
003350     PERFORM 2100-RELEASE-ONE-LINE THRU 2100-EXIT
003360         UNTIL WS-EOF-REACHED.
003370     GO TO 2960-IP-EXIT.

003380 2100-RELEASE-ONE-LINE.
003390     READ APFILE NEXT RECORD
003400         AT END
003410             MOVE "Y" TO WS-EOF-SW
003420             GO TO 2100-EXIT
003430     END-READ.
003440     ADD 1 TO WS-LINES-READ.
003450     IF AP-STATUT-PAID
003460         GO TO 2100-EXIT
003470     END-IF.
003480     IF AP-Fournisseur NOT = WS-TERMS-SUPPLIER
003490         PERFORM 2200-LOAD-TERMS THRU 2200-EXIT
003500     END-IF.
003510     MOVE AP-Facture-Date TO WS-DT.
003520     PERFORM 2300-DUE-DATE THRU 2300-EXIT.
003530     MOVE AP-Fournisseur  TO SRT-Fournisseur.
003540     MOVE AP-Code-Devise  TO SRT-Code-Devise.
003550     MOVE WS-DT           TO SRT-Echeance.
003560     MOVE AP-Facture-No   TO SRT-Facture-No.
003570     MOVE AP-Facture-Date TO SRT-Facture-Date.
003580     MOVE AP-Montant      TO SRT-Montant.
003590     MOVE AP-Statut       TO SRT-Statut.
003600     MOVE WS-SUPPLIER-NOM TO SRT-Nom.
003610     RELEASE SORTWORK-REC.
003620 2100-EXIT.
003630     EXIT.

003640 2200-LOAD-TERMS.
003650     MOVE AP-Fournisseur TO WS-TERMS-SUPPLIER.
003660     MOVE AP-Fournisseur TO Fournisseur-Code.
003670     READ SUPPMAST
003680         INVALID KEY
003690             DISPLAY "DAY7PAY - SUPPLIER " AP-Fournisseur
003700                 " NOT ON SUPPLIER MASTER, NET30 ASSUMED"
003710             MOVE "NET30" TO WS-TERMS
003720             MOVE SPACES TO WS-SUPPLIER-NOM
003730             GO TO 2200-EXIT
003740     END-READ.
003750     MOVE Fournisseur-Conditions TO WS-TERMS.
003760     MOVE Fournisseur-Nom        TO WS-SUPPLIER-NOM.
003770 2200-EXIT.
003780     EXIT.

003790*****************************************************************
003800* TURNS THE INVOICE DATE IN WS-DT INTO THE DUE DATE UNDER
003810* WS-TERMS (SEE THE PROGRAM HEADER FOR THE FORMS UNDERSTOOD).
003820*****************************************************************
003830 2300-DUE-DATE.
003840     MOVE ZERO TO WS-DT-DAYS.
003850     MOVE "N" TO WS-DT-EOM-SW.
003860     EVALUATE TRUE
003870         WHEN WS-TERMS(1:3) = "NET" AND WS-TERMS(4:3) IS NUMERIC
003880             MOVE WS-TERMS(4:3) TO WS-DT-DAYS
003890         WHEN WS-TERMS(1:3) = "NET" AND WS-TERMS(4:2) IS NUMERIC
003900             MOVE WS-TERMS(4:2) TO WS-DT-DAYS
003910         WHEN WS-TERMS(1:3) = "NET" AND WS-TERMS(4:1) IS NUMERIC
003920             MOVE WS-TERMS(4:1) TO WS-DT-DAYS
003930         WHEN WS-TERMS(1:3) = "FDM" OR WS-TERMS(1:3) = "EOM"
003940             MOVE "Y" TO WS-DT-EOM-SW
003950         WHEN WS-TERMS(1:3) IS NUMERIC
003960             AND (WS-TERMS(4:3) = "FDM" OR WS-TERMS(4:3) = "EOM")
003970             MOVE WS-TERMS(1:3) TO WS-DT-DAYS
003980             MOVE "Y" TO WS-DT-EOM-SW
003990         WHEN WS-TERMS(1:2) IS NUMERIC
004000             AND (WS-TERMS(3:3) = "FDM" OR WS-TERMS(3:3) = "EOM")
004010             MOVE WS-TERMS(1:2) TO WS-DT-DAYS
004020             MOVE "Y" TO WS-DT-EOM-SW
004030         WHEN WS-TERMS = "COMPTANT" OR WS-TERMS = "CASH"
004040             CONTINUE
004050         WHEN OTHER
004060             DISPLAY "DAY7PAY - SUPPLIER " WS-TERMS-SUPPLIER
004070                 " TERMS '" WS-TERMS "' NOT UNDERSTOOD, NET30"
004080             MOVE 30 TO WS-DT-DAYS
004090     END-EVALUATE.
004100     PERFORM 2500-MOVE-DATE THRU 2500-EXIT.
004110 2300-EXIT.
004120     EXIT.

004130*****************************************************************
004140* MOVES WS-DT FORWARD WS-DT-DAYS CALENDAR DAYS, THEN TO THE LAST
004150* DAY OF ITS MONTH WHEN WS-DT-TO-EOM IS SET.
004160*****************************************************************
004170 2500-MOVE-DATE.
004180     IF WS-DT IS NOT NUMERIC OR WS-DT-MONTH < 1
004190         OR WS-DT-MONTH > 12
004200         GO TO 2500-EXIT
004210     END-IF.
004220     PERFORM 2510-ADD-ONE-DAY THRU 2510-EXIT
004230         VARYING WS-DT-I FROM 1 BY 1
004240         UNTIL WS-DT-I > WS-DT-DAYS.
004250     IF WS-DT-TO-EOM
004260         PERFORM 2520-MONTH-LENGTH THRU 2520-EXIT
004270         MOVE WS-DT-MONTH-LEN TO WS-DT-DAY
004280     END-IF.
004290 2500-EXIT.
004300     EXIT.

004310 2510-ADD-ONE-DAY.
004320     PERFORM 2520-MONTH-LENGTH THRU 2520-EXIT.
004330     IF WS-DT-DAY < WS-DT-MONTH-LEN
004340         ADD 1 TO WS-DT-DAY
004350         GO TO 2510-EXIT
004360     END-IF.
004370     MOVE 1 TO WS-DT-DAY.
004380     IF WS-DT-MONTH < 12
004390         ADD 1 TO WS-DT-MONTH
004400     ELSE
004410         MOVE 1 TO WS-DT-MONTH
004420         ADD 1 TO WS-DT-YEAR
004430     END-IF.
004440 2510-EXIT.
004450     EXIT.

004460 2520-MONTH-LENGTH.
004470     MOVE WS-MONTH-LEN(WS-DT-MONTH) TO WS-DT-MONTH-LEN.
004480     IF WS-DT-MONTH NOT = 2
004490         GO TO 2520-EXIT
004500     END-IF.
004510     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOTIENT
004520         REMAINDER WS-DT-REM-4.
004530     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOTIENT
004540         REMAINDER WS-DT-REM-100.
004550     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOTIENT
004560         REMAINDER WS-DT-REM-400.
004570     IF WS-DT-REM-4 = ZERO
004580         AND (WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO)
004590         MOVE 29 TO WS-DT-MONTH-LEN
004600     END-IF.
004610 2520-EXIT.
004620     EXIT.

004630 2960-IP-EXIT.
004640     EXIT.

004650*****************************************************************
004660* LINES ARE ADDED UP PER INVOICE. AN INVOICE GOES INTO THE
004670* PROPOSAL ONLY IF NO LINE IS AT A VARIANCE AND IT FALLS DUE ON
004680* OR BEFORE THE NEXT RUN DATE.
004690*****************************************************************
004700 3000-BUILD-PROPOSAL.
004710     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
004720     PERFORM 3200-WORK-ONE-LINE THRU 3200-EXIT
004730         UNTIL WS-SORT-EOF-REACHED.
004740     IF WS-CUR-FOURN NOT = HIGH-VALUES
004750         PERFORM 3300-END-INVOICE THRU 3300-EXIT
004760     END-IF.
004770     GO TO 3960-OP-EXIT.

004780 3100-RETURN-ONE.
004790     RETURN SORTWORK
004800         AT END
004810             MOVE "Y" TO WS-SORT-EOF-SW
004820     END-RETURN.
004830 3100-EXIT.
004840     EXIT.

004850 3200-WORK-ONE-LINE.
004860     IF SRT-Fournisseur NOT = WS-CUR-FOURN
004870         OR SRT-Facture-No NOT = WS-CUR-FACTURE
004880         IF WS-CUR-FOURN NOT = HIGH-VALUES
004890             PERFORM 3300-END-INVOICE THRU 3300-EXIT
004900         END-IF
004910         MOVE SRT-Fournisseur  TO WS-CUR-FOURN
004920         MOVE SRT-Facture-No   TO WS-CUR-FACTURE
004930         MOVE SRT-Nom          TO WS-CUR-NOM
004940         MOVE SRT-Facture-Date TO WS-CUR-DATE
004950         MOVE SRT-Code-Devise  TO WS-CUR-DEVISE
004960         MOVE SRT-Echeance     TO WS-CUR-ECHEANCE
004970         MOVE ZERO TO WS-CUR-MONTANT
004980         MOVE "N" TO WS-INV-BLOCKED-SW
004990     END-IF.
005000     ADD SRT-Montant TO WS-CUR-MONTANT.
005010     IF SRT-Statut = "V"
005020         MOVE "Y" TO WS-INV-BLOCKED-SW
005030     END-IF.
005040     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
005050 3200-EXIT.
005060     EXIT.

005070 3300-END-INVOICE.
005080     IF WS-INV-IS-BLOCKED
005090         ADD 1 TO WS-INV-BLOCKED
005100         GO TO 3300-EXIT
005110     END-IF.
005120     IF WS-CUR-ECHEANCE > WS-NEXT-RUN
005130         ADD 1 TO WS-INV-NOT-DUE
005140         GO TO 3300-EXIT
005150     END-IF.
005160     IF WS-PRP-COUNT NOT < 500
005170         MOVE "Y" TO WS-PRP-OVFL-SW
005180         GO TO 3300-EXIT
005190     END-IF.
005200     ADD 1 TO WS-PRP-COUNT.
005210     MOVE WS-CUR-FOURN    TO WS-PRP-FOURN(WS-PRP-COUNT).
005220     MOVE WS-CUR-NOM      TO WS-PRP-NOM(WS-PRP-COUNT).
005230     MOVE WS-CUR-FACTURE  TO WS-PRP-FACTURE(WS-PRP-COUNT).
005240     MOVE WS-CUR-DATE     TO WS-PRP-DATE(WS-PRP-COUNT).
005250     MOVE WS-CUR-DEVISE   TO WS-PRP-DEVISE(WS-PRP-COUNT).
005260     MOVE WS-CUR-ECHEANCE TO WS-PRP-ECHEANCE(WS-PRP-COUNT).
005270     MOVE WS-CUR-MONTANT  TO WS-PRP-MONTANT(WS-PRP-COUNT).
005280     MOVE SPACE           TO WS-PRP-DECISION(WS-PRP-COUNT).
005290 3300-EXIT.
005300     EXIT.

005310 3960-OP-EXIT.
005320     EXIT.

005330 4000-LIST-PROPOSAL.
005340     MOVE WS-NEXT-RUN TO WS-DT.
005350     DISPLAY " ".
005360     DISPLAY "PAYMENT PROPOSAL - DUE BY " WS-DT.
005370     IF WS-PRP-OVERFLOWED
005380         DISPLAY "DAY7PAY - MORE THAN 500 INVOICES DUE, THE "
005390             "REST WAIT FOR THE NEXT RUN"
005400     END-IF.
005410     DISPLAY " NO FOURN FACTURE    ECHEANCE        MONTANT DEV D".
005420     MOVE HIGH-VALUES TO WS-PREV-FOURN WS-PREV-DEVISE.
005430     PERFORM 4010-LIST-ONE THRU 4010-EXIT
005440         VARYING WS-PRP-I FROM 1 BY 1
005450         UNTIL WS-PRP-I > WS-PRP-COUNT.
005460     DISPLAY "INVOICES NOT YET DUE       : " WS-INV-NOT-DUE.
005470     DISPLAY "INVOICES AWAITING SIGN-OFF : " WS-INV-BLOCKED.
005480 4000-EXIT.
005490     EXIT.

005500 4010-LIST-ONE.
005510     IF WS-PRP-FOURN(WS-PRP-I) NOT = WS-PREV-FOURN
005520         OR WS-PRP-DEVISE(WS-PRP-I) NOT = WS-PREV-DEVISE
005530         MOVE WS-PRP-FOURN(WS-PRP-I)  TO WS-PREV-FOURN
005540         MOVE WS-PRP-DEVISE(WS-PRP-I) TO WS-PREV-DEVISE
005550         DISPLAY "-- " WS-PRP-FOURN(WS-PRP-I) " "
005560             WS-PRP-NOM(WS-PRP-I) " " WS-PRP-DEVISE(WS-PRP-I)
005570     END-IF.
005580     MOVE WS-PRP-I TO WS-ITEM-ED.
005590     MOVE WS-PRP-MONTANT(WS-PRP-I) TO WS-MONTANT-ED.
005600     DISPLAY WS-ITEM-ED " " WS-PRP-FOURN(WS-PRP-I) " "
005610         WS-PRP-FACTURE(WS-PRP-I) " "
005620         WS-PRP-ECHEANCE(WS-PRP-I) " " WS-MONTANT-ED " "
005630         WS-PRP-DEVISE(WS-PRP-I) " "
005640         WS-PRP-DECISION(WS-PRP-I).
005650 4010-EXIT.
005660     EXIT.

005670 5000-PROCESS-MENU.
005680     DISPLAY " ".
005690     DISPLAY "-------- SUPPLIER PAYMENT RUN --------".
005700     DISPLAY "  L - LIST THE PROPOSAL".
005710     DISPLAY "  A - APPROVE AN INVOICE FOR PAYMENT".
005720     DISPLAY "  H - HOLD AN INVOICE".
005730     DISPLAY "  P - PAY THE APPROVED INVOICES AND END".
005740     DISPLAY "  Q - QUIT WITHOUT PAYING".
005750     DISPLAY "ENTER YOUR CHOICE : ".
005760     ACCEPT WS-MENU-CHOICE.

005770     EVALUATE TRUE
005780         WHEN WS-CHOICE-LIST
005790             PERFORM 4000-LIST-PROPOSAL THRU 4000-EXIT
005800         WHEN WS-CHOICE-APPROVE
005810             PERFORM 5100-DECIDE-ONE THRU 5100-EXIT
005820         WHEN WS-CHOICE-HOLD
005830             PERFORM 5100-DECIDE-ONE THRU 5100-EXIT
005840         WHEN WS-CHOICE-PAY
005850             PERFORM 6000-PAY-APPROVED THRU 6000-EXIT
005860             SET WS-ALL-DONE TO TRUE
005870         WHEN WS-CHOICE-QUIT
005880             DISPLAY "DAY7PAY - NOTHING PAID"
005890             SET WS-ALL-DONE TO TRUE
005900         WHEN OTHER
005910             DISPLAY "DAY7PAY - INVALID CHOICE, TRY AGAIN"
005920     END-EVALUATE.
005930 5000-EXIT.
005940     EXIT.

005950 5100-DECIDE-ONE.
005960     DISPLAY "ENTER ITEM NUMBER FROM THE LIST    : ".
005970     ACCEPT WS-ITEM-X.
005980     IF WS-ITEM-X IS NOT NUMERIC OR WS-ITEM = ZERO
005990         OR WS-ITEM > WS-PRP-COUNT
006000         DISPLAY "DAY7PAY - NO SUCH ITEM"
006010         GO TO 5100-EXIT
006020     END-IF.
006030     IF WS-CHOICE-APPROVE
006040         MOVE "A" TO WS-PRP-DECISION(WS-ITEM)
006050         DISPLAY "DAY7PAY - INVOICE " WS-PRP-FACTURE(WS-ITEM)
006060             " APPROVED"
006070     ELSE
006080         MOVE "H" TO WS-PRP-DECISION(WS-ITEM)
006090         DISPLAY "DAY7PAY - INVOICE " WS-PRP-FACTURE(WS-ITEM)
006100             " HELD"
006110     END-IF.
006120 5100-EXIT.
006130     EXIT.

006140*****************************************************************
006150* THE TABLE IS IN SUPPLIER / CURRENCY ORDER, SO ONE PASS PRINTS
006160* ONE REMITTANCE ADVICE PER SUPPLIER WITH A TOTAL AND A BANK
006170* INSTRUCTION PER CURRENCY. A SUPPLIER/CURRENCY WHOSE APPROVED
006180* TOTAL IS NOT ABOVE ZERO GETS NO BANK INSTRUCTION.
006190*****************************************************************
006200 6000-PAY-APPROVED.
006210     OPEN OUTPUT REMRPT.
006220     IF NOT WS-REMRPT-OK
006230         DISPLAY "DAY7PAY - UNABLE TO OPEN REMRPT, STATUS "
006240             WS-REMRPT-STATUS " - NOTHING PAID"
006250         GO TO 6000-EXIT
006260     END-IF.
006270     OPEN OUTPUT BANKPAY.
006280     IF NOT WS-BANKPAY-OK
006290         DISPLAY "DAY7PAY - UNABLE TO OPEN BANKPAY, STATUS "
006300             WS-BANKPAY-STATUS " - NOTHING PAID"
006310         CLOSE REMRPT
006320         GO TO 6000-EXIT
006330     END-IF.
006340     MOVE HIGH-VALUES TO WS-PREV-FOURN WS-PREV-DEVISE.
006350     MOVE ZERO TO WS-GROUP-TOTAL WS-GROUP-COUNT.
006360     PERFORM 6100-PAY-ONE THRU 6100-EXIT
006370         VARYING WS-PRP-I FROM 1 BY 1
006380         UNTIL WS-PRP-I > WS-PRP-COUNT.
006390     IF WS-PREV-FOURN NOT = HIGH-VALUES
006400         PERFORM 6300-END-GROUP THRU 6300-EXIT
006410     END-IF.
006420     CLOSE REMRPT.
006430     CLOSE BANKPAY.
006440 6000-EXIT.
006450     EXIT.

006460 6100-PAY-ONE.
006470     IF NOT WS-PRP-APPROVED(WS-PRP-I)
006480         IF WS-PRP-HELD(WS-PRP-I)
006490             ADD 1 TO WS-INV-HELD
006500             MOVE "HOLD" TO SEC-Event
006510             PERFORM 6150-LOG-DECISION THRU 6150-EXIT
006520         END-IF
006530         GO TO 6100-EXIT
006540     END-IF.
006550     IF WS-PRP-FOURN(WS-PRP-I) NOT = WS-PREV-FOURN
006560         OR WS-PRP-DEVISE(WS-PRP-I) NOT = WS-PREV-DEVISE
006570         IF WS-PREV-FOURN NOT = HIGH-VALUES
006580             PERFORM 6300-END-GROUP THRU 6300-EXIT
006590         END-IF
006600         IF WS-PRP-FOURN(WS-PRP-I) NOT = WS-PREV-FOURN
006610             PERFORM 6200-START-SUPPLIER THRU 6200-EXIT
006620         END-IF
006630         MOVE WS-PRP-FOURN(WS-PRP-I)  TO WS-PREV-FOURN
006640         MOVE WS-PRP-DEVISE(WS-PRP-I) TO WS-PREV-DEVISE
006650         MOVE ZERO TO WS-GROUP-TOTAL WS-GROUP-COUNT
006660     END-IF.
006670     PERFORM 6400-MARK-PAID THRU 6400-EXIT.
006680     ADD 1 TO WS-INV-APPROVED.
006690     ADD WS-PRP-MONTANT(WS-PRP-I) TO WS-GROUP-TOTAL.
006700     ADD 1 TO WS-GROUP-COUNT.
006710     MOVE WS-PRP-FACTURE(WS-PRP-I)  TO WD-FACTURE.
006720     MOVE WS-PRP-DATE(WS-PRP-I)     TO WD-DATE.
006730     MOVE WS-PRP-ECHEANCE(WS-PRP-I) TO WD-ECHEANCE.
006740     MOVE WS-PRP-MONTANT(WS-PRP-I)  TO WD-MONTANT.
006750     MOVE WS-PRP-DEVISE(WS-PRP-I)   TO WD-DEVISE.
006760     MOVE WS-REMIT-DETAIL TO REMRPT-LINE.
006770     WRITE REMRPT-LINE.
006780     MOVE "APPROVE" TO SEC-Event.
006790     PERFORM 6150-LOG-DECISION THRU 6150-EXIT.
006800 6100-EXIT.
006810     EXIT.

006820 6150-LOG-DECISION.
006830     MOVE SPACES TO SEC-Detail.
006840     STRING WS-PRP-FOURN(WS-PRP-I) " " WS-PRP-FACTURE(WS-PRP-I)
006850         DELIMITED BY SIZE INTO SEC-Detail.
006860     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
006870 6150-EXIT.
006880     EXIT.

006890 6200-START-SUPPLIER.
006900     MOVE WS-SEPARATOR-LINE TO REMRPT-LINE.
006910     WRITE REMRPT-LINE.
006920     MOVE WS-RUN-DATE TO WH-RUN-DATE.
006930     MOVE WS-REMIT-HEADING TO REMRPT-LINE.
006940     WRITE REMRPT-LINE.
006950     MOVE WS-PRP-FOURN(WS-PRP-I) TO WR-FOURN.
006960     MOVE WS-PRP-NOM(WS-PRP-I)   TO WR-NOM.
006970     MOVE WS-REMIT-SUPPLIER TO REMRPT-LINE.
006980     WRITE REMRPT-LINE.
006990     MOVE SPACES TO WR-ADRESSE.
007000     MOVE WS-PRP-FOURN(WS-PRP-I) TO Fournisseur-Code.
007010     READ SUPPMAST
007020         INVALID KEY
007030             CONTINUE
007040         NOT INVALID KEY
007050             MOVE Fournisseur-Adresse TO WR-ADRESSE
007060     END-READ.
007070     MOVE WS-REMIT-ADDRESS TO REMRPT-LINE.
007080     WRITE REMRPT-LINE.
007090     MOVE SPACES TO REMRPT-LINE.
007100     WRITE REMRPT-LINE.
007110     MOVE WS-REMIT-COLUMNS TO REMRPT-LINE.
007120     WRITE REMRPT-LINE.
007130 6200-EXIT.
007140     EXIT.

007150 6300-END-GROUP.
007160     IF WS-GROUP-TOTAL NOT > ZERO
007170         DISPLAY "DAY7PAY - " WS-PREV-FOURN " " WS-PREV-DEVISE
007180             " NETS TO ZERO OR LESS, NO BANK PAYMENT"
007190         MOVE ZERO TO WT-REFERENCE
007200     ELSE
007210         ADD 1 TO WS-BANK-RECORDS
007220         MOVE WS-RUN-DATE     TO BP-Run-Date
007230         MOVE WS-BANK-RECORDS TO BP-Sequence
007240         MOVE WS-PREV-FOURN   TO BP-Fournisseur
007250         MOVE WR-NOM          TO BP-Nom
007260         MOVE WS-PREV-DEVISE  TO BP-Code-Devise
007270         MOVE WS-GROUP-TOTAL  TO BP-Montant
007280         MOVE WS-GROUP-COUNT  TO BP-Nb-Factures
007290         WRITE BANKPAY-REC
007300         MOVE BP-Reference    TO WT-REFERENCE
007310     END-IF.
007320     MOVE WS-GROUP-TOTAL TO WT-MONTANT.
007330     MOVE WS-PREV-DEVISE TO WT-DEVISE.
007340     MOVE WS-REMIT-TOTAL TO REMRPT-LINE.
007350     WRITE REMRPT-LINE.
007360     MOVE SPACES TO REMRPT-LINE.
007370     WRITE REMRPT-LINE.
007380 6300-EXIT.
007390     EXIT.

007400 6400-MARK-PAID.
007410     MOVE "N" TO WS-AP-EOF-SW.
007420     MOVE WS-PRP-FOURN(WS-PRP-I)   TO AP-Fournisseur.
007430     MOVE WS-PRP-FACTURE(WS-PRP-I) TO AP-Facture-No.
007440     MOVE ZERO                     TO AP-Ligne.
007450     START APFILE KEY IS NOT < AP-Key
007460         INVALID KEY
007470             GO TO 6400-EXIT
007480     END-START.
007490     PERFORM 6410-MARK-ONE-LINE THRU 6410-EXIT
007500         UNTIL WS-AP-EOF-REACHED.
007510 6400-EXIT.
007520     EXIT.

007530 6410-MARK-ONE-LINE.
007540     READ APFILE NEXT RECORD
007550         AT END
007560             MOVE "Y" TO WS-AP-EOF-SW
007570             GO TO 6410-EXIT
007580     END-READ.
007590     IF AP-Fournisseur NOT = WS-PRP-FOURN(WS-PRP-I)
007600         OR AP-Facture-No NOT = WS-PRP-FACTURE(WS-PRP-I)
007610         MOVE "Y" TO WS-AP-EOF-SW
007620         GO TO 6410-EXIT
007630     END-IF.
007640     MOVE "P"            TO AP-Statut.
007650     MOVE WS-RUN-DATE    TO AP-Date-Paiement.
007660     MOVE WS-OPERATOR-ID TO AP-Paiement-User.
007670     REWRITE APOPEN-REC
007680         INVALID KEY
007690             DISPLAY "DAY7PAY - UNABLE TO MARK " AP-Facture-No
007700                 " LINE " AP-Ligne " PAID, STATUS "
007710                 WS-APFILE-STATUS
007720         NOT INVALID KEY
007730             ADD 1 TO WS-INV-PAID
007740     END-REWRITE.
007750 6410-EXIT.
007760     EXIT.

007770 9000-TERMINATE.
007780     IF WS-APFILE-WAS-OPENED
007790         CLOSE APFILE
007800     END-IF.
007810     IF WS-SUPPMAST-WAS-OPENED
007820         CLOSE SUPPMAST
007830     END-IF.
007840     DISPLAY "DAY7PAY - AP LINES READ       : " WS-LINES-READ.
007850     DISPLAY "DAY7PAY - INVOICES PROPOSED   : " WS-PRP-COUNT.
007860     DISPLAY "DAY7PAY - INVOICES APPROVED   : " WS-INV-APPROVED.
007870     DISPLAY "DAY7PAY - INVOICES HELD       : " WS-INV-HELD.
007880     DISPLAY "DAY7PAY - LINES MARKED PAID   : " WS-INV-PAID.
007890     DISPLAY "DAY7PAY - BANK PAYMENTS       : " WS-BANK-RECORDS.
007900 9000-EXIT.
007910     EXIT.
