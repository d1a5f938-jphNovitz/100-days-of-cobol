000100*****************************************************************
000110* EXERCISE 7 SUPPLIER INVOICES: CAPTURE WITH THREE-WAY MATCH
000120* LETS ACCOUNTS PAYABLE KEY WHAT A SUPPLIER BILLED US - SUPPLIER,
000130* THE SUPPLIER'S INVOICE NUMBER AND DATE, THEN ONE LINE PER PO
000140* BILLED WITH QUANTITY AND UNIT PRICE - AND WRITES EACH LINE TO
000150* THE APFILE OPEN-ITEMS LEDGER (SEE APOPEN.CPY). EVERY LINE IS
000160* MATCHED AGAINST ITS POFILE LINE AS IT IS KEYED: THE PRICE
000170* AGAINST PO-PRIX-ACHAT, THE QUANTITY AGAINST WHAT DAY7GRN HAS
000180* RECEIVED (PO-QTE-RECUE) LESS WHAT EARLIER INVOICES ALREADY
000190* BILLED ON THAT PO. A LINE THAT AGREES IS PAYABLE AT ONCE; A
000200* PRICE OR QUANTITY VARIANCE IS HELD AT "V" AND LISTED ON THE
000210* FACRPT EXCEPTION REPORT UNTIL A BUYER SIGNS IT OFF.
000220* THE INVOICE STOPS BEING CHECKED BY HAND AGAINST POPRNT COPIES.
000230* SIGN-ON IS THE SHARED DAYSEC SUBPROGRAM: ENTRY NEEDS THE
000240* OPERATOR'S ACCRIGHT ADD RIGHT (SGN-MAY-ADD), SIGN-OFF THE
000250* APPROVE RIGHT (SGN-MAY-APPROVE); BOTH ARE LOGGED TO SECLOG
000260* THROUGH DAYSLOG.
000270*****************************************************************
000280* MODIFICATION HISTORY
000290*  10/15/2026  JPH  ORIGINAL VERSION.
000300*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000310*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000320*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000330*                   AUTHORITY LEVEL.
000340*  10/15/2026  JPH  HEADER NOW DESCRIBES THE ACCRIGHT RIGHTS CHECK
000350*                   INSTEAD OF THE OLD LEVELS, AND WS-AUTH-LEVEL,
000360*                   WHICH NOTHING READ ANY MORE, IS DROPPED.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. day7fac.
000400 AUTHOR. jphNovitz.
000410 DATE-WRITTEN. 2026/10/15.
000420 DATE-COMPILED.

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT APFILE ASSIGN TO "APFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS AP-Key
000500         FILE STATUS IS WS-APFILE-STATUS.

000510     SELECT POFILE ASSIGN TO "POFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PO-Numero
000550         FILE STATUS IS WS-POFILE-STATUS.

000560     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS Fournisseur-Code
000600         FILE STATUS IS WS-SUPPMAST-STATUS.

000610     SELECT FACRPT ASSIGN TO "FACRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FACRPT-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  APFILE
000670     RECORDING MODE IS F.
000680     COPY APOPEN.

000690 FD  POFILE
000700     RECORDING MODE IS F.
000710     COPY POREC.

000720 FD  SUPPMAST
000730     RECORDING MODE IS F.
000740     COPY SUPPREC.

000750 FD  FACRPT
000760     RECORDING MODE IS F.
000770 01  FACRPT-LINE              PIC X(100).

000780 WORKING-STORAGE SECTION.
000790 01  WS-APFILE-STATUS         PIC X(02).
000800     88  WS-APFILE-OK              VALUE "00".
000810     88  WS-APFILE-MISSING         VALUE "35".

000820 01  WS-POFILE-STATUS         PIC X(02).
000830     88  WS-POFILE-OK              VALUE "00".

000840 01  WS-SUPPMAST-STATUS       PIC X(02).
000850     88  WS-SUPPMAST-OK            VALUE "00".

000860 01  WS-FACRPT-STATUS         PIC X(02).
000870     88  WS-FACRPT-OK              VALUE "00".

000880 01  WS-SIGNON-FIELDS.
000890     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000900         88  WS-SIGNED-ON            VALUE "Y".

000910     COPY SIGNLINK.

000920     COPY SECLINK.

000930 01  WS-SWITCHES.
000940     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000950         88  WS-ALL-DONE             VALUE "Y".
000960     05  WS-APFILE-OPEN-SW    PIC X(01)  VALUE "N".
000970         88  WS-APFILE-WAS-OPENED    VALUE "Y".
000980     05  WS-POFILE-OPEN-SW    PIC X(01)  VALUE "N".
000990         88  WS-POFILE-WAS-OPENED    VALUE "Y".
001000     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
001010         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
001020     05  WS-AP-EOF-SW         PIC X(01)  VALUE "N".
001030         88  WS-AP-EOF-REACHED       VALUE "Y".
001040     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001050         88  WS-ENTRY-FOUND          VALUE "Y".

001060 01  WS-MENU-CHOICE           PIC X(01).
001070     88  WS-CHOICE-ENTER           VALUE "E" "e".
001080     88  WS-CHOICE-SIGNOFF         VALUE "S" "s".
001090     88  WS-CHOICE-REPORT          VALUE "R" "r".
001100     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001110 01  WS-COUNTERS.
001120     05  WS-INVOICES-KEYED    PIC 9(05) COMP  VALUE ZERO.
001130     05  WS-LINES-MATCHED     PIC 9(05) COMP  VALUE ZERO.
001140     05  WS-LINES-VARIANCE    PIC 9(05) COMP  VALUE ZERO.
001150     05  WS-LINES-SIGNED-OFF  PIC 9(05) COMP  VALUE ZERO.
001160     05  WS-REPORT-LINES      PIC 9(05) COMP  VALUE ZERO.

001170 01  WS-RUN-DATE              PIC 9(08).
001180 01  WS-OPERATOR-ID           PIC X(08).
001190 01  WS-CONFIRM               PIC X(01)  VALUE SPACE.

001200 01  WS-INVOICE-FIELDS.
001210     05  WS-INV-FOURNISSEUR   PIC X(05).
001220     05  WS-INV-FACTURE-NO    PIC X(10).
001230     05  WS-INV-DATE-X        PIC X(08).
001240     05  WS-INV-DATE REDEFINES WS-INV-DATE-X
001250                              PIC 9(08).
001260     05  WS-INV-DEVISE        PIC X(03).
001270     05  WS-INV-LIGNE         PIC 9(03)  VALUE ZERO.
001280     05  WS-INV-TOTAL         PIC S9(11)V99 COMP-3  VALUE ZERO.

001290 01  WS-LINE-PO-X             PIC X(06).
001300 01  WS-LINE-PO REDEFINES WS-LINE-PO-X
001310                              PIC 9(06).
001320 01  WS-LINE-QTE-X            PIC X(06).
001330 01  WS-LINE-QTE REDEFINES WS-LINE-QTE-X
001340                              PIC 9(06).
001350 01  WS-LINE-PRIX-X           PIC X(08).
001360 01  WS-LINE-PRIX REDEFINES WS-LINE-PRIX-X
001370                              PIC 9(06)V99.
001380 01  WS-QTE-DEJA-FACTUREE     PIC S9(07) COMP-3  VALUE ZERO.
001390 01  WS-QTE-A-FACTURER        PIC S9(07) COMP-3  VALUE ZERO.

001400 01  WS-QTE-ED                PIC -ZZZZZ9.
001410 01  WS-PRIX-ED               PIC -ZZZ,ZZ9.99.
001420 01  WS-MONTANT-ED            PIC -(10)9.99.

001430 01  WS-REPORT-HEADING.
001440     05  FILLER               PIC X(42) VALUE
001450         "ECARTS FACTURES FOURNISSEURS        AU :  ".
001460     05  WH-RUN-DATE          PIC 9(08).

001470 01  WS-COLUMN-HEADING.
001480     05  FILLER               PIC X(07) VALUE "FOURN".
001490     05  FILLER               PIC X(11) VALUE "FACTURE".
001500     05  FILLER               PIC X(04) VALUE "LIG".
001510     05  FILLER               PIC X(07) VALUE "PO".
001520     05  FILLER               PIC X(04) VALUE "PRD".
001530     05  FILLER               PIC X(08) VALUE "  QTE FA".
001540     05  FILLER               PIC X(08) VALUE "  QTE DU".
001550     05  FILLER               PIC X(12) VALUE "     PRIX FA".
001560     05  FILLER               PIC X(12) VALUE "     PRIX PO".
001570     05  FILLER               PIC X(04) VALUE " DEV".
001580     05  FILLER               PIC X(08) VALUE "  ECART".

001590 01  WS-DETAIL-LINE.
001600     05  WD-FOURNISSEUR       PIC X(05).
001610     05  FILLER               PIC X(02) VALUE SPACES.
001620     05  WD-FACTURE-NO        PIC X(10).
001630     05  FILLER               PIC X(01) VALUE SPACE.
001640     05  WD-LIGNE             PIC 9(03).
001650     05  FILLER               PIC X(01) VALUE SPACE.
001660     05  WD-PO-NUMERO         PIC 9(06).
001670     05  FILLER               PIC X(01) VALUE SPACE.
001680     05  WD-CODE-PRODUIT      PIC X(03).
001690     05  FILLER               PIC X(01) VALUE SPACE.
001700     05  WD-QTE               PIC -ZZZZZ9.
001710     05  FILLER               PIC X(01) VALUE SPACE.
001720     05  WD-QTE-DUE           PIC -ZZZZZ9.
001730     05  FILLER               PIC X(01) VALUE SPACE.
001740     05  WD-PRIX              PIC -ZZZ,ZZ9.99.
001750     05  FILLER               PIC X(01) VALUE SPACE.
001760     05  WD-PRIX-PO           PIC -ZZZ,ZZ9.99.
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  WD-DEVISE            PIC X(03).
001790     05  FILLER               PIC X(02) VALUE SPACES.
001800     05  WD-ECART             PIC X(09).

001810 PROCEDURE DIVISION.

001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001850         UNTIL WS-ALL-DONE.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     STOP RUN.

001880 1000-INITIALIZE.
001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001900     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001910     IF NOT WS-SIGNED-ON
001920         SET WS-ALL-DONE TO TRUE
001930         GO TO 1000-EXIT
001940     END-IF.

001950     OPEN I-O APFILE.
001960     IF WS-APFILE-MISSING
001970         OPEN OUTPUT APFILE
001980         IF WS-APFILE-OK
001990             CLOSE APFILE
002000             OPEN I-O APFILE
002010         END-IF
002020     END-IF.
002030     IF NOT WS-APFILE-OK
002040         DISPLAY "DAY7FAC - UNABLE TO OPEN APFILE, STATUS "
002050             WS-APFILE-STATUS
002060         SET WS-ALL-DONE TO TRUE
002070         GO TO 1000-EXIT
002080     END-IF.
002090     MOVE "Y" TO WS-APFILE-OPEN-SW.

002100     OPEN INPUT POFILE.
002110     IF NOT WS-POFILE-OK
002120         DISPLAY "DAY7FAC - UNABLE TO OPEN POFILE, STATUS "
002130             WS-POFILE-STATUS
002140         SET WS-ALL-DONE TO TRUE
002150         GO TO 1000-EXIT
002160     END-IF.
002170     MOVE "Y" TO WS-POFILE-OPEN-SW.

002180     OPEN INPUT SUPPMAST.
002190     IF NOT WS-SUPPMAST-OK
002200         DISPLAY "DAY7FAC - UNABLE TO OPEN SUPPMAST, STATUS "
002210             WS-SUPPMAST-STATUS
002220         SET WS-ALL-DONE TO TRUE
002230         GO TO 1000-EXIT
002240     END-IF.
002250     MOVE "Y" TO WS-SUPPMAST-OPEN-SW.
002260 1000-EXIT.
002270     EXIT.

002280 1100-SIGN-ON.
002290     MOVE "DAY7FAC" TO SGN-Program.
002300     CALL "daysec" USING SGN-REQUEST.
002310     IF SGN-SIGNED-ON
002320         MOVE SGN-Operator   TO WS-OPERATOR-ID
002330         MOVE "Y" TO WS-SIGNON-OK-SW
002340     END-IF.
002350 1100-EXIT.
002360     EXIT.

002370 1190-LOG-SECURITY.
002380     MOVE "DAY7FAC" TO SEC-Program.
002390     MOVE WS-OPERATOR-ID TO SEC-Operator.
002400     CALL "dayslog" USING SEC-REQUEST.
002410 1190-EXIT.
002420     EXIT.

002430 2000-PROCESS-MENU.
002440     DISPLAY " ".
002450     DISPLAY "-------- SUPPLIER INVOICE CAPTURE --------".
002460     DISPLAY "  E - ENTER A SUPPLIER INVOICE".
002470     DISPLAY "  S - SIGN OFF AN INVOICE'S VARIANCES".
002480     DISPLAY "  R - PRINT THE VARIANCE EXCEPTION REPORT".
002490     DISPLAY "  Q - QUIT".
002500     DISPLAY "ENTER YOUR CHOICE : ".
002510     ACCEPT WS-MENU-CHOICE.

002520     EVALUATE TRUE
002530         WHEN WS-CHOICE-ENTER
002540             IF NOT SGN-MAY-ADD
002550                 DISPLAY "DAY7FAC - NOT AUTHORIZED TO ENTER"
002560             ELSE
002570                 PERFORM 3000-ENTER-INVOICE THRU 3000-EXIT
002580             END-IF
002590         WHEN WS-CHOICE-SIGNOFF
002600             IF NOT SGN-MAY-APPROVE
002610                 DISPLAY "DAY7FAC - NOT AUTHORIZED TO SIGN OFF"
002620             ELSE
002630                 PERFORM 4000-SIGN-OFF THRU 4000-EXIT
002640             END-IF
002650         WHEN WS-CHOICE-REPORT
002660             IF NOT SGN-MAY-INQUIRE
002670                 DISPLAY "DAY7FAC - NOT AUTHORIZED TO INQUIRE"
002680             ELSE
002690                 PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
002700             END-IF
002710         WHEN WS-CHOICE-QUIT
002720             SET WS-ALL-DONE TO TRUE
002730         WHEN OTHER
002740             DISPLAY "DAY7FAC - INVALID CHOICE, TRY AGAIN"
002750     END-EVALUATE.
002760 2000-EXIT.
002770     EXIT.

002780*****************************************************************
002790* THE INVOICE HEADER IS CHECKED BEFORE ANY LINE IS TAKEN: A
002800* KNOWN SUPPLIER, A NUMERIC DATE, AND AN INVOICE NUMBER THAT
002810* SUPPLIER HAS NOT ALREADY BILLED UNDER - THE SAME INVOICE
002820* CANNOT BE KEYED, AND PAID, TWICE.
002830*****************************************************************
002840 3000-ENTER-INVOICE.
002850     DISPLAY "ENTER FOURNISSEUR-CODE (5 CHARS)   : ".
002860     ACCEPT WS-INV-FOURNISSEUR.
002870     MOVE WS-INV-FOURNISSEUR TO Fournisseur-Code.
002880     READ SUPPMAST
002890         INVALID KEY
002900             DISPLAY "DAY7FAC - SUPPLIER " WS-INV-FOURNISSEUR
002910                 " NOT ON SUPPLIER MASTER"
002920             GO TO 3000-EXIT
002930     END-READ.
002940     DISPLAY "  FOURNISSEUR : " Fournisseur-Nom.
002950     DISPLAY "ENTER SUPPLIER INVOICE NO (10)     : ".
002960     ACCEPT WS-INV-FACTURE-NO.
002970     IF WS-INV-FACTURE-NO = SPACES
002980         GO TO 3000-EXIT
002990     END-IF.
003000     PERFORM 3050-CHECK-DUPLICATE THRU 3050-EXIT.
003010     IF WS-ENTRY-FOUND
003020         DISPLAY "DAY7FAC - INVOICE " WS-INV-FACTURE-NO
003030             " ALREADY ON FILE FOR " WS-INV-FOURNISSEUR
003040         GO TO 3000-EXIT
003050     END-IF.
003060     DISPLAY "ENTER INVOICE DATE (YYYYMMDD)      : ".
003070     ACCEPT WS-INV-DATE-X.
003080     IF WS-INV-DATE-X IS NOT NUMERIC
003090         DISPLAY "DAY7FAC - INVOICE DATE MUST BE NUMERIC"
003100         GO TO 3000-EXIT
003110     END-IF.
003120     DISPLAY "ENTER CODE-DEVISE (BLANK = USD)    : ".
003130     ACCEPT WS-INV-DEVISE.
003140     IF WS-INV-DEVISE = SPACES
003150         MOVE "USD" TO WS-INV-DEVISE
003160     END-IF.
003170     MOVE ZERO TO WS-INV-LIGNE WS-INV-TOTAL.
003180     MOVE "NEW" TO WS-LINE-PO-X.
003190     PERFORM 3100-CAPTURE-ONE-LINE THRU 3100-EXIT
003200         UNTIL WS-LINE-PO-X = SPACES.
003210     IF WS-INV-LIGNE = ZERO
003220         DISPLAY "DAY7FAC - NO LINES, NOTHING RECORDED"
003230         GO TO 3000-EXIT
003240     END-IF.
003250     ADD 1 TO WS-INVOICES-KEYED.
003260     MOVE WS-INV-TOTAL TO WS-MONTANT-ED.
003270     DISPLAY "DAY7FAC - INVOICE " WS-INV-FACTURE-NO
003280         " RECORDED, " WS-INV-LIGNE " LINES, TOTAL "
003290         WS-MONTANT-ED " " WS-INV-DEVISE.
003300     MOVE "ADD" TO SEC-Event.
003310     MOVE SPACES TO SEC-Detail.
003320     STRING WS-INV-FOURNISSEUR " " WS-INV-FACTURE-NO
003330         DELIMITED BY SIZE INTO SEC-Detail.
003340     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
003350 3000-EXIT.
003360     EXIT.

003370 3050-CHECK-DUPLICATE.
003380     MOVE "N" TO WS-FOUND-SW.
003390     MOVE WS-INV-FOURNISSEUR TO AP-Fournisseur.
003400     MOVE WS-INV-FACTURE-NO  TO AP-Facture-No.
003410     MOVE ZERO               TO AP-Ligne.
003420     START APFILE KEY IS NOT < AP-Key
003430         INVALID KEY
003440             GO TO 3050-EXIT
003450     END-START.
003460     READ APFILE NEXT RECORD
003470         AT END
003480             GO TO 3050-EXIT
003490     END-READ.
003500     IF AP-Fournisseur = WS-INV-FOURNISSEUR
003510         AND AP-Facture-No = WS-INV-FACTURE-NO
003520         MOVE "Y" TO WS-FOUND-SW
003530     END-IF.
003540 3050-EXIT.
003550     EXIT.

003560*****************************************************************
003570* ONE LINE = ONE PO BILLED. THE PO MUST BELONG TO THE SUPPLIER.
003580* THE QUANTITY STILL TO BE BILLED ON IT IS WHAT HAS BEEN
003590* RECEIVED LESS WHAT IS ALREADY ON APFILE FOR IT (THIS INVOICE'S
003600* EARLIER LINES INCLUDED). A BLANK PO NUMBER ENDS THE INVOICE.
003610*****************************************************************
003620 3100-CAPTURE-ONE-LINE.
003630     DISPLAY "ENTER PO-NUMERO (6 DIGITS, BLANK TO END) : ".
003640     ACCEPT WS-LINE-PO-X.
003650     IF WS-LINE-PO-X = SPACES
003660         GO TO 3100-EXIT
003670     END-IF.
003680     IF WS-LINE-PO-X IS NOT NUMERIC
003690         DISPLAY "DAY7FAC - PO NUMBER MUST BE NUMERIC"
003700         GO TO 3100-EXIT
003710     END-IF.
003720     MOVE WS-LINE-PO TO PO-Numero.
003730     READ POFILE
003740         INVALID KEY
003750             DISPLAY "DAY7FAC - PO " WS-LINE-PO-X
003760                 " NOT ON POFILE, LINE REFUSED"
003770             GO TO 3100-EXIT
003780     END-READ.
003790     IF PO-Fournisseur NOT = WS-INV-FOURNISSEUR
003800         DISPLAY "DAY7FAC - PO " WS-LINE-PO-X
003810             " WAS PLACED WITH " PO-Fournisseur
003820             ", LINE REFUSED"
003830         GO TO 3100-EXIT
003840     END-IF.
003850     MOVE PO-Prix-Achat TO WS-PRIX-ED.
003860     MOVE PO-Qte-Recue  TO WS-QTE-ED.
003870     DISPLAY "  PRODUIT " PO-Code-produit " RECEIVED "
003880         WS-QTE-ED " AT " WS-PRIX-ED.
003890     DISPLAY "ENTER QUANTITY BILLED (6 DIGITS)   : ".
003900     ACCEPT WS-LINE-QTE-X.
003910     IF WS-LINE-QTE-X IS NOT NUMERIC OR WS-LINE-QTE = ZERO
003920         DISPLAY "DAY7FAC - QUANTITY MUST BE NUMERIC AND "
003930             "NOT ZERO, LINE REFUSED"
003940         GO TO 3100-EXIT
003950     END-IF.
003960     DISPLAY "ENTER UNIT PRICE BILLED (8 DIGITS) : ".
003970     ACCEPT WS-LINE-PRIX-X.
003980     IF WS-LINE-PRIX-X IS NOT NUMERIC
003990         DISPLAY "DAY7FAC - PRICE MUST BE NUMERIC, LINE "
004000             "REFUSED"
004010         GO TO 3100-EXIT
004020     END-IF.

004030     PERFORM 3200-SUM-BILLED THRU 3200-EXIT.
004040     COMPUTE WS-QTE-A-FACTURER =
004050         PO-Qte-Recue - WS-QTE-DEJA-FACTUREE.

004060     ADD 1 TO WS-INV-LIGNE.
004070     MOVE WS-INV-FOURNISSEUR TO AP-Fournisseur.
004080     MOVE WS-INV-FACTURE-NO  TO AP-Facture-No.
004090     MOVE WS-INV-LIGNE       TO AP-Ligne.
004100     MOVE WS-INV-DATE        TO AP-Facture-Date.
004110     MOVE WS-INV-DEVISE      TO AP-Code-Devise.
004120     MOVE PO-Numero          TO AP-PO-Numero.
004130     MOVE PO-Code-produit    TO AP-Code-produit.
004140     MOVE WS-LINE-QTE        TO AP-Qte.
004150     MOVE WS-LINE-PRIX       TO AP-Prix.
004160     COMPUTE AP-Montant = WS-LINE-QTE * WS-LINE-PRIX.
004170     MOVE PO-Prix-Achat      TO AP-Prix-PO.
004180     MOVE WS-QTE-A-FACTURER  TO AP-Qte-A-Facturer.
004190     COMPUTE AP-Ecart-Prix = WS-LINE-PRIX - PO-Prix-Achat.
004200     MOVE ZERO TO AP-Ecart-Qte.
004210     IF WS-LINE-QTE > WS-QTE-A-FACTURER
004220         COMPUTE AP-Ecart-Qte = WS-LINE-QTE - WS-QTE-A-FACTURER
004230     END-IF.
004240     IF AP-Ecart-Prix = ZERO AND AP-Ecart-Qte = ZERO
004250         MOVE "M" TO AP-Statut
004260     ELSE
004270         MOVE "V" TO AP-Statut
004280     END-IF.
004290     MOVE WS-RUN-DATE    TO AP-Capture-Date.
004300     MOVE WS-OPERATOR-ID TO AP-Capture-User.
004310     MOVE ZERO           TO AP-Signoff-Date.
004320     MOVE SPACES         TO AP-Signoff-User.
004330     MOVE ZERO           TO AP-Date-Paiement.
004340     MOVE SPACES         TO AP-Paiement-User.

004350     WRITE APOPEN-REC
004360         INVALID KEY
004370             DISPLAY "DAY7FAC - UNABLE TO WRITE APFILE, STATUS "
004380                 WS-APFILE-STATUS
004390             SUBTRACT 1 FROM WS-INV-LIGNE
004400             GO TO 3100-EXIT
004410     END-WRITE.
004420     ADD AP-Montant TO WS-INV-TOTAL.
004430     IF AP-STATUT-MATCHED
004440         ADD 1 TO WS-LINES-MATCHED
004450         DISPLAY "DAY7FAC - LINE MATCHED"
004460     ELSE
004470         ADD 1 TO WS-LINES-VARIANCE
004480         IF AP-Ecart-Prix NOT = ZERO
004490             MOVE AP-Ecart-Prix TO WS-PRIX-ED
004500             DISPLAY "DAY7FAC - PRICE VARIANCE " WS-PRIX-ED
004510                 " PER UNIT"
004520         END-IF
004530         IF AP-Ecart-Qte NOT = ZERO
004540             MOVE AP-Ecart-Qte TO WS-QTE-ED
004550             DISPLAY "DAY7FAC - QUANTITY VARIANCE " WS-QTE-ED
004560                 " BILLED BEYOND RECEIPTS"
004570         END-IF
004580         DISPLAY "DAY7FAC - LINE HELD FOR SIGN-OFF"
004590     END-IF.
004600 3100-EXIT.
004610     EXIT.

004620 3200-SUM-BILLED.
004630     MOVE ZERO TO WS-QTE-DEJA-FACTUREE.
004640     MOVE "N" TO WS-AP-EOF-SW.
004650     MOVE WS-INV-FOURNISSEUR TO AP-Fournisseur.
004660     MOVE LOW-VALUES         TO AP-Facture-No.
004670     MOVE ZERO               TO AP-Ligne.
004680     START APFILE KEY IS NOT < AP-Key
004690         INVALID KEY
004700             GO TO 3200-EXIT
004710     END-START.
004720     PERFORM 3210-SUM-ONE THRU 3210-EXIT
004730         UNTIL WS-AP-EOF-REACHED.
004740 3200-EXIT.
004750     EXIT.

004760 3210-SUM-ONE.
004770     READ APFILE NEXT RECORD
004780         AT END
004790             MOVE "Y" TO WS-AP-EOF-SW
004800             GO TO 3210-EXIT
004810     END-READ.
004820     IF AP-Fournisseur NOT = WS-INV-FOURNISSEUR
004830         MOVE "Y" TO WS-AP-EOF-SW
004840         GO TO 3210-EXIT
004850     END-IF.
004860     IF AP-PO-Numero = PO-Numero
004870         ADD AP-Qte TO WS-QTE-DEJA-FACTUREE
004880     END-IF.
004890 3210-EXIT.
004900     EXIT.

004910*****************************************************************
004920* SIGN-OFF IS PER INVOICE: EVERY "V" LINE OF IT IS SHOWN, AND
004930* ON CONFIRMATION ALL OF THEM GO TO "S", STAMPED WITH WHO AND
004940* WHEN, AND ONE SIGNOFF EVENT IS LOGGED.
004950*****************************************************************
004960 4000-SIGN-OFF.
004970     DISPLAY "ENTER FOURNISSEUR-CODE (5 CHARS)   : ".
004980     ACCEPT WS-INV-FOURNISSEUR.
004990     DISPLAY "ENTER SUPPLIER INVOICE NO (10)     : ".
005000     ACCEPT WS-INV-FACTURE-NO.
005010     MOVE "N" TO WS-FOUND-SW.
005020     PERFORM 4100-SCAN-INVOICE THRU 4100-EXIT.
005030     IF NOT WS-ENTRY-FOUND
005040         DISPLAY "DAY7FAC - NO VARIANCE LINES ON INVOICE "
005050             WS-INV-FACTURE-NO " FOR " WS-INV-FOURNISSEUR
005060         GO TO 4000-EXIT
005070     END-IF.
005080     DISPLAY "SIGN OFF THESE VARIANCES (Y/N)     : ".
005090     ACCEPT WS-CONFIRM.
005100     IF WS-CONFIRM NOT = "Y"
005110         DISPLAY "DAY7FAC - NOTHING SIGNED OFF"
005120         GO TO 4000-EXIT
005130     END-IF.
005140     MOVE "Y" TO WS-CONFIRM.
005150     PERFORM 4100-SCAN-INVOICE THRU 4100-EXIT.
005160     MOVE SPACE TO WS-CONFIRM.
005170     MOVE "SIGNOFF" TO SEC-Event.
005180     MOVE SPACES TO SEC-Detail.
005190     STRING WS-INV-FOURNISSEUR " " WS-INV-FACTURE-NO
005200         DELIMITED BY SIZE INTO SEC-Detail.
005210     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
005220 4000-EXIT.
005230     EXIT.

005240*****************************************************************
005250* WALKS THE INVOICE'S LINES. WITH WS-CONFIRM "Y" THE "V" LINES
005260* ARE SIGNED OFF; OTHERWISE THEY ARE ONLY LISTED.
005270*****************************************************************
005280 4100-SCAN-INVOICE.
005290     MOVE "N" TO WS-AP-EOF-SW.
005300     MOVE WS-INV-FOURNISSEUR TO AP-Fournisseur.
005310     MOVE WS-INV-FACTURE-NO  TO AP-Facture-No.
005320     MOVE ZERO               TO AP-Ligne.
005330     START APFILE KEY IS NOT < AP-Key
005340         INVALID KEY
005350             GO TO 4100-EXIT
005360     END-START.
005370     PERFORM 4110-SCAN-ONE THRU 4110-EXIT
005380         UNTIL WS-AP-EOF-REACHED.
005390 4100-EXIT.
005400     EXIT.

005410 4110-SCAN-ONE.
005420     READ APFILE NEXT RECORD
005430         AT END
005440             MOVE "Y" TO WS-AP-EOF-SW
005450             GO TO 4110-EXIT
005460     END-READ.
005470     IF AP-Fournisseur NOT = WS-INV-FOURNISSEUR
005480         OR AP-Facture-No NOT = WS-INV-FACTURE-NO
005490         MOVE "Y" TO WS-AP-EOF-SW
005500         GO TO 4110-EXIT
005510     END-IF.
005520     IF NOT AP-STATUT-VARIANCE
005530         GO TO 4110-EXIT
005540     END-IF.
005550     MOVE "Y" TO WS-FOUND-SW.
005560     IF WS-CONFIRM NOT = "Y"
005570         MOVE AP-Prix       TO WS-PRIX-ED
005580         MOVE AP-Qte        TO WS-QTE-ED
005590         DISPLAY "  LIGNE " AP-Ligne " PO " AP-PO-Numero
005600             " QTE " WS-QTE-ED " PRIX " WS-PRIX-ED
005610         MOVE AP-Prix-PO    TO WS-PRIX-ED
005620         MOVE AP-Qte-A-Facturer TO WS-QTE-ED
005630         DISPLAY "        DUE " WS-QTE-ED " PO PRIX " WS-PRIX-ED
005640         GO TO 4110-EXIT
005650     END-IF.
005660     MOVE "S"            TO AP-Statut.
005670     MOVE WS-RUN-DATE    TO AP-Signoff-Date.
005680     MOVE WS-OPERATOR-ID TO AP-Signoff-User.
005690     REWRITE APOPEN-REC
005700         INVALID KEY
005710             DISPLAY "DAY7FAC - UNABLE TO REWRITE LINE "
005720                 AP-Ligne " STATUS " WS-APFILE-STATUS
005730         NOT INVALID KEY
005740             ADD 1 TO WS-LINES-SIGNED-OFF
005750             DISPLAY "DAY7FAC - LINE " AP-Ligne " SIGNED OFF"
005760     END-REWRITE.
005770 4110-EXIT.
005780     EXIT.

005790*****************************************************************
005800* EVERY LINE STILL AT "V", IN SUPPLIER / INVOICE ORDER, WITH
005810* WHAT WAS BILLED AGAINST WHAT THE PO AND THE RECEIPTS SUPPORT.
005820*****************************************************************
005830 5000-PRINT-EXCEPTIONS.
005840     OPEN OUTPUT FACRPT.
005850     IF NOT WS-FACRPT-OK
005860         DISPLAY "DAY7FAC - UNABLE TO OPEN FACRPT, STATUS "
005870             WS-FACRPT-STATUS
005880         GO TO 5000-EXIT
005890     END-IF.
005900     MOVE ZERO TO WS-REPORT-LINES.
005910     MOVE WS-RUN-DATE TO WH-RUN-DATE.
005920     MOVE WS-REPORT-HEADING TO FACRPT-LINE.
005930     WRITE FACRPT-LINE.
005940     MOVE SPACES TO FACRPT-LINE.
005950     WRITE FACRPT-LINE.
005960     MOVE WS-COLUMN-HEADING TO FACRPT-LINE.
005970     WRITE FACRPT-LINE.
005980     MOVE "N" TO WS-AP-EOF-SW.
005990     MOVE LOW-VALUES TO AP-Key.
006000     START APFILE KEY IS NOT < AP-Key
006010         INVALID KEY
006020             MOVE "Y" TO WS-AP-EOF-SW
006030     END-START.
006040     PERFORM 5100-REPORT-ONE THRU 5100-EXIT
006050         UNTIL WS-AP-EOF-REACHED.
006060     CLOSE FACRPT.
006070     DISPLAY "DAY7FAC - VARIANCE LINES PRINTED : "
006080         WS-REPORT-LINES.
006090 5000-EXIT.
006100     EXIT.

006110 5100-REPORT-ONE.
006120     READ APFILE NEXT RECORD
006130         AT END
006140             MOVE "Y" TO WS-AP-EOF-SW
006150             GO TO 5100-EXIT
006160     END-READ.
006170     IF NOT AP-STATUT-VARIANCE
006180         GO TO 5100-EXIT
006190     END-IF.
006200     MOVE AP-Fournisseur    TO WD-FOURNISSEUR.
006210     MOVE AP-Facture-No     TO WD-FACTURE-NO.
006220     MOVE AP-Ligne          TO WD-LIGNE.
006230     MOVE AP-PO-Numero      TO WD-PO-NUMERO.
006240     MOVE AP-Code-produit   TO WD-CODE-PRODUIT.
006250     MOVE AP-Qte            TO WD-QTE.
006260     MOVE AP-Qte-A-Facturer TO WD-QTE-DUE.
006270     MOVE AP-Prix           TO WD-PRIX.
006280     MOVE AP-Prix-PO        TO WD-PRIX-PO.
006290     MOVE AP-Code-Devise    TO WD-DEVISE.
006300     EVALUATE TRUE
006310         WHEN AP-Ecart-Prix NOT = ZERO
006320             AND AP-Ecart-Qte NOT = ZERO
006330             MOVE "PRIX+QTE" TO WD-ECART
006340         WHEN AP-Ecart-Prix NOT = ZERO
006350             MOVE "PRIX" TO WD-ECART
006360         WHEN OTHER
006370             MOVE "QTE" TO WD-ECART
006380     END-EVALUATE.
006390     MOVE WS-DETAIL-LINE TO FACRPT-LINE.
006400     WRITE FACRPT-LINE.
006410     ADD 1 TO WS-REPORT-LINES.
006420 5100-EXIT.
006430     EXIT.

006440 9000-TERMINATE.
006450     IF WS-APFILE-WAS-OPENED
006460         CLOSE APFILE
006470     END-IF.
006480     IF WS-POFILE-WAS-OPENED
006490         CLOSE POFILE
006500     END-IF.
006510     IF WS-SUPPMAST-WAS-OPENED
006520         CLOSE SUPPMAST
006530     END-IF.
006540     DISPLAY "DAY7FAC - INVOICES RECORDED   : " WS-INVOICES-KEYED.
006550     DISPLAY "DAY7FAC - LINES MATCHED       : " WS-LINES-MATCHED.
006560     DISPLAY "DAY7FAC - LINES WITH VARIANCE : " WS-LINES-VARIANCE.
006570     DISPLAY "DAY7FAC - LINES SIGNED OFF    : "
006580         WS-LINES-SIGNED-OFF.
006590 9000-EXIT.
006600     EXIT.
