000390*                   FILE REFUSES THE SESSION AND SAYS WHO HOLDS
000400*                   IT (NO OVERRIDE HERE: THIS PROGRAM HAS NO
000410*                   USERSEC LEVEL TO GATE ONE ON).
000420*  10/15/2026  JPH  THE CREDIT LINE TURNS THE SIGN OF THE LIST
000430*                   PRICE AS WELL AS THE PRICE, SO THE CREDIT
000440*                   NOTE GIVES BACK THE DISCOUNT THE INVOICE
000450*                   SHOWED AND NOT A DIFFERENT ONE.
000460*  10/15/2026  JPH  THE CREDIT LINE STARTS WITH NO INVOICE NUMBER
000470*                   (ORD-FACTURE ZERO) - IT DOES NOT INHERIT THE
000480*                   INVOICE THAT BILLED THE ORIGINAL LINE.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. day9ret.
000520 AUTHOR. jphNovitz.
000530 DATE-WRITTEN. 2026/09/02.
000540 DATE-COMPILED.

000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT ORDFILE ASSIGN TO "ORDFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS ORD-Key
000620         FILE STATUS IS WS-ORDFILE-STATUS.

000630     SELECT PRODRQUE ASSIGN TO "PRODRQUE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRODRQUE-STATUS.

000660     SELECT RETLOG ASSIGN TO "RETLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RETLOG-STATUS.

000690     SELECT FILELOCK ASSIGN TO "FILELOCK"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FILELOCK-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ORDFILE
000750     RECORDING MODE IS F.
000760     COPY ORDREC.

000770 FD  PRODRQUE
000780     RECORDING MODE IS F.
000790     COPY PRODTRAN.

000800 FD  RETLOG
000810     RECORDING MODE IS F.
000820 01  RETLOG-REC.
000830     05  RET-Run-Date         PIC 9(08).
000840     05  RET-Credit-Numero    PIC X(06).
000850     05  RET-Orig-Numero      PIC X(06).
000860     05  RET-Client-Code      PIC X(05).
000870     05  RET-Code-produit     PIC X(03).
000880     05  RET-Qte              PIC 9(05).
000890     05  RET-Motif            PIC X(03).

000900 FD  FILELOCK
000910     RECORDING MODE IS F.
000920 01  FILELOCK-REC.
000930     05  LCK-File             PIC X(08).
000940     05  LCK-Holder           PIC X(08).
000950     05  LCK-Date             PIC 9(08).
000960     05  LCK-Time             PIC 9(06).

000970 WORKING-STORAGE SECTION.
000980 01  WS-FILELOCK-STATUS       PIC X(02).
000990     88  WS-FILELOCK-OK            VALUE "00".
001000 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
001010     88  WS-LOCK-IS-HELD          VALUE "Y".
001020 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.

001030 01  WS-ORDFILE-STATUS        PIC X(02).
001040     88  WS-ORDFILE-OK              VALUE "00".

001050 01  WS-PRODRQUE-STATUS       PIC X(02).
001060     88  WS-PRODRQUE-OK             VALUE "00".

001070 01  WS-RETLOG-STATUS         PIC X(02).
001080     88  WS-RETLOG-OK               VALUE "00".

001090 01  WS-SWITCHES.
001100     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001110         88  WS-ALL-DONE             VALUE "Y".
001120     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001130         88  WS-LINE-WAS-FOUND       VALUE "Y".
001140     05  WS-ORD-EOF-SW        PIC X(01)  VALUE "N".
001150         88  WS-ORD-EOF-REACHED      VALUE "Y".
001160     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
001170         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
001180     05  WS-PRODRQUE-OPEN-SW  PIC X(01)  VALUE "N".
001190         88  WS-PRODRQUE-WAS-OPENED  VALUE "Y".
001200     05  WS-RETLOG-OPEN-SW    PIC X(01)  VALUE "N".
001210         88  WS-RETLOG-WAS-OPENED    VALUE "Y".

001220 01  WS-COUNTERS.
001230     05  WS-RETURNS-TAKEN     PIC 9(05) COMP  VALUE ZERO.
001240     05  WS-RETURNS-REFUSED   PIC 9(05) COMP  VALUE ZERO.

001250 01  WS-WORK-NUMERO           PIC X(06).
001260 01  WS-WORK-CODE             PIC X(03).
001270 01  WS-WORK-QTE-X            PIC X(05).
001280 01  WS-WORK-QTE REDEFINES WS-WORK-QTE-X
001290                              PIC 9(05).
001300 01  WS-WORK-MOTIF            PIC X(03).
001310 01  WS-CREDIT-NUMERO         PIC X(06).
001320 01  WS-NEXT-LIGNE            PIC 9(03)  VALUE 1.
001330 01  WS-SCAN-NUMERO           PIC X(06).
001340 01  WS-RUN-DATE              PIC 9(08).

001350 PROCEDURE DIVISION.

001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-TAKE-ONE-RETURN THRU 2000-EXIT
001390         UNTIL WS-ALL-DONE.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     STOP RUN.

001420 1000-INITIALIZE.
001430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001440     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
001450     IF WS-ALL-DONE
001460         GO TO 1000-EXIT
001470     END-IF.
001480     OPEN I-O ORDFILE.
001490     IF NOT WS-ORDFILE-OK
001500         DISPLAY "DAY9RET - UNABLE TO OPEN ORDFILE, STATUS "
001510             WS-ORDFILE-STATUS " - NOTHING TO RETURN AGAINST"
001520         SET WS-ALL-DONE TO TRUE
001530         GO TO 1000-EXIT
001540     END-IF.
001550     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

001560     OPEN EXTEND PRODRQUE.
001570     IF NOT WS-PRODRQUE-OK
001580         DISPLAY "DAY9RET - UNABLE TO OPEN PRODRQUE, STATUS "
001590             WS-PRODRQUE-STATUS " - SESSION ENDED"
001600         SET WS-ALL-DONE TO TRUE
001610         GO TO 1000-EXIT
001620     END-IF.
001630     MOVE "Y" TO WS-PRODRQUE-OPEN-SW.

001640     OPEN EXTEND RETLOG.
001650     IF NOT WS-RETLOG-OK
001660         DISPLAY "DAY9RET - UNABLE TO OPEN RETLOG, STATUS "
001670             WS-RETLOG-STATUS " - SESSION ENDED"
001680         SET WS-ALL-DONE TO TRUE
001690         GO TO 1000-EXIT
001700     END-IF.
001710     MOVE "Y" TO WS-RETLOG-OPEN-SW.
001720 1000-EXIT.
001730     EXIT.

001740*****************************************************************
001750* THE NIGHT BATCH MARKS ORDFILE BUSY ON FILELOCK FOR THE WHOLE
001760* STREAM. A HELD MARK REFUSES THE SESSION OUTRIGHT - CLEAR A
001770* MARK LEFT BY AN ABEND WITH THE DAYLOCK UTILITY.
001780*****************************************************************
001790 1300-CHECK-INTERLOCK.
001800     MOVE "N" TO WS-LOCK-HELD-SW.
001810     OPEN INPUT FILELOCK.
001820     IF NOT WS-FILELOCK-OK
001830         GO TO 1300-EXIT
001840     END-IF.
001850     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
001860         UNTIL WS-FILELOCK-STATUS = "10".
001870     CLOSE FILELOCK.
001880     IF WS-LOCK-IS-HELD
001890         DISPLAY "DAY9RET - ORDFILE IS IN USE BY "
001900             WS-LOCK-HOLDER " - SESSION REFUSED"
001910         SET WS-ALL-DONE TO TRUE
001920     END-IF.
001930 1300-EXIT.
001940     EXIT.

001950 1310-SCAN-ONE-LOCK.
001960     READ FILELOCK
001970         AT END
001980             MOVE "10" TO WS-FILELOCK-STATUS
001990             GO TO 1310-EXIT
002000     END-READ.
002010     IF LCK-File = "ORDFILE"
002020         MOVE "Y" TO WS-LOCK-HELD-SW
002030         MOVE LCK-Holder TO WS-LOCK-HOLDER
002040     END-IF.
002050 1310-EXIT.
002060     EXIT.

002070 2000-TAKE-ONE-RETURN.
002080     DISPLAY " ".
002090     DISPLAY "ENTER ORIGINAL ORDER NUMBER (SPACES TO QUIT) : ".
002100     ACCEPT WS-WORK-NUMERO.
002110     IF WS-WORK-NUMERO = SPACES
002120         SET WS-ALL-DONE TO TRUE
002130         GO TO 2000-EXIT
002140     END-IF.
002150     DISPLAY "ENTER CODE-PRODUIT (3 CHARS)                 : ".
002160     ACCEPT WS-WORK-CODE.
002170     DISPLAY "ENTER QUANTITY RETURNED (5 DIGITS)           : ".
002180     ACCEPT WS-WORK-QTE-X.
002190     IF WS-WORK-QTE-X IS NOT NUMERIC OR WS-WORK-QTE = ZERO
002200         DISPLAY "DAY9RET - QUANTITY MUST BE NUMERIC AND NOT "
002210             "ZERO, RETURN REFUSED"
002220         ADD 1 TO WS-RETURNS-REFUSED
002230         GO TO 2000-EXIT
002240     END-IF.

002250     PERFORM 3000-FIND-FULFILLED-LINE THRU 3000-EXIT.
002260     IF NOT WS-LINE-WAS-FOUND
002270         DISPLAY "DAY9RET - NO FULFILLED LINE FOR ORDER "
002280             WS-WORK-NUMERO " PRODUIT " WS-WORK-CODE
002290             ", RETURN REFUSED"
002300         ADD 1 TO WS-RETURNS-REFUSED
002310         GO TO 2000-EXIT
002320     END-IF.
002330     IF WS-WORK-QTE > ORD-Qte
002340         DISPLAY "DAY9RET - ONLY " ORD-Qte
002350             " SHIPPED ON THAT LINE, RETURN REFUSED"
002360         ADD 1 TO WS-RETURNS-REFUSED
002370         GO TO 2000-EXIT
002380     END-IF.

002390     DISPLAY "ENTER REASON CODE (3 CHARS)                  : ".
002400     ACCEPT WS-WORK-MOTIF.
002410     DISPLAY "ENTER CREDIT-NOTE NUMBER (6 CHARS)           : ".
002420     ACCEPT WS-CREDIT-NUMERO.
002430     IF WS-CREDIT-NUMERO = SPACES
002440         DISPLAY "DAY9RET - CREDIT-NOTE NUMBER REQUIRED, "
002450             "RETURN REFUSED"
002460         ADD 1 TO WS-RETURNS-REFUSED
002470         GO TO 2000-EXIT
002480     END-IF.

002490     PERFORM 4000-POST-RETURN THRU 4000-EXIT.
002500 2000-EXIT.
002510     EXIT.

002520*****************************************************************
002530* THE KEYED START POSITIONS AT THE ORDER'S FIRST LINE; THE SCAN
002540* STOPS AT THE FIRST SHIPPED ("F"/"B") LINE FOR THE PRODUCT -
002550* ORDER-REC THEN HOLDS THAT LINE WITH ITS FROZEN PRICE, TAX RATE,
002560* CURRENCY AND CUSTOMER.
002570*****************************************************************
002580 3000-FIND-FULFILLED-LINE.
002590     MOVE "N" TO WS-FOUND-SW.
002600     MOVE "N" TO WS-ORD-EOF-SW.
002610     MOVE WS-WORK-NUMERO TO ORD-Numero.
002620     MOVE ZERO TO ORD-Ligne.
002630     START ORDFILE KEY IS NOT < ORD-Key
002640         INVALID KEY
002650             MOVE "Y" TO WS-ORD-EOF-SW
002660     END-START.
002670     PERFORM 3010-SCAN-ONE-LINE THRU 3010-EXIT
002680         UNTIL WS-ORD-EOF-REACHED OR WS-LINE-WAS-FOUND.
002690 3000-EXIT.
002700     EXIT.

002710 3010-SCAN-ONE-LINE.
002720     READ ORDFILE NEXT RECORD
002730         AT END
002740             MOVE "Y" TO WS-ORD-EOF-SW
002750             GO TO 3010-EXIT
002760     END-READ.
002770     IF ORD-Numero NOT = WS-WORK-NUMERO
002780         MOVE "Y" TO WS-ORD-EOF-SW
002790         GO TO 3010-EXIT
002800     END-IF.
002810     IF ORD-Code-produit = WS-WORK-CODE
002820         AND (ORD-STATUT-FULFILLED OR ORD-STATUT-BILLED)
002830         MOVE "Y" TO WS-FOUND-SW
002840     END-IF.
002850 3010-EXIT.
002860     EXIT.

002870 3100-FIND-NEXT-LIGNE.
002880     MOVE 1 TO WS-NEXT-LIGNE.
002890     MOVE "N" TO WS-ORD-EOF-SW.
002900     MOVE WS-SCAN-NUMERO TO ORD-Numero.
002910     MOVE ZERO TO ORD-Ligne.
002920     START ORDFILE KEY IS NOT < ORD-Key
002930         INVALID KEY
002940             MOVE "Y" TO WS-ORD-EOF-SW
002950     END-START.
002960     PERFORM 3110-SCAN-NEXT-LIGNE THRU 3110-EXIT
002970         UNTIL WS-ORD-EOF-REACHED.
002980 3100-EXIT.
002990     EXIT.

003000 3110-SCAN-NEXT-LIGNE.
003010     READ ORDFILE NEXT RECORD
003020         AT END
003030             MOVE "Y" TO WS-ORD-EOF-SW
003040             GO TO 3110-EXIT
003050     END-READ.
003060     IF ORD-Numero NOT = WS-SCAN-NUMERO
003070         MOVE "Y" TO WS-ORD-EOF-SW
003080         GO TO 3110-EXIT
003090     END-IF.
003100     COMPUTE WS-NEXT-LIGNE = ORD-Ligne + 1.
003110 3110-EXIT.
003120     EXIT.

003130*****************************************************************
003140* THE ORIGINAL LINE IS RE-READ AFTER THE LINE-NUMBER SCAN SO
003150* ORDER-REC HOLDS ITS FROZEN PRICE, TAX RATE, CURRENCY AND
003160* CUSTOMER AGAIN - ONLY THE KEY, QUANTITY, SIGN, STATUS AND
003170* DATE CHANGE ON THE CREDIT LINE.
003180*****************************************************************
003190 4000-POST-RETURN.
003200     MOVE "R"              TO PT-Trans-Code.
003210     MOVE WS-WORK-CODE     TO PT-Code-produit.
003220     MOVE SPACES           TO PT-Libelle.
003230     MOVE ZERO             TO PT-Prix.
003240     MOVE WS-WORK-QTE      TO PT-Qte-En-Main.
003250     MOVE ZERO             TO PT-Seuil-Reappro.
003260     MOVE "MAG"           TO PT-Location.
003270     MOVE SPACES          TO PT-Location-To.
003280     MOVE SPACES          TO PT-Lot-No.
003290     MOVE ZERO            TO PT-Date-Expiree.
003300     MOVE WS-CREDIT-NUMERO TO PT-Reference.
003310     WRITE PRODTRAN-REC.

003320     MOVE WS-RUN-DATE      TO RET-Run-Date.
003330     MOVE WS-CREDIT-NUMERO TO RET-Credit-Numero.
003340     MOVE WS-WORK-NUMERO   TO RET-Orig-Numero.
003350     MOVE ORD-Client-Code  TO RET-Client-Code.
003360     MOVE WS-WORK-CODE     TO RET-Code-produit.
003370     MOVE WS-WORK-QTE      TO RET-Qte.
003380     MOVE WS-WORK-MOTIF    TO RET-Motif.
003390     WRITE RETLOG-REC.

003400     MOVE WS-CREDIT-NUMERO TO WS-SCAN-NUMERO.
003410     PERFORM 3100-FIND-NEXT-LIGNE THRU 3100-EXIT.
003420     PERFORM 3000-FIND-FULFILLED-LINE THRU 3000-EXIT.
003430     MOVE WS-CREDIT-NUMERO TO ORD-Numero.
003440     MOVE WS-NEXT-LIGNE    TO ORD-Ligne.
003450     MOVE WS-WORK-QTE      TO ORD-Qte.
003460     MOVE WS-WORK-QTE      TO ORD-Qte-Commandee.
003470     COMPUTE ORD-Prix = ZERO - ORD-Prix.
003480     COMPUTE ORD-Prix-Liste = ZERO - ORD-Prix-Liste.
003490     MOVE "C"              TO ORD-Statut.
003500     MOVE ZERO             TO ORD-Facture.
003510     MOVE WS-RUN-DATE      TO ORD-Date.
003520     WRITE ORDER-REC
003530         INVALID KEY
003540             DISPLAY "DAY9RET - UNABLE TO WRITE CREDIT LINE "
003550                 ORD-Numero " " ORD-Ligne " STATUS "
003560                 WS-ORDFILE-STATUS
003570             GO TO 4000-EXIT
003580     END-WRITE.

003590     ADD 1 TO WS-RETURNS-TAKEN.
003600     DISPLAY "DAY9RET - RETURN TAKEN, CREDIT NOTE "
003610         WS-CREDIT-NUMERO " QUEUED FOR INVOICING".
003620 4000-EXIT.
003630     EXIT.

003640 9000-TERMINATE.
003650     IF WS-ORDFILE-WAS-OPENED
003660         CLOSE ORDFILE
003670     END-IF.
003680     IF WS-PRODRQUE-WAS-OPENED
003690         CLOSE PRODRQUE
003700     END-IF.
003710     IF WS-RETLOG-WAS-OPENED
003720         CLOSE RETLOG
003730     END-IF.
003740     DISPLAY "DAY9RET - RETURNS TAKEN   : " WS-RETURNS-TAKEN.
003750     DISPLAY "DAY9RET - RETURNS REFUSED : " WS-RETURNS-REFUSED.
003760 9000-EXIT.
003770     EXIT.
