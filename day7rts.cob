000100*****************************************************************
000110* EXERCISE 7 SUPPLIER RETURNS: RETURN TO SUPPLIER, DEBIT NOTES
000120* SENDS DAMAGED OR WRONG GOODS BACK TO THE SUPPLIER AGAINST THE
000130* PO THEY ARRIVED ON. THE OPERATOR KEYS THE FOURNISSEUR-CODE,
000140* THE PO-NUMERO, THE PRODUCT, THE QUANTITY GOING BACK, THE LOT
000150* IT CAME FROM AND A REASON CODE, AND SAYS WHETHER THE SUPPLIER
000160* WILL SEND A REPLACEMENT. THE PROGRAM THEN:
000170*   - QUEUES AN ISSUE ("I") MOVEMENT ON PRODRQUE FOR THE LOT,
000180*     THE SAME PATH DAY9FUL USES, SO THE NIGHTLY DAY7 RUN TAKES
000190*     THE STOCK OFF; THE PRODALOC ALLOCATION IS RAISED AT ONCE
000200*     FOR THE QUANTITY (THE DAY9BOR RULE) SO THE ORDER DESK
000210*     CANNOT SELL THE UNITS BEFORE THEY LEAVE, AND DAY7 RELEASES
000220*     IT WHEN IT APPLIES THE ISSUE;
000230*   - TAKES THE QUANTITY OFF PO-QTE-RECUE ON POFILE. WHEN A
000240*     REPLACEMENT IS EXPECTED THE PO REOPENS SO DAY7GRN MATCHES
000250*     THE REPLACEMENT DELIVERY; OTHERWISE THE ORDERED QUANTITY
000260*     COMES DOWN WITH IT AND THE PO KEEPS ITS STATUS;
000270*   - PRINTS A NUMBERED DEBIT NOTE ON DEBNOTE VALUED AT
000280*     PO-PRIX-ACHAT (NUMBERS FROM THE DBNSEQ CONTROL FILE, THE
000290*     SAME ONE-RECORD SHAPE AS POSEQ);
000300*   - WRITES A TYPE "T" ENTRY TO SUPPDLV SO THE DAY7DLV SCORING
000310*     COUNTS THE RETURN AGAINST THE SUPPLIER'S QUALITY.
000320* THE HAND-KEYED "A" ADJUSTMENT WITH NO LINK TO THE PO STOPS.
000330* SIGN-ON IS THE SHARED DAYSEC SUBPROGRAM: A RETURN NEEDS THE
000340* ADD RIGHT IN THIS PROGRAM; EACH ONE IS LOGGED TO SECLOG.
000350*****************************************************************
000360* MODIFICATION HISTORY
000370*  10/15/2026  JPH  ORIGINAL VERSION.
000380*  10/15/2026  JPH  A RETURN OVER 99999 IS REFUSED BEFORE ANY
000390*                   UPDATE - PT-QTE-EN-MAIN ON PRODRQUE HOLDS FIVE
000400*                   DIGITS, SO THE ISSUE WAS TRUNCATED WHILE
000410*                   POFILE, PRODALOC AND THE DEBIT NOTE TOOK THE
000420*                   FULL QUANTITY. WS-AUTH-LEVEL, NEVER READ, IS
000430*                   DROPPED.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. day7rts.
000470 AUTHOR. jphNovitz.
000480 DATE-WRITTEN. 2026/10/15.
000490 DATE-COMPILED.

000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT POFILE ASSIGN TO "POFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PO-Numero
000570         FILE STATUS IS WS-POFILE-STATUS.

000580     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS Fournisseur-Code
000620         FILE STATUS IS WS-SUPPMAST-STATUS.

000630     SELECT PRODALOC ASSIGN TO "PRODALOC"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ALOC-Code-produit
000670         FILE STATUS IS WS-PRODALOC-STATUS.

000680     SELECT PRODRQUE ASSIGN TO "PRODRQUE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRODRQUE-STATUS.

000710     SELECT SUPPDLV ASSIGN TO "SUPPDLV"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SUPPDLV-STATUS.

000740     SELECT DEBNOTE ASSIGN TO "DEBNOTE"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-DEBNOTE-STATUS.

000770     SELECT DBNSEQ ASSIGN TO "DBNSEQ"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DBNSEQ-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  POFILE
000830     RECORDING MODE IS F.
000840     COPY POREC.

000850 FD  SUPPMAST
000860     RECORDING MODE IS F.
000870     COPY SUPPREC.

000880 FD  PRODALOC
000890     RECORDING MODE IS F.
000900     COPY PRODALOC.

000910 FD  PRODRQUE
000920     RECORDING MODE IS F.
000930     COPY PRODTRAN.

000940 FD  SUPPDLV
000950     RECORDING MODE IS F.
000960     COPY SUPPDLV.

000970 FD  DEBNOTE
000980     RECORDING MODE IS F.
000990 01  DEBNOTE-LINE             PIC X(80).

001000 FD  DBNSEQ
001010     RECORDING MODE IS F.
001020 01  DBNSEQ-REC.
001030     05  SEQ-Next-Debit       PIC 9(06).

001040 WORKING-STORAGE SECTION.
001050 01  WS-POFILE-STATUS         PIC X(02).
001060     88  WS-POFILE-OK              VALUE "00".

001070 01  WS-SUPPMAST-STATUS       PIC X(02).
001080     88  WS-SUPPMAST-OK            VALUE "00".

001090 01  WS-PRODALOC-STATUS       PIC X(02).
001100     88  WS-PRODALOC-OK            VALUE "00".

001110 01  WS-PRODRQUE-STATUS       PIC X(02).
001120     88  WS-PRODRQUE-OK            VALUE "00".

001130 01  WS-SUPPDLV-STATUS        PIC X(02).
001140     88  WS-SUPPDLV-OK             VALUE "00".
001150     88  WS-SUPPDLV-MISSING        VALUE "35".

001160 01  WS-DEBNOTE-STATUS        PIC X(02).
001170     88  WS-DEBNOTE-OK             VALUE "00".
001180     88  WS-DEBNOTE-MISSING        VALUE "35".

001190 01  WS-DBNSEQ-STATUS         PIC X(02).
001200     88  WS-DBNSEQ-OK              VALUE "00".

001210 01  WS-SIGNON-FIELDS.
001220     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
001230         88  WS-SIGNED-ON            VALUE "Y".

001240     COPY SIGNLINK.

001250     COPY SECLINK.

001260 01  WS-SWITCHES.
001270     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001280         88  WS-ALL-DONE             VALUE "Y".
001290     05  WS-POFILE-OPEN-SW    PIC X(01)  VALUE "N".
001300         88  WS-POFILE-WAS-OPENED    VALUE "Y".
001310     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
001320         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
001330     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
001340         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
001350     05  WS-PRODRQUE-OPEN-SW  PIC X(01)  VALUE "N".
001360         88  WS-PRODRQUE-WAS-OPENED  VALUE "Y".
001370     05  WS-SUPPDLV-OPEN-SW   PIC X(01)  VALUE "N".
001380         88  WS-SUPPDLV-WAS-OPENED   VALUE "Y".
001390     05  WS-DEBNOTE-OPEN-SW   PIC X(01)  VALUE "N".
001400         88  WS-DEBNOTE-WAS-OPENED   VALUE "Y".
001410     05  WS-ALOC-FOUND-SW     PIC X(01)  VALUE "N".
001420         88  WS-ALOC-WAS-FOUND       VALUE "Y".

001430 01  WS-MENU-CHOICE           PIC X(01).
001440     88  WS-CHOICE-RETURN          VALUE "R" "r".
001450     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001460 01  WS-COUNTERS.
001470     05  WS-RETURNS-TAKEN     PIC 9(05) COMP  VALUE ZERO.
001480     05  WS-RETURNS-REFUSED   PIC 9(05) COMP  VALUE ZERO.
001490     05  WS-POS-REOPENED      PIC 9(05) COMP  VALUE ZERO.

001500 01  WS-RUN-DATE              PIC 9(08).
001510 01  WS-OPERATOR-ID           PIC X(08).
001520 01  WS-CONFIRM               PIC X(01)  VALUE SPACE.
001530 01  WS-NEXT-DEBIT            PIC 9(06)  VALUE 1.
001540 01  WS-OLD-STATUT            PIC X(01).

001550 01  WS-RETURN-FIELDS.
001560     05  WS-RT-FOURNISSEUR    PIC X(05).
001570     05  WS-RT-PO-X           PIC X(06).
001580     05  WS-RT-PO REDEFINES WS-RT-PO-X
001590                              PIC 9(06).
001600     05  WS-RT-CODE           PIC X(03).
001610     05  WS-RT-QTE-X          PIC X(06).
001620     05  WS-RT-QTE REDEFINES WS-RT-QTE-X
001630                              PIC 9(06).
001640     05  WS-RT-LOT            PIC X(10).
001650     05  WS-RT-MOTIF          PIC X(03).
001660     05  WS-RT-REMPLACE       PIC X(01).
001670         88  WS-RT-REPLACEMENT       VALUE "Y" "y".
001680         88  WS-RT-NO-REPLACEMENT    VALUE "N" "n".
001690     05  WS-RT-MONTANT        PIC S9(11)V99 COMP-3.

001700 01  WS-QTE-ED                PIC -ZZZZZ9.
001710 01  WS-MONTANT-ED            PIC -(10)9.99.

001720*****************************************************************
001730* THE DEBIT NOTE AS PRINTED ON DEBNOTE, ONE NOTE PER RETURN.
001740*****************************************************************
001750 01  WS-DN-TITLE.
001760     05  FILLER               PIC X(40) VALUE
001770         "NOTE DE DEBIT FOURNISSEUR               ".
001780     05  FILLER               PIC X(05) VALUE "No : ".
001790     05  WN-NUMERO            PIC 9(06).
001800     05  FILLER               PIC X(10) VALUE "   DATE : ".
001810     05  WN-DATE              PIC 9(08).

001820 01  WS-DN-SUPPLIER.
001830     05  FILLER               PIC X(16) VALUE
001840         "FOURNISSEUR   : ".
001850     05  WN-FOURNISSEUR       PIC X(05).
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  WN-NOM               PIC X(25).

001880 01  WS-DN-ADDRESS.
001890     05  FILLER               PIC X(23) VALUE SPACES.
001900     05  WN-ADRESSE           PIC X(30).

001910 01  WS-DN-PO.
001920     05  FILLER               PIC X(16) VALUE
001930         "BON COMMANDE  : ".
001940     05  WN-PO                PIC 9(06).
001950     05  FILLER               PIC X(05) VALUE " DU ".
001960     05  WN-PO-DATE           PIC 9(08).

001970 01  WS-DN-PRODUCT.
001980     05  FILLER               PIC X(16) VALUE
001990         "PRODUIT       : ".
002000     05  WN-CODE              PIC X(03).
002010     05  FILLER               PIC X(09) VALUE "   LOT : ".
002020     05  WN-LOT               PIC X(10).
002030     05  FILLER               PIC X(11) VALUE "   MOTIF : ".
002040     05  WN-MOTIF             PIC X(03).

002050 01  WS-DN-QUANTITY.
002060     05  FILLER               PIC X(16) VALUE
002070         "QTE RETOURNEE : ".
002080     05  WN-QTE               PIC ZZZ,ZZ9.
002090     05  FILLER               PIC X(16) VALUE
002100         "   PRIX ACHAT : ".
002110     05  WN-PRIX              PIC -ZZZ,ZZ9.99.

002120 01  WS-DN-AMOUNT.
002130     05  FILLER               PIC X(16) VALUE
002140         "MONTANT DEBITE: ".
002150     05  WN-MONTANT           PIC -(10)9.99.

002160 01  WS-DN-REPLACEMENT.
002170     05  FILLER               PIC X(24) VALUE
002180         "REMPLACEMENT ATTENDU : ".
002190     05  WN-REMPLACE          PIC X(03).

002200 PROCEDURE DIVISION.

002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002240         UNTIL WS-ALL-DONE.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002260     STOP RUN.

002270 1000-INITIALIZE.
002280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002290     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002300     IF NOT WS-SIGNED-ON
002310         SET WS-ALL-DONE TO TRUE
002320         GO TO 1000-EXIT
002330     END-IF.

002340     OPEN I-O POFILE.
002350     IF NOT WS-POFILE-OK
002360         DISPLAY "DAY7RTS - UNABLE TO OPEN POFILE, STATUS "
002370             WS-POFILE-STATUS
002380         SET WS-ALL-DONE TO TRUE
002390         GO TO 1000-EXIT
002400     END-IF.
002410     MOVE "Y" TO WS-POFILE-OPEN-SW.

002420     OPEN INPUT SUPPMAST.
002430     IF NOT WS-SUPPMAST-OK
002440         DISPLAY "DAY7RTS - UNABLE TO OPEN SUPPMAST, STATUS "
002450             WS-SUPPMAST-STATUS
002460         SET WS-ALL-DONE TO TRUE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     MOVE "Y" TO WS-SUPPMAST-OPEN-SW.

002500     OPEN EXTEND PRODRQUE.
002510     IF NOT WS-PRODRQUE-OK
002520         DISPLAY "DAY7RTS - UNABLE TO OPEN PRODRQUE, STATUS "
002530             WS-PRODRQUE-STATUS
002540         SET WS-ALL-DONE TO TRUE
002550         GO TO 1000-EXIT
002560     END-IF.
002570     MOVE "Y" TO WS-PRODRQUE-OPEN-SW.

002580     OPEN EXTEND DEBNOTE.
002590     IF WS-DEBNOTE-MISSING
002600         OPEN OUTPUT DEBNOTE
002610     END-IF.
002620     IF NOT WS-DEBNOTE-OK
002630         DISPLAY "DAY7RTS - UNABLE TO OPEN DEBNOTE, STATUS "
002640             WS-DEBNOTE-STATUS
002650         SET WS-ALL-DONE TO TRUE
002660         GO TO 1000-EXIT
002670     END-IF.
002680     MOVE "Y" TO WS-DEBNOTE-OPEN-SW.

002690     OPEN I-O PRODALOC.
002700     IF NOT WS-PRODALOC-OK
002710         DISPLAY "DAY7RTS - UNABLE TO OPEN PRODALOC, STATUS "
002720             WS-PRODALOC-STATUS " - ALLOCATIONS NOT RAISED"
002730     ELSE
002740         MOVE "Y" TO WS-PRODALOC-OPEN-SW
002750     END-IF.

002760     OPEN EXTEND SUPPDLV.
002770     IF WS-SUPPDLV-MISSING
002780         OPEN OUTPUT SUPPDLV
002790     END-IF.
002800     IF NOT WS-SUPPDLV-OK
002810         DISPLAY "DAY7RTS - UNABLE TO OPEN SUPPDLV, STATUS "
002820             WS-SUPPDLV-STATUS " - RETURNS NOT SCORED"
002830     ELSE
002840         MOVE "Y" TO WS-SUPPDLV-OPEN-SW
002850     END-IF.

002860     PERFORM 1200-READ-DEBIT-SEQ THRU 1200-EXIT.
002870 1000-EXIT.
002880     EXIT.

002890 1100-SIGN-ON.
002900     MOVE "DAY7RTS" TO SGN-Program.
002910     CALL "daysec" USING SGN-REQUEST.
002920     IF SGN-SIGNED-ON
002930         MOVE SGN-Operator   TO WS-OPERATOR-ID
002940         MOVE "Y" TO WS-SIGNON-OK-SW
002950     END-IF.
002960 1100-EXIT.
002970     EXIT.

002980 1190-LOG-SECURITY.
002990     MOVE "DAY7RTS" TO SEC-Program.
003000     MOVE WS-OPERATOR-ID TO SEC-Operator.
003010     CALL "dayslog" USING SEC-REQUEST.
003020 1190-EXIT.
003030     EXIT.

003040*****************************************************************
003050* THE NEXT DEBIT-NOTE NUMBER LIVES ON THE ONE-RECORD DBNSEQ
003060* CONTROL FILE. IT IS SAVED AFTER EVERY NOTE, NOT AT END OF
003070* SESSION, SO AN ABANDONED SESSION CANNOT HAND A NUMBER OUT
003080* TWICE.
003090*****************************************************************
003100 1200-READ-DEBIT-SEQ.
003110     OPEN INPUT DBNSEQ.
003120     IF NOT WS-DBNSEQ-OK
003130         DISPLAY "DAY7RTS - NO DBNSEQ CONTROL FILE, NUMBERING "
003140             "STARTS AT 000001"
003150         GO TO 1200-EXIT
003160     END-IF.
003170     READ DBNSEQ
003180         AT END
003190             DISPLAY "DAY7RTS - DBNSEQ IS EMPTY, NUMBERING "
003200                 "STARTS AT 000001"
003210             CLOSE DBNSEQ
003220             GO TO 1200-EXIT
003230     END-READ.
003240     IF SEQ-Next-Debit IS NUMERIC AND SEQ-Next-Debit > ZERO
003250         MOVE SEQ-Next-Debit TO WS-NEXT-DEBIT
003260     END-IF.
003270     CLOSE DBNSEQ.
003280 1200-EXIT.
003290     EXIT.

003300 1250-SAVE-DEBIT-SEQ.
003310     OPEN OUTPUT DBNSEQ.
003320     IF NOT WS-DBNSEQ-OK
003330         DISPLAY "DAY7RTS - UNABLE TO SAVE DBNSEQ, STATUS "
003340             WS-DBNSEQ-STATUS " - NEXT SESSION MAY REUSE NUMBERS"
003350         GO TO 1250-EXIT
003360     END-IF.
003370     MOVE WS-NEXT-DEBIT TO SEQ-Next-Debit.
003380     WRITE DBNSEQ-REC.
003390     CLOSE DBNSEQ.
003400 1250-EXIT.
003410     EXIT.

003420 2000-PROCESS-MENU.
003430     DISPLAY " ".
003440     DISPLAY "-------- RETURN TO SUPPLIER --------".
003450     DISPLAY "  R - RETURN GOODS TO A SUPPLIER".
003460     DISPLAY "  Q - QUIT".
003470     DISPLAY "ENTER YOUR CHOICE : ".
003480     ACCEPT WS-MENU-CHOICE.

003490     EVALUATE TRUE
003500         WHEN WS-CHOICE-RETURN
003510             IF NOT SGN-MAY-ADD
003520                 DISPLAY "DAY7RTS - NOT AUTHORIZED TO RETURN"
003530             ELSE
003540                 PERFORM 3000-TAKE-RETURN THRU 3000-EXIT
003550             END-IF
003560         WHEN WS-CHOICE-QUIT
003570             SET WS-ALL-DONE TO TRUE
003580         WHEN OTHER
003590             DISPLAY "DAY7RTS - INVALID CHOICE, TRY AGAIN"
003600     END-EVALUATE.
003610 2000-EXIT.
003620     EXIT.

003630*****************************************************************
003640* EVERYTHING IS CHECKED BEFORE ANYTHING IS WRITTEN: A KNOWN
003650* SUPPLIER, A PO PLACED WITH THAT SUPPLIER FOR THAT PRODUCT, AND
003660* A QUANTITY NO LARGER THAN WHAT THE PO HAS RECEIVED.
003670*****************************************************************
003680 3000-TAKE-RETURN.
003690     DISPLAY "ENTER FOURNISSEUR-CODE (5 CHARS)     : ".
003700     ACCEPT WS-RT-FOURNISSEUR.
003710     MOVE WS-RT-FOURNISSEUR TO Fournisseur-Code.
003720     READ SUPPMAST
003730         INVALID KEY
003740             DISPLAY "DAY7RTS - SUPPLIER " WS-RT-FOURNISSEUR
003750                 " NOT ON SUPPLIER MASTER"
003760             GO TO 3000-REFUSED
003770     END-READ.
003780     DISPLAY "  FOURNISSEUR : " Fournisseur-Nom.

003790     DISPLAY "ENTER PO-NUMERO (6 DIGITS)           : ".
003800     ACCEPT WS-RT-PO-X.
003810     IF WS-RT-PO-X IS NOT NUMERIC
003820         DISPLAY "DAY7RTS - PO NUMBER MUST BE NUMERIC"
003830         GO TO 3000-REFUSED
003840     END-IF.
003850     MOVE WS-RT-PO TO PO-Numero.
003860     READ POFILE
003870         INVALID KEY
003880             DISPLAY "DAY7RTS - PO " WS-RT-PO-X
003890                 " NOT ON POFILE"
003900             GO TO 3000-REFUSED
003910     END-READ.
003920     IF PO-Fournisseur NOT = WS-RT-FOURNISSEUR
003930         DISPLAY "DAY7RTS - PO " WS-RT-PO-X
003940             " WAS PLACED WITH " PO-Fournisseur
003950         GO TO 3000-REFUSED
003960     END-IF.

003970     DISPLAY "ENTER CODE-PRODUIT (3 CHARS)         : ".
003980     ACCEPT WS-RT-CODE.
003990     IF WS-RT-CODE NOT = PO-Code-produit
004000         DISPLAY "DAY7RTS - PO " WS-RT-PO-X " IS FOR PRODUIT "
004010             PO-Code-produit
004020         GO TO 3000-REFUSED
004030     END-IF.
004040     MOVE PO-Qte-Recue TO WS-QTE-ED.
004050     DISPLAY "  RECEIVED ON THIS PO : " WS-QTE-ED.

004060     DISPLAY "ENTER QUANTITY RETURNED (6 DIGITS)   : ".
004070     ACCEPT WS-RT-QTE-X.
004080     IF WS-RT-QTE-X IS NOT NUMERIC OR WS-RT-QTE = ZERO
004090         DISPLAY "DAY7RTS - QUANTITY MUST BE NUMERIC AND NOT "
004100             "ZERO"
004110         GO TO 3000-REFUSED
004120     END-IF.
004130     IF WS-RT-QTE > 99999
004140         DISPLAY "DAY7RTS - QUANTITY TOO LARGE FOR ONE MOVEMENT"
004150         GO TO 3000-REFUSED
004160     END-IF.
004170     IF WS-RT-QTE > PO-Qte-Recue
004180         DISPLAY "DAY7RTS - ONLY " WS-QTE-ED
004190             " RECEIVED ON THIS PO"
004200         GO TO 3000-REFUSED
004210     END-IF.

004220     DISPLAY "ENTER LOT NUMBER (10, BLANK IF NONE) : ".
004230     ACCEPT WS-RT-LOT.
004240     DISPLAY "ENTER REASON CODE (3 CHARS)          : ".
004250     ACCEPT WS-RT-MOTIF.
004260     IF WS-RT-MOTIF = SPACES
004270         DISPLAY "DAY7RTS - REASON CODE REQUIRED"
004280         GO TO 3000-REFUSED
004290     END-IF.
004300     DISPLAY "REPLACEMENT EXPECTED (Y/N)           : ".
004310     ACCEPT WS-RT-REMPLACE.
004320     IF NOT WS-RT-REPLACEMENT AND NOT WS-RT-NO-REPLACEMENT
004330         DISPLAY "DAY7RTS - ANSWER Y OR N"
004340         GO TO 3000-REFUSED
004350     END-IF.

004360     COMPUTE WS-RT-MONTANT = WS-RT-QTE * PO-Prix-Achat.
004370     MOVE WS-RT-MONTANT TO WS-MONTANT-ED.
004380     DISPLAY "  DEBIT NOTE VALUE : " WS-MONTANT-ED.
004390     DISPLAY "CONFIRM THE RETURN (Y/N)             : ".
004400     ACCEPT WS-CONFIRM.
004410     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
004420         DISPLAY "DAY7RTS - RETURN ABANDONED"
004430         GO TO 3000-REFUSED
004440     END-IF.

004450     PERFORM 4000-UPDATE-PO THRU 4000-EXIT.
004460     IF NOT WS-POFILE-OK
004470         GO TO 3000-REFUSED
004480     END-IF.
004490     PERFORM 4100-QUEUE-ISSUE THRU 4100-EXIT.
004500     PERFORM 4200-RAISE-ALLOCATION THRU 4200-EXIT.
004510     PERFORM 4300-RECORD-QUALITY THRU 4300-EXIT.
004520     PERFORM 5000-PRINT-DEBIT-NOTE THRU 5000-EXIT.

004530     MOVE "ADD" TO SEC-Event.
004540     MOVE SPACES TO SEC-Detail.
004550     STRING WS-RT-FOURNISSEUR " " WS-RT-PO-X " " WS-NEXT-DEBIT
004560         DELIMITED BY SIZE INTO SEC-Detail.
004570     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.

004580     DISPLAY "DAY7RTS - RETURN TAKEN, DEBIT NOTE "
004590         WS-NEXT-DEBIT " PRINTED".
004600     ADD 1 TO WS-RETURNS-TAKEN.
004610     ADD 1 TO WS-NEXT-DEBIT.
004620     PERFORM 1250-SAVE-DEBIT-SEQ THRU 1250-EXIT.
004630     GO TO 3000-EXIT.
004640 3000-REFUSED.
004650     ADD 1 TO WS-RETURNS-REFUSED.
004660 3000-EXIT.
004670     EXIT.

004680*****************************************************************
004690* WITH A REPLACEMENT COMING THE ORDERED QUANTITY STANDS, SO THE
004700* PO DROPS BACK TO "P" (OR "O" IF NOTHING IS LEFT RECEIVED) AND
004710* DAY7GRN MATCHES THE REPLACEMENT AGAINST IT. WITHOUT ONE THE
004720* ORDER IS CUT BY THE SAME QUANTITY AND A CLOSED PO STAYS CLOSED.
004730*****************************************************************
004740 4000-UPDATE-PO.
004750     MOVE PO-Statut TO WS-OLD-STATUT.
004760     SUBTRACT WS-RT-QTE FROM PO-Qte-Recue.
004770     IF WS-RT-NO-REPLACEMENT
004780         SUBTRACT WS-RT-QTE FROM PO-Qte-Commandee
004790     END-IF.
004800     EVALUATE TRUE
004810         WHEN PO-Qte-Recue NOT < PO-Qte-Commandee
004820             MOVE "C" TO PO-Statut
004830         WHEN PO-Qte-Recue = ZERO
004840             MOVE "O" TO PO-Statut
004850         WHEN OTHER
004860             MOVE "P" TO PO-Statut
004870     END-EVALUATE.
004880     REWRITE POREC-REC
004890         INVALID KEY
004900             DISPLAY "DAY7RTS - UNABLE TO REWRITE PO "
004910                 PO-Numero " STATUS " WS-POFILE-STATUS
004920             GO TO 4000-EXIT
004930     END-REWRITE.
004940     IF WS-OLD-STATUT = "C" AND NOT PO-STATUT-CLOSED
004950         ADD 1 TO WS-POS-REOPENED
004960         DISPLAY "DAY7RTS - PO " PO-Numero
004970             " REOPENED FOR THE REPLACEMENT"
004980     END-IF.
004990 4000-EXIT.
005000     EXIT.

005010 4100-QUEUE-ISSUE.
005020     MOVE "I"             TO PT-Trans-Code.
005030     MOVE WS-RT-CODE      TO PT-Code-produit.
005040     MOVE SPACES          TO PT-Libelle.
005050     MOVE ZERO            TO PT-Prix.
005060     MOVE WS-RT-QTE       TO PT-Qte-En-Main.
005070     MOVE ZERO            TO PT-Seuil-Reappro.
005080     MOVE "MAG"           TO PT-Location.
005090     MOVE SPACES          TO PT-Location-To.
005100     MOVE WS-RT-LOT       TO PT-Lot-No.
005110     MOVE ZERO            TO PT-Date-Expiree.
005120     MOVE WS-NEXT-DEBIT   TO PT-Reference.
005130     WRITE PRODTRAN-REC.
005140 4100-EXIT.
005150     EXIT.

005160 4200-RAISE-ALLOCATION.
005170     IF NOT WS-PRODALOC-WAS-OPENED
005180         GO TO 4200-EXIT
005190     END-IF.
005200     MOVE "N" TO WS-ALOC-FOUND-SW.
005210     MOVE WS-RT-CODE TO ALOC-Code-produit.
005220     READ PRODALOC
005230         INVALID KEY
005240             MOVE ZERO TO ALOC-Qte-Allouee
005250         NOT INVALID KEY
005260             SET WS-ALOC-WAS-FOUND TO TRUE
005270     END-READ.
005280     MOVE WS-RT-CODE TO ALOC-Code-produit.
005290     ADD WS-RT-QTE TO ALOC-Qte-Allouee.
005300     IF WS-ALOC-WAS-FOUND
005310         REWRITE PRODALOC-REC
005320             INVALID KEY
005330                 DISPLAY "DAY7RTS - UNABLE TO UPDATE "
005340                     "ALLOCATION FOR " WS-RT-CODE
005350         END-REWRITE
005360     ELSE
005370         WRITE PRODALOC-REC
005380             INVALID KEY
005390                 DISPLAY "DAY7RTS - UNABLE TO WRITE "
005400                     "ALLOCATION FOR " WS-RT-CODE
005410         END-WRITE
005420     END-IF.
005430 4200-EXIT.
005440     EXIT.

005450 4300-RECORD-QUALITY.
005460     IF NOT WS-SUPPDLV-WAS-OPENED
005470         GO TO 4300-EXIT
005480     END-IF.
005490     MOVE PO-Fournisseur   TO SD-Fournisseur.
005500     MOVE PO-Code-produit  TO SD-Code-produit.
005510     MOVE PO-Numero        TO SD-PO-Numero.
005520     MOVE PO-Date-Commande TO SD-Date-Commande.
005530     MOVE WS-RUN-DATE      TO SD-Date-Reception.
005540     MOVE ZERO             TO SD-Delai-Reel.
005550     MOVE "T"              TO SD-Type.
005560     MOVE WS-RT-QTE        TO SD-Qte.
005570     WRITE SUPPDLV-REC.
005580 4300-EXIT.
005590     EXIT.

005600 5000-PRINT-DEBIT-NOTE.
005610     MOVE WS-NEXT-DEBIT     TO WN-NUMERO.
005620     MOVE WS-RUN-DATE       TO WN-DATE.
005630     MOVE WS-DN-TITLE       TO DEBNOTE-LINE.
005640     WRITE DEBNOTE-LINE.
005650     MOVE SPACES TO DEBNOTE-LINE.
005660     WRITE DEBNOTE-LINE.
005670     MOVE WS-RT-FOURNISSEUR TO WN-FOURNISSEUR.
005680     MOVE Fournisseur-Nom   TO WN-NOM.
005690     MOVE WS-DN-SUPPLIER    TO DEBNOTE-LINE.
005700     WRITE DEBNOTE-LINE.
005710     MOVE Fournisseur-Adresse TO WN-ADRESSE.
005720     MOVE WS-DN-ADDRESS     TO DEBNOTE-LINE.
005730     WRITE DEBNOTE-LINE.
005740     MOVE PO-Numero         TO WN-PO.
005750     MOVE PO-Date-Commande  TO WN-PO-DATE.
005760     MOVE WS-DN-PO          TO DEBNOTE-LINE.
005770     WRITE DEBNOTE-LINE.
005780     MOVE WS-RT-CODE        TO WN-CODE.
005790     MOVE WS-RT-LOT         TO WN-LOT.
005800     MOVE WS-RT-MOTIF       TO WN-MOTIF.
005810     MOVE WS-DN-PRODUCT     TO DEBNOTE-LINE.
005820     WRITE DEBNOTE-LINE.
005830     MOVE WS-RT-QTE         TO WN-QTE.
005840     MOVE PO-Prix-Achat     TO WN-PRIX.
005850     MOVE WS-DN-QUANTITY    TO DEBNOTE-LINE.
005860     WRITE DEBNOTE-LINE.
005870     MOVE WS-RT-MONTANT     TO WN-MONTANT.
005880     MOVE WS-DN-AMOUNT      TO DEBNOTE-LINE.
005890     WRITE DEBNOTE-LINE.
005900     IF WS-RT-REPLACEMENT
005910         MOVE "OUI" TO WN-REMPLACE
005920     ELSE
005930         MOVE "NON" TO WN-REMPLACE
005940     END-IF.
005950     MOVE WS-DN-REPLACEMENT TO DEBNOTE-LINE.
005960     WRITE DEBNOTE-LINE.
005970     MOVE ALL "-" TO DEBNOTE-LINE.
005980     WRITE DEBNOTE-LINE.
005990 5000-EXIT.
006000     EXIT.

006010 9000-TERMINATE.
006020     IF WS-POFILE-WAS-OPENED
006030         CLOSE POFILE
006040     END-IF.
006050     IF WS-SUPPMAST-WAS-OPENED
006060         CLOSE SUPPMAST
006070     END-IF.
006080     IF WS-PRODALOC-WAS-OPENED
006090         CLOSE PRODALOC
006100     END-IF.
006110     IF WS-PRODRQUE-WAS-OPENED
006120         CLOSE PRODRQUE
006130     END-IF.
006140     IF WS-SUPPDLV-WAS-OPENED
006150         CLOSE SUPPDLV
006160     END-IF.
006170     IF WS-DEBNOTE-WAS-OPENED
006180         CLOSE DEBNOTE
006190     END-IF.
006200     DISPLAY "DAY7RTS - RETURNS TAKEN   : " WS-RETURNS-TAKEN.
006210     DISPLAY "DAY7RTS - RETURNS REFUSED : " WS-RETURNS-REFUSED.
006220     DISPLAY "DAY7RTS - POS REOPENED    : " WS-POS-REOPENED.
006230 9000-EXIT.
006240     EXIT.
