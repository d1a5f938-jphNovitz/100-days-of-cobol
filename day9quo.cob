000100*****************************************************************
000110* EXERCISE 9 QUOTES: SALES QUOTATION CAPTURE
000120* THE SALES DESK KEYS A QUOTE NUMBER, THE CUSTOMER AND HOW MANY
000130* DAYS THE QUOTE STAYS VALID, THEN THE QUOTE LINES. THE
000140* CUSTOMER IS VALIDATED AGAINST CUSTMAST AND EACH CODE-PRODUIT
000150* AGAINST PRODMAST AS DAY9ORD DOES, AND EACH LINE'S PRICE IS
000160* RESOLVED AS DAY9ORD'S 3400-RESOLVE-PRICE AND 3420-APPLY-BREAKS
000170* RESOLVE IT - THE LOWEST OF LIST, CONTRPRC CONTRACT AND ANY
000180* PRCBREAK TIER OR PROMOTION - BEFORE IT IS FROZEN ON THE LINE
000190* WITH THE RULE THAT WON, THE LIST PRICE, THE TAX RATE AND THE
000200* CURRENCY. NOTHING IS ALLOCATED: A QUOTE
000210* PROMISES A PRICE, NOT STOCK. EACH LINE IS WRITTEN TO QUOTFILE
000220* (SEE QUOTREC.CPY) AT STATUS "O" UNTIL DAY9ORD CONVERTS IT.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY9ORD.
000260*  10/15/2026  JPH  PRICES NOW RESOLVE EXACTLY AS DAY9ORD'S DO:
000270*                   THE LOWER OF LIST AND CONTRACT, THEN ANY
000280*                   PRCBREAK QUANTITY TIER OR PROMOTION THE LINE
000290*                   QUALIFIES FOR. THE WINNING RULE AND THE LIST
000300*                   PRICE ARE FROZEN ON THE QUOTE LINE WITH THE
000310*                   PRICE.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. day9quo.
000350 AUTHOR. jphNovitz.
000360 DATE-WRITTEN. 2026/10/15.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PRODMAST ASSIGN TO "PRODMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS Code-produit
000450         FILE STATUS IS WS-PRODMAST-STATUS.

000460     SELECT QUOTFILE ASSIGN TO "QUOTFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS QT-Key
000500         FILE STATUS IS WS-QUOTFILE-STATUS.

000510     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS Client-Code
000550         FILE STATUS IS WS-CUSTMAST-STATUS.

000560     SELECT CONTRPRC ASSIGN TO "CONTRPRC"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CONTRPRC-STATUS.

000590     SELECT PRCBREAK ASSIGN TO "PRCBREAK"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRCBREAK-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PRODMAST
000650     RECORDING MODE IS F.
000660     COPY PRODREC.

000670 FD  QUOTFILE
000680     RECORDING MODE IS F.
000690     COPY QUOTREC.

000700 FD  CUSTMAST
000710     RECORDING MODE IS F.
000720     COPY CUSTREC.

000730 FD  CONTRPRC
000740     RECORDING MODE IS F.
000750     COPY CTRPRC.

000760 FD  PRCBREAK
000770     RECORDING MODE IS F.
000780     COPY PRCBRK.

000790 WORKING-STORAGE SECTION.
000800 01  WS-PRODMAST-STATUS       PIC X(02).
000810     88  WS-PRODMAST-OK             VALUE "00".

000820 01  WS-QUOTFILE-STATUS       PIC X(02).
000830     88  WS-QUOTFILE-OK             VALUE "00".
000840     88  WS-QUOTFILE-MISSING        VALUE "35".

000850 01  WS-CUSTMAST-STATUS       PIC X(02).
000860     88  WS-CUSTMAST-OK             VALUE "00".

000870 01  WS-CONTRPRC-STATUS       PIC X(02).
000880     88  WS-CONTRPRC-OK             VALUE "00".

000890 01  WS-PRCBREAK-STATUS       PIC X(02).
000900     88  WS-PRCBREAK-OK             VALUE "00".

000910 01  WS-SWITCHES.
000920     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000930         88  WS-ALL-DONE             VALUE "Y".
000940     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000950         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
000960     05  WS-QUOTFILE-OPEN-SW  PIC X(01)  VALUE "N".
000970         88  WS-QUOTFILE-WAS-OPENED  VALUE "Y".
000980     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
000990         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".

001000 01  WS-COUNTERS.
001010     05  WS-QUOTES-TAKEN      PIC 9(05) COMP  VALUE ZERO.
001020     05  WS-LINES-WRITTEN     PIC 9(05) COMP  VALUE ZERO.
001030     05  WS-LINES-REFUSED     PIC 9(05) COMP  VALUE ZERO.

001040 01  WS-RUN-DATE              PIC 9(08).
001050 01  WS-QUOTE-NUMERO          PIC X(06).
001060 01  WS-QUOTE-CLIENT-CODE     PIC X(05).
001070 01  WS-QUOTE-CLIENT          PIC X(20).
001080 01  WS-QUOTE-EXPIRATION      PIC 9(08).
001090 01  WS-QUOTE-DEVISE          PIC X(03)  VALUE SPACES.
001100 01  WS-VALIDITE-X            PIC X(03).
001110 01  WS-VALIDITE REDEFINES WS-VALIDITE-X
001120                              PIC 9(03).
001130 01  WS-LINE-CODE             PIC X(03).
001140 01  WS-LINE-QTE-X            PIC X(05).
001150 01  WS-LINE-QTE REDEFINES WS-LINE-QTE-X
001160                              PIC 9(05).
001170 01  WS-PRIX-ED               PIC -ZZZ,ZZ9.99.
001180 01  WS-NEXT-LIGNE            PIC 9(03)  VALUE 1.
001190 01  WS-QT-EOF-SW             PIC X(01)  VALUE "N".
001200     88  WS-QT-EOF-REACHED        VALUE "Y".
001210 01  WS-LINE-PRIX             PIC S9(06)V99 COMP-3  VALUE ZERO.
001220 01  WS-CONTRACT-SW           PIC X(01)  VALUE "N".
001230     88  WS-CONTRACT-PRICED       VALUE "Y".
001240 01  WS-LINE-PRIX-LISTE       PIC S9(06)V99 COMP-3  VALUE ZERO.
001250 01  WS-LINE-REGLE            PIC X(01)  VALUE "L".
001260 01  WS-BRK-PRIX              PIC S9(06)V99 COMP-3  VALUE ZERO.

001270*****************************************************************
001280* EXPIRY DATE WORK AREA - THE RUN DATE MOVED FORWARD THE NUMBER
001290* OF CALENDAR DAYS THE QUOTE STAYS VALID.
001300*****************************************************************
001310 01  WS-DT                    PIC 9(08).
001320 01  WS-DT-GROUP REDEFINES WS-DT.
001330     05  WS-DT-YEAR           PIC 9(04).
001340     05  WS-DT-MONTH          PIC 9(02).
001350     05  WS-DT-DAY            PIC 9(02).
001360 01  WS-DT-I                  PIC 9(03) COMP  VALUE ZERO.
001370 01  WS-DT-MONTH-LEN          PIC 9(02)  VALUE ZERO.
001380 01  WS-DT-QUOTIENT           PIC 9(04) COMP  VALUE ZERO.
001390 01  WS-DT-REM-4              PIC 9(04) COMP  VALUE ZERO.
001400 01  WS-DT-REM-100            PIC 9(04) COMP  VALUE ZERO.
001410 01  WS-DT-REM-400            PIC 9(04) COMP  VALUE ZERO.
001420 01  WS-MONTH-LENGTHS         PIC X(24)
001430                              VALUE "312831303130313130313031".
001440 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001450     05  WS-MONTH-LEN         PIC 9(02) OCCURS 12 TIMES.

001460*****************************************************************
001470* ACTIVE CONTRACT PRICES, LOADED FROM CONTRPRC AT START EXACTLY
001480* AS DAY9ORD LOADS THEM.
001490*****************************************************************
001500 01  WS-CONTRACT-TABLE.
001510     05  WS-CTR-COUNT         PIC 9(03) COMP  VALUE ZERO.
001520     05  WS-CTR-ENTRY OCCURS 200 TIMES.
001530         10  WS-CTR-CLIENT    PIC X(05).
001540         10  WS-CTR-CODE      PIC X(03).
001550         10  WS-CTR-TYPE      PIC X(01).
001560         10  WS-CTR-VALEUR    PIC S9(06)V99 COMP-3.
001570         10  WS-CTR-DEBUT     PIC 9(08).
001580         10  WS-CTR-FIN       PIC 9(08).
001590 01  WS-CTR-I                 PIC 9(03) COMP  VALUE ZERO.

001600*****************************************************************
001610* QUANTITY BREAKS AND PROMOTIONS, LOADED FROM PRCBREAK AT START
001620* EXACTLY AS DAY9ORD LOADS THEM.
001630*****************************************************************
001640 01  WS-BREAK-TABLE.
001650     05  WS-BRK-COUNT         PIC 9(03) COMP  VALUE ZERO.
001660     05  WS-BRK-ENTRY OCCURS 300 TIMES.
001670         10  WS-BRK-CODE      PIC X(03).
001680         10  WS-BRK-QTE-MIN   PIC 9(05).
001690         10  WS-BRK-TYPE      PIC X(01).
001700         10  WS-BRK-VALEUR    PIC S9(06)V99 COMP-3.
001710         10  WS-BRK-DEBUT     PIC 9(08).
001720         10  WS-BRK-FIN       PIC 9(08).
001730 01  WS-BRK-I                 PIC 9(03) COMP  VALUE ZERO.

001740 PROCEDURE DIVISION.

001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-CAPTURE-QUOTE THRU 2000-EXIT
001780         UNTIL WS-ALL-DONE.
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001800     STOP RUN.

001810 1000-INITIALIZE.
001820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001830     OPEN INPUT PRODMAST.
001840     IF NOT WS-PRODMAST-OK
001850         DISPLAY "DAY9QUO - UNABLE TO OPEN PRODMAST, STATUS "
001860             WS-PRODMAST-STATUS
001870         SET WS-ALL-DONE TO TRUE
001880         GO TO 1000-EXIT
001890     END-IF.
001900     SET WS-PRODMAST-WAS-OPENED TO TRUE.

001910     OPEN I-O QUOTFILE.
001920     IF WS-QUOTFILE-MISSING
001930         OPEN OUTPUT QUOTFILE
001940         CLOSE QUOTFILE
001950         OPEN I-O QUOTFILE
001960     END-IF.
001970     IF NOT WS-QUOTFILE-OK
001980         DISPLAY "DAY9QUO - UNABLE TO OPEN QUOTFILE, STATUS "
001990             WS-QUOTFILE-STATUS
002000         SET WS-ALL-DONE TO TRUE
002010         GO TO 1000-EXIT
002020     END-IF.
002030     SET WS-QUOTFILE-WAS-OPENED TO TRUE.

002040     OPEN INPUT CUSTMAST.
002050     IF NOT WS-CUSTMAST-OK
002060         DISPLAY "DAY9QUO - UNABLE TO OPEN CUSTMAST, STATUS "
002070             WS-CUSTMAST-STATUS " - CAPTURE REFUSED"
002080         SET WS-ALL-DONE TO TRUE
002090         GO TO 1000-EXIT
002100     END-IF.
002110     SET WS-CUSTMAST-WAS-OPENED TO TRUE.

002120     PERFORM 1100-LOAD-CONTRACTS THRU 1100-EXIT.
002130     PERFORM 1120-LOAD-BREAKS THRU 1120-EXIT.
002140 1000-EXIT.
002150     EXIT.

002160 1100-LOAD-CONTRACTS.
002170     OPEN INPUT CONTRPRC.
002180     IF NOT WS-CONTRPRC-OK
002190         DISPLAY "DAY9QUO - NO CONTRACT PRICE FILE, LIST "
002200             "PRICES APPLY"
002210         GO TO 1100-EXIT
002220     END-IF.
002230     PERFORM 1110-LOAD-ONE-CONTRACT THRU 1110-EXIT
002240         UNTIL WS-CONTRPRC-STATUS = "10".
002250     CLOSE CONTRPRC.
002260 1100-EXIT.
002270     EXIT.

002280 1110-LOAD-ONE-CONTRACT.
002290     READ CONTRPRC
002300         AT END
002310             MOVE "10" TO WS-CONTRPRC-STATUS
002320             GO TO 1110-EXIT
002330     END-READ.
002340     IF WS-CTR-COUNT < 200
002350         ADD 1 TO WS-CTR-COUNT
002360         MOVE CTR-Client-Code  TO WS-CTR-CLIENT(WS-CTR-COUNT)
002370         MOVE CTR-Code-produit TO WS-CTR-CODE(WS-CTR-COUNT)
002380         MOVE CTR-Type         TO WS-CTR-TYPE(WS-CTR-COUNT)
002390         MOVE CTR-Valeur       TO WS-CTR-VALEUR(WS-CTR-COUNT)
002400         MOVE CTR-Date-Debut   TO WS-CTR-DEBUT(WS-CTR-COUNT)
002410         MOVE CTR-Date-Fin     TO WS-CTR-FIN(WS-CTR-COUNT)
002420     ELSE
002430         DISPLAY "DAY9QUO - CONTRACT TABLE FULL (200), "
002440             CTR-Client-Code " " CTR-Code-produit
002450             " NOT LOADED"
002460     END-IF.
002470 1110-EXIT.
002480     EXIT.

002490 1120-LOAD-BREAKS.
002500     OPEN INPUT PRCBREAK.
002510     IF NOT WS-PRCBREAK-OK
002520         DISPLAY "DAY9QUO - NO PRICE BREAK FILE, NO QUANTITY "
002530             "BREAKS OR PROMOTIONS"
002540         GO TO 1120-EXIT
002550     END-IF.
002560     PERFORM 1130-LOAD-ONE-BREAK THRU 1130-EXIT
002570         UNTIL WS-PRCBREAK-STATUS = "10".
002580     CLOSE PRCBREAK.
002590 1120-EXIT.
002600     EXIT.

002610 1130-LOAD-ONE-BREAK.
002620     READ PRCBREAK
002630         AT END
002640             MOVE "10" TO WS-PRCBREAK-STATUS
002650             GO TO 1130-EXIT
002660     END-READ.
002670     IF WS-BRK-COUNT < 300
002680         ADD 1 TO WS-BRK-COUNT
002690         MOVE BRK-Code-produit TO WS-BRK-CODE(WS-BRK-COUNT)
002700         MOVE BRK-Qte-Min      TO WS-BRK-QTE-MIN(WS-BRK-COUNT)
002710         MOVE BRK-Type         TO WS-BRK-TYPE(WS-BRK-COUNT)
002720         MOVE BRK-Valeur       TO WS-BRK-VALEUR(WS-BRK-COUNT)
002730         MOVE BRK-Date-Debut   TO WS-BRK-DEBUT(WS-BRK-COUNT)
002740         MOVE BRK-Date-Fin     TO WS-BRK-FIN(WS-BRK-COUNT)
002750     ELSE
002760         DISPLAY "DAY9QUO - PRICE BREAK TABLE FULL (300), "
002770             BRK-Code-produit " FROM " BRK-Qte-Min
002780             " NOT LOADED"
002790     END-IF.
002800 1130-EXIT.
002810     EXIT.

002820 2000-CAPTURE-QUOTE.
002830     DISPLAY " ".
002840     DISPLAY "ENTER QUOTE NUMBER (6 CHARS, SPACES TO QUIT) : ".
002850     ACCEPT WS-QUOTE-NUMERO.
002860     IF WS-QUOTE-NUMERO = SPACES
002870         SET WS-ALL-DONE TO TRUE
002880         GO TO 2000-EXIT
002890     END-IF.
002900     PERFORM 2500-FIND-NEXT-LIGNE THRU 2500-EXIT.
002910     IF WS-NEXT-LIGNE > 1
002920         DISPLAY "DAY9QUO - QUOTE " WS-QUOTE-NUMERO
002930             " ALREADY EXISTS, USE A NEW NUMBER"
002940         GO TO 2000-EXIT
002950     END-IF.
002960     DISPLAY "ENTER CLIENT-CODE (5 CHARS)                  : ".
002970     ACCEPT WS-QUOTE-CLIENT-CODE.
002980     MOVE WS-QUOTE-CLIENT-CODE TO Client-Code.
002990     READ CUSTMAST
003000         INVALID KEY
003010             DISPLAY "DAY9QUO - CLIENT " WS-QUOTE-CLIENT-CODE
003020                 " NOT ON CUSTOMER MASTER, QUOTE REFUSED"
003030             GO TO 2000-EXIT
003040     END-READ.
003050     IF NOT CLIENT-ACTIF AND NOT CLIENT-EN-DEMEURE
003060         DISPLAY "DAY9QUO - CLIENT " WS-QUOTE-CLIENT-CODE
003070             " IS NOT ACTIVE, QUOTE REFUSED"
003080         GO TO 2000-EXIT
003090     END-IF.
003100     IF CLIENT-EN-DEMEURE
003110         DISPLAY "DAY9QUO - WARNING: CLIENT " WS-QUOTE-CLIENT-CODE
003120             " HAS HAD A FINAL PAYMENT NOTICE"
003130     END-IF.
003140     MOVE Client-Nom TO WS-QUOTE-CLIENT.
003150     DISPLAY "  CLIENT : " Client-Nom.

003160     DISPLAY "ENTER DAYS VALID (3 DIGITS, BLANK = 30)      : ".
003170     ACCEPT WS-VALIDITE-X.
003180     IF WS-VALIDITE-X = SPACES
003190         MOVE 30 TO WS-VALIDITE
003200     END-IF.
003210     IF WS-VALIDITE-X IS NOT NUMERIC
003220         DISPLAY "DAY9QUO - DAYS VALID MUST BE NUMERIC, QUOTE "
003230             "REFUSED"
003240         GO TO 2000-EXIT
003250     END-IF.
003260     MOVE WS-RUN-DATE TO WS-DT.
003270     PERFORM 2600-ADD-ONE-DAY THRU 2600-EXIT
003280         VARYING WS-DT-I FROM 1 BY 1
003290         UNTIL WS-DT-I > WS-VALIDITE.
003300     MOVE WS-DT TO WS-QUOTE-EXPIRATION.
003310     DISPLAY "  QUOTE VALID UNTIL " WS-QUOTE-EXPIRATION.

003320     MOVE SPACES TO WS-QUOTE-DEVISE.
003330     MOVE HIGH-VALUES TO WS-LINE-CODE.
003340     PERFORM 3000-CAPTURE-ONE-LINE THRU 3000-EXIT
003350         UNTIL WS-LINE-CODE = SPACES.
003360     IF WS-NEXT-LIGNE > 1
003370         ADD 1 TO WS-QUOTES-TAKEN
003380     END-IF.
003390 2000-EXIT.
003400     EXIT.

003410 2500-FIND-NEXT-LIGNE.
003420     MOVE 1 TO WS-NEXT-LIGNE.
003430     MOVE "N" TO WS-QT-EOF-SW.
003440     MOVE WS-QUOTE-NUMERO TO QT-Numero.
003450     MOVE ZERO TO QT-Ligne.
003460     START QUOTFILE KEY IS NOT < QT-Key
003470         INVALID KEY
003480             MOVE "Y" TO WS-QT-EOF-SW
003490     END-START.
003500     PERFORM 2510-SCAN-ONE-LINE THRU 2510-EXIT
003510         UNTIL WS-QT-EOF-REACHED.
003520 2500-EXIT.
003530     EXIT.

003540 2510-SCAN-ONE-LINE.
003550     READ QUOTFILE NEXT RECORD
003560         AT END
003570             MOVE "Y" TO WS-QT-EOF-SW
003580             GO TO 2510-EXIT
003590     END-READ.
003600     IF QT-Numero NOT = WS-QUOTE-NUMERO
003610         MOVE "Y" TO WS-QT-EOF-SW
003620         GO TO 2510-EXIT
003630     END-IF.
003640     COMPUTE WS-NEXT-LIGNE = QT-Ligne + 1.
003650 2510-EXIT.
003660     EXIT.

003670 2600-ADD-ONE-DAY.
003680     PERFORM 2610-MONTH-LENGTH THRU 2610-EXIT.
003690     IF WS-DT-DAY < WS-DT-MONTH-LEN
003700         ADD 1 TO WS-DT-DAY
003710         GO TO 2600-EXIT
003720     END-IF.
003730     MOVE 1 TO WS-DT-DAY.
003740     IF WS-DT-MONTH < 12
003750         ADD 1 TO WS-DT-MONTH
003760     ELSE
003770         MOVE 1 TO WS-DT-MONTH
003780         ADD 1 TO WS-DT-YEAR
003790     END-IF.
003800 2600-EXIT.
003810     EXIT.

003820 2610-MONTH-LENGTH.
003830     MOVE WS-MONTH-LEN(WS-DT-MONTH) TO WS-DT-MONTH-LEN.
003840     IF WS-DT-MONTH NOT = 2
003850         GO TO 2610-EXIT
003860     END-IF.
003870     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOTIENT
003880         REMAINDER WS-DT-REM-4.
003890     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOTIENT
003900         REMAINDER WS-DT-REM-100.
003910     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOTIENT
003920         REMAINDER WS-DT-REM-400.
003930     IF WS-DT-REM-4 = ZERO
003940         AND (WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO)
003950         MOVE 29 TO WS-DT-MONTH-LEN
003960     END-IF.
003970 2610-EXIT.
003980     EXIT.

003990 3000-CAPTURE-ONE-LINE.
004000     DISPLAY "ENTER CODE-PRODUIT (SPACES ENDS THE QUOTE)   : ".
004010     ACCEPT WS-LINE-CODE.
004020     IF WS-LINE-CODE = SPACES
004030         GO TO 3000-EXIT
004040     END-IF.

004050     MOVE WS-LINE-CODE TO Code-produit.
004060     READ PRODMAST
004070         INVALID KEY
004080             DISPLAY "DAY9QUO - PRODUIT " WS-LINE-CODE
004090                 " NOT ON MASTER, LINE REFUSED"
004100             ADD 1 TO WS-LINES-REFUSED
004110             GO TO 3000-EXIT
004120     END-READ.

004130     IF WS-QUOTE-DEVISE NOT = SPACES
004140         AND Code-Devise NOT = WS-QUOTE-DEVISE
004150         DISPLAY "DAY9QUO - PRODUIT " WS-LINE-CODE " IS IN "
004160             Code-Devise " BUT THIS QUOTE IS IN "
004170             WS-QUOTE-DEVISE ", LINE REFUSED"
004180         ADD 1 TO WS-LINES-REFUSED
004190         GO TO 3000-EXIT
004200     END-IF.

004210     PERFORM 3400-RESOLVE-PRICE THRU 3400-EXIT.
004220     MOVE WS-LINE-PRIX TO WS-PRIX-ED.
004230     DISPLAY "  " Libelle "  PRIX " WS-PRIX-ED " "
004240         Code-Devise.
004250     IF WS-LINE-REGLE = "C"
004260         DISPLAY "  (CONTRACT PRICE FOR CLIENT "
004270             WS-QUOTE-CLIENT-CODE ")"
004280     END-IF.
004290     DISPLAY "ENTER QUANTITY (5 DIGITS)                    : ".
004300     ACCEPT WS-LINE-QTE-X.
004310     IF WS-LINE-QTE-X IS NOT NUMERIC
004320         DISPLAY "DAY9QUO - QUANTITY MUST BE NUMERIC, LINE "
004330             "REFUSED"
004340         ADD 1 TO WS-LINES-REFUSED
004350         GO TO 3000-EXIT
004360     END-IF.
004370     IF WS-LINE-QTE = ZERO
004380         DISPLAY "DAY9QUO - QUANTITY IS ZERO, LINE REFUSED"
004390         ADD 1 TO WS-LINES-REFUSED
004400         GO TO 3000-EXIT
004410     END-IF.
004420     PERFORM 3420-APPLY-BREAKS THRU 3420-EXIT.
004430     IF WS-LINE-REGLE = "Q" OR WS-LINE-REGLE = "P"
004440         MOVE WS-LINE-PRIX TO WS-PRIX-ED
004450         IF WS-LINE-REGLE = "Q"
004460             DISPLAY "  (QUANTITY BREAK PRICE " WS-PRIX-ED ")"
004470         ELSE
004480             DISPLAY "  (PROMOTION PRICE " WS-PRIX-ED ")"
004490         END-IF
004500     END-IF.

004510     MOVE WS-QUOTE-NUMERO      TO QT-Numero.
004520     MOVE WS-NEXT-LIGNE        TO QT-Ligne.
004530     MOVE WS-QUOTE-CLIENT-CODE TO QT-Client-Code.
004540     MOVE WS-QUOTE-CLIENT      TO QT-Client.
004550     MOVE WS-LINE-CODE         TO QT-Code-produit.
004560     MOVE WS-LINE-QTE          TO QT-Qte.
004570     MOVE WS-LINE-PRIX         TO QT-Prix.
004580     MOVE Taux-Taxe            TO QT-Taux-Taxe.
004590     MOVE Code-Devise          TO QT-Code-Devise.
004600     MOVE WS-RUN-DATE          TO QT-Date.
004610     MOVE WS-QUOTE-EXPIRATION  TO QT-Date-Expiration.
004620     MOVE "O"                  TO QT-Statut.
004630     MOVE WS-LINE-REGLE        TO QT-Regle-Prix.
004640     MOVE WS-LINE-PRIX-LISTE   TO QT-Prix-Liste.
004650     MOVE SPACES               TO QT-Ordre-Numero.
004660     MOVE ZERO                 TO QT-Date-Conversion.
004670     WRITE QUOTE-REC
004680         INVALID KEY
004690             DISPLAY "DAY9QUO - UNABLE TO WRITE QUOTE "
004700                 QT-Numero " LINE " QT-Ligne " STATUS "
004710                 WS-QUOTFILE-STATUS
004720             ADD 1 TO WS-LINES-REFUSED
004730             GO TO 3000-EXIT
004740     END-WRITE.
004750     MOVE Code-Devise TO WS-QUOTE-DEVISE.
004760     ADD 1 TO WS-NEXT-LIGNE.
004770     ADD 1 TO WS-LINES-WRITTEN.
004780     DISPLAY "DAY9QUO - LINE ACCEPTED".
004790 3000-EXIT.
004800     EXIT.

004810*****************************************************************
004820* SAME RESOLUTION AS DAY9ORD: A CONTRACT IN FORCE TODAY FOR THIS
004830* CLIENT AND PRODUIT - "F" A FIXED PRICE, OTHERWISE A PERCENTAGE
004840* OFF - APPLIES ONLY WHEN IT IS BELOW THE LIST PRICE.
004850*****************************************************************
004860 3400-RESOLVE-PRICE.
004870     MOVE "N" TO WS-CONTRACT-SW.
004880     MOVE Prix TO WS-LINE-PRIX.
004890     MOVE Prix TO WS-LINE-PRIX-LISTE.
004900     MOVE "L" TO WS-LINE-REGLE.
004910     PERFORM 3410-TRY-ONE-CONTRACT THRU 3410-EXIT
004920         VARYING WS-CTR-I FROM 1 BY 1
004930         UNTIL WS-CTR-I > WS-CTR-COUNT
004940            OR WS-CONTRACT-PRICED.
004950     IF WS-CONTRACT-PRICED
004960         IF WS-LINE-PRIX < Prix
004970             MOVE "C" TO WS-LINE-REGLE
004980         ELSE
004990             MOVE Prix TO WS-LINE-PRIX
005000         END-IF
005010     END-IF.
005020 3400-EXIT.
005030     EXIT.

005040 3410-TRY-ONE-CONTRACT.
005050     IF WS-CTR-CLIENT(WS-CTR-I) NOT = WS-QUOTE-CLIENT-CODE
005060         OR WS-CTR-CODE(WS-CTR-I) NOT = WS-LINE-CODE
005070         OR WS-RUN-DATE < WS-CTR-DEBUT(WS-CTR-I)
005080         OR WS-RUN-DATE > WS-CTR-FIN(WS-CTR-I)
005090         GO TO 3410-EXIT
005100     END-IF.
005110     IF WS-CTR-TYPE(WS-CTR-I) = "F"
005120         MOVE WS-CTR-VALEUR(WS-CTR-I) TO WS-LINE-PRIX
005130     ELSE
005140         COMPUTE WS-LINE-PRIX ROUNDED = Prix *
005150             (100 - WS-CTR-VALEUR(WS-CTR-I)) / 100
005160     END-IF.
005170     MOVE "Y" TO WS-CONTRACT-SW.
005180 3410-EXIT.
005190     EXIT.

005200*****************************************************************
005210* EVERY BREAK FOR THE PRODUIT WHOSE MINIMUM QUANTITY THE LINE
005220* REACHES AND WHOSE DATES COVER THE QUOTE DATE; THE LOWEST PRICE
005230* WINS, LIST AND CONTRACT INCLUDED. A BREAK WITH NO END DATE IS
005240* A QUANTITY TIER ("Q"), ONE WITH AN END DATE A PROMOTION ("P").
005250*****************************************************************
005260 3420-APPLY-BREAKS.
005270     PERFORM 3430-TRY-ONE-BREAK THRU 3430-EXIT
005280         VARYING WS-BRK-I FROM 1 BY 1
005290         UNTIL WS-BRK-I > WS-BRK-COUNT.
005300 3420-EXIT.
005310     EXIT.

005320 3430-TRY-ONE-BREAK.
005330     IF WS-BRK-CODE(WS-BRK-I) NOT = WS-LINE-CODE
005340         OR WS-LINE-QTE < WS-BRK-QTE-MIN(WS-BRK-I)
005350         OR WS-RUN-DATE < WS-BRK-DEBUT(WS-BRK-I)
005360         OR WS-RUN-DATE > WS-BRK-FIN(WS-BRK-I)
005370         GO TO 3430-EXIT
005380     END-IF.
005390     IF WS-BRK-TYPE(WS-BRK-I) = "F"
005400         MOVE WS-BRK-VALEUR(WS-BRK-I) TO WS-BRK-PRIX
005410     ELSE
005420         COMPUTE WS-BRK-PRIX ROUNDED = Prix *
005430             (100 - WS-BRK-VALEUR(WS-BRK-I)) / 100
005440     END-IF.
005450     IF WS-BRK-PRIX NOT < WS-LINE-PRIX
005460         GO TO 3430-EXIT
005470     END-IF.
005480     MOVE WS-BRK-PRIX TO WS-LINE-PRIX.
005490     IF WS-BRK-FIN(WS-BRK-I) = 99999999
005500         MOVE "Q" TO WS-LINE-REGLE
005510     ELSE
005520         MOVE "P" TO WS-LINE-REGLE
005530     END-IF.
005540 3430-EXIT.
005550     EXIT.

005560 9000-TERMINATE.
005570     IF WS-PRODMAST-WAS-OPENED
005580         CLOSE PRODMAST
005590     END-IF.
005600     IF WS-QUOTFILE-WAS-OPENED
005610         CLOSE QUOTFILE
005620     END-IF.
005630     IF WS-CUSTMAST-WAS-OPENED
005640         CLOSE CUSTMAST
005650     END-IF.
005660     DISPLAY "DAY9QUO - QUOTES TAKEN        : " WS-QUOTES-TAKEN.
005670     DISPLAY "DAY9QUO - QUOTE LINES WRITTEN : " WS-LINES-WRITTEN.
005680     DISPLAY "DAY9QUO - QUOTE LINES REFUSED : " WS-LINES-REFUSED.
005690 9000-EXIT.
005700     EXIT.
