000180*****************************************************************
000190* MODIFICATION HISTORY
000200*  09/02/2026  JPH  ORIGINAL VERSION.
000210*  10/15/2026  JPH  A DISPATCHED LINE NOW SHOWS THE SHIPMENT
000220*                   NUMBER DAY9DSP PRINTED ON ITS DELIVERY NOTE.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. day9inq.
000260 AUTHOR. jphNovitz.
000270 DATE-WRITTEN. 2026/09/02.
000280 DATE-COMPILED.

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ORDFILE ASSIGN TO "ORDFILE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ORD-Key
000360         FILE STATUS IS WS-ORDFILE-STATUS.

000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ORDFILE
000400     RECORDING MODE IS F.
000410     COPY ORDREC.

000420 WORKING-STORAGE SECTION.
000430 01  WS-ORDFILE-STATUS        PIC X(02).
000440     88  WS-ORDFILE-OK              VALUE "00".

000450 01  WS-SWITCHES.
000460     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000470         88  WS-ALL-DONE             VALUE "Y".
000480     05  WS-ORD-EOF-SW        PIC X(01)  VALUE "N".
000490         88  WS-ORD-EOF-REACHED      VALUE "Y".
000500     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
000510         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".

000520 01  WS-COUNTERS.
000530     05  WS-ORDERS-SHOWN      PIC 9(05) COMP  VALUE ZERO.
000540     05  WS-LINES-SHOWN       PIC 9(03)       VALUE ZERO.

000550 01  WS-WORK-NUMERO           PIC X(06).
000560 01  WS-PRIX-ED               PIC -ZZZ,ZZ9.99.

000570 PROCEDURE DIVISION.

000580 0000-MAINLINE.
000590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000600     PERFORM 2000-SHOW-ONE-ORDER THRU 2000-EXIT
000610         UNTIL WS-ALL-DONE.
000620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000630     STOP RUN.

000640 1000-INITIALIZE.
000650     OPEN INPUT ORDFILE.
000660     IF NOT WS-ORDFILE-OK
000670         DISPLAY "DAY9INQ - UNABLE TO OPEN ORDFILE, STATUS "
000680             WS-ORDFILE-STATUS " - NOTHING TO SHOW"
000690         SET WS-ALL-DONE TO TRUE
000700         GO TO 1000-EXIT
000710     END-IF.
000720     MOVE "Y" TO WS-ORDFILE-OPEN-SW.
000730 1000-EXIT.
000740     EXIT.

000750 2000-SHOW-ONE-ORDER.
000760     DISPLAY " ".
000770     DISPLAY "ENTER ORDER NUMBER (SPACES TO QUIT) : ".
000780     ACCEPT WS-WORK-NUMERO.
000790     IF WS-WORK-NUMERO = SPACES
000800         SET WS-ALL-DONE TO TRUE
000810         GO TO 2000-EXIT
000820     END-IF.
000830     MOVE ZERO TO WS-LINES-SHOWN.
000840     MOVE "N" TO WS-ORD-EOF-SW.
000850     MOVE WS-WORK-NUMERO TO ORD-Numero.
000860     MOVE ZERO TO ORD-Ligne.
000870     START ORDFILE KEY IS NOT < ORD-Key
000880         INVALID KEY
000890             MOVE "Y" TO WS-ORD-EOF-SW
000900     END-START.
000910     PERFORM 2100-SHOW-ONE-LINE THRU 2100-EXIT
000920         UNTIL WS-ORD-EOF-REACHED.
000930     IF WS-LINES-SHOWN = ZERO
000940         DISPLAY "DAY9INQ - ORDER " WS-WORK-NUMERO " NOT FOUND"
000950     ELSE
000960         ADD 1 TO WS-ORDERS-SHOWN
000970     END-IF.
000980 2000-EXIT.
000990     EXIT.

001000 2100-SHOW-ONE-LINE.
001010     READ ORDFILE NEXT RECORD
001020         AT END
001030             MOVE "Y" TO WS-ORD-EOF-SW
001040             GO TO 2100-EXIT
001050     END-READ.
001060     IF ORD-Numero NOT = WS-WORK-NUMERO
001070         MOVE "Y" TO WS-ORD-EOF-SW
001080         GO TO 2100-EXIT
001090     END-IF.
001100     IF WS-LINES-SHOWN = ZERO
001110         DISPLAY "COMMANDE " ORD-Numero "  CLIENT "
001120             ORD-Client-Code " " ORD-Client
001130     END-IF.
001140     ADD 1 TO WS-LINES-SHOWN.
001150     MOVE ORD-Prix TO WS-PRIX-ED.
001160     DISPLAY "  LIGNE " ORD-Ligne "  " ORD-Code-produit
001170         "  QTE " ORD-Qte " / " ORD-Qte-Commandee
001180         "  PRIX " WS-PRIX-ED " " ORD-Code-Devise
001190         "  STATUT " ORD-Statut "  DU " ORD-Date.
001200     IF ORD-Expedition IS NUMERIC
001210         AND NOT ORD-NOT-DISPATCHED
001220         DISPLAY "          EXPEDITION " ORD-Expedition
001230     END-IF.
001240 2100-EXIT.
001250     EXIT.

001260 9000-TERMINATE.
001270     IF WS-ORDFILE-WAS-OPENED
001280         CLOSE ORDFILE
001290     END-IF.
001300     DISPLAY "DAY9INQ - ORDERS SHOWN : " WS-ORDERS-SHOWN.
001310 9000-EXIT.
001320     EXIT.
