000330*                   WHICH WOULD HAVE STOPPED THE NIGHTLY APPLY.
000340*  09/02/2026  JPH  RECORD IMAGES WIDENED TO 67 BYTES FOR THE
000350*                   COUT-MOYEN FIELD ADDED TO FICHE-PRODUIT.
000360*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000370*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000380*                   ADDED TO FICHE-PRODUIT.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. day7app.
000420 AUTHOR. jphNovitz.
000430 DATE-WRITTEN. 2026/08/22.
000440 DATE-COMPILED.

000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PENDPRC ASSIGN TO "PENDPRC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PENDPRC-STATUS.

000510     SELECT PENDOUT ASSIGN TO "PENDOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PENDOUT-STATUS.

000540     SELECT PRODMAST ASSIGN TO "PRODMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS Code-produit
000580         ALTERNATE RECORD KEY IS Libelle
000590             WITH DUPLICATES
000600         FILE STATUS IS WS-PRODMAST-STATUS.

000610     SELECT PRCLOG ASSIGN TO "PRCLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PRCLOG-STATUS.

000640     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PRODJRNL-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PENDPRC
000700     RECORDING MODE IS F.
000710     COPY PENDPRC.

000720 FD  PENDOUT
000730     RECORDING MODE IS F.
000740 01  PENDOUT-REC              PIC X(20).

000750 FD  PRODMAST
000760     RECORDING MODE IS F.
000770     COPY PRODREC.

000780 FD  PRCLOG
000790     RECORDING MODE IS F.
000800     COPY PRCLOG.

000810 FD  PRODJRNL
000820     RECORDING MODE IS F.
000830     COPY PRODJRNL.

000840 WORKING-STORAGE SECTION.
000850 01  WS-PENDPRC-STATUS        PIC X(02).
000860     88  WS-PENDPRC-OK             VALUE "00".

000870 01  WS-PENDOUT-STATUS        PIC X(02).
000880     88  WS-PENDOUT-OK             VALUE "00".

000890 01  WS-PRODMAST-STATUS       PIC X(02).
000900     88  WS-PRODMAST-OK             VALUE "00".

000910 01  WS-PRCLOG-STATUS         PIC X(02).
000920     88  WS-PRCLOG-OK               VALUE "00".

000930 01  WS-PRODJRNL-STATUS       PIC X(02).
000940     88  WS-PRODJRNL-OK             VALUE "00".

000950 01  WS-SWITCHES.
000960     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000970         88  WS-EOF-REACHED          VALUE "Y".
000980     05  WS-PENDPRC-OPEN-SW   PIC X(01)  VALUE "N".
000990         88  WS-PENDPRC-WAS-OPENED   VALUE "Y".
001000     05  WS-PENDOUT-OPEN-SW   PIC X(01)  VALUE "N".
001010         88  WS-PENDOUT-WAS-OPENED   VALUE "Y".
001020     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001030         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001040     05  WS-PRCLOG-OPEN-SW    PIC X(01)  VALUE "N".
001050         88  WS-PRCLOG-WAS-OPENED    VALUE "Y".
001060     05  WS-PRODJRNL-OPEN-SW  PIC X(01)  VALUE "N".
001070         88  WS-PRODJRNL-WAS-OPENED  VALUE "Y".

001080 01  WS-COUNTERS.
001090     05  WS-PENDING-READ      PIC 9(05) COMP  VALUE ZERO.
001100     05  WS-APPLIED           PIC 9(05) COMP  VALUE ZERO.
001110     05  WS-NOT-DUE           PIC 9(05) COMP  VALUE ZERO.
001120     05  WS-NOT-FOUND         PIC 9(05) COMP  VALUE ZERO.

001130 01  WS-RUN-DATE              PIC 9(08).
001140 01  WS-RUN-TIME-FULL         PIC 9(08).
001150 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
001160     05  WS-RUN-TIME              PIC 9(06).
001170     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).
001180 01  WS-APPLY-USER            PIC X(08)  VALUE "PENDPRC".
001190 01  WS-OLD-PRIX              PIC S9(06)V99      VALUE ZERO.
001200 01  WS-BEFORE-IMAGE          PIC X(71)  VALUE SPACES.

001210 PROCEDURE DIVISION.

001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
001250         UNTIL WS-EOF-REACHED.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     GOBACK.

001280 1000-INITIALIZE.
001290     CALL "dayproc" USING WS-RUN-DATE.
001300     ACCEPT WS-RUN-TIME-FULL FROM TIME.

001310     OPEN INPUT PENDPRC.
001320     IF NOT WS-PENDPRC-OK
001330         DISPLAY "DAY7APP - UNABLE TO OPEN PENDPRC, STATUS "
001340             WS-PENDPRC-STATUS " - NOTHING TO APPLY"
001350         MOVE "Y" TO WS-EOF-SW
001360         GO TO 1000-EXIT
001370     END-IF.
001380     MOVE "Y" TO WS-PENDPRC-OPEN-SW.

001390     OPEN OUTPUT PENDOUT.
001400     IF NOT WS-PENDOUT-OK
001410         DISPLAY "DAY7APP - UNABLE TO OPEN PENDOUT, STATUS "
001420             WS-PENDOUT-STATUS
001430         MOVE "Y" TO WS-EOF-SW
001440         GO TO 1000-EXIT
001450     END-IF.
001460     MOVE "Y" TO WS-PENDOUT-OPEN-SW.

001470     OPEN I-O PRODMAST.
001480     IF NOT WS-PRODMAST-OK
001490         DISPLAY "DAY7APP - UNABLE TO OPEN PRODMAST, STATUS "
001500             WS-PRODMAST-STATUS
001510         MOVE "Y" TO WS-EOF-SW
001520         GO TO 1000-EXIT
001530     END-IF.
001540     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

001550     OPEN EXTEND PRCLOG.
001560     IF NOT WS-PRCLOG-OK
001570         DISPLAY "DAY7APP - UNABLE TO OPEN PRCLOG, STATUS "
001580             WS-PRCLOG-STATUS
001590     ELSE
001600         MOVE "Y" TO WS-PRCLOG-OPEN-SW
001610     END-IF.

001620     OPEN EXTEND PRODJRNL.
001630     IF NOT WS-PRODJRNL-OK
001640         DISPLAY "DAY7APP - UNABLE TO OPEN PRODJRNL, STATUS "
001650             WS-PRODJRNL-STATUS
001660     ELSE
001670         MOVE "Y" TO WS-PRODJRNL-OPEN-SW
001680     END-IF.

001690     PERFORM 2100-READ-PENDPRC THRU 2100-EXIT.
001700 1000-EXIT.
001710     EXIT.

001720 2000-PROCESS-PENDING.
001730     ADD 1 TO WS-PENDING-READ.
001740     IF PEND-Date-Effet > WS-RUN-DATE
001750         ADD 1 TO WS-NOT-DUE
001760         WRITE PENDOUT-REC FROM PENDPRC-REC
001770         GO TO 2000-EXIT-VIA-READ
001780     END-IF.
001790     PERFORM 2200-APPLY-ONE-CHANGE THRU 2200-EXIT.

001800 2000-EXIT-VIA-READ.
001810     PERFORM 2100-READ-PENDPRC THRU 2100-EXIT.
001820 2000-EXIT.
001830     EXIT.

001840 2100-READ-PENDPRC.
001850     READ PENDPRC
001860         AT END
001870             MOVE "Y" TO WS-EOF-SW
001880             GO TO 2100-EXIT
001890     END-READ.
001900 2100-EXIT.
001910     EXIT.

001920 2200-APPLY-ONE-CHANGE.
001930     MOVE PEND-Code-produit TO Code-produit.
001940     READ PRODMAST
001950         INVALID KEY
001960             ADD 1 TO WS-NOT-FOUND
001970             DISPLAY "DAY7APP - PRODUIT " PEND-Code-produit
001980                 " NOT ON MASTER, CHANGE DROPPED"
001990             GO TO 2200-EXIT
002000     END-READ.

002010     MOVE Prix          TO WS-OLD-PRIX.
002020     MOVE Fiche-produit TO WS-BEFORE-IMAGE.
002030     MOVE PEND-New-Prix TO Prix.
002040     MOVE WS-RUN-DATE   TO Last-Maint-Date.
002050     MOVE WS-APPLY-USER TO Last-Maint-User.

002060     REWRITE Fiche-produit
002070         INVALID KEY
002080             DISPLAY "DAY7APP - UNABLE TO REWRITE "
002090                 PEND-Code-produit " STATUS "
002100                 WS-PRODMAST-STATUS
002110         NOT INVALID KEY
002120             ADD 1 TO WS-APPLIED
002130             DISPLAY "DAY7APP - PRODUIT " PEND-Code-produit
002140                 " PRIX APPLIED, EFFECTIVE " PEND-Date-Effet
002150             PERFORM 2300-LOG-PRICE-CHANGE THRU 2300-EXIT
002160             PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT
002170     END-REWRITE.
002180 2200-EXIT.
002190     EXIT.

002200 2300-LOG-PRICE-CHANGE.
002210     IF NOT WS-PRCLOG-WAS-OPENED
002220         OR WS-OLD-PRIX = Prix
002230         GO TO 2300-EXIT
002240     END-IF.
002250     MOVE Code-produit TO PRC-Code-produit.
002260     MOVE WS-RUN-DATE  TO PRC-Run-Date.
002270     MOVE WS-RUN-TIME  TO PRC-Run-Time.
002280     MOVE WS-OLD-PRIX  TO PRC-Old-Prix.
002290     MOVE Prix         TO PRC-New-Prix.
002300     WRITE PRCLOG-REC.
002310 2300-EXIT.
002320     EXIT.

002330 2400-WRITE-JOURNAL.
002340     IF NOT WS-PRODJRNL-WAS-OPENED
002350         GO TO 2400-EXIT
002360     END-IF.
002370     MOVE "C"             TO JRN-Operation.
002380     MOVE WS-RUN-DATE     TO JRN-Run-Date.
002390     MOVE WS-RUN-TIME     TO JRN-Run-Time.
002400     MOVE WS-APPLY-USER   TO JRN-User.
002410     MOVE WS-BEFORE-IMAGE TO JRN-Before-Image.
002420     MOVE Fiche-produit   TO JRN-After-Image.
002430     WRITE PRODJRNL-REC.
002440 2400-EXIT.
002450     EXIT.

002460 9000-TERMINATE.
002470     IF WS-PENDPRC-WAS-OPENED
002480         CLOSE PENDPRC
002490     END-IF.
002500     IF WS-PENDOUT-WAS-OPENED
002510         CLOSE PENDOUT
002520     END-IF.
002530     IF WS-PRODMAST-WAS-OPENED
002540         CLOSE PRODMAST
002550     END-IF.
002560     IF WS-PRCLOG-WAS-OPENED
002570         CLOSE PRCLOG
002580     END-IF.
002590     IF WS-PRODJRNL-WAS-OPENED
002600         CLOSE PRODJRNL
002610     END-IF.
002620     DISPLAY "DAY7APP - PENDING READ      : " WS-PENDING-READ.
002630     DISPLAY "DAY7APP - CHANGES APPLIED   : " WS-APPLIED.
002640     DISPLAY "DAY7APP - NOT YET DUE       : " WS-NOT-DUE.
002650     DISPLAY "DAY7APP - PRODUCT NOT FOUND : " WS-NOT-FOUND.
002660 9000-EXIT.
002670     EXIT.
