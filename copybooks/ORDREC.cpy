000200*  AND PRICED ONTO THE INVOICE BY DAY9INV.
000210*
000220*  ORD-STATUT: "N" NEW, "F" FULFILLED (ISSUE SENT TO THE NIGHT
000230*  RUN), "X" CANCELLED, "C" CREDIT MEMO, "B" BILLED, "H" ON
000240*  CREDIT HOLD (AWAITING RELEASE OR CANCELLATION IN DAY9CRH).
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  08/22/2026  JPH  ORIGINAL VERSION.
000280*  09/02/2026  JPH  ADDED ORD-CLIENT-CODE, THE CUSTMAST KEY THE
000290*                   ORDER WAS CAPTURED UNDER. ORD-CLIENT IS NOW
000300*                   THE BILLING NAME FROZEN FROM THE CUSTOMER
000310*                   MASTER AT ORDER TIME, THE SAME WAY PRIX AND
000320*                   TAUX-TAXE ARE FROZEN FROM PRODMAST, INSTEAD
000330*                   OF FREE-KEYED TEXT.
000340*  09/02/2026  JPH  ADDED ORD-STATUT-CREDIT "C" FOR THE CREDIT-
000350*                   MEMO LINES DAY9RET APPENDS: A NEGATIVE-PRICED
000360*                   LINE DAY9INV PRICES LIKE ANY OTHER (PRIX WAS
000370*                   MADE SIGNED FOR EXACTLY THIS) BUT DAY9FUL
000380*                   NEVER ISSUES, BECAUSE IT IS NOT STATUS "N".
000390*  09/02/2026  JPH  THE ORDER FILE IS NOW INDEXED: ORD-KEY
000400*                   (ORD-NUMERO PLUS THE NEW ORD-LIGNE LINE
000410*                   NUMBER) IS THE RECORD KEY, THE WAY PRODMAST
000420*                   IS KEYED BY CODE-PRODUIT. DAY9INV NO LONGER
000430*                   SCANS A FLAT FILE TO PRINT ONE INVOICE,
000440*                   DAY9FUL REWRITES STATUSES IN PLACE INSTEAD OF
000450*                   COPYING THE WHOLE FILE BACK, AND THE DAY9INQ
000460*                   INQUIRY ANSWERS "WHERE IS MY ORDER" ON
000470*                   DEMAND.
000480*  09/02/2026  JPH  ADDED ORD-QTE-COMMANDEE, THE QUANTITY AS
000490*                   ORIGINALLY CAPTURED. WITH THE PICK-CONFIRM
000500*                   STEP, DAY9FUL CAN FULFILL LESS THAN WAS
000510*                   ORDERED (ORD-QTE BECOMES THE SHIPPED
000520*                   QUANTITY) AND DAY9INV NOTES THE SHORT-PICK ON
000530*                   THE INVOICE BY COMPARING THE TWO.
000540*  09/02/2026  JPH  ADDED ORD-STATUT-BILLED "B": DAY9INV NOW
000550*                   INVOICES ONLY SHIPPED ("F") AND CREDIT ("C")
000560*                   LINES AND FLIPS EACH ONE TO "B" AS IT BILLS,
000570*                   SO A RERUN CAN NO LONGER RE-PRINT AND
000580*                   RE-REGISTER THE SAME ORDER UNDER A FRESH
000590*                   INVOICE NUMBER. A RETURN MAY REFERENCE A
000600*                   LINE AT "F" OR "B".
000610*  10/15/2026  JPH  ADDED ORD-STATUT-HOLD "H": DAY9ORD WRITES A
000620*                   LINE THAT WOULD TAKE THE CUSTOMER PAST
000630*                   CLIENT-CREDIT-LIMITE AT "H" INSTEAD OF "N".
000640*                   NOTHING DOWNSTREAM PICKS, ISSUES OR BILLS IT
000650*                   UNTIL DAY9CRH RELEASES IT TO "N" OR CANCELS
000660*                   IT TO "X".
000670*  10/15/2026  JPH  ADDED ORD-REGLE-PRIX, THE RULE THAT SET THE
000680*                   FROZEN ORD-PRIX ("L" LIST, "C" CUSTOMER
000690*                   CONTRACT, "Q" QUANTITY BREAK, "P" PROMOTION,
000700*                   "D" CONVERTED QUOTE), AND ORD-PRIX-LISTE, THE
000710*                   PRODMAST PRIX AT CAPTURE, SO DAY9INV CAN SHOW
000720*                   THE DISCOUNT THE CUSTOMER WAS GIVEN.
000730*  10/15/2026  JPH  ADDED ORD-EXPEDITION, THE SHIPMENT NUMBER THE
000740*                   DAY9DSP DISPATCH RUN ASSIGNS TO A FULFILLED
000750*                   LINE WHEN IT PRINTS THE DELIVERY NOTE. ZERO
000760*                   UNTIL THE LINE IS DISPATCHED; DAY9INQ AND
000770*                   DAY9INV QUOTE IT WHEN A DELIVERY IS
000780*                   DISPUTED.
000790*  10/15/2026  JPH  ADDED ORD-FACTURE, THE INVOICE NUMBER DAY9INV
000800*                   STAMPS ON A LINE WHEN IT FLIPS IT TO "B".
000810*                   ZERO UNTIL BILLED. A RESTART USES IT TO BACK
000820*                   OUT THE LINES OF AN INVOICE LEFT PARTLY
000830*                   WRITTEN.
000840*  10/15/2026  JPH  ADDED ORD-LIVRAISON, THE SHIPTO DELIVERY
000850*                   ADDRESS CODE (SEE SHIPTO.CPY) FROZEN ONTO
000860*                   THE LINE AT CAPTURE. BLANK MEANS THE GOODS
000870*                   GO TO THE BILLING ADDRESS ON CUSTMAST.
000880*                   DAY9PCK GROUPS THE PICK LIST BY IT, DAY9DSP
000890*                   PRINTS IT ON THE DELIVERY NOTE AND DAY9INV
000900*                   SHOWS IT BESIDE THE BILLING ADDRESS.
000910*****************************************************************
000920 01  ORDER-REC.
000930     05  ORD-Key.
000940         10  ORD-Numero       PIC X(06).
000950         10  ORD-Ligne        PIC 9(03).
000960     05  ORD-Client-Code      PIC X(05).
000970     05  ORD-Client           PIC X(20).
000980     05  ORD-Code-produit     PIC X(03).
000990     05  ORD-Qte              PIC 9(05).
001000     05  ORD-Qte-Commandee    PIC 9(05).
001010     05  ORD-Prix             PIC S9(06)V99 SIGN LEADING
001020                                  SEPARATE.
001030     05  ORD-Taux-Taxe        PIC 9(02)V99.
001040     05  ORD-Code-Devise      PIC X(03).
001050     05  ORD-Statut           PIC X(01).
001060         88  ORD-STATUT-NEW        VALUE "N".
001070         88  ORD-STATUT-FULFILLED  VALUE "F".
001080         88  ORD-STATUT-CANCELLED  VALUE "X".
001090         88  ORD-STATUT-CREDIT     VALUE "C".
001100         88  ORD-STATUT-BILLED     VALUE "B".
001110         88  ORD-STATUT-HOLD       VALUE "H".
001120     05  ORD-Date             PIC 9(08).
001130     05  ORD-Regle-Prix       PIC X(01).
001140         88  ORD-REGLE-LISTE       VALUE "L".
001150         88  ORD-REGLE-CONTRAT     VALUE "C".
001160         88  ORD-REGLE-QUANTITE    VALUE "Q".
001170         88  ORD-REGLE-PROMOTION   VALUE "P".
001180         88  ORD-REGLE-DEVIS       VALUE "D".
001190     05  ORD-Prix-Liste       PIC S9(06)V99 SIGN LEADING
001200                                  SEPARATE.
001210     05  ORD-Expedition       PIC 9(06).
001220         88  ORD-NOT-DISPATCHED    VALUE ZERO.
001230     05  ORD-Facture          PIC 9(06).
001240         88  ORD-NOT-INVOICED      VALUE ZERO.
001250     05  ORD-Livraison        PIC X(03).
