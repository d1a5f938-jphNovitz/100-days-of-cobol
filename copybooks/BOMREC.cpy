000100*****************************************************************
000110*  BOMREC.CPY
000120*  BILL OF MATERIALS RECORD - ONE ENTRY PER COMPONENT OF A KIT
000130*  PRODUCT (A GIFT SET AND THE PRODUCTS IT IS MADE UP OF), KEYED
000140*  BY KIT CODE-PRODUIT THEN COMPONENT CODE-PRODUIT, GIVING HOW
000150*  MANY OF THE COMPONENT GO INTO ONE KIT. MAINTAINED IN DAY7BOM,
000160*  READ BY DAY7ASM WHEN AN ASSEMBLY OR DISASSEMBLY ORDER IS
000170*  RAISED.
000180*
000190*  KITS ARE ONE LEVEL DEEP: A COMPONENT MAY NOT ITSELF BE A KIT,
000200*  AND A KIT HAS AT MOST 20 COMPONENTS.
000210*****************************************************************
000220* MODIFICATION HISTORY
000230*  10/15/2026  JPH  ORIGINAL VERSION.
000240*****************************************************************
000250 01  BOM-REC.
000260     05  BOM-Key.
000270         10  BOM-Kit          PIC X(03).
000280         10  BOM-Composant    PIC X(03).
000290     05  BOM-Qte              PIC 9(03).
000300     05  BOM-Last-Maint-Date  PIC 9(08).
000310     05  BOM-Last-Maint-User  PIC X(08).
