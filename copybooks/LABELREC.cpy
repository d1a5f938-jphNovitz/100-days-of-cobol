000100*****************************************************************
000110*  LABELREC.CPY
000120*  SHELF-EDGE LABEL RECORD - ONE ENTRY PER PRODUCT WHOSE PRIX
000130*  CHANGED, WRITTEN BY DAY7LBL TO THE LBLOUT FLAT FILE THE LABEL
000140*  PRINTER READS. THE PRICES ARE CARRIED BOTH READY TO PRINT
000150*  (EDITED THE SAME WAY AS DAY8'S PRIX-AFFICHE, WITH THE
000160*  CURRENCY SYMBOL FROM CURRTBL) AND AS SIGNED NUMBERS.
000170*
000180*  LBL-PROMO: "P" WHEN THE NEW PRICE IS BELOW THE PRICE IT
000190*  REPLACED - THE LABEL THEN SHOWS LBL-ANCIEN-AFFICHE CROSSED
000200*  OUT. SPACE OTHERWISE, WITH LBL-ANCIEN-AFFICHE BLANK.
000210*  LBL-LIGNE-UNITAIRE: THE UNIT-PRICE LINE AS PRINTED.
000220*  LBL-DATE-EFFET: THE PRCLOG RUN DATE OF THE CHANGE.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  10/15/2026  JPH  ORIGINAL VERSION.
000260*****************************************************************
000270 01  LABEL-REC.
000280     05  LBL-Code-produit     PIC X(03).
000290     05  LBL-Libelle          PIC X(15).
000300     05  LBL-Code-Devise      PIC X(03).
000310     05  LBL-Symbole          PIC X(03).
000320     05  LBL-Prix-Affiche     PIC X(14).
000330     05  LBL-TTC-Affiche      PIC X(14).
000340     05  LBL-Taux-Taxe        PIC 9(02)V99.
000350     05  LBL-Promo            PIC X(01).
000360         88  LBL-IS-PROMO          VALUE "P".
000370     05  LBL-Ancien-Affiche   PIC X(14).
000380     05  LBL-Ligne-Unitaire   PIC X(40).
000390     05  LBL-Prix             PIC S9(06)V99 SIGN LEADING
000400                                  SEPARATE.
000410     05  LBL-Prix-TTC         PIC S9(06)V99 SIGN LEADING
000420                                  SEPARATE.
000430     05  LBL-Ancien-Prix      PIC S9(06)V99 SIGN LEADING
000440                                  SEPARATE.
000450     05  LBL-Date-Effet       PIC 9(08).
