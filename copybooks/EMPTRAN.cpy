000170*  PERSONNEL OFFICE AN UNATTENDED WAY TO CHANGE A DEPARTMENT,
000180*  FIX A BIRTH DATE, OR REMOVE A LEAVER.
000190*
000200*  ET-OPERATION: "A" ADD, "C" CHANGE, "D" DELETE,
000210*  "T" TERMINATE A LEAVER.
000220*  ON A CHANGE, A BLANK NOM/DEPT OR AN ALL-ZERO DATE MEANS
000230*  "LEAVE THE CURRENT VALUE ALONE".
000240*  ON A TERMINATION ONLY THE ID, ET-DATE-DEPART (ZERO MEANS THE
000250*  PROCESSING DATE) AND ET-MOTIF-DEPART (SEE EMPREC.CPY) ARE
000260*  READ. A LEAVER IS TERMINATED, NOT DELETED - "D" IS FOR A
000270*  RECORD KEYED IN ERROR.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  08/22/2026  JPH  ORIGINAL VERSION.
000310*  10/15/2026  JPH  ADDED THE "T" TERMINATION OPERATION AND ITS
000320*                   LEAVING DATE AND REASON CODE.
000330*****************************************************************
000340 01  EMPTRAN-REC.
000350     05  ET-Operation         PIC X(01).
000360         88  ET-OP-ADD             VALUE "A".
000370         88  ET-OP-CHANGE          VALUE "C".
000380         88  ET-OP-DELETE          VALUE "D".
000390         88  ET-OP-TERMINATE       VALUE "T".
000400     05  ET-Employe-ID        PIC X(05).
000410     05  ET-Employe-Nom       PIC X(15).
000420     05  ET-Employe-Dept      PIC X(04).
000430     05  ET-Date-Embauche     PIC 9(08).
000440     05  ET-Date-Naissance    PIC 9(08).
000450     05  ET-Date-Depart       PIC 9(08).
000460     05  ET-Motif-Depart      PIC X(02).
