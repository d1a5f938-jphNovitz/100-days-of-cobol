000210*                   DATE-NAISSANCE AND DATE-EMBAUCHE ARE BOTH
000220*                   YYYYMMDD. WHERE ONLY A BIRTH YEAR IS KNOWN
000230*                   THE DAY/MONTH PORTION IS DEFAULTED TO 0101.
000240*  10/15/2026  JPH  ADDED STATUT, DATE-DEPART AND MOTIF-DEPART SO
000250*                   A LEAVER IS TERMINATED (STATUT "I") INSTEAD
000260*                   OF DELETED AND KEEPS THEIR SERVICE HISTORY.
000270*                   A BLANK STATUT, AS ON A RECORD WRITTEN BEFORE
000280*                   THE FIELD EXISTED, READS AS ACTIVE. THE
000290*                   RECORD GROWS FROM 40 TO 51 BYTES - THE
000300*                   JOURNAL IMAGES AND BACKUP RECORDS GROW WITH
000310*                   IT. MOTIF CODES: DM DEMISSION, LI
000320*                   LICENCIEMENT, RC RUPTURE CONVENTIONNELLE, RT
000330*                   RETRAITE, FC FIN DE CONTRAT, DC DECES.
000340*****************************************************************
000350 01  Employe-Fiche.
000360     05  Employe-ID               PIC X(05).
000370     05  Employe-Nom              PIC X(15).
000380     05  Employe-Dept             PIC X(04).
000390     05  Employe-Date-Embauche    PIC 9(08).
000400     05  Employe-Date-Naissance   PIC 9(08).
000410     05  Employe-Statut           PIC X(01).
000420         88  Employe-Actif             VALUE "A" SPACE.
000430         88  Employe-Inactif           VALUE "I".
000440     05  Employe-Date-Depart      PIC 9(08).
000450     05  Employe-Motif-Depart     PIC X(02).
000460         88  Employe-Motif-Valide      VALUE "DM" "LI" "RC"
000470                                             "RT" "FC" "DC".
