000100*****************************************************************
000110*  ASMREC.CPY
000120*  ASSEMBLY ORDER RECORD - ONE ENTRY PER ASSEMBLY ("A") OR
000130*  DISASSEMBLY ("D") ORDER ON THE ASMFILE, KEYED BY ITS NUMBER
000140*  (FROM THE ASMSEQ CONTROL FILE). RAISED, COMPLETED AND
000150*  CANCELLED IN DAY7ASM; POSTED TO STOCK BY DAY7ASM IN ITS "P"
000160*  MODE.
000170*
000180*  THE KIT'S COMPONENTS ARE COPIED FROM THE BILL OF MATERIALS
000190*  WHEN THE ORDER IS RAISED, SO A LATER BOM CHANGE DOES NOT
000200*  ALTER WHAT THE ORDER ALLOCATED AND WILL CONSUME.
000210*
000220*  ASM-STATUT:
000230*    "O" OPEN      - STOCK ALLOCATED ON PRODALOC (THE COMPONENTS
000240*                    FOR AN ASSEMBLY, THE KIT FOR A DISASSEMBLY)
000250*    "C" COMPLETED - THE WORK IS DONE, MOVEMENTS NOT YET POSTED
000260*    "P" POSTED    - MOVEMENTS QUEUED ON PRODRQUE FOR DAY7 AND
000270*                    THE ALLOCATION RELEASED
000280*    "X" CANCELLED - ALLOCATION RELEASED, NOTHING MOVED
000290*  ASM-COUT-UNITAIRE IS THE KIT COST ROLLED UP FROM THE
000300*  COMPONENT COUT-MOYEN AT POSTING.
000310*****************************************************************
000320* MODIFICATION HISTORY
000330*  10/15/2026  JPH  ORIGINAL VERSION.
000340*****************************************************************
000350 01  ASMORD-REC.
000360     05  ASM-Numero           PIC 9(06).
000370     05  ASM-Type             PIC X(01).
000380         88  ASM-TYPE-ASSEMBLY     VALUE "A".
000390         88  ASM-TYPE-DISASSEMBLY  VALUE "D".
000400     05  ASM-Kit              PIC X(03).
000410     05  ASM-Qte              PIC 9(05).
000420     05  ASM-Statut           PIC X(01).
000430         88  ASM-STATUT-OPEN       VALUE "O".
000440         88  ASM-STATUT-COMPLETED  VALUE "C".
000450         88  ASM-STATUT-POSTED     VALUE "P".
000460         88  ASM-STATUT-CANCELLED  VALUE "X".
000470     05  ASM-Date-Creation    PIC 9(08).
000480     05  ASM-User-Creation    PIC X(08).
000490     05  ASM-Date-Completion  PIC 9(08).
000500     05  ASM-User-Completion  PIC X(08).
000510     05  ASM-Date-Posting     PIC 9(08).
000520     05  ASM-Cout-Unitaire    PIC S9(06)V99 SIGN LEADING
000530                                  SEPARATE.
000540     05  ASM-Nb-Composants    PIC 9(02).
000550     05  ASM-Composant OCCURS 20 TIMES.
000560         10  ASM-Comp-Code    PIC X(03).
000570         10  ASM-Comp-Qte     PIC 9(03).
