000340*                 CAN READ ONLY THE BIRTH-MONTH RANGES IT
000350*                 NEEDS.  THE EXISTING FILE MUST BE REBUILT
000360*                 (UNLOAD AND RELOAD) TO PICK UP THE INDEX.
000370* 2026-10-15 JDM  ADDED THE MERGED RECORD STATUS "M" WITH THE
000380*                 SURVIVING MEMBER ID AND MERGE DATE.  WHEN THE
000390*                 SAME PERSON WAS REGISTERED UNDER TWO IDS, A
000400*                 SUPERVISOR MERGE (AGEMERGE) KEEPS ONE AND
000410*                 MARKS THE OTHER MERGED INTO IT; THE MERGED
000420*                 RECORD IS KEPT, NEVER PURGED.  RECORD LENGTH
000430*                 131 TO 149 - THE FILE MUST BE UNLOADED AND
000440*                 RELOADED WITH THE NEW LAYOUT.
000450* 2026-10-15 JDM  ADDED THE UNDELIVERABLE-ADDRESS HOLD: SET BY
000460*                 THE AGERETN RETURNED-MAIL LOAD WITH THE DATE
000470*                 AND REASON THE MAIL CAME BACK, CLEARED BY A
000480*                 NAME/ADDRESS CORRECTION.  AGEMILE MAILS NO
000490*                 NOTICE TO A HELD ADDRESS.  RECORD LENGTH 149
000500*                 TO 160 - UNLOAD AND RELOAD WITH THE NEW
000510*                 LAYOUT.
000520* 2026-10-15 JDM  ADDED THE SOURCE CHANNEL THE MEMBER WAS FIRST
000530*                 REGISTERED THROUGH (T = TERMINAL, B = BRANCH
000540*                 BATCH, P = OUTSIDE PARTNER FEED), SET WHEN THE
000550*                 RECORD IS ADDED AND NEVER CHANGED.  RECORDS
000560*                 RELOADED FROM AN OLDER UNLOAD CARRY A SPACE
000570*                 (CHANNEL NOT KNOWN).  RECORD LENGTH 160 TO
000580*                 161 - UNLOAD AND RELOAD WITH THE NEW LAYOUT.
000590*****************************************************************
000600 01  AGE-MASTER-RECORD.
000610     05  MAST-MEMBER-ID          PIC X(10).
000620     05  MAST-MEMBER-DOB         PIC 9(08).
000630     05  MAST-MEMBER-AGE         PIC 9(03).
000640     05  MAST-ADD-DATE           PIC 9(08).
000650     05  MAST-ELIG-STATUS        PIC X(02).
000660     05  MAST-ELIG-DATE          PIC 9(08).
000670     05  MAST-MEMBER-NAME        PIC X(25).
000680     05  MAST-MAIL-ADDRESS.
000690         10  MAST-ADDR-STREET    PIC X(25).
000700         10  MAST-ADDR-CITY      PIC X(18).
000710         10  MAST-ADDR-STATE     PIC X(02).
000720         10  MAST-ADDR-ZIP       PIC X(05).
000730     05  MAST-EXTRACT-DATE       PIC 9(08).
000740     05  MAST-REC-STATUS         PIC X(01).
000750         88  MAST-IS-ACTIVE      VALUE "A".
000760         88  MAST-IS-DELETED     VALUE "D".
000770         88  MAST-IS-MERGED      VALUE "M".
000780     05  MAST-DELETE-DATE        PIC 9(08).
000790     05  MAST-MERGED-INTO-ID     PIC X(10).
000800     05  MAST-MERGE-DATE         PIC 9(08).
000810     05  MAST-ADDR-STATUS        PIC X(01).
000820         88  MAST-ADDR-UNDELIVERABLE         VALUE "U".
000830     05  MAST-ADDR-RETURN-DATE   PIC 9(08).
000840     05  MAST-ADDR-RETURN-REASON PIC X(02).
000850         88  MAST-RETURN-MOVED               VALUE "MV".
000860         88  MAST-RETURN-NO-STREET           VALUE "NS".
000870         88  MAST-RETURN-REFUSED             VALUE "RF".
000880     05  MAST-SOURCE-CHANNEL     PIC X(01).
000890         88  MAST-FROM-TERMINAL              VALUE "T".
000900         88  MAST-FROM-BRANCH                VALUE "B".
000910         88  MAST-FROM-PARTNER               VALUE "P".
