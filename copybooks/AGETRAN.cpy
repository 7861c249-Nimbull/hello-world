000270*                 COME THROUGH THE OVERNIGHT STREAM INSTEAD OF
000280*                 BEING KEYED ONE BY ONE THROUGH AGEMAINT.
000290*                 RECORD LENGTH 93 TO 94.
000300* 2026-10-15 JDM  ADDED THE SOURCE CHANNEL TO THE HEADER, TAKEN
000310*                 FROM THE HEADER FILLER SO THE RECORD LENGTH
000320*                 DOES NOT CHANGE: SPACE OR B = BRANCH BATCH
000330*                 (THE BRANCH SENDING SIDE IS UNCHANGED), P =
000340*                 OUTSIDE PARTNER FEED BUILT BY AGEPCONV.
000350* 2026-10-15 JDM  ADDED THE GUARDIAN'S MEMBER ID, REQUIRED ON AN
000360*                 ADD FOR A REGISTRANT UNDER 18 (AGEEDIT HOLDS
000370*                 ONE THAT ARRIVES WITHOUT IT) AND LINKED TO THE
000380*                 MINOR ON AGEGRDN WHEN AGEBATCH POSTS THE ADD.
000390*                 RECORD LENGTH 94 TO 104; CONTROL RECORD
000400*                 FILLERS WIDENED TO MATCH.
000410*****************************************************************
000420 01  AGE-TRANS-RECORD.
000430     05  TRAN-MEMBER-ID          PIC X(10).
000440     05  TRAN-DOB                PIC 9(08).
000450     05  TRAN-MEMBER-NAME        PIC X(25).
000460     05  TRAN-MAIL-ADDRESS.
000470         10  TRAN-ADDR-STREET    PIC X(25).
000480         10  TRAN-ADDR-CITY      PIC X(18).
000490         10  TRAN-ADDR-STATE     PIC X(02).
000500         10  TRAN-ADDR-ZIP       PIC X(05).
000510     05  TRAN-ACTION-CODE        PIC X(01).
000520         88  TRAN-IS-ADD         VALUE "A" SPACE.
000530         88  TRAN-IS-CORRECT     VALUE "C".
000540         88  TRAN-IS-DELETE      VALUE "D".
000550     05  TRAN-GUARDIAN-ID        PIC X(10).
000560 01  AGE-TRANS-HEADER-REC.
000570     05  HDR-REC-TYPE            PIC X(03).
000580         88  TRAN-IS-HEADER      VALUE "HDR".
000590     05  HDR-RUN-DATE            PIC 9(08).
000600     05  HDR-SOURCE-CHANNEL      PIC X(01).
000610         88  HDR-FROM-BRANCH     VALUE "B" SPACE.
000620         88  HDR-FROM-PARTNER    VALUE "P".
000630     05  FILLER                  PIC X(92).
000640 01  AGE-TRANS-TRAILER-REC.
000650     05  TRL-REC-TYPE            PIC X(03).
000660         88  TRAN-IS-TRAILER     VALUE "TRL".
000670     05  TRL-REC-COUNT           PIC 9(07).
000680     05  FILLER                  PIC X(94).
