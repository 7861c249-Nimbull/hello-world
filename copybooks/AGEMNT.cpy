000130*                 ADDRESS NOW THAT AGEMAINT CAN CORRECT THEM.
000140*                 A NAME/ADDRESS CHANGE LOGS WITH THE ACTION
000150*                 "NAMEADDR".
000160* 2026-10-15 JDM  ADDED THE SURVIVING MEMBER ID FOR A MERGE OF
000170*                 TWO REGISTRATIONS OF ONE PERSON (ACTION
000180*                 "MERGE", WRITTEN BY AGEMERGE AGAINST THE ID
000190*                 MERGED AWAY).  SPACES ON EVERY OTHER ACTION.
000200*****************************************************************
000210 01  AGE-MAINT-LOG-RECORD.
000220     05  MNT-TERM-ID             PIC X(08).
000230     05  MNT-TIMESTAMP.
000240         10  MNT-TS-DATE         PIC 9(08).
000250         10  MNT-TS-TIME         PIC 9(08).
000260     05  MNT-MEMBER-ID           PIC X(10).
000270     05  MNT-ACTION              PIC X(08).
000280         88  MNT-CORRECTED       VALUE "CORRECT".
000290         88  MNT-DELETED         VALUE "DELETE".
000300         88  MNT-NAME-ADDR-CHG   VALUE "NAMEADDR".
000310         88  MNT-MERGED          VALUE "MERGE".
000320     05  MNT-BEFORE-DOB          PIC 9(08).
000330     05  MNT-BEFORE-AGE          PIC 9(03).
000340     05  MNT-AFTER-DOB           PIC 9(08).
000350     05  MNT-AFTER-AGE           PIC 9(03).
000360     05  MNT-BEFORE-NAME         PIC X(25).
000370     05  MNT-BEFORE-ADDRESS      PIC X(50).
000380     05  MNT-AFTER-NAME          PIC X(25).
000390     05  MNT-AFTER-ADDRESS       PIC X(50).
000400     05  MNT-MERGED-INTO-ID      PIC X(10).
