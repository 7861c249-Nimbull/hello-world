000140*                 STRAIGHT TO THE MAIL ROOM WITHOUT A HAND
000150*                 MATCH AGAINST THE ENROLLMENT CARDS.  RECORD
000160*                 LENGTH 29 TO 104.
000170* 2026-10-15 JDM  ADDED WHO THE NOTICE IS MAILED TO.  THE 18TH-
000180*                 BIRTHDAY NOTICE FOR A MINOR LINKED TO A GUARDIAN
000190*                 ON AGEGRDN GOES TO THE GUARDIAN (G), CARRYING
000200*                 THE GUARDIAN'S ADDRESS, WITH A COPY TO THE
000210*                 MEMBER (C) AT THE MEMBER'S OWN ADDRESS; BOTH
000220*                 CARRY THE GUARDIAN'S ID AND NAME.  EVERY OTHER
000230*                 NOTICE GOES TO THE MEMBER (M).  RECORD LENGTH
000240*                 104 TO 140.
000250*****************************************************************
000260 01  AGE-MILESTONE-RECORD.
000270     05  MILE-MEMBER-ID          PIC X(10).
000280     05  MILE-MEMBER-DOB         PIC 9(08).
000290     05  MILE-AGE                PIC 9(03).
000300     05  MILE-DATE               PIC 9(08).
000310     05  MILE-MEMBER-NAME        PIC X(25).
000320     05  MILE-MAIL-ADDRESS.
000330         10  MILE-ADDR-STREET    PIC X(25).
000340         10  MILE-ADDR-CITY      PIC X(18).
000350         10  MILE-ADDR-STATE     PIC X(02).
000360         10  MILE-ADDR-ZIP       PIC X(05).
000370     05  MILE-MAIL-TO            PIC X(01).
000380         88  MILE-TO-MEMBER      VALUE "M" SPACE.
000390         88  MILE-TO-GUARDIAN    VALUE "G".
000400         88  MILE-COPY-TO-MEMBER VALUE "C".
000410     05  MILE-GUARDIAN-ID        PIC X(10).
000420     05  MILE-GUARDIAN-NAME      PIC X(25).
