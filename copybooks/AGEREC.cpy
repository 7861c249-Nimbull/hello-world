000120* 2026-08-09 JDM  ADDED DATE OF BIRTH.  AGE-REC-AGE IS NOW
000130*                 COMPUTED FROM THE DATE OF BIRTH AND THE RUN
000140*                 DATE RATHER THAN TYPED IN BY THE OPERATOR.
000150* 2026-10-15 JDM  ADDED THE SOURCE CHANNEL THE REGISTRATION CAME
000160*                 IN THROUGH: T = TERMINAL (HELLO), B = BRANCH
000170*                 BATCH (AGEBATCH), P = OUTSIDE PARTNER FEED
000180*                 (AGEPCONV THROUGH AGEBATCH).  RECORDS WRITTEN
000190*                 BEFORE THE CHANNEL WAS ADDED CARRY A SPACE AND
000200*                 ARE TAKEN AS BRANCH WHEN THE TERMINAL ID IS
000210*                 BATCH, OTHERWISE TERMINAL.  RECORD LENGTH 45
000220*                 TO 46.
000230*****************************************************************
000240 01  AGE-INTAKE-RECORD.
000250     05  AGE-REC-MEMBER-ID       PIC X(10).
000260     05  AGE-REC-DOB.
000270         10  AGE-REC-DOB-CC      PIC 9(02).
000280         10  AGE-REC-DOB-YY      PIC 9(02).
000290         10  AGE-REC-DOB-MM      PIC 9(02).
000300         10  AGE-REC-DOB-DD      PIC 9(02).
000310     05  AGE-REC-AGE             PIC 9(03).
000320     05  AGE-REC-RUN-DATE.
000330         10  AGE-REC-RUN-CC      PIC 9(02).
000340         10  AGE-REC-RUN-YY      PIC 9(02).
000350         10  AGE-REC-RUN-MM      PIC 9(02).
000360         10  AGE-REC-RUN-DD      PIC 9(02).
000370     05  AGE-REC-RUN-TIME.
000380         10  AGE-REC-RUN-HH      PIC 9(02).
000390         10  AGE-REC-RUN-MN      PIC 9(02).
000400         10  AGE-REC-RUN-SS      PIC 9(02).
000410         10  AGE-REC-RUN-HS      PIC 9(02).
000420     05  AGE-REC-TERM-ID         PIC X(08).
000430     05  AGE-REC-SOURCE-CHANNEL  PIC X(01).
000440         88  AGE-REC-FROM-TERMINAL           VALUE "T".
000450         88  AGE-REC-FROM-BRANCH             VALUE "B".
000460         88  AGE-REC-FROM-PARTNER            VALUE "P".
