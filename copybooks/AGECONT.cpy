000010*****************************************************************
000020* AGECONT.CPY
000030* AGE-CONTACT-RECORD - LAYOUT OF THE KEYED MEMBER CONTACT LOG.
000040* ONE RECORD FOR EVERY CALL OR LETTER MEMBER SERVICES HANDLES,
000050* ENTERED FROM THE AGEINQ MEMBER DISPLAY WHILE THE CALLER IS
000060* STILL ON THE LINE.  KEYED BY MEMBER ID AND THE DATE AND TIME
000070* THE CONTACT WAS LOGGED, SO A MEMBER'S CONTACTS READ BACK IN
000080* THE ORDER THEY HAPPENED.  A NON-ZERO FOLLOW-UP DATE IS A
000090* PROMISE TO GET BACK TO THE MEMBER BY THAT DATE; A LATER
000100* CONTACT FOR THE SAME MEMBER CLEARS IT, AND AGECFOLW LISTS
000110* EVERY ONE THAT PASSES WITH NOTHING LOGGED SINCE.
000120*
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 JDM  ORIGINAL.
000160*****************************************************************
000170 01  AGE-CONTACT-RECORD.
000180     05  CONT-KEY.
000190         10  CONT-MEMBER-ID      PIC X(10).
000200         10  CONT-TIMESTAMP.
000210             15  CONT-TS-DATE    PIC 9(08).
000220             15  CONT-TS-TIME    PIC 9(08).
000230     05  CONT-OPER-ID            PIC X(08).
000240     05  CONT-REASON             PIC X(02).
000250         88  CONT-DOB-QUERY      VALUE "DB".
000260         88  CONT-ELIG-QUESTION  VALUE "EQ".
000270         88  CONT-ADDR-CHANGE    VALUE "AC".
000280         88  CONT-COMPLAINT      VALUE "CP".
000290         88  CONT-REASON-VALID   VALUE "DB" "EQ" "AC" "CP".
000300     05  CONT-NOTE               PIC X(60).
000310     05  CONT-FOLLOWUP-DATE      PIC 9(08).
000320         88  CONT-NO-FOLLOWUP    VALUE ZERO.
