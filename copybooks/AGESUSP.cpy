000010*****************************************************************
000020* AGESUSP.CPY
000030* AGE-SUSPENSE-RECORD - LAYOUT OF THE KEYED SUSPENSE FILE THAT
000040* HOLDS BATCH TRANSACTIONS AGEEDIT COULD NOT PASS, ACROSS NIGHTS,
000050* UNTIL A SUPERVISOR CORRECTS OR WRITES THEM OFF.  KEYED BY THE
000060* TRANSMISSION'S HEADER RUN DATE AND THE RECORD'S POSITION IN
000070* THE TRANSMISSION, SO A RERUN OF THE SAME TRANSMISSION FINDS
000080* ITS SUSPECTS ALREADY HELD INSTEAD OF HOLDING THEM TWICE.
000090*
000100* AN ITEM IS OPEN WHEN HELD, CORRECTED WHEN A SUPERVISOR HAS
000110* FIXED IT IN AGESUSM, RELEASED WHEN THE NEXT AGEEDIT RUN HAS
000120* PASSED IT TO AGEBATCH, OR WRITTEN OFF.  A CORRECTED ITEM THAT
000130* FAILS THE EDITS AGAIN GOES BACK TO OPEN WITH THE NEW REASON;
000140* ITS FIRST-SUSPENDED DATE IS KEPT FOR THE AGESUSR AGEING.
000150* A RELEASED ITEM CARRIES THE HEADER RUN DATE OF THE
000160* TRANSMISSION IT WAS RELEASED WITH, SO A RERUN OF THAT
000170* TRANSMISSION RELEASES IT AGAIN INTO THE FRESH CLEAN FILE.
000180* SUSP-TRAN-DATA IS THE AGETRAN DATA RECORD AS RECEIVED.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
000220* 2026-10-15 JDM  ORIGINAL.
000230* 2026-10-15 JDM  ADDED THE SOURCE CHANNEL OF THE TRANSMISSION
000240*                 THE ITEM CAME IN ON (B = BRANCH BATCH, P =
000250*                 OUTSIDE PARTNER FEED).  A CORRECTED ITEM IS
000260*                 RELEASED ONLY WITH A TRANSMISSION FROM THE
000270*                 SAME CHANNEL, SO IT POSTS UNDER THE CHANNEL
000280*                 IT ARRIVED THROUGH.
000290* 2026-10-15 JDM  SUSP-TRAN-DATA GROWS WITH THE AGETRAN GUARDIAN
000300*                 MEMBER ID (94 TO 104 BYTES).  UNLOAD AND
000310*                 RELOAD THE SUSPENSE FILE WITH THE NEW LAYOUT.
000320*****************************************************************
000330 01  AGE-SUSPENSE-RECORD.
000340     05  SUSP-KEY.
000350         10  SUSP-TRAN-DATE      PIC 9(08).
000360         10  SUSP-TRAN-SEQ       PIC 9(07).
000370     05  SUSP-STATUS             PIC X(01).
000380         88  SUSP-IS-OPEN        VALUE "O".
000390         88  SUSP-IS-CORRECTED   VALUE "C".
000400         88  SUSP-IS-RELEASED    VALUE "R".
000410         88  SUSP-IS-WRITTEN-OFF VALUE "W".
000420     05  SUSP-FIRST-DATE         PIC 9(08).
000430     05  SUSP-LAST-DATE          PIC 9(08).
000440     05  SUSP-TIMES-SUSPENDED    PIC 9(03).
000450     05  SUSP-REASON             PIC X(30).
000460     05  SUSP-TRAN-DATA.
000470         10  SUSP-MEMBER-ID      PIC X(10).
000480         10  SUSP-DOB            PIC X(08).
000490         10  SUSP-MEMBER-NAME    PIC X(25).
000500         10  SUSP-MAIL-ADDRESS.
000510             15  SUSP-ADDR-STREET PIC X(25).
000520             15  SUSP-ADDR-CITY  PIC X(18).
000530             15  SUSP-ADDR-STATE PIC X(02).
000540             15  SUSP-ADDR-ZIP   PIC X(05).
000550         10  SUSP-ACTION-CODE    PIC X(01).
000560         10  SUSP-GUARDIAN-ID    PIC X(10).
000570     05  SUSP-ACTION-DATE        PIC 9(08).
000580     05  SUSP-ACTION-OPER        PIC X(08).
000590     05  SUSP-WRITEOFF-REASON    PIC X(30).
000600     05  SUSP-RELEASE-DATE       PIC 9(08).
000610     05  SUSP-RELEASE-TRAN-DATE  PIC 9(08).
000620     05  SUSP-SOURCE-CHANNEL     PIC X(01).
000630         88  SUSP-FROM-BRANCH    VALUE "B" SPACE.
000640         88  SUSP-FROM-PARTNER   VALUE "P".
