000100* NOTIFICATION FILE PLUS A PRINTED LIST - MEMBER ID, DATE OF
000110* BIRTH, MILESTONE AGE AND MILESTONE DATE - SO MEMBER SERVICES
000120* CAN MAIL NOTICES BEFORE THE BIRTHDAY INSTEAD OF CLEANING UP
000130* AFTER THE DOWNSTREAM SYSTEM BOUNCES THEM.  THE 18TH-BIRTHDAY
000140* NOTICE FOR A MINOR WITH A GUARDIAN ON AGEGRDN IS MAILED TO THE
000150* GUARDIAN WITH A COPY TO THE MEMBER.  RUN FROM JCL - SEE JCL
000160* MEMBER AGEMILE.
000170*
000180* AUTHOR.      NIMBULL DATA PROCESSING.
000190* INSTALLATION. MEMBER SERVICES.
000200* DATE-WRITTEN. 2026-08-22.
000210*
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000240* 2026-08-22 JDM  ORIGINAL.
000250* 2026-08-22 JDM  CHECK THE NOTIFICATION FILE STATUS ON OPEN
000260*                 AND ON EVERY WRITE SO A FAILED EXTRACT ENDS
000270*                 CC 16 INSTEAD OF REPORTING NOTICES THAT WERE
000280*                 NEVER WRITTEN.
000290* 2026-09-02 JDM  CARRY THE MEMBER NAME AND MAILING ADDRESS
000300*                 FROM THE MASTER ONTO THE NOTIFICATION FILE
000310*                 AND PRINT THE NAME ON THE LIST, SO THE
000320*                 NOTICES CAN GO STRAIGHT TO THE MAIL ROOM.
000330* 2026-09-02 JDM  SKIP MEMBERS MARKED DELETED ON THE MASTER -
000340*                 NO NOTICE GOES TO A DELETED MEMBER.
000350* 2026-09-02 JDM  READ ONLY THE BIRTH-DATE RANGES THAT CAN
000360*                 MATCH A MILESTONE, THROUGH THE NEW ALTERNATE
000370*                 INDEX ON MAST-MEMBER-DOB, INSTEAD OF PASSING
000380*                 THE WHOLE MASTER: FOR EACH MILESTONE AGE THE
000390*                 QUALIFYING BIRTH DATES ARE ONE YEAR-MONTH
000400*                 RANGE (NEXT-YEAR MINUS THE AGE, IN THE
000410*                 COMING MONTH), SO THE RUN NO LONGER GROWS
000420*                 WITH THE FILE.
000430* 2026-09-02 JDM  APPEND A COMPLETION RECORD (JOB NAME, DATE
000440*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000450*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000460*                 THE AGEMORN MORNING STATUS REPORT.
000470* 2026-10-15 JDM  SKIP MEMBERS MERGED INTO ANOTHER ID BY
000480*                 AGEMERGE - THE NOTICE GOES TO THE SURVIVOR.
000490* 2026-10-15 JDM  A MEMBER WHOSE ADDRESS IS HELD AS UNDELIVERABLE
000500*                 (RETURNED MAIL, SEE AGERETN) IS LEFT OFF THE
000510*                 NOTIFICATION FILE AND LISTED ON A SEPARATE
000520*                 ADDRESS-NEEDED REPORT (AGEMILEA) SO MEMBER
000530*                 SERVICES CAN TRACE A NEW ADDRESS FIRST.
000540* 2026-10-15 JDM  A MEMBER TURNING 18 WHO IS LINKED TO A GUARDIAN
000550*                 ON THE NEW AGEGRDN FILE GETS THE NOTICE SENT TO
000560*                 THE GUARDIAN'S ADDRESS, WITH A COPY TO THE
000570*                 MEMBER (HELD FOR AN ADDRESS LIKE ANY OTHER IF
000580*                 THE MEMBER'S ADDRESS IS UNDELIVERABLE).  A
000590*                 GUARDIAN WHO IS NO LONGER ACTIVE OR WHOSE OWN
000600*                 ADDRESS IS UNDELIVERABLE IS PASSED OVER AND THE
000610*                 MEMBER IS MAILED AS BEFORE.  NOTIFICATION
000620*                 RECORD LENGTH 104 TO 140.
000630* 2026-10-15 JDM  THE MILESTONE AGE ON THE ADDRESS-NEEDED LIST IS
000640*                 EDITED THROUGH A THREE-DIGIT FIELD; IT PRINTED
000650*                 AS 000.
000660*****************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. AGEMILE.
000690 AUTHOR. NIMBULL DATA PROCESSING.
000700 INSTALLATION. MEMBER SERVICES.
000710 DATE-WRITTEN. 2026-08-22.
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS MAST-MEMBER-ID
000800         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000810             WITH DUPLICATES
000820         FILE STATUS IS AGE-MASTER-STATUS.
000830
000840     SELECT AGE-GUARDIAN-FILE ASSIGN TO "AGEGRDN"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS GRDN-MINOR-ID
000880         ALTERNATE RECORD KEY IS GRDN-GUARDIAN-ID
000890             WITH DUPLICATES
000900         FILE STATUS IS AGE-GUARDIAN-STATUS.
000910
000920     SELECT AGE-MILESTONE-FILE ASSIGN TO "AGEMILEF"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS AGE-MILESTONE-STATUS.
000950
000960     SELECT AGE-MILE-REPORT-FILE ASSIGN TO "AGEMILEO"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS AGE-MILE-REPORT-STATUS.
000990
001000     SELECT AGE-ADDR-NEEDED-FILE ASSIGN TO "AGEMILEA"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS AGE-ADDR-NEEDED-STATUS.
001030
001040     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  AGE-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY AGEMAST.
001130
001140 FD  AGE-GUARDIAN-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY AGEGRDN.
001170
001180 FD  AGE-MILESTONE-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 COPY AGEMILE.
001220
001230 FD  AGE-MILE-REPORT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  AGE-MILE-REPORT-RECORD      PIC X(80).
001260
001270 FD  AGE-ADDR-NEEDED-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  AGE-ADDR-NEEDED-RECORD      PIC X(80).
001300
001310 FD  AGE-RUN-CONTROL-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY AGERUN.
001350
001360 WORKING-STORAGE SECTION.
001370 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001380 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001390 77  AGE-MILESTONE-STATUS        PIC X(02)   VALUE SPACES.
001400 77  AGE-MILE-REPORT-STATUS      PIC X(02)   VALUE SPACES.
001410 77  AGE-ADDR-NEEDED-STATUS      PIC X(02)   VALUE SPACES.
001420 77  AGE-GUARDIAN-STATUS         PIC X(02)   VALUE SPACES.
001430 77  WS-MILESTONE-MAX            PIC 9(01)   COMP VALUE 5.
001440 77  WS-ADULT-AGE                PIC 9(03)   VALUE 18.
001450
001460 01  WS-SWITCHES.
001470     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001480         88  WS-END-OF-MASTER                 VALUE "Y".
001490     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001500         88  WS-FILES-WERE-OPENED             VALUE "Y".
001510     05  WS-MILE-LIST-DONE-SW    PIC X(01)   VALUE "N".
001520         88  WS-MILE-LIST-IS-DONE             VALUE "Y".
001530     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
001540         88  WS-IS-LEAP-YEAR                   VALUE "Y".
001550     05  WS-GUARDIAN-OPEN-SW     PIC X(01)   VALUE "N".
001560         88  WS-GUARDIAN-WAS-OPENED            VALUE "Y".
001570     05  WS-GUARDIAN-USABLE-SW   PIC X(01)   VALUE "N".
001580         88  WS-GUARDIAN-IS-USABLE             VALUE "Y".
001590     05  WS-REPOSITION-SW        PIC X(01)   VALUE "N".
001600         88  WS-MINOR-IS-REREAD                VALUE "Y".
001610
001620 01  WS-COUNTERS.
001630     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
001640     05  WS-MEMBERS-EXTRACTED    PIC 9(08)   VALUE ZERO.
001650     05  WS-MEMBERS-ADDR-NEEDED  PIC 9(08)   VALUE ZERO.
001660     05  WS-GUARDIAN-NOTICES     PIC 9(08)   VALUE ZERO.
001670     05  WS-MEMBER-COPIES        PIC 9(08)   VALUE ZERO.
001680
001690 01  WS-MILESTONE-INPUT          PIC X(03)   VALUE SPACES.
001700 01  WS-MILESTONE-INPUT-N REDEFINES WS-MILESTONE-INPUT
001710                                 PIC 9(03).
001720
001730 01  WS-MILESTONE-COUNT          PIC 9(01)   COMP VALUE ZERO.
001740 01  WS-MILESTONE-TABLE.
001750     05  WS-MILESTONE-AGE        PIC 9(03)
001760         OCCURS 0 TO 5 TIMES
001770         DEPENDING ON WS-MILESTONE-COUNT
001780         INDEXED BY MILE-IX.
001790
001800 01  WS-SYS-DATE-YYYYMMDD.
001810     05  WS-SYS-CC               PIC 9(02).
001820     05  WS-SYS-YY               PIC 9(02).
001830     05  WS-SYS-MM               PIC 9(02).
001840     05  WS-SYS-DD               PIC 9(02).
001850
001860 01  WS-NEXT-MONTH-FIELDS.
001870     05  WS-NEXT-YEAR            PIC 9(04)   VALUE ZERO.
001880     05  WS-NEXT-MM              PIC 9(02)   VALUE ZERO.
001890     05  WS-NEXT-MAX-DAY         PIC 9(02)   VALUE ZERO.
001900
001910 01  WS-DOB-FIELDS.
001920     05  WS-DOB-INPUT            PIC 9(08).
001930 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
001940     05  WS-DOB-CC               PIC 9(02).
001950     05  WS-DOB-YY               PIC 9(02).
001960     05  WS-DOB-MM               PIC 9(02).
001970     05  WS-DOB-DD               PIC 9(02).
001980
001990 01  WS-TURNING-AGE              PIC S9(05)  VALUE ZERO.
002000 01  WS-ADDR-AGE                 PIC 9(03)   VALUE ZERO.
002010 01  WS-MILE-DAY                 PIC 9(02)   VALUE ZERO.
002020
002030*    WHO THE NEXT NOTICE GOES TO (MILE-MAIL-TO), AND THE
002040*    GUARDIAN IT GOES TO OR IS COPIED FROM.  THE MINOR'S MASTER
002050*    RECORD IS HELD WHILE THE GUARDIAN'S IS READ.
002060 01  WS-MAIL-TO                  PIC X(01)   VALUE "M".
002070 01  WS-GUARDIAN-FIELDS.
002080     05  WS-GRD-MEMBER-ID        PIC X(10)   VALUE SPACES.
002090     05  WS-GRD-NAME             PIC X(25)   VALUE SPACES.
002100     05  WS-GRD-MAIL-ADDRESS     PIC X(50)   VALUE SPACES.
002110 01  WS-MINOR-RECORD             PIC X(161)  VALUE SPACES.
002120 01  WS-MINOR-ID                 PIC X(10)   VALUE SPACES.
002130 01  WS-MINOR-DOB                PIC 9(08)   VALUE ZERO.
002140
002150 01  WS-RANGE-FIELDS.
002160     05  WS-MILE-SUB             PIC 9(01)   COMP VALUE ZERO.
002170     05  WS-TARGET-YEAR          PIC S9(05)  VALUE ZERO.
002180     05  WS-DOB-RANGE-LOW        PIC 9(08)   VALUE ZERO.
002190     05  WS-DOB-RANGE-HIGH       PIC 9(08)   VALUE ZERO.
002200     05  WS-RANGE-EOF-SW         PIC X(01)   VALUE "N".
002210         88  WS-END-OF-RANGE                   VALUE "Y".
002220
002230 01  WS-DOB-FULL-YEAR            PIC 9(04)   VALUE ZERO.
002240 01  WS-LEAP-WORK-FIELDS.
002250     05  WS-LEAP-QUOT-4          PIC 9(04).
002260     05  WS-LEAP-REM-4           PIC 9(02).
002270     05  WS-LEAP-QUOT-100        PIC 9(04).
002280     05  WS-LEAP-REM-100         PIC 9(02).
002290     05  WS-LEAP-QUOT-400        PIC 9(04).
002300     05  WS-LEAP-REM-400         PIC 9(03).
002310
002320 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
002330
002340 01  WS-RUN-STAMP-FIELDS.
002350     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
002360     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
002370
002380 PROCEDURE DIVISION.
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF NOT WS-END-OF-MASTER
002420         PERFORM 2000-PROCESS-MILESTONE THRU 2000-EXIT
002430             VARYING WS-MILE-SUB FROM 1 BY 1
002440             UNTIL WS-MILE-SUB > WS-MILESTONE-COUNT
002450             OR WS-END-OF-MASTER
002460     END-IF.
002470     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002490     STOP RUN.
002500
002510*-----------------------------------------------------------*
002520*  1000 - INITIALIZATION.  THE MILESTONE AGES ARE READ FROM  *
002530*          SYSIN, ONE 3-DIGIT AGE PER CARD (018 AND 065 TO    *
002540*          START), ENDED BY AN END CARD.                      *
002550*-----------------------------------------------------------*
002560 1000-INITIALIZE.
002570     DISPLAY "AGEMILE starting.".
002580     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002590     PERFORM 1100-SET-NEXT-MONTH THRU 1100-EXIT.
002600     PERFORM 1200-TAKE-MILESTONE THRU 1200-EXIT
002610         UNTIL WS-MILE-LIST-IS-DONE.
002620     IF WS-MILESTONE-COUNT = ZERO
002630         DISPLAY "*** ERROR: no milestone ages supplied."
002640         MOVE "Y" TO WS-MASTER-EOF-SW
002650         MOVE 16 TO RETURN-CODE
002660         GO TO 1000-EXIT
002670     END-IF.
002680     OPEN INPUT AGE-MASTER-FILE.
002690     IF AGE-MASTER-STATUS NOT = "00"
002700         DISPLAY "*** ERROR: cannot open member master file, "
002710             "status " AGE-MASTER-STATUS
002720         MOVE "Y" TO WS-MASTER-EOF-SW
002730         MOVE 16 TO RETURN-CODE
002740         GO TO 1000-EXIT
002750     END-IF.
002760     OPEN INPUT AGE-GUARDIAN-FILE.
002770     IF AGE-GUARDIAN-STATUS = "00"
002780         MOVE "Y" TO WS-GUARDIAN-OPEN-SW
002790     ELSE
002800         DISPLAY "*** WARNING: guardian links not available, "
002810             "status " AGE-GUARDIAN-STATUS
002820             " - every notice goes to the member."
002830         MOVE 4 TO RETURN-CODE
002840     END-IF.
002850     OPEN OUTPUT AGE-MILESTONE-FILE.
002860     IF AGE-MILESTONE-STATUS NOT = "00"
002870         DISPLAY "*** ERROR: cannot open notification file, "
002880             "status " AGE-MILESTONE-STATUS
002890         CLOSE AGE-MASTER-FILE
002900         IF WS-GUARDIAN-WAS-OPENED
002910             CLOSE AGE-GUARDIAN-FILE
002920         END-IF
002930         MOVE "Y" TO WS-MASTER-EOF-SW
002940         MOVE 16 TO RETURN-CODE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     OPEN OUTPUT AGE-MILE-REPORT-FILE.
002980     MOVE "Y" TO WS-FILES-OPEN-SW.
002990     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
003000     STRING "MILESTONE OUTREACH FOR " WS-NEXT-YEAR
003010         "/" WS-NEXT-MM
003020         " - RUN DATE " WS-SYS-DATE-YYYYMMDD
003030         DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD.
003040     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003050     MOVE "MEMBER      DOB       TURNS  MILESTONE DATE NAME"
003060         TO AGE-MILE-REPORT-RECORD.
003070     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003080     OPEN OUTPUT AGE-ADDR-NEEDED-FILE.
003090     MOVE SPACES TO AGE-ADDR-NEEDED-RECORD.
003100     STRING "MILESTONE NOTICES HELD - ADDRESS NEEDED - "
003110         WS-NEXT-YEAR "/" WS-NEXT-MM
003120         " - RUN DATE " WS-SYS-DATE-YYYYMMDD
003130         DELIMITED BY SIZE INTO AGE-ADDR-NEEDED-RECORD.
003140     PERFORM 3950-PRINT-ADDR-LINE THRU 3950-EXIT.
003150     MOVE "MEMBER      DOB       TURNS RETURNED   RSN NAME"
003160         TO AGE-ADDR-NEEDED-RECORD.
003170     PERFORM 3950-PRINT-ADDR-LINE THRU 3950-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------*
003220*  1100 - WORK OUT THE COMING MONTH AND ITS LENGTH, ROLLING  *
003230*          THE YEAR FORWARD FROM A DECEMBER RUN.              *
003240*-----------------------------------------------------------*
003250 1100-SET-NEXT-MONTH.
003260     COMPUTE WS-NEXT-YEAR = WS-SYS-CC * 100 + WS-SYS-YY.
003270     IF WS-SYS-MM = 12
003280         MOVE 1 TO WS-NEXT-MM
003290         ADD 1 TO WS-NEXT-YEAR
003300     ELSE
003310         COMPUTE WS-NEXT-MM = WS-SYS-MM + 1
003320     END-IF.
003330     EVALUATE WS-NEXT-MM
003340         WHEN 4
003350         WHEN 6
003360         WHEN 9
003370         WHEN 11
003380             MOVE 30 TO WS-NEXT-MAX-DAY
003390         WHEN 2
003400             MOVE WS-NEXT-YEAR TO WS-DOB-FULL-YEAR
003410             PERFORM 2185-CHECK-LEAP-YEAR THRU 2185-EXIT
003420             IF WS-IS-LEAP-YEAR
003430                 MOVE 29 TO WS-NEXT-MAX-DAY
003440             ELSE
003450                 MOVE 28 TO WS-NEXT-MAX-DAY
003460             END-IF
003470         WHEN OTHER
003480             MOVE 31 TO WS-NEXT-MAX-DAY
003490     END-EVALUATE.
003500 1100-EXIT.
003510     EXIT.
003520
003530 1200-TAKE-MILESTONE.
003540     DISPLAY "Enter a milestone age (3 digits, e.g. 018), "
003550         "or END: ".
003560     ACCEPT WS-MILESTONE-INPUT.
003570     IF WS-MILESTONE-INPUT = "END" OR WS-MILESTONE-INPUT = "end"
003580             OR WS-MILESTONE-INPUT = SPACES
003590         MOVE "Y" TO WS-MILE-LIST-DONE-SW
003600         GO TO 1200-EXIT
003610     END-IF.
003620     IF WS-MILESTONE-INPUT NOT NUMERIC
003630         DISPLAY "*** ERROR: milestone age must be 3 numeric "
003640             "digits.  Try again."
003650         GO TO 1200-EXIT
003660     END-IF.
003670     IF WS-MILESTONE-COUNT >= WS-MILESTONE-MAX
003680         DISPLAY "*** ERROR: no more than " WS-MILESTONE-MAX
003690             " milestone ages - the rest are ignored."
003700         MOVE "Y" TO WS-MILE-LIST-DONE-SW
003710         GO TO 1200-EXIT
003720     END-IF.
003730     ADD 1 TO WS-MILESTONE-COUNT.
003740     MOVE WS-MILESTONE-INPUT-N
003750         TO WS-MILESTONE-AGE(WS-MILESTONE-COUNT).
003760 1200-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------*
003800*  2000 - EXTRACT THE MEMBERS REACHING ONE MILESTONE AGE.    *
003810*          ONLY BIRTH DATES IN ONE YEAR-MONTH CAN QUALIFY    *
003820*          (NEXT-YEAR MINUS THE MILESTONE AGE, IN THE COMING *
003830*          MONTH), SO THE READ IS POSITIONED THERE ON THE    *
003840*          ALTERNATE DOB INDEX AND STOPS AT THE RANGE END.   *
003850*-----------------------------------------------------------*
003860 2000-PROCESS-MILESTONE.
003870     COMPUTE WS-TARGET-YEAR = WS-NEXT-YEAR
003880         - WS-MILESTONE-AGE(WS-MILE-SUB).
003890     IF WS-TARGET-YEAR < 1
003900         GO TO 2000-EXIT
003910     END-IF.
003920     MOVE WS-MILESTONE-AGE(WS-MILE-SUB) TO WS-TURNING-AGE.
003930     COMPUTE WS-DOB-RANGE-LOW = WS-TARGET-YEAR * 10000
003940         + WS-NEXT-MM * 100 + 1.
003950     COMPUTE WS-DOB-RANGE-HIGH = WS-DOB-RANGE-LOW + 30.
003960     MOVE WS-DOB-RANGE-LOW TO MAST-MEMBER-DOB.
003970     MOVE "N" TO WS-RANGE-EOF-SW.
003980     START AGE-MASTER-FILE
003990         KEY IS NOT LESS THAN MAST-MEMBER-DOB
004000         INVALID KEY
004010             MOVE "Y" TO WS-RANGE-EOF-SW
004020     END-START.
004030     PERFORM 2100-TAKE-RANGE-MEMBER THRU 2100-EXIT
004040         UNTIL WS-END-OF-RANGE OR WS-END-OF-MASTER.
004050 2000-EXIT.
004060     EXIT.
004070
004080 2100-TAKE-RANGE-MEMBER.
004090     READ AGE-MASTER-FILE NEXT RECORD
004100         AT END
004110             MOVE "Y" TO WS-RANGE-EOF-SW
004120             GO TO 2100-EXIT
004130     END-READ.
004140     IF MAST-MEMBER-DOB > WS-DOB-RANGE-HIGH
004150         MOVE "Y" TO WS-RANGE-EOF-SW
004160         GO TO 2100-EXIT
004170     END-IF.
004180     ADD 1 TO WS-MEMBERS-READ.
004190     IF MAST-IS-DELETED OR MAST-IS-MERGED
004200         GO TO 2100-EXIT
004210     END-IF.
004220     MOVE MAST-MEMBER-DOB TO WS-DOB-INPUT.
004230     IF WS-TURNING-AGE = WS-ADULT-AGE AND WS-GUARDIAN-WAS-OPENED
004240         PERFORM 2400-CHECK-GUARDIAN THRU 2400-EXIT
004250         IF WS-GUARDIAN-IS-USABLE
004260             PERFORM 2500-NOTIFY-GUARDIAN THRU 2500-EXIT
004270             GO TO 2100-EXIT
004280         END-IF
004290     END-IF.
004300     IF MAST-ADDR-UNDELIVERABLE
004310         PERFORM 2300-LIST-ADDRESS-NEEDED THRU 2300-EXIT
004320         GO TO 2100-EXIT
004330     END-IF.
004340     MOVE "M" TO WS-MAIL-TO.
004350     MOVE SPACES TO WS-GUARDIAN-FIELDS.
004360     PERFORM 2200-EXTRACT-MEMBER THRU 2200-EXIT.
004370 2100-EXIT.
004380     EXIT.
004390
004400*-----------------------------------------------------------*
004410*  2200 - WRITE THE NOTIFICATION RECORD AND THE PRINTED      *
004420*          LINE.  A DAY OF BIRTH PAST THE END OF THE COMING   *
004430*          MONTH (A FEB-29 BIRTHDAY IN A COMMON YEAR) IS      *
004440*          OBSERVED ON THE MONTH'S LAST DAY.  THE CALLER SETS *
004450*          WS-MAIL-TO AND THE GUARDIAN FIELDS; A NOTICE TO    *
004460*          THE GUARDIAN CARRIES THE GUARDIAN'S ADDRESS.       *
004470*-----------------------------------------------------------*
004480 2200-EXTRACT-MEMBER.
004490     MOVE WS-DOB-DD TO WS-MILE-DAY.
004500     IF WS-MILE-DAY > WS-NEXT-MAX-DAY
004510         MOVE WS-NEXT-MAX-DAY TO WS-MILE-DAY
004520     END-IF.
004530     MOVE MAST-MEMBER-ID TO MILE-MEMBER-ID.
004540     MOVE MAST-MEMBER-DOB TO MILE-MEMBER-DOB.
004550     MOVE WS-TURNING-AGE TO MILE-AGE.
004560     COMPUTE MILE-DATE = WS-NEXT-YEAR * 10000
004570         + WS-NEXT-MM * 100 + WS-MILE-DAY.
004580     MOVE MAST-MEMBER-NAME TO MILE-MEMBER-NAME.
004590     MOVE MAST-MAIL-ADDRESS TO MILE-MAIL-ADDRESS.
004600     MOVE WS-MAIL-TO TO MILE-MAIL-TO.
004610     MOVE WS-GRD-MEMBER-ID TO MILE-GUARDIAN-ID.
004620     MOVE WS-GRD-NAME TO MILE-GUARDIAN-NAME.
004630     IF MILE-TO-GUARDIAN
004640         MOVE WS-GRD-MAIL-ADDRESS TO MILE-MAIL-ADDRESS
004650     END-IF.
004660     WRITE AGE-MILESTONE-RECORD.
004670     IF AGE-MILESTONE-STATUS NOT = "00"
004680         DISPLAY "*** ERROR: notification file write failed, "
004690             "status " AGE-MILESTONE-STATUS
004700             " - extract stopped."
004710         MOVE "Y" TO WS-MASTER-EOF-SW
004720         MOVE 16 TO RETURN-CODE
004730         GO TO 2200-EXIT
004740     END-IF.
004750     ADD 1 TO WS-MEMBERS-EXTRACTED.
004760     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
004770     MOVE MILE-MEMBER-ID TO AGE-MILE-REPORT-RECORD(1:10).
004780     MOVE MAST-MEMBER-DOB TO AGE-MILE-REPORT-RECORD(13:8).
004790     MOVE MILE-AGE TO AGE-MILE-REPORT-RECORD(23:3).
004800     MOVE MILE-DATE TO AGE-MILE-REPORT-RECORD(30:8).
004810     MOVE MILE-MEMBER-NAME TO AGE-MILE-REPORT-RECORD(45:25).
004820     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004830     IF MILE-TO-MEMBER
004840         GO TO 2200-EXIT
004850     END-IF.
004860     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
004870     IF MILE-TO-GUARDIAN
004880         STRING "TO GUARDIAN " MILE-GUARDIAN-ID " "
004890             MILE-GUARDIAN-NAME
004900             DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD(13:68)
004910     ELSE
004920         STRING "COPY TO MEMBER OF GUARDIAN NOTICE"
004930             DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD(13:68)
004940     END-IF.
004950     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004960 2200-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------*
005000*  2300 - LIST A MEMBER WHOSE ADDRESS IS HELD AS             *
005010*          UNDELIVERABLE.  NO NOTICE IS WRITTEN; THE LINE     *
005020*          CARRIES THE RETURNED-MAIL DATE AND REASON.         *
005030*-----------------------------------------------------------*
005040 2300-LIST-ADDRESS-NEEDED.
005050     ADD 1 TO WS-MEMBERS-ADDR-NEEDED.
005060     MOVE SPACES TO AGE-ADDR-NEEDED-RECORD.
005070     MOVE MAST-MEMBER-ID TO AGE-ADDR-NEEDED-RECORD(1:10).
005080     MOVE MAST-MEMBER-DOB TO AGE-ADDR-NEEDED-RECORD(13:8).
005090     MOVE WS-TURNING-AGE TO WS-ADDR-AGE.
005100     MOVE WS-ADDR-AGE TO AGE-ADDR-NEEDED-RECORD(23:3).
005110     MOVE MAST-ADDR-RETURN-DATE TO AGE-ADDR-NEEDED-RECORD(29:8).
005120     MOVE MAST-ADDR-RETURN-REASON
005130         TO AGE-ADDR-NEEDED-RECORD(40:2).
005140     MOVE MAST-MEMBER-NAME TO AGE-ADDR-NEEDED-RECORD(44:25).
005150     PERFORM 3950-PRINT-ADDR-LINE THRU 3950-EXIT.
005160 2300-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------*
005200*  2400 - FIND THE GUARDIAN OF A MEMBER TURNING 18.  THE     *
005210*          GUARDIAN IS USABLE WHEN LINKED ON AGEGRDN, ACTIVE *
005220*          ON THE MASTER AND NOT HELD FOR RETURNED MAIL.     *
005230*          READING THE GUARDIAN MOVES THE MASTER FILE OFF    *
005240*          THE DOB RANGE BEING READ, SO THE MINOR'S RECORD   *
005250*          IS HELD AND THE FILE PUT BACK ON IT AFTERWARDS.   *
005260*-----------------------------------------------------------*
005270 2400-CHECK-GUARDIAN.
005280     MOVE "N" TO WS-GUARDIAN-USABLE-SW.
005290     MOVE SPACES TO WS-GUARDIAN-FIELDS.
005300     MOVE MAST-MEMBER-ID TO GRDN-MINOR-ID.
005310     READ AGE-GUARDIAN-FILE
005320         KEY IS GRDN-MINOR-ID
005330         INVALID KEY
005340             GO TO 2400-EXIT
005350     END-READ.
005360     MOVE AGE-MASTER-RECORD TO WS-MINOR-RECORD.
005370     MOVE MAST-MEMBER-ID TO WS-MINOR-ID.
005380     MOVE MAST-MEMBER-DOB TO WS-MINOR-DOB.
005390     MOVE GRDN-GUARDIAN-ID TO MAST-MEMBER-ID.
005400     READ AGE-MASTER-FILE
005410         KEY IS MAST-MEMBER-ID
005420         INVALID KEY
005430             DISPLAY "*** WARNING: guardian " GRDN-GUARDIAN-ID
005440                 " of member " WS-MINOR-ID " is not on the "
005450                 "master file - notice sent to the member."
005460             GO TO 2400-REPOSITION
005470     END-READ.
005480     IF NOT MAST-IS-ACTIVE OR MAST-ADDR-UNDELIVERABLE
005490         DISPLAY "*** WARNING: guardian " GRDN-GUARDIAN-ID
005500             " of member " WS-MINOR-ID " is not active or has "
005510             "no good address - notice sent to the member."
005520         GO TO 2400-REPOSITION
005530     END-IF.
005540     MOVE MAST-MEMBER-ID TO WS-GRD-MEMBER-ID.
005550     MOVE MAST-MEMBER-NAME TO WS-GRD-NAME.
005560     MOVE MAST-MAIL-ADDRESS TO WS-GRD-MAIL-ADDRESS.
005570     MOVE "Y" TO WS-GUARDIAN-USABLE-SW.
005580 2400-REPOSITION.
005590     PERFORM 2450-REPOSITION-MINOR THRU 2450-EXIT.
005600     MOVE WS-MINOR-RECORD TO AGE-MASTER-RECORD.
005610 2400-EXIT.
005620     EXIT.
005630
005640*-----------------------------------------------------------*
005650*  2450 - PUT THE MASTER FILE BACK ON THE MINOR'S RECORD IN  *
005660*          THE DOB INDEX: START AT THE MINOR'S DATE OF BIRTH *
005670*          AND READ FORWARD THROUGH ANY OTHER MEMBERS BORN   *
005680*          THE SAME DAY UNTIL THE MINOR IS REACHED, SO THE   *
005690*          NEXT READ NEXT CARRIES ON FROM WHERE IT WAS.      *
005700*-----------------------------------------------------------*
005710 2450-REPOSITION-MINOR.
005720     MOVE "N" TO WS-REPOSITION-SW.
005730     MOVE WS-MINOR-DOB TO MAST-MEMBER-DOB.
005740     START AGE-MASTER-FILE
005750         KEY IS NOT LESS THAN MAST-MEMBER-DOB
005760         INVALID KEY
005770             MOVE "Y" TO WS-RANGE-EOF-SW
005780             GO TO 2450-EXIT
005790     END-START.
005800     PERFORM 2460-READ-TO-MINOR THRU 2460-EXIT
005810         UNTIL WS-MINOR-IS-REREAD OR WS-END-OF-RANGE.
005820 2450-EXIT.
005830     EXIT.
005840
005850 2460-READ-TO-MINOR.
005860     READ AGE-MASTER-FILE NEXT RECORD
005870         AT END
005880             MOVE "Y" TO WS-RANGE-EOF-SW
005890             GO TO 2460-EXIT
005900     END-READ.
005910     IF MAST-MEMBER-DOB > WS-MINOR-DOB
005920         MOVE "Y" TO WS-RANGE-EOF-SW
005930         GO TO 2460-EXIT
005940     END-IF.
005950     IF MAST-MEMBER-ID = WS-MINOR-ID
005960         MOVE "Y" TO WS-REPOSITION-SW
005970     END-IF.
005980 2460-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------*
006020*  2500 - SEND THE 18TH-BIRTHDAY NOTICE TO THE GUARDIAN AND  *
006030*          A COPY TO THE MEMBER.  THE COPY IS HELD FOR AN    *
006040*          ADDRESS LIKE ANY OTHER NOTICE WHEN THE MEMBER'S   *
006050*          OWN ADDRESS IS UNDELIVERABLE.                     *
006060*-----------------------------------------------------------*
006070 2500-NOTIFY-GUARDIAN.
006080     MOVE "G" TO WS-MAIL-TO.
006090     PERFORM 2200-EXTRACT-MEMBER THRU 2200-EXIT.
006100     IF WS-END-OF-MASTER
006110         GO TO 2500-EXIT
006120     END-IF.
006130     ADD 1 TO WS-GUARDIAN-NOTICES.
006140     IF MAST-ADDR-UNDELIVERABLE
006150         PERFORM 2300-LIST-ADDRESS-NEEDED THRU 2300-EXIT
006160         GO TO 2500-EXIT
006170     END-IF.
006180     MOVE "C" TO WS-MAIL-TO.
006190     PERFORM 2200-EXTRACT-MEMBER THRU 2200-EXIT.
006200     IF WS-END-OF-MASTER
006210         GO TO 2500-EXIT
006220     END-IF.
006230     ADD 1 TO WS-MEMBER-COPIES.
006240 2500-EXIT.
006250     EXIT.
006260
006270 2185-CHECK-LEAP-YEAR.
006280     MOVE "N" TO WS-LEAP-YEAR-SW.
006290     DIVIDE WS-DOB-FULL-YEAR BY 4 GIVING WS-LEAP-QUOT-4
006300         REMAINDER WS-LEAP-REM-4.
006310     IF WS-LEAP-REM-4 = 0
006320         DIVIDE WS-DOB-FULL-YEAR BY 100 GIVING WS-LEAP-QUOT-100
006330             REMAINDER WS-LEAP-REM-100
006340         IF WS-LEAP-REM-100 NOT = 0
006350             MOVE "Y" TO WS-LEAP-YEAR-SW
006360         ELSE
006370             DIVIDE WS-DOB-FULL-YEAR BY 400
006380                 GIVING WS-LEAP-QUOT-400
006390                 REMAINDER WS-LEAP-REM-400
006400             IF WS-LEAP-REM-400 = 0
006410                 MOVE "Y" TO WS-LEAP-YEAR-SW
006420             END-IF
006430         END-IF
006440     END-IF.
006450 2185-EXIT.
006460     EXIT.
006470
006480*-----------------------------------------------------------*
006490*  3000 - PRINT THE SUMMARY                                  *
006500*-----------------------------------------------------------*
006510 3000-PRINT-SUMMARY.
006520     IF NOT WS-FILES-WERE-OPENED
006530         GO TO 3000-EXIT
006540     END-IF.
006550     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
006560     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006570     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
006580     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
006590     STRING "Members read        : " WS-PRT-COUNT
006600         DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD.
006610     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006620     MOVE WS-MEMBERS-EXTRACTED TO WS-PRT-COUNT.
006630     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
006640     STRING "Milestone notices   : " WS-PRT-COUNT
006650         DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD.
006660     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006670     MOVE WS-MEMBERS-ADDR-NEEDED TO WS-PRT-COUNT.
006680     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
006690     STRING "Held - address needed: " WS-PRT-COUNT
006700         DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD.
006710     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006720     MOVE WS-GUARDIAN-NOTICES TO WS-PRT-COUNT.
006730     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
006740     STRING "Sent to guardians   : " WS-PRT-COUNT
006750         DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD.
006760     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006770     MOVE WS-MEMBER-COPIES TO WS-PRT-COUNT.
006780     MOVE SPACES TO AGE-MILE-REPORT-RECORD.
006790     STRING "Copies to members   : " WS-PRT-COUNT
006800         DELIMITED BY SIZE INTO AGE-MILE-REPORT-RECORD.
006810     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006820     MOVE SPACES TO AGE-ADDR-NEEDED-RECORD.
006830     PERFORM 3950-PRINT-ADDR-LINE THRU 3950-EXIT.
006840     MOVE AGE-MILE-REPORT-RECORD TO AGE-ADDR-NEEDED-RECORD.
006850     PERFORM 3950-PRINT-ADDR-LINE THRU 3950-EXIT.
006860 3000-EXIT.
006870     EXIT.
006880
006890 3900-PRINT-LINE.
006900     WRITE AGE-MILE-REPORT-RECORD.
006910     DISPLAY AGE-MILE-REPORT-RECORD.
006920 3900-EXIT.
006930     EXIT.
006940
006950 3950-PRINT-ADDR-LINE.
006960     WRITE AGE-ADDR-NEEDED-RECORD.
006970     DISPLAY AGE-ADDR-NEEDED-RECORD.
006980 3950-EXIT.
006990     EXIT.
007000
007010*-----------------------------------------------------------*
007020*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
007030*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
007040*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
007050*          DISTURB THE RUN'S OWN CONDITION CODE.            *
007060*-----------------------------------------------------------*
007070 8000-WRITE-RUN-CONTROL.
007080     OPEN EXTEND AGE-RUN-CONTROL-FILE.
007090     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
007100             AGE-RUN-CONTROL-STATUS NOT = "05"
007110         OPEN OUTPUT AGE-RUN-CONTROL-FILE
007120         CLOSE AGE-RUN-CONTROL-FILE
007130         OPEN EXTEND AGE-RUN-CONTROL-FILE
007140     END-IF.
007150     IF AGE-RUN-CONTROL-STATUS NOT = "00"
007160         DISPLAY "*** WARNING: run-control record not "
007170             "written, status " AGE-RUN-CONTROL-STATUS
007180         GO TO 8000-EXIT
007190     END-IF.
007200     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
007210     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
007220     MOVE "AGEMILE" TO RUN-JOB-NAME.
007230     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
007240     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
007250     MOVE WS-MEMBERS-READ TO RUN-RECORDS-READ.
007260     MOVE WS-MEMBERS-EXTRACTED TO RUN-RECORDS-POSTED.
007270     MOVE WS-MEMBERS-ADDR-NEEDED TO RUN-RECORDS-REJECTED.
007280     MOVE RETURN-CODE TO RUN-COND-CODE.
007290     WRITE AGE-RUN-CONTROL-RECORD.
007300     CLOSE AGE-RUN-CONTROL-FILE.
007310 8000-EXIT.
007320     EXIT.
007330
007340*-----------------------------------------------------------*
007350*  9000 - TERMINATION                                        *
007360*-----------------------------------------------------------*
007370 9000-TERMINATE.
007380     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
007390     IF WS-FILES-WERE-OPENED
007400         CLOSE AGE-MASTER-FILE
007410         CLOSE AGE-MILESTONE-FILE
007420         CLOSE AGE-MILE-REPORT-FILE
007430         CLOSE AGE-ADDR-NEEDED-FILE
007440         IF WS-GUARDIAN-WAS-OPENED
007450             CLOSE AGE-GUARDIAN-FILE
007460         END-IF
007470     END-IF.
007480     DISPLAY "AGEMILE complete.  Read " WS-MEMBERS-READ
007490         "  Extracted " WS-MEMBERS-EXTRACTED
007500         "  Address needed " WS-MEMBERS-ADDR-NEEDED "." .
007510 9000-EXIT.
007520     EXIT.
