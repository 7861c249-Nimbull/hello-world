000250*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000260*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000270*                 THE AGEMORN MORNING STATUS REPORT.
000280* 2026-10-15 JDM  MEMBERS MERGED INTO ANOTHER ID BY AGEMERGE ARE
000290*                 SKIPPED LIKE DELETED ONES - THE RETIRED ID
000300*                 IS NOT CHASED FOR A DETERMINATION.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. AGEPEND.
000340 AUTHOR. NIMBULL DATA PROCESSING.
000350 INSTALLATION. MEMBER SERVICES.
000360 DATE-WRITTEN. 2026-09-02.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS MAST-MEMBER-ID
000450         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000460             WITH DUPLICATES
000470         FILE STATUS IS AGE-MASTER-STATUS.
000480
000490     SELECT AGE-PEND-REPORT-FILE ASSIGN TO "AGEPENDO"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS AGE-PEND-REPORT-STATUS.
000520
000530     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  AGE-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY AGEMAST.
000620
000630 FD  AGE-PEND-REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  AGE-PEND-REPORT-RECORD      PIC X(80).
000660
000670 FD  AGE-RUN-CONTROL-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 COPY AGERUN.
000710
000720 WORKING-STORAGE SECTION.
000730 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000740 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000750 77  AGE-PEND-REPORT-STATUS      PIC X(02)   VALUE SPACES.
000760
000770 01  WS-SWITCHES.
000780     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
000790         88  WS-END-OF-MASTER                 VALUE "Y".
000800     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000810         88  WS-FILES-WERE-OPENED             VALUE "Y".
000820     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
000830         88  WS-IS-LEAP-YEAR                   VALUE "Y".
000840
000850 01  WS-COUNTERS.
000860     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
000870     05  WS-MEMBERS-PENDING      PIC 9(08)   VALUE ZERO.
000880     05  WS-BUCKET-8-14          PIC 9(08)   VALUE ZERO.
000890     05  WS-BUCKET-15-30         PIC 9(08)   VALUE ZERO.
000900     05  WS-BUCKET-OVER-30       PIC 9(08)   VALUE ZERO.
000910
000920 01  WS-CHASE-DAYS-INPUT         PIC X(03)   VALUE SPACES.
000930 01  WS-CHASE-DAYS-INPUT-N REDEFINES WS-CHASE-DAYS-INPUT
000940                                 PIC 9(03).
000950 01  WS-CHASE-DAYS               PIC 9(03)   VALUE ZERO.
000960
000970 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
000980
000990 01  WS-DATE-WORK-FIELDS.
001000     05  WS-DATE-IN              PIC 9(08)   VALUE ZERO.
001010     05  WS-DATE-IN-R REDEFINES WS-DATE-IN.
001020         10  WS-DI-YEAR          PIC 9(04).
001030         10  WS-DI-MM            PIC 9(02).
001040         10  WS-DI-DD            PIC 9(02).
001050     05  WS-DAYS-OUT             PIC 9(08)   VALUE ZERO.
001060     05  WS-PRIOR-YEARS          PIC 9(04)   VALUE ZERO.
001070     05  WS-LEAP-DAYS            PIC 9(04)   VALUE ZERO.
001080     05  WS-MONTH-OFFSET         PIC 9(03)   VALUE ZERO.
001090     05  WS-RUN-DAY-NO           PIC 9(08)   VALUE ZERO.
001100     05  WS-SENT-DAY-NO          PIC 9(08)   VALUE ZERO.
001110     05  WS-DAYS-OUTSTANDING     PIC S9(05)  VALUE ZERO.
001120
001130 01  WS-LEAP-WORK-FIELDS.
001140     05  WS-LEAP-QUOT-4          PIC 9(04).
001150     05  WS-LEAP-REM-4           PIC 9(02).
001160     05  WS-LEAP-QUOT-100        PIC 9(04).
001170     05  WS-LEAP-REM-100         PIC 9(02).
001180     05  WS-LEAP-QUOT-400        PIC 9(04).
001190     05  WS-LEAP-REM-400         PIC 9(03).
001200
001210 01  WS-PEND-LINE.
001220     05  WS-PL-MEMBER-ID         PIC X(10).
001230     05  FILLER                  PIC X(02)   VALUE SPACES.
001240     05  WS-PL-NAME              PIC X(25).
001250     05  FILLER                  PIC X(02)   VALUE SPACES.
001260     05  WS-PL-SENT-DATE         PIC 9(08).
001270     05  FILLER                  PIC X(02)   VALUE SPACES.
001280     05  WS-PL-DAYS              PIC ZZZZ9.
001290     05  FILLER                  PIC X(02)   VALUE SPACES.
001300     05  WS-PL-BUCKET            PIC X(08).
001310
001320 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001330
001340 01  WS-RUN-STAMP-FIELDS.
001350     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001360     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001370
001380 PROCEDURE DIVISION.
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     PERFORM 2000-CHECK-MEMBER THRU 2000-EXIT
001420         UNTIL WS-END-OF-MASTER.
001430     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001450     STOP RUN.
001460
001470*-----------------------------------------------------------*
001480*  1000 - INITIALIZATION.  THE CHASE THRESHOLD IN DAYS IS    *
001490*          READ FROM SYSIN, ONE 3-DIGIT CARD (007 TO START). *
001500*-----------------------------------------------------------*
001510 1000-INITIALIZE.
001520     DISPLAY "AGEPEND starting.".
001530     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001540     DISPLAY "Enter the chase threshold in days (3 digits, "
001550         "e.g. 007): ".
001560     ACCEPT WS-CHASE-DAYS-INPUT.
001570     IF WS-CHASE-DAYS-INPUT NOT NUMERIC
001580         DISPLAY "*** ERROR: chase threshold must be 3 numeric "
001590             "digits."
001600         MOVE "Y" TO WS-MASTER-EOF-SW
001610         MOVE 16 TO RETURN-CODE
001620         GO TO 1000-EXIT
001630     END-IF.
001640     MOVE WS-CHASE-DAYS-INPUT-N TO WS-CHASE-DAYS.
001650     MOVE WS-SYS-DATE-YYYYMMDD TO WS-DATE-IN.
001660     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
001670     MOVE WS-DAYS-OUT TO WS-RUN-DAY-NO.
001680     OPEN INPUT AGE-MASTER-FILE.
001690     IF AGE-MASTER-STATUS NOT = "00"
001700         DISPLAY "*** ERROR: cannot open member master file, "
001710             "status " AGE-MASTER-STATUS
001720         MOVE "Y" TO WS-MASTER-EOF-SW
001730         MOVE 16 TO RETURN-CODE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     OPEN OUTPUT AGE-PEND-REPORT-FILE.
001770     MOVE "Y" TO WS-FILES-OPEN-SW.
001780     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
001790     STRING "PENDING DETERMINATION CONTROL - RUN DATE "
001800         WS-SYS-DATE-YYYYMMDD
001810         " THRESHOLD " WS-CHASE-DAYS " DAYS"
001820         DELIMITED BY SIZE INTO AGE-PEND-REPORT-RECORD.
001830     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001840     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
001850     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001860     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
001870     STRING "MEMBER      NAME                       SENT ON "
001880         "    DAYS   BUCKET"
001890         DELIMITED BY SIZE INTO AGE-PEND-REPORT-RECORD.
001900     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930
001940*-----------------------------------------------------------*
001950*  2000 - CHECK ONE MEMBER FOR AN UNANSWERED EXTRACT.  A     *
001960*          MEMBER NEVER EXTRACTED, OR WITH A DETERMINATION   *
001970*          ALREADY POSTED, IS NOT OUTSTANDING.               *
001980*-----------------------------------------------------------*
001990 2000-CHECK-MEMBER.
002000     READ AGE-MASTER-FILE NEXT RECORD
002010         AT END
002020             MOVE "Y" TO WS-MASTER-EOF-SW
002030             GO TO 2000-EXIT
002040     END-READ.
002050     ADD 1 TO WS-MEMBERS-READ.
002060     IF MAST-IS-DELETED OR MAST-IS-MERGED
002070         GO TO 2000-EXIT
002080     END-IF.
002090     IF MAST-EXTRACT-DATE = ZERO
002100         GO TO 2000-EXIT
002110     END-IF.
002120     IF MAST-ELIG-STATUS NOT = SPACES
002130         GO TO 2000-EXIT
002140     END-IF.
002150     MOVE MAST-EXTRACT-DATE TO WS-DATE-IN.
002160     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
002170     MOVE WS-DAYS-OUT TO WS-SENT-DAY-NO.
002180     COMPUTE WS-DAYS-OUTSTANDING =
002190         WS-RUN-DAY-NO - WS-SENT-DAY-NO.
002200     IF WS-DAYS-OUTSTANDING <= WS-CHASE-DAYS
002210         GO TO 2000-EXIT
002220     END-IF.
002230     ADD 1 TO WS-MEMBERS-PENDING.
002240     EVALUATE TRUE
002250         WHEN WS-DAYS-OUTSTANDING > 30
002260             ADD 1 TO WS-BUCKET-OVER-30
002270             MOVE "OVER 30" TO WS-PL-BUCKET
002280         WHEN WS-DAYS-OUTSTANDING > 14
002290             ADD 1 TO WS-BUCKET-15-30
002300             MOVE "15-30" TO WS-PL-BUCKET
002310         WHEN OTHER
002320             ADD 1 TO WS-BUCKET-8-14
002330             MOVE "8-14" TO WS-PL-BUCKET
002340     END-EVALUATE.
002350     MOVE MAST-MEMBER-ID TO WS-PL-MEMBER-ID.
002360     MOVE MAST-MEMBER-NAME TO WS-PL-NAME.
002370     MOVE MAST-EXTRACT-DATE TO WS-PL-SENT-DATE.
002380     MOVE WS-DAYS-OUTSTANDING TO WS-PL-DAYS.
002390     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
002400     MOVE WS-PEND-LINE TO AGE-PEND-REPORT-RECORD.
002410     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002420 2000-EXIT.
002430     EXIT.
002440
002450*-----------------------------------------------------------*
002460*  2800 - TURN WS-DATE-IN (CCYYMMDD) INTO A SERIAL DAY       *
002470*          NUMBER SO TWO DATES CAN BE SUBTRACTED.  DAYS =     *
002480*          365 PER PRIOR YEAR PLUS THE PRIOR LEAP DAYS PLUS  *
002490*          THE OFFSET TO THE MONTH PLUS THE DAY, WITH ONE    *
002500*          MORE WHEN THE GIVEN YEAR IS A LEAP YEAR AND THE   *
002510*          DATE IS PAST FEBRUARY.                            *
002520*-----------------------------------------------------------*
002530 2800-DATE-TO-DAYS.
002540     COMPUTE WS-PRIOR-YEARS = WS-DI-YEAR - 1.
002550     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-QUOT-4
002560         REMAINDER WS-LEAP-REM-4.
002570     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOT-100
002580         REMAINDER WS-LEAP-REM-100.
002590     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOT-400
002600         REMAINDER WS-LEAP-REM-400.
002610     COMPUTE WS-LEAP-DAYS = WS-LEAP-QUOT-4 - WS-LEAP-QUOT-100
002620         + WS-LEAP-QUOT-400.
002630     EVALUATE WS-DI-MM
002640         WHEN 1  MOVE 0 TO WS-MONTH-OFFSET
002650         WHEN 2  MOVE 31 TO WS-MONTH-OFFSET
002660         WHEN 3  MOVE 59 TO WS-MONTH-OFFSET
002670         WHEN 4  MOVE 90 TO WS-MONTH-OFFSET
002680         WHEN 5  MOVE 120 TO WS-MONTH-OFFSET
002690         WHEN 6  MOVE 151 TO WS-MONTH-OFFSET
002700         WHEN 7  MOVE 181 TO WS-MONTH-OFFSET
002710         WHEN 8  MOVE 212 TO WS-MONTH-OFFSET
002720         WHEN 9  MOVE 243 TO WS-MONTH-OFFSET
002730         WHEN 10 MOVE 273 TO WS-MONTH-OFFSET
002740         WHEN 11 MOVE 304 TO WS-MONTH-OFFSET
002750         WHEN OTHER MOVE 334 TO WS-MONTH-OFFSET
002760     END-EVALUATE.
002770     COMPUTE WS-DAYS-OUT = WS-PRIOR-YEARS * 365
002780         + WS-LEAP-DAYS + WS-MONTH-OFFSET + WS-DI-DD.
002790     IF WS-DI-MM > 2
002800         PERFORM 2850-CHECK-LEAP-YEAR THRU 2850-EXIT
002810         IF WS-IS-LEAP-YEAR
002820             ADD 1 TO WS-DAYS-OUT
002830         END-IF
002840     END-IF.
002850 2800-EXIT.
002860     EXIT.
002870
002880 2850-CHECK-LEAP-YEAR.
002890     MOVE "N" TO WS-LEAP-YEAR-SW.
002900     DIVIDE WS-DI-YEAR BY 4 GIVING WS-LEAP-QUOT-4
002910         REMAINDER WS-LEAP-REM-4.
002920     IF WS-LEAP-REM-4 = 0
002930         DIVIDE WS-DI-YEAR BY 100 GIVING WS-LEAP-QUOT-100
002940             REMAINDER WS-LEAP-REM-100
002950         IF WS-LEAP-REM-100 NOT = 0
002960             MOVE "Y" TO WS-LEAP-YEAR-SW
002970         ELSE
002980             DIVIDE WS-DI-YEAR BY 400
002990                 GIVING WS-LEAP-QUOT-400
003000                 REMAINDER WS-LEAP-REM-400
003010             IF WS-LEAP-REM-400 = 0
003020                 MOVE "Y" TO WS-LEAP-YEAR-SW
003030             END-IF
003040         END-IF
003050     END-IF.
003060 2850-EXIT.
003070     EXIT.
003080
003090*-----------------------------------------------------------*
003100*  3000 - PRINT THE BUCKET TOTALS AND SET CC 4 WHEN ANY      *
003110*          MEMBER IS OUTSTANDING.                             *
003120*-----------------------------------------------------------*
003130 3000-PRINT-TOTALS.
003140     IF NOT WS-FILES-WERE-OPENED
003150         GO TO 3000-EXIT
003160     END-IF.
003170     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
003180     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003190     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
003200     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
003210     STRING "Members read          : " WS-PRT-COUNT
003220         DELIMITED BY SIZE INTO AGE-PEND-REPORT-RECORD.
003230     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003240     MOVE WS-MEMBERS-PENDING TO WS-PRT-COUNT.
003250     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
003260     STRING "Outstanding           : " WS-PRT-COUNT
003270         DELIMITED BY SIZE INTO AGE-PEND-REPORT-RECORD.
003280     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003290     MOVE WS-BUCKET-8-14 TO WS-PRT-COUNT.
003300     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
003310     STRING "  8 - 14 days         : " WS-PRT-COUNT
003320         DELIMITED BY SIZE INTO AGE-PEND-REPORT-RECORD.
003330     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003340     MOVE WS-BUCKET-15-30 TO WS-PRT-COUNT.
003350     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
003360     STRING "  15 - 30 days        : " WS-PRT-COUNT
003370         DELIMITED BY SIZE INTO AGE-PEND-REPORT-RECORD.
003380     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003390     MOVE WS-BUCKET-OVER-30 TO WS-PRT-COUNT.
003400     MOVE SPACES TO AGE-PEND-REPORT-RECORD.
003410     STRING "  Over 30 days        : " WS-PRT-COUNT
003420         DELIMITED BY SIZE INTO AGE-PEND-REPORT-RECORD.
003430     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003440     IF WS-MEMBERS-PENDING > ZERO
003450         MOVE 4 TO RETURN-CODE
003460     END-IF.
003470 3000-EXIT.
003480     EXIT.
003490
003500 3900-PRINT-LINE.
003510     WRITE AGE-PEND-REPORT-RECORD.
003520     DISPLAY AGE-PEND-REPORT-RECORD.
003530 3900-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------*
003570*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003580*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003590*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
003600*          DISTURB THE RUN'S OWN CONDITION CODE.            *
003610*-----------------------------------------------------------*
003620 8000-WRITE-RUN-CONTROL.
003630     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003640     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003650             AGE-RUN-CONTROL-STATUS NOT = "05"
003660         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003670         CLOSE AGE-RUN-CONTROL-FILE
003680         OPEN EXTEND AGE-RUN-CONTROL-FILE
003690     END-IF.
003700     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003710         DISPLAY "*** WARNING: run-control record not "
003720             "written, status " AGE-RUN-CONTROL-STATUS
003730         GO TO 8000-EXIT
003740     END-IF.
003750     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
003760     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
003770     MOVE "AGEPEND" TO RUN-JOB-NAME.
003780     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003790     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003800     MOVE WS-MEMBERS-READ TO RUN-RECORDS-READ.
003810     MOVE WS-MEMBERS-PENDING TO RUN-RECORDS-POSTED.
003820     MOVE ZERO TO RUN-RECORDS-REJECTED.
003830     MOVE RETURN-CODE TO RUN-COND-CODE.
003840     WRITE AGE-RUN-CONTROL-RECORD.
003850     CLOSE AGE-RUN-CONTROL-FILE.
003860 8000-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------*
003900*  9000 - TERMINATION                                        *
003910*-----------------------------------------------------------*
003920 9000-TERMINATE.
003930     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003940     IF WS-FILES-WERE-OPENED
003950         CLOSE AGE-MASTER-FILE
003960         CLOSE AGE-PEND-REPORT-FILE
003970     END-IF.
003980     DISPLAY "AGEPEND complete.  Read " WS-MEMBERS-READ
003990         "  Outstanding " WS-MEMBERS-PENDING "." .
004000 9000-EXIT.
004010     EXIT.
