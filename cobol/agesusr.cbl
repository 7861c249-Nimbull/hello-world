000010*****************************************************************
000020* AGESUSR.CBL
000030* AGED BATCH SUSPENSE REPORT.
000040*
000050* AGEEDIT HOLDS EVERY BATCH TRANSACTION IT CANNOT PASS ON THE
000060* KEYED SUSPENSE FILE UNTIL A SUPERVISOR CORRECTS IT OR WRITES
000070* IT OFF IN AGESUSM.  THIS WEEKLY JOB PASSES THE SUSPENSE FILE
000080* AND LISTS EVERY ITEM STILL OUTSTANDING - OPEN, OR CORRECTED
000090* BUT NOT YET RELEASED BY AGEEDIT - AGED FROM THE DATE IT WAS
000100* FIRST SUSPENDED INTO 0-7 / 8-30 / OVER-30 DAY BUCKETS, WITH
000110* THE REJECT REASON, SO THE OLDEST REGISTRATIONS STUCK IN
000120* SUSPENSE ARE WORKED FIRST.  THE CLOSED ITEMS (RELEASED AND
000130* WRITTEN OFF) ARE COUNTED FOR THE RECORD.  ENDS WITH CC 4
000140* WHEN ANY ITEM IS OVER 30 DAYS OLD SO THE MORNING LOG SHOWS
000150* IT.  RUN FROM JCL - SEE JCL MEMBER AGESUSR.
000160*
000170* AUTHOR.      NIMBULL DATA PROCESSING.
000180* INSTALLATION. MEMBER SERVICES.
000190* DATE-WRITTEN. 2026-10-15.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* 2026-10-15 JDM  ORIGINAL.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AGESUSR.
000270 AUTHOR. NIMBULL DATA PROCESSING.
000280 INSTALLATION. MEMBER SERVICES.
000290 DATE-WRITTEN. 2026-10-15.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AGE-SUSPENSE-FILE ASSIGN TO "AGESUSP"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SUSP-KEY
000380         FILE STATUS IS AGE-SUSPENSE-STATUS.
000390
000400     SELECT AGE-SUSR-REPORT-FILE ASSIGN TO "AGESUSRO"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS AGE-SUSR-REPORT-STATUS.
000430
000440     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AGE-SUSPENSE-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY AGESUSP.
000530
000540 FD  AGE-SUSR-REPORT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  AGE-SUSR-REPORT-RECORD      PIC X(80).
000570
000580 FD  AGE-RUN-CONTROL-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY AGERUN.
000620
000630 WORKING-STORAGE SECTION.
000640 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000650 77  AGE-SUSPENSE-STATUS         PIC X(02)   VALUE SPACES.
000660 77  AGE-SUSR-REPORT-STATUS      PIC X(02)   VALUE SPACES.
000670
000680 01  WS-SWITCHES.
000690     05  WS-SUSPENSE-EOF-SW      PIC X(01)   VALUE "N".
000700         88  WS-END-OF-SUSPENSE               VALUE "Y".
000710     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000720         88  WS-FILES-WERE-OPENED             VALUE "Y".
000730     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
000740         88  WS-IS-LEAP-YEAR                   VALUE "Y".
000750
000760 01  WS-COUNTERS.
000770     05  WS-ITEMS-READ           PIC 9(08)   VALUE ZERO.
000780     05  WS-ITEMS-OUTSTANDING    PIC 9(08)   VALUE ZERO.
000790     05  WS-ITEMS-CORRECTED      PIC 9(08)   VALUE ZERO.
000800     05  WS-ITEMS-RELEASED       PIC 9(08)   VALUE ZERO.
000810     05  WS-ITEMS-WRITTEN-OFF    PIC 9(08)   VALUE ZERO.
000820     05  WS-BUCKET-0-7           PIC 9(08)   VALUE ZERO.
000830     05  WS-BUCKET-8-30          PIC 9(08)   VALUE ZERO.
000840     05  WS-BUCKET-OVER-30       PIC 9(08)   VALUE ZERO.
000850
000860 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
000870
000880 01  WS-DATE-WORK-FIELDS.
000890     05  WS-DATE-IN              PIC 9(08)   VALUE ZERO.
000900     05  WS-DATE-IN-R REDEFINES WS-DATE-IN.
000910         10  WS-DI-YEAR          PIC 9(04).
000920         10  WS-DI-MM            PIC 9(02).
000930         10  WS-DI-DD            PIC 9(02).
000940     05  WS-DAYS-OUT             PIC 9(08)   VALUE ZERO.
000950     05  WS-PRIOR-YEARS          PIC 9(04)   VALUE ZERO.
000960     05  WS-LEAP-DAYS            PIC 9(04)   VALUE ZERO.
000970     05  WS-MONTH-OFFSET         PIC 9(03)   VALUE ZERO.
000980     05  WS-RUN-DAY-NO           PIC 9(08)   VALUE ZERO.
000990     05  WS-FIRST-DAY-NO         PIC 9(08)   VALUE ZERO.
001000     05  WS-DAYS-IN-SUSPENSE     PIC S9(05)  VALUE ZERO.
001010
001020 01  WS-LEAP-WORK-FIELDS.
001030     05  WS-LEAP-QUOT-4          PIC 9(04).
001040     05  WS-LEAP-REM-4           PIC 9(02).
001050     05  WS-LEAP-QUOT-100        PIC 9(04).
001060     05  WS-LEAP-REM-100         PIC 9(02).
001070     05  WS-LEAP-QUOT-400        PIC 9(04).
001080     05  WS-LEAP-REM-400         PIC 9(03).
001090
001100 01  WS-SUSR-LINE.
001110     05  WS-SL-TRAN-DATE         PIC 9(08).
001120     05  WS-SL-TRAN-SEQ          PIC 9(07).
001130     05  FILLER                  PIC X(02)   VALUE SPACES.
001140     05  WS-SL-STATUS            PIC X(01).
001150     05  FILLER                  PIC X(02)   VALUE SPACES.
001160     05  WS-SL-MEMBER-ID         PIC X(10).
001170     05  FILLER                  PIC X(02)   VALUE SPACES.
001180     05  WS-SL-FIRST-DATE        PIC 9(08).
001190     05  FILLER                  PIC X(02)   VALUE SPACES.
001200     05  WS-SL-DAYS              PIC ZZZZ9.
001210     05  FILLER                  PIC X(02)   VALUE SPACES.
001220     05  WS-SL-BUCKET            PIC X(07).
001230     05  FILLER                  PIC X(02)   VALUE SPACES.
001240     05  WS-SL-REASON            PIC X(22).
001250
001260 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001270
001280 01  WS-RUN-STAMP-FIELDS.
001290     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001300     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001310
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-CHECK-ITEM THRU 2000-EXIT
001360         UNTIL WS-END-OF-SUSPENSE.
001370     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001390     STOP RUN.
001400
001410*-----------------------------------------------------------*
001420*  1000 - INITIALIZATION                                    *
001430*-----------------------------------------------------------*
001440 1000-INITIALIZE.
001450     DISPLAY "AGESUSR starting.".
001460     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001470     MOVE WS-SYS-DATE-YYYYMMDD TO WS-DATE-IN.
001480     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
001490     MOVE WS-DAYS-OUT TO WS-RUN-DAY-NO.
001500     OPEN INPUT AGE-SUSPENSE-FILE.
001510     IF AGE-SUSPENSE-STATUS NOT = "00"
001520         DISPLAY "*** ERROR: cannot open suspense file, "
001530             "status " AGE-SUSPENSE-STATUS
001540         MOVE "Y" TO WS-SUSPENSE-EOF-SW
001550         MOVE 16 TO RETURN-CODE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     OPEN OUTPUT AGE-SUSR-REPORT-FILE.
001590     MOVE "Y" TO WS-FILES-OPEN-SW.
001600     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
001610     STRING "AGED BATCH SUSPENSE - RUN DATE "
001620         WS-SYS-DATE-YYYYMMDD
001630         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
001640     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001650     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
001660     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001670     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
001680     STRING "ITEM             S  MEMBER      HELD ON    "
001690         " DAYS  BUCKET   REASON"
001700         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
001710     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740
001750*-----------------------------------------------------------*
001760*  2000 - AGE ONE SUSPENSE ITEM.  RELEASED AND WRITTEN-OFF   *
001770*          ITEMS ARE CLOSED AND ONLY COUNTED; AN OPEN OR     *
001780*          CORRECTED ITEM IS AGED FROM ITS FIRST-SUSPENDED   *
001790*          DATE AND LISTED.                                   *
001800*-----------------------------------------------------------*
001810 2000-CHECK-ITEM.
001820     READ AGE-SUSPENSE-FILE NEXT RECORD
001830         AT END
001840             MOVE "Y" TO WS-SUSPENSE-EOF-SW
001850             GO TO 2000-EXIT
001860     END-READ.
001870     ADD 1 TO WS-ITEMS-READ.
001880     IF SUSP-IS-RELEASED
001890         ADD 1 TO WS-ITEMS-RELEASED
001900         GO TO 2000-EXIT
001910     END-IF.
001920     IF SUSP-IS-WRITTEN-OFF
001930         ADD 1 TO WS-ITEMS-WRITTEN-OFF
001940         GO TO 2000-EXIT
001950     END-IF.
001960     ADD 1 TO WS-ITEMS-OUTSTANDING.
001970     IF SUSP-IS-CORRECTED
001980         ADD 1 TO WS-ITEMS-CORRECTED
001990     END-IF.
002000     MOVE SUSP-FIRST-DATE TO WS-DATE-IN.
002010     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
002020     MOVE WS-DAYS-OUT TO WS-FIRST-DAY-NO.
002030     COMPUTE WS-DAYS-IN-SUSPENSE =
002040         WS-RUN-DAY-NO - WS-FIRST-DAY-NO.
002050     EVALUATE TRUE
002060         WHEN WS-DAYS-IN-SUSPENSE > 30
002070             ADD 1 TO WS-BUCKET-OVER-30
002080             MOVE "OVER 30" TO WS-SL-BUCKET
002090         WHEN WS-DAYS-IN-SUSPENSE > 7
002100             ADD 1 TO WS-BUCKET-8-30
002110             MOVE "8-30" TO WS-SL-BUCKET
002120         WHEN OTHER
002130             ADD 1 TO WS-BUCKET-0-7
002140             MOVE "0-7" TO WS-SL-BUCKET
002150     END-EVALUATE.
002160     MOVE SUSP-TRAN-DATE TO WS-SL-TRAN-DATE.
002170     MOVE SUSP-TRAN-SEQ TO WS-SL-TRAN-SEQ.
002180     MOVE SUSP-STATUS TO WS-SL-STATUS.
002190     MOVE SUSP-MEMBER-ID TO WS-SL-MEMBER-ID.
002200     MOVE SUSP-FIRST-DATE TO WS-SL-FIRST-DATE.
002210     MOVE WS-DAYS-IN-SUSPENSE TO WS-SL-DAYS.
002220     MOVE SUSP-REASON TO WS-SL-REASON.
002230     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
002240     MOVE WS-SUSR-LINE TO AGE-SUSR-REPORT-RECORD.
002250     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002260 2000-EXIT.
002270     EXIT.
002280
002290*-----------------------------------------------------------*
002300*  2800 - TURN WS-DATE-IN (CCYYMMDD) INTO A SERIAL DAY       *
002310*          NUMBER SO TWO DATES CAN BE SUBTRACTED.  DAYS =     *
002320*          365 PER PRIOR YEAR PLUS THE PRIOR LEAP DAYS PLUS  *
002330*          THE OFFSET TO THE MONTH PLUS THE DAY, WITH ONE    *
002340*          MORE WHEN THE GIVEN YEAR IS A LEAP YEAR AND THE   *
002350*          DATE IS PAST FEBRUARY.                            *
002360*-----------------------------------------------------------*
002370 2800-DATE-TO-DAYS.
002380     COMPUTE WS-PRIOR-YEARS = WS-DI-YEAR - 1.
002390     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-QUOT-4
002400         REMAINDER WS-LEAP-REM-4.
002410     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOT-100
002420         REMAINDER WS-LEAP-REM-100.
002430     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOT-400
002440         REMAINDER WS-LEAP-REM-400.
002450     COMPUTE WS-LEAP-DAYS = WS-LEAP-QUOT-4 - WS-LEAP-QUOT-100
002460         + WS-LEAP-QUOT-400.
002470     EVALUATE WS-DI-MM
002480         WHEN 1  MOVE 0 TO WS-MONTH-OFFSET
002490         WHEN 2  MOVE 31 TO WS-MONTH-OFFSET
002500         WHEN 3  MOVE 59 TO WS-MONTH-OFFSET
002510         WHEN 4  MOVE 90 TO WS-MONTH-OFFSET
002520         WHEN 5  MOVE 120 TO WS-MONTH-OFFSET
002530         WHEN 6  MOVE 151 TO WS-MONTH-OFFSET
002540         WHEN 7  MOVE 181 TO WS-MONTH-OFFSET
002550         WHEN 8  MOVE 212 TO WS-MONTH-OFFSET
002560         WHEN 9  MOVE 243 TO WS-MONTH-OFFSET
002570         WHEN 10 MOVE 273 TO WS-MONTH-OFFSET
002580         WHEN 11 MOVE 304 TO WS-MONTH-OFFSET
002590         WHEN OTHER MOVE 334 TO WS-MONTH-OFFSET
002600     END-EVALUATE.
002610     COMPUTE WS-DAYS-OUT = WS-PRIOR-YEARS * 365
002620         + WS-LEAP-DAYS + WS-MONTH-OFFSET + WS-DI-DD.
002630     IF WS-DI-MM > 2
002640         PERFORM 2850-CHECK-LEAP-YEAR THRU 2850-EXIT
002650         IF WS-IS-LEAP-YEAR
002660             ADD 1 TO WS-DAYS-OUT
002670         END-IF
002680     END-IF.
002690 2800-EXIT.
002700     EXIT.
002710
002720 2850-CHECK-LEAP-YEAR.
002730     MOVE "N" TO WS-LEAP-YEAR-SW.
002740     DIVIDE WS-DI-YEAR BY 4 GIVING WS-LEAP-QUOT-4
002750         REMAINDER WS-LEAP-REM-4.
002760     IF WS-LEAP-REM-4 = 0
002770         DIVIDE WS-DI-YEAR BY 100 GIVING WS-LEAP-QUOT-100
002780             REMAINDER WS-LEAP-REM-100
002790         IF WS-LEAP-REM-100 NOT = 0
002800             MOVE "Y" TO WS-LEAP-YEAR-SW
002810         ELSE
002820             DIVIDE WS-DI-YEAR BY 400
002830                 GIVING WS-LEAP-QUOT-400
002840                 REMAINDER WS-LEAP-REM-400
002850             IF WS-LEAP-REM-400 = 0
002860                 MOVE "Y" TO WS-LEAP-YEAR-SW
002870             END-IF
002880         END-IF
002890     END-IF.
002900 2850-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------*
002940*  3000 - PRINT THE BUCKET TOTALS AND SET CC 4 WHEN ANY      *
002950*          ITEM IS OVER 30 DAYS IN SUSPENSE.                  *
002960*-----------------------------------------------------------*
002970 3000-PRINT-TOTALS.
002980     IF NOT WS-FILES-WERE-OPENED
002990         GO TO 3000-EXIT
003000     END-IF.
003010     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003020     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003030     MOVE WS-ITEMS-READ TO WS-PRT-COUNT.
003040     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003050     STRING "Suspense items read   : " WS-PRT-COUNT
003060         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003070     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003080     MOVE WS-ITEMS-OUTSTANDING TO WS-PRT-COUNT.
003090     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003100     STRING "Outstanding           : " WS-PRT-COUNT
003110         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003120     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003130     MOVE WS-BUCKET-0-7 TO WS-PRT-COUNT.
003140     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003150     STRING "  0 - 7 days          : " WS-PRT-COUNT
003160         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003170     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003180     MOVE WS-BUCKET-8-30 TO WS-PRT-COUNT.
003190     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003200     STRING "  8 - 30 days         : " WS-PRT-COUNT
003210         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003220     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003230     MOVE WS-BUCKET-OVER-30 TO WS-PRT-COUNT.
003240     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003250     STRING "  Over 30 days        : " WS-PRT-COUNT
003260         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003270     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003280     MOVE WS-ITEMS-CORRECTED TO WS-PRT-COUNT.
003290     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003300     STRING "  Corrected, awaiting : " WS-PRT-COUNT
003310         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003320     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003330     MOVE WS-ITEMS-RELEASED TO WS-PRT-COUNT.
003340     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003350     STRING "Released to AGEBATCH  : " WS-PRT-COUNT
003360         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003370     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003380     MOVE WS-ITEMS-WRITTEN-OFF TO WS-PRT-COUNT.
003390     MOVE SPACES TO AGE-SUSR-REPORT-RECORD.
003400     STRING "Written off           : " WS-PRT-COUNT
003410         DELIMITED BY SIZE INTO AGE-SUSR-REPORT-RECORD.
003420     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003430     IF WS-BUCKET-OVER-30 > ZERO
003440         MOVE 4 TO RETURN-CODE
003450     END-IF.
003460 3000-EXIT.
003470     EXIT.
003480
003490 3900-PRINT-LINE.
003500     WRITE AGE-SUSR-REPORT-RECORD.
003510     DISPLAY AGE-SUSR-REPORT-RECORD.
003520 3900-EXIT.
003530     EXIT.
003540
003550*-----------------------------------------------------------*
003560*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003570*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003580*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
003590*          DISTURB THE RUN'S OWN CONDITION CODE.            *
003600*-----------------------------------------------------------*
003610 8000-WRITE-RUN-CONTROL.
003620     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003630     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003640             AGE-RUN-CONTROL-STATUS NOT = "05"
003650         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003660         CLOSE AGE-RUN-CONTROL-FILE
003670         OPEN EXTEND AGE-RUN-CONTROL-FILE
003680     END-IF.
003690     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003700         DISPLAY "*** WARNING: run-control record not "
003710             "written, status " AGE-RUN-CONTROL-STATUS
003720         GO TO 8000-EXIT
003730     END-IF.
003740     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
003750     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
003760     MOVE "AGESUSR" TO RUN-JOB-NAME.
003770     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003780     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003790     MOVE WS-ITEMS-READ TO RUN-RECORDS-READ.
003800     MOVE WS-ITEMS-OUTSTANDING TO RUN-RECORDS-POSTED.
003810     MOVE ZERO TO RUN-RECORDS-REJECTED.
003820     MOVE RETURN-CODE TO RUN-COND-CODE.
003830     WRITE AGE-RUN-CONTROL-RECORD.
003840     CLOSE AGE-RUN-CONTROL-FILE.
003850 8000-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------*
003890*  9000 - TERMINATION                                        *
003900*-----------------------------------------------------------*
003910 9000-TERMINATE.
003920     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003930     IF WS-FILES-WERE-OPENED
003940         CLOSE AGE-SUSPENSE-FILE
003950         CLOSE AGE-SUSR-REPORT-FILE
003960     END-IF.
003970     DISPLAY "AGESUSR complete.  Read " WS-ITEMS-READ
003980         "  Outstanding " WS-ITEMS-OUTSTANDING "." .
003990 9000-EXIT.
004000     EXIT.
