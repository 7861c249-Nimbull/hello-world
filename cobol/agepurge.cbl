000230*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000240*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000250*                 THE AGEMORN MORNING STATUS REPORT.
000260* 2026-10-15 JDM  MASTER RECORD LENGTH 131 TO 149 FOR THE
000270*                 MERGED-INTO ID AND MERGE DATE.
000280* 2026-10-15 JDM  MASTER RECORD LENGTH 149 TO 160 FOR THE
000290*                 UNDELIVERABLE-ADDRESS HOLD.
000300* 2026-10-15 JDM  JOURNAL THE BEFORE IMAGE OF EVERY MASTER RECORD
000310*                 PURGED TO THE MASTER JOURNAL (AGEJRNL), TAGGED
000320*                 WITH THE RUN DATE AND TIME NOW TAKEN AT START
000330*                 OF RUN AND CARRIED ON THE RUN-CONTROL RECORD,
000340*                 SO A PURGE RUN CAN BE BACKED OUT BY AGEBKOUT.
000350*                 THE RUN STOPS CC 16 WHEN THE JOURNAL CANNOT BE
000360*                 OPENED OR WRITTEN.
000370* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000380*                 CHANNEL.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. AGEPURGE.
000420 AUTHOR. NIMBULL DATA PROCESSING.
000430 INSTALLATION. MEMBER SERVICES.
000440 DATE-WRITTEN. 2026-09-02.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS MAST-MEMBER-ID
000530         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000540             WITH DUPLICATES
000550         FILE STATUS IS AGE-MASTER-STATUS.
000560
000570     SELECT AGE-PURGE-ARCH-FILE ASSIGN TO "AGEPURGF"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS AGE-PURGE-ARCH-STATUS.
000600
000610     SELECT AGE-PURGE-REPORT-FILE ASSIGN TO "AGEPURGO"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AGE-PURGE-REPORT-STATUS.
000640
000650     SELECT AGE-JOURNAL-FILE ASSIGN TO "AGEJRNL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS AGE-JOURNAL-STATUS.
000680
000690     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  AGE-MASTER-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY AGEMAST.
000780
000790 FD  AGE-PURGE-ARCH-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  AGE-PURGE-ARCH-RECORD       PIC X(161).
000830
000840 FD  AGE-PURGE-REPORT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  AGE-PURGE-REPORT-RECORD     PIC X(80).
000870
000880 FD  AGE-JOURNAL-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY AGEJRNL.
000920
000930 FD  AGE-RUN-CONTROL-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY AGERUN.
000970
000980 WORKING-STORAGE SECTION.
000990 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001000 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001010 77  AGE-PURGE-ARCH-STATUS       PIC X(02)   VALUE SPACES.
001020 77  AGE-PURGE-REPORT-STATUS     PIC X(02)   VALUE SPACES.
001030 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
001040
001050 01  WS-SWITCHES.
001060     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001070         88  WS-END-OF-MASTER                 VALUE "Y".
001080     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001090         88  WS-FILES-WERE-OPENED             VALUE "Y".
001100     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
001110         88  WS-IS-LEAP-YEAR                   VALUE "Y".
001120
001130 01  WS-COUNTERS.
001140     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
001150     05  WS-MEMBERS-DELETED      PIC 9(08)   VALUE ZERO.
001160     05  WS-MEMBERS-PURGED       PIC 9(08)   VALUE ZERO.
001170     05  WS-MEMBERS-RETAINED     PIC 9(08)   VALUE ZERO.
001180
001190 01  WS-RETAIN-DAYS-INPUT        PIC X(03)   VALUE SPACES.
001200 01  WS-RETAIN-DAYS-INPUT-N REDEFINES WS-RETAIN-DAYS-INPUT
001210                                 PIC 9(03).
001220 01  WS-RETAIN-DAYS              PIC 9(03)   VALUE ZERO.
001230
001240 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001250
001260 01  WS-DATE-WORK-FIELDS.
001270     05  WS-DATE-IN              PIC 9(08)   VALUE ZERO.
001280     05  WS-DATE-IN-R REDEFINES WS-DATE-IN.
001290         10  WS-DI-YEAR          PIC 9(04).
001300         10  WS-DI-MM            PIC 9(02).
001310         10  WS-DI-DD            PIC 9(02).
001320     05  WS-DAYS-OUT             PIC 9(08)   VALUE ZERO.
001330     05  WS-PRIOR-YEARS          PIC 9(04)   VALUE ZERO.
001340     05  WS-LEAP-DAYS            PIC 9(04)   VALUE ZERO.
001350     05  WS-MONTH-OFFSET         PIC 9(03)   VALUE ZERO.
001360     05  WS-RUN-DAY-NO           PIC 9(08)   VALUE ZERO.
001370     05  WS-DELETED-DAY-NO       PIC 9(08)   VALUE ZERO.
001380     05  WS-DAYS-HELD            PIC S9(05)  VALUE ZERO.
001390
001400 01  WS-LEAP-WORK-FIELDS.
001410     05  WS-LEAP-QUOT-4          PIC 9(04).
001420     05  WS-LEAP-REM-4           PIC 9(02).
001430     05  WS-LEAP-QUOT-100        PIC 9(04).
001440     05  WS-LEAP-REM-100         PIC 9(02).
001450     05  WS-LEAP-QUOT-400        PIC 9(04).
001460     05  WS-LEAP-REM-400         PIC 9(03).
001470
001480 01  WS-PURGE-LINE.
001490     05  WS-PG-MEMBER-ID         PIC X(10).
001500     05  FILLER                  PIC X(02)   VALUE SPACES.
001510     05  WS-PG-NAME              PIC X(25).
001520     05  FILLER                  PIC X(02)   VALUE SPACES.
001530     05  WS-PG-DELETED-ON        PIC 9(08).
001540     05  FILLER                  PIC X(02)   VALUE SPACES.
001550     05  WS-PG-DAYS              PIC ZZZZ9.
001560
001570 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001580
001590 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
001600
001610 01  WS-RUN-STAMP-FIELDS.
001620     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001630     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001640
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 2000-CHECK-MEMBER THRU 2000-EXIT
001690         UNTIL WS-END-OF-MASTER.
001700     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720     STOP RUN.
001730
001740*-----------------------------------------------------------*
001750*  1000 - INITIALIZATION.  THE RETENTION PERIOD IN DAYS IS   *
001760*          READ FROM SYSIN, ONE 3-DIGIT CARD (090 TO START). *
001770*-----------------------------------------------------------*
001780 1000-INITIALIZE.
001790     DISPLAY "AGEPURGE starting.".
001800     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001810     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
001820     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001830     DISPLAY "Enter the retention period in days (3 digits, "
001840         "e.g. 090): ".
001850     ACCEPT WS-RETAIN-DAYS-INPUT.
001860     IF WS-RETAIN-DAYS-INPUT NOT NUMERIC
001870         DISPLAY "*** ERROR: retention period must be 3 "
001880             "numeric digits."
001890         MOVE "Y" TO WS-MASTER-EOF-SW
001900         MOVE 16 TO RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     MOVE WS-RETAIN-DAYS-INPUT-N TO WS-RETAIN-DAYS.
001940     MOVE WS-SYS-DATE-YYYYMMDD TO WS-DATE-IN.
001950     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
001960     MOVE WS-DAYS-OUT TO WS-RUN-DAY-NO.
001970     OPEN I-O AGE-MASTER-FILE.
001980     IF AGE-MASTER-STATUS NOT = "00"
001990         DISPLAY "*** ERROR: cannot open member master file, "
002000             "status " AGE-MASTER-STATUS
002010         MOVE "Y" TO WS-MASTER-EOF-SW
002020         MOVE 16 TO RETURN-CODE
002030         GO TO 1000-EXIT
002040     END-IF.
002050     OPEN OUTPUT AGE-PURGE-ARCH-FILE.
002060     IF AGE-PURGE-ARCH-STATUS NOT = "00"
002070         DISPLAY "*** ERROR: cannot open purge archive file, "
002080             "status " AGE-PURGE-ARCH-STATUS
002090         CLOSE AGE-MASTER-FILE
002100         MOVE "Y" TO WS-MASTER-EOF-SW
002110         MOVE 16 TO RETURN-CODE
002120         GO TO 1000-EXIT
002130     END-IF.
002140     OPEN EXTEND AGE-JOURNAL-FILE.
002150     IF AGE-JOURNAL-STATUS NOT = "00" AND
002160             AGE-JOURNAL-STATUS NOT = "05"
002170         OPEN OUTPUT AGE-JOURNAL-FILE
002180         CLOSE AGE-JOURNAL-FILE
002190         OPEN EXTEND AGE-JOURNAL-FILE
002200     END-IF.
002210     IF AGE-JOURNAL-STATUS NOT = "00"
002220         DISPLAY "*** ERROR: cannot open the master journal, "
002230             "status " AGE-JOURNAL-STATUS
002240             " - no master updates made."
002250         CLOSE AGE-MASTER-FILE
002260         CLOSE AGE-PURGE-ARCH-FILE
002270         MOVE "Y" TO WS-MASTER-EOF-SW
002280         MOVE 16 TO RETURN-CODE
002290         GO TO 1000-EXIT
002300     END-IF.
002310     OPEN OUTPUT AGE-PURGE-REPORT-FILE.
002320     MOVE "Y" TO WS-FILES-OPEN-SW.
002330     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
002340     STRING "DELETED MEMBER PURGE - RUN DATE "
002350         WS-SYS-DATE-YYYYMMDD
002360         " RETENTION " WS-RETAIN-DAYS " DAYS"
002370         DELIMITED BY SIZE INTO AGE-PURGE-REPORT-RECORD.
002380     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002390     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
002400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002410     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
002420     STRING "MEMBER      NAME                       DELETED "
002430         "ON   DAYS"
002440         DELIMITED BY SIZE INTO AGE-PURGE-REPORT-RECORD.
002450     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002460 1000-EXIT.
002470     EXIT.
002480
002490*-----------------------------------------------------------*
002500*  2000 - CHECK ONE MEMBER.  A RECORD MARKED DELETED PAST    *
002510*          THE RETENTION PERIOD IS ARCHIVED, REMOVED FROM    *
002520*          THE MASTER AND LISTED; ANYTHING ELSE IS LEFT      *
002530*          ALONE.                                            *
002540*-----------------------------------------------------------*
002550 2000-CHECK-MEMBER.
002560     READ AGE-MASTER-FILE NEXT RECORD
002570         AT END
002580             MOVE "Y" TO WS-MASTER-EOF-SW
002590             GO TO 2000-EXIT
002600     END-READ.
002610     ADD 1 TO WS-MEMBERS-READ.
002620     IF NOT MAST-IS-DELETED
002630         GO TO 2000-EXIT
002640     END-IF.
002650     ADD 1 TO WS-MEMBERS-DELETED.
002660     MOVE MAST-DELETE-DATE TO WS-DATE-IN.
002670     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
002680     MOVE WS-DAYS-OUT TO WS-DELETED-DAY-NO.
002690     COMPUTE WS-DAYS-HELD =
002700         WS-RUN-DAY-NO - WS-DELETED-DAY-NO.
002710     IF WS-DAYS-HELD <= WS-RETAIN-DAYS
002720         ADD 1 TO WS-MEMBERS-RETAINED
002730         GO TO 2000-EXIT
002740     END-IF.
002750     WRITE AGE-PURGE-ARCH-RECORD FROM AGE-MASTER-RECORD.
002760     IF AGE-PURGE-ARCH-STATUS NOT = "00"
002770         DISPLAY "*** ERROR: purge archive write failed, "
002780             "status " AGE-PURGE-ARCH-STATUS
002790             " - purge stopped, record left on the master."
002800         MOVE "Y" TO WS-MASTER-EOF-SW
002810         MOVE 16 TO RETURN-CODE
002820         GO TO 2000-EXIT
002830     END-IF.
002840     MOVE MAST-MEMBER-ID TO WS-PG-MEMBER-ID.
002850     MOVE MAST-MEMBER-NAME TO WS-PG-NAME.
002860     MOVE MAST-DELETE-DATE TO WS-PG-DELETED-ON.
002870     MOVE WS-DAYS-HELD TO WS-PG-DAYS.
002880     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
002890     DELETE AGE-MASTER-FILE
002900         INVALID KEY
002910             DISPLAY "*** ERROR: delete of member "
002920                 WS-PG-MEMBER-ID " failed, status "
002930                 AGE-MASTER-STATUS
002940             MOVE 8 TO RETURN-CODE
002950             GO TO 2000-EXIT
002960     END-DELETE.
002970     MOVE "D" TO JRNL-ACTION.
002980     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002990     ADD 1 TO WS-MEMBERS-PURGED.
003000     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
003010     MOVE WS-PURGE-LINE TO AGE-PURGE-REPORT-RECORD.
003020     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003030 2000-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------*
003070*  2800 - TURN WS-DATE-IN (CCYYMMDD) INTO A SERIAL DAY       *
003080*          NUMBER SO TWO DATES CAN BE SUBTRACTED - SAME      *
003090*          ARITHMETIC AS THE AGEPEND CONTROL REPORT USES.    *
003100*-----------------------------------------------------------*
003110 2800-DATE-TO-DAYS.
003120     COMPUTE WS-PRIOR-YEARS = WS-DI-YEAR - 1.
003130     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-QUOT-4
003140         REMAINDER WS-LEAP-REM-4.
003150     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOT-100
003160         REMAINDER WS-LEAP-REM-100.
003170     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOT-400
003180         REMAINDER WS-LEAP-REM-400.
003190     COMPUTE WS-LEAP-DAYS = WS-LEAP-QUOT-4 - WS-LEAP-QUOT-100
003200         + WS-LEAP-QUOT-400.
003210     EVALUATE WS-DI-MM
003220         WHEN 1  MOVE 0 TO WS-MONTH-OFFSET
003230         WHEN 2  MOVE 31 TO WS-MONTH-OFFSET
003240         WHEN 3  MOVE 59 TO WS-MONTH-OFFSET
003250         WHEN 4  MOVE 90 TO WS-MONTH-OFFSET
003260         WHEN 5  MOVE 120 TO WS-MONTH-OFFSET
003270         WHEN 6  MOVE 151 TO WS-MONTH-OFFSET
003280         WHEN 7  MOVE 181 TO WS-MONTH-OFFSET
003290         WHEN 8  MOVE 212 TO WS-MONTH-OFFSET
003300         WHEN 9  MOVE 243 TO WS-MONTH-OFFSET
003310         WHEN 10 MOVE 273 TO WS-MONTH-OFFSET
003320         WHEN 11 MOVE 304 TO WS-MONTH-OFFSET
003330         WHEN OTHER MOVE 334 TO WS-MONTH-OFFSET
003340     END-EVALUATE.
003350     COMPUTE WS-DAYS-OUT = WS-PRIOR-YEARS * 365
003360         + WS-LEAP-DAYS + WS-MONTH-OFFSET + WS-DI-DD.
003370     IF WS-DI-MM > 2
003380         PERFORM 2850-CHECK-LEAP-YEAR THRU 2850-EXIT
003390         IF WS-IS-LEAP-YEAR
003400             ADD 1 TO WS-DAYS-OUT
003410         END-IF
003420     END-IF.
003430 2800-EXIT.
003440     EXIT.
003450
003460 2850-CHECK-LEAP-YEAR.
003470     MOVE "N" TO WS-LEAP-YEAR-SW.
003480     DIVIDE WS-DI-YEAR BY 4 GIVING WS-LEAP-QUOT-4
003490         REMAINDER WS-LEAP-REM-4.
003500     IF WS-LEAP-REM-4 = 0
003510         DIVIDE WS-DI-YEAR BY 100 GIVING WS-LEAP-QUOT-100
003520             REMAINDER WS-LEAP-REM-100
003530         IF WS-LEAP-REM-100 NOT = 0
003540             MOVE "Y" TO WS-LEAP-YEAR-SW
003550         ELSE
003560             DIVIDE WS-DI-YEAR BY 400
003570                 GIVING WS-LEAP-QUOT-400
003580                 REMAINDER WS-LEAP-REM-400
003590             IF WS-LEAP-REM-400 = 0
003600                 MOVE "Y" TO WS-LEAP-YEAR-SW
003610             END-IF
003620         END-IF
003630     END-IF.
003640 2850-EXIT.
003650     EXIT.
003660
003670*-----------------------------------------------------------*
003680*  3000 - PRINT THE BALANCING TOTALS                         *
003690*-----------------------------------------------------------*
003700 3000-PRINT-TOTALS.
003710     IF NOT WS-FILES-WERE-OPENED
003720         GO TO 3000-EXIT
003730     END-IF.
003740     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
003750     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003760     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
003770     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
003780     STRING "Members read          : " WS-PRT-COUNT
003790         DELIMITED BY SIZE INTO AGE-PURGE-REPORT-RECORD.
003800     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003810     MOVE WS-MEMBERS-DELETED TO WS-PRT-COUNT.
003820     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
003830     STRING "Marked deleted        : " WS-PRT-COUNT
003840         DELIMITED BY SIZE INTO AGE-PURGE-REPORT-RECORD.
003850     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003860     MOVE WS-MEMBERS-PURGED TO WS-PRT-COUNT.
003870     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
003880     STRING "Purged to the archive : " WS-PRT-COUNT
003890         DELIMITED BY SIZE INTO AGE-PURGE-REPORT-RECORD.
003900     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003910     MOVE WS-MEMBERS-RETAINED TO WS-PRT-COUNT.
003920     MOVE SPACES TO AGE-PURGE-REPORT-RECORD.
003930     STRING "Still inside retention: " WS-PRT-COUNT
003940         DELIMITED BY SIZE INTO AGE-PURGE-REPORT-RECORD.
003950     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003960 3000-EXIT.
003970     EXIT.
003980
003990 3900-PRINT-LINE.
004000     WRITE AGE-PURGE-REPORT-RECORD.
004010     DISPLAY AGE-PURGE-REPORT-RECORD.
004020 3900-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------*
004060*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL.  THE       *
004070*          CALLER SETS JRNL-ACTION AND LEAVES THE RECORD AS  *
004080*          IT WAS IN WS-MAST-BEFORE-IMAGE; THE AFTER IMAGE   *
004090*          IS THE MASTER RECORD AS JUST WRITTEN (SPACES FOR  *
004100*          A DELETE).  A JOURNAL THAT CANNOT BE WRITTEN      *
004110*          STOPS THE RUN - AN UNJOURNALED CHANGE CANNOT BE   *
004120*          BACKED OUT.                                       *
004130*-----------------------------------------------------------*
004140 7000-WRITE-JOURNAL.
004150     MOVE "AGEPURGE" TO JRNL-JOB-NAME.
004160     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
004170     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
004180     MOVE MAST-MEMBER-ID TO JRNL-MEMBER-ID.
004190     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
004200     IF JRNL-DELETED
004210         MOVE SPACES TO JRNL-AFTER-IMAGE
004220     ELSE
004230         MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE
004240     END-IF.
004250     WRITE AGE-JOURNAL-RECORD.
004260     IF AGE-JOURNAL-STATUS NOT = "00"
004270         DISPLAY "*** ERROR: master journal write failed, "
004280             "status " AGE-JOURNAL-STATUS
004290             " - run stopped after member " MAST-MEMBER-ID
004300         MOVE "Y" TO WS-MASTER-EOF-SW
004310         MOVE 16 TO RETURN-CODE
004320     END-IF.
004330 7000-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------*
004370*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
004380*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
004390*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
004400*          DISTURB THE RUN'S OWN CONDITION CODE.  THE DATE  *
004410*          AND TIME ARE THE RUN STAMP TAKEN AT START, THE   *
004420*          SAME ONES THE MASTER JOURNAL CARRIES.            *
004430*-----------------------------------------------------------*
004440 8000-WRITE-RUN-CONTROL.
004450     OPEN EXTEND AGE-RUN-CONTROL-FILE.
004460     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
004470             AGE-RUN-CONTROL-STATUS NOT = "05"
004480         OPEN OUTPUT AGE-RUN-CONTROL-FILE
004490         CLOSE AGE-RUN-CONTROL-FILE
004500         OPEN EXTEND AGE-RUN-CONTROL-FILE
004510     END-IF.
004520     IF AGE-RUN-CONTROL-STATUS NOT = "00"
004530         DISPLAY "*** WARNING: run-control record not "
004540             "written, status " AGE-RUN-CONTROL-STATUS
004550         GO TO 8000-EXIT
004560     END-IF.
004570     MOVE "AGEPURGE" TO RUN-JOB-NAME.
004580     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
004590     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
004600     MOVE WS-MEMBERS-READ TO RUN-RECORDS-READ.
004610     MOVE WS-MEMBERS-PURGED TO RUN-RECORDS-POSTED.
004620     MOVE ZERO TO RUN-RECORDS-REJECTED.
004630     MOVE RETURN-CODE TO RUN-COND-CODE.
004640     WRITE AGE-RUN-CONTROL-RECORD.
004650     CLOSE AGE-RUN-CONTROL-FILE.
004660 8000-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------*
004700*  9000 - TERMINATION                                        *
004710*-----------------------------------------------------------*
004720 9000-TERMINATE.
004730     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
004740     IF WS-FILES-WERE-OPENED
004750         CLOSE AGE-MASTER-FILE
004760         CLOSE AGE-PURGE-ARCH-FILE
004770         CLOSE AGE-PURGE-REPORT-FILE
004780         CLOSE AGE-JOURNAL-FILE
004790     END-IF.
004800     DISPLAY "AGEPURGE complete.  Read " WS-MEMBERS-READ
004810         "  Purged " WS-MEMBERS-PURGED
004820         "  Retained " WS-MEMBERS-RETAINED "." .
004830 9000-EXIT.
004840     EXIT.
