000010*****************************************************************
000020* AGECFOLW.CBL
000030* OVERDUE CONTACT FOLLOW-UP REPORT.
000040*
000050* A CLERK WHO TAKES A CALL IN AGEINQ AND PROMISES TO GET BACK
000060* TO THE MEMBER LOGS A FOLLOW-UP DATE ON THE CONTACT.  THIS
000070* DAILY JOB PASSES THE MEMBER CONTACT LOG (AGECONT) AND LISTS
000080* EVERY FOLLOW-UP DATE NOW PAST WITH NO LATER CONTACT LOGGED
000090* FOR THE SAME MEMBER, GROUPED BY THE OPERATOR WHO MADE THE
000100* PROMISE, WITH THE NUMBER OF DAYS IT IS OVERDUE.  THE LOG IS
000110* KEYED BY MEMBER AND DATE/TIME, SO ONLY A MEMBER'S LAST
000120* CONTACT CAN BE OUTSTANDING - ANY LATER CONTACT, WHATEVER ITS
000130* REASON, IS TAKEN AS THE FOLLOW-UP.  ENDS WITH CC 4 WHEN
000140* ANYTHING IS OVERDUE, CC 8 WHEN THE LIST TABLE OVERFLOWED.
000150* RUN FROM JCL - SEE JCL MEMBER AGECFOLW.
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
000260 PROGRAM-ID. AGECFOLW.
000270 AUTHOR. NIMBULL DATA PROCESSING.
000280 INSTALLATION. MEMBER SERVICES.
000290 DATE-WRITTEN. 2026-10-15.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AGE-CONTACT-FILE ASSIGN TO "AGECONT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CONT-KEY
000380         FILE STATUS IS AGE-CONTACT-STATUS.
000390
000400     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MAST-MEMBER-ID
000440         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000450             WITH DUPLICATES
000460         FILE STATUS IS AGE-MASTER-STATUS.
000470
000480     SELECT AGE-OPERATOR-FILE ASSIGN TO "AGEOPER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OPER-ID
000520         FILE STATUS IS AGE-OPERATOR-STATUS.
000530
000540     SELECT AGE-CFOLW-REPORT-FILE ASSIGN TO "AGECFOLO"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS AGE-CFOLW-REPORT-STATUS.
000570
000580     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AGE-CONTACT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY AGECONT.
000670
000680 FD  AGE-MASTER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY AGEMAST.
000710
000720 FD  AGE-OPERATOR-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY AGEOPER.
000750
000760 FD  AGE-CFOLW-REPORT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  AGE-CFOLW-REPORT-RECORD     PIC X(80).
000790
000800 FD  AGE-RUN-CONTROL-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY AGERUN.
000840
000850 WORKING-STORAGE SECTION.
000860 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000870 77  AGE-CONTACT-STATUS          PIC X(02)   VALUE SPACES.
000880 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000890 77  AGE-OPERATOR-STATUS         PIC X(02)   VALUE SPACES.
000900 77  AGE-CFOLW-REPORT-STATUS     PIC X(02)   VALUE SPACES.
000910 77  WS-OVERDUE-TABLE-MAX        PIC 9(04)   COMP VALUE 5000.
000920 77  WS-OPER-TABLE-MAX           PIC 9(04)   COMP VALUE 200.
000930
000940 01  WS-SWITCHES.
000950     05  WS-CONTACT-EOF-SW       PIC X(01)   VALUE "N".
000960         88  WS-END-OF-CONTACTS               VALUE "Y".
000970     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000980         88  WS-FILES-WERE-OPENED             VALUE "Y".
000990     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
001000         88  WS-MASTER-WAS-OPENED             VALUE "Y".
001010     05  WS-OPERATOR-OPEN-SW     PIC X(01)   VALUE "N".
001020         88  WS-OPERATOR-WAS-OPENED           VALUE "Y".
001030     05  WS-HELD-SW              PIC X(01)   VALUE "N".
001040         88  WS-CONTACT-IS-HELD               VALUE "Y".
001050     05  WS-TABLE-FULL-SW        PIC X(01)   VALUE "N".
001060         88  WS-TABLE-IS-FULL                 VALUE "Y".
001070     05  WS-OPER-FOUND-SW        PIC X(01)   VALUE "N".
001080         88  WS-OPER-FOUND                    VALUE "Y".
001090     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
001100         88  WS-IS-LEAP-YEAR                   VALUE "Y".
001110
001120 01  WS-RUN-STAMP-FIELDS.
001130     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001140     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001150
001160 01  WS-COUNTERS.
001170     05  WS-CONTACTS-READ        PIC 9(08)   VALUE ZERO.
001180     05  WS-MEMBERS-SEEN         PIC 9(08)   VALUE ZERO.
001190     05  WS-FOLLOWUPS-OPEN       PIC 9(08)   VALUE ZERO.
001200     05  WS-FOLLOWUPS-OVERDUE    PIC 9(08)   VALUE ZERO.
001210
001220 01  WS-SUBSCRIPTS.
001230     05  WS-SUB                  PIC 9(04)   COMP VALUE ZERO.
001240     05  WS-OPER-SUB             PIC 9(04)   COMP VALUE ZERO.
001250     05  WS-OPER-HIT             PIC 9(04)   COMP VALUE ZERO.
001260
001270 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001280
001290*    THE LAST CONTACT SEEN FOR THE MEMBER BEING PASSED.  ONLY
001300*    WHEN THE NEXT MEMBER (OR END OF FILE) IS REACHED IS IT
001310*    KNOWN TO BE THE LAST ONE.  SAME LAYOUT AS AGECONT.
001320 01  WS-HELD-CONTACT.
001330     05  WS-HELD-MEMBER-ID       PIC X(10).
001340     05  WS-HELD-TS-DATE         PIC 9(08).
001350     05  WS-HELD-TS-TIME         PIC 9(08).
001360     05  WS-HELD-OPER-ID         PIC X(08).
001370     05  WS-HELD-REASON          PIC X(02).
001380     05  WS-HELD-NOTE            PIC X(60).
001390     05  WS-HELD-FOLLOWUP        PIC 9(08).
001400
001410 01  WS-DATE-WORK-FIELDS.
001420     05  WS-DATE-IN              PIC 9(08)   VALUE ZERO.
001430     05  WS-DATE-IN-R REDEFINES WS-DATE-IN.
001440         10  WS-DI-YEAR          PIC 9(04).
001450         10  WS-DI-MM            PIC 9(02).
001460         10  WS-DI-DD            PIC 9(02).
001470     05  WS-DAYS-OUT             PIC 9(08)   VALUE ZERO.
001480     05  WS-PRIOR-YEARS          PIC 9(04)   VALUE ZERO.
001490     05  WS-LEAP-DAYS            PIC 9(04)   VALUE ZERO.
001500     05  WS-MONTH-OFFSET         PIC 9(03)   VALUE ZERO.
001510     05  WS-RUN-DAY-NO           PIC 9(08)   VALUE ZERO.
001520     05  WS-DUE-DAY-NO           PIC 9(08)   VALUE ZERO.
001530
001540 01  WS-LEAP-WORK-FIELDS.
001550     05  WS-LEAP-QUOT-4          PIC 9(04).
001560     05  WS-LEAP-REM-4           PIC 9(02).
001570     05  WS-LEAP-QUOT-100        PIC 9(04).
001580     05  WS-LEAP-REM-100         PIC 9(02).
001590     05  WS-LEAP-QUOT-400        PIC 9(04).
001600     05  WS-LEAP-REM-400         PIC 9(03).
001610
001620*    THE OVERDUE FOLLOW-UPS, IN MEMBER ORDER.  PRINTED ONE
001630*    OPERATOR AT A TIME.
001640 01  WS-OVERDUE-ENTRY-COUNT      PIC 9(04)   COMP VALUE ZERO.
001650 01  WS-OVERDUE-TABLE.
001660     05  WS-OVERDUE-ROW
001670         OCCURS 0 TO 5000 TIMES
001680         DEPENDING ON WS-OVERDUE-ENTRY-COUNT
001690         INDEXED BY OVD-IX.
001700         10  WS-OVD-OPER-ID      PIC X(08).
001710         10  WS-OVD-MEMBER-ID    PIC X(10).
001720         10  WS-OVD-CONTACT-DATE PIC 9(08).
001730         10  WS-OVD-REASON       PIC X(02).
001740         10  WS-OVD-FOLLOWUP     PIC 9(08).
001750         10  WS-OVD-DAYS         PIC 9(05).
001760
001770*    ONE ROW PER OPERATOR WITH ANYTHING OVERDUE.
001780 01  WS-OPER-ENTRY-COUNT         PIC 9(04)   COMP VALUE ZERO.
001790 01  WS-OPER-TABLE.
001800     05  WS-OPER-ROW
001810         OCCURS 0 TO 200 TIMES
001820         DEPENDING ON WS-OPER-ENTRY-COUNT
001830         INDEXED BY OPR-IX.
001840         10  WS-OPR-OPER-ID      PIC X(08).
001850         10  WS-OPR-COUNT        PIC 9(08).
001860
001870 01  WS-OPER-NAME                PIC X(20)   VALUE SPACES.
001880
001890 01  WS-CFOLW-LINE.
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
001910     05  WS-CF-MEMBER-ID         PIC X(10).
001920     05  FILLER                  PIC X(02)   VALUE SPACES.
001930     05  WS-CF-NAME              PIC X(25).
001940     05  FILLER                  PIC X(02)   VALUE SPACES.
001950     05  WS-CF-CONTACT-DATE      PIC 9(08).
001960     05  FILLER                  PIC X(02)   VALUE SPACES.
001970     05  WS-CF-REASON            PIC X(02).
001980     05  FILLER                  PIC X(03)   VALUE SPACES.
001990     05  WS-CF-FOLLOWUP          PIC 9(08).
002000     05  FILLER                  PIC X(02)   VALUE SPACES.
002010     05  WS-CF-DAYS              PIC ZZZZ9.
002020
002030 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
002040
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     PERFORM 2000-READ-CONTACT THRU 2000-EXIT
002090         UNTIL WS-END-OF-CONTACTS.
002100     IF WS-CONTACT-IS-HELD
002110         PERFORM 2200-CHECK-LAST-CONTACT THRU 2200-EXIT
002120     END-IF.
002130     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     STOP RUN.
002160
002170*-----------------------------------------------------------*
002180*  1000 - INITIALIZATION.  THE MEMBER MASTER (FOR THE NAME)  *
002190*          AND THE OPERATOR FILE (FOR THE OPERATOR'S NAME)   *
002200*          ARE OPTIONAL; THE REPORT RUNS WITHOUT EITHER.     *
002210*-----------------------------------------------------------*
002220 1000-INITIALIZE.
002230     DISPLAY "AGECFOLW starting.".
002240     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002250     MOVE WS-SYS-DATE-YYYYMMDD TO WS-DATE-IN.
002260     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
002270     MOVE WS-DAYS-OUT TO WS-RUN-DAY-NO.
002280     OPEN INPUT AGE-CONTACT-FILE.
002290     IF AGE-CONTACT-STATUS NOT = "00"
002300         DISPLAY "*** ERROR: cannot open member contact log, "
002310             "status " AGE-CONTACT-STATUS
002320         MOVE "Y" TO WS-CONTACT-EOF-SW
002330         MOVE 16 TO RETURN-CODE
002340         GO TO 1000-EXIT
002350     END-IF.
002360     OPEN OUTPUT AGE-CFOLW-REPORT-FILE.
002370     MOVE "Y" TO WS-FILES-OPEN-SW.
002380     OPEN INPUT AGE-MASTER-FILE.
002390     IF AGE-MASTER-STATUS = "00"
002400         MOVE "Y" TO WS-MASTER-OPEN-SW
002410     ELSE
002420         DISPLAY "*** WARNING: member master not available, "
002430             "status " AGE-MASTER-STATUS " - names not shown."
002440     END-IF.
002450     OPEN INPUT AGE-OPERATOR-FILE.
002460     IF AGE-OPERATOR-STATUS = "00"
002470         MOVE "Y" TO WS-OPERATOR-OPEN-SW
002480     ELSE
002490         DISPLAY "*** WARNING: operator file not available, "
002500             "status " AGE-OPERATOR-STATUS
002510             " - operator names not shown."
002520     END-IF.
002530     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
002540     STRING "OVERDUE CONTACT FOLLOW-UPS BY OPERATOR - RUN DATE "
002550         WS-SYS-DATE-YYYYMMDD
002560         DELIMITED BY SIZE INTO AGE-CFOLW-REPORT-RECORD.
002570     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002580     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
002590     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002600     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
002610     STRING "  MEMBER      NAME                       CONTACTED "
002620         "RSN  FOLLOW UP  DAYS"
002630         DELIMITED BY SIZE INTO AGE-CFOLW-REPORT-RECORD.
002640     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002650 1000-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------*
002690*  2000 - READ THE NEXT CONTACT.  WHEN IT IS FOR A NEW       *
002700*          MEMBER THE CONTACT HELD FOR THE PREVIOUS MEMBER   *
002710*          WAS THAT MEMBER'S LAST AND IS CHECKED NOW.        *
002720*-----------------------------------------------------------*
002730 2000-READ-CONTACT.
002740     READ AGE-CONTACT-FILE NEXT RECORD
002750         AT END
002760             MOVE "Y" TO WS-CONTACT-EOF-SW
002770             GO TO 2000-EXIT
002780     END-READ.
002790     ADD 1 TO WS-CONTACTS-READ.
002800     IF WS-CONTACT-IS-HELD AND
002810             CONT-MEMBER-ID NOT = WS-HELD-MEMBER-ID
002820         PERFORM 2200-CHECK-LAST-CONTACT THRU 2200-EXIT
002830         MOVE "N" TO WS-HELD-SW
002840     END-IF.
002850     IF NOT WS-CONTACT-IS-HELD
002860         ADD 1 TO WS-MEMBERS-SEEN
002870     END-IF.
002880     MOVE AGE-CONTACT-RECORD TO WS-HELD-CONTACT.
002890     MOVE "Y" TO WS-HELD-SW.
002900 2000-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------*
002940*  2200 - A MEMBER'S LAST CONTACT IS OVERDUE WHEN IT CARRIES *
002950*          A FOLLOW-UP DATE BEFORE TODAY.  ADD IT TO THE LIST *
002960*          AND COUNT IT AGAINST ITS OPERATOR.  THE COUNTS    *
002970*          STAY COMPLETE WHEN THE LIST TABLE IS FULL.        *
002980*-----------------------------------------------------------*
002990 2200-CHECK-LAST-CONTACT.
003000     IF WS-HELD-FOLLOWUP = ZERO
003010         GO TO 2200-EXIT
003020     END-IF.
003030     ADD 1 TO WS-FOLLOWUPS-OPEN.
003040     IF WS-HELD-FOLLOWUP NOT < WS-SYS-DATE-YYYYMMDD
003050         GO TO 2200-EXIT
003060     END-IF.
003070     ADD 1 TO WS-FOLLOWUPS-OVERDUE.
003080     PERFORM 2300-COUNT-OPERATOR THRU 2300-EXIT.
003090     IF WS-OVERDUE-ENTRY-COUNT >= WS-OVERDUE-TABLE-MAX
003100         MOVE "Y" TO WS-TABLE-FULL-SW
003110         GO TO 2200-EXIT
003120     END-IF.
003130     ADD 1 TO WS-OVERDUE-ENTRY-COUNT.
003140     MOVE WS-OVERDUE-ENTRY-COUNT TO WS-SUB.
003150     MOVE WS-HELD-OPER-ID TO WS-OVD-OPER-ID(WS-SUB).
003160     MOVE WS-HELD-MEMBER-ID TO WS-OVD-MEMBER-ID(WS-SUB).
003170     MOVE WS-HELD-TS-DATE TO WS-OVD-CONTACT-DATE(WS-SUB).
003180     MOVE WS-HELD-REASON TO WS-OVD-REASON(WS-SUB).
003190     MOVE WS-HELD-FOLLOWUP TO WS-OVD-FOLLOWUP(WS-SUB).
003200     MOVE WS-HELD-FOLLOWUP TO WS-DATE-IN.
003210     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
003220     MOVE WS-DAYS-OUT TO WS-DUE-DAY-NO.
003230     COMPUTE WS-OVD-DAYS(WS-SUB) =
003240         WS-RUN-DAY-NO - WS-DUE-DAY-NO.
003250 2200-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------*
003290*  2300 - FIND THE OPERATOR'S ROW, ADDING ONE IF NEW, AND    *
003300*          COUNT THE OVERDUE FOLLOW-UP AGAINST IT.            *
003310*-----------------------------------------------------------*
003320 2300-COUNT-OPERATOR.
003330     MOVE "N" TO WS-OPER-FOUND-SW.
003340     MOVE ZERO TO WS-OPER-HIT.
003350     PERFORM 2350-MATCH-OPERATOR THRU 2350-EXIT
003360         VARYING WS-OPER-SUB FROM 1 BY 1
003370         UNTIL WS-OPER-SUB > WS-OPER-ENTRY-COUNT
003380         OR WS-OPER-FOUND.
003390     IF NOT WS-OPER-FOUND
003400         IF WS-OPER-ENTRY-COUNT >= WS-OPER-TABLE-MAX
003410             MOVE "Y" TO WS-TABLE-FULL-SW
003420             GO TO 2300-EXIT
003430         END-IF
003440         ADD 1 TO WS-OPER-ENTRY-COUNT
003450         MOVE WS-OPER-ENTRY-COUNT TO WS-OPER-HIT
003460         MOVE WS-HELD-OPER-ID TO WS-OPR-OPER-ID(WS-OPER-HIT)
003470         MOVE ZERO TO WS-OPR-COUNT(WS-OPER-HIT)
003480     END-IF.
003490     ADD 1 TO WS-OPR-COUNT(WS-OPER-HIT).
003500 2300-EXIT.
003510     EXIT.
003520
003530 2350-MATCH-OPERATOR.
003540     IF WS-OPR-OPER-ID(WS-OPER-SUB) = WS-HELD-OPER-ID
003550         MOVE "Y" TO WS-OPER-FOUND-SW
003560         MOVE WS-OPER-SUB TO WS-OPER-HIT
003570     END-IF.
003580 2350-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------*
003620*  2800 - TURN WS-DATE-IN (CCYYMMDD) INTO A SERIAL DAY       *
003630*          NUMBER SO TWO DATES CAN BE SUBTRACTED.  DAYS =     *
003640*          365 PER PRIOR YEAR PLUS THE PRIOR LEAP DAYS PLUS  *
003650*          THE OFFSET TO THE MONTH PLUS THE DAY, WITH ONE    *
003660*          MORE WHEN THE GIVEN YEAR IS A LEAP YEAR AND THE   *
003670*          DATE IS PAST FEBRUARY.                            *
003680*-----------------------------------------------------------*
003690 2800-DATE-TO-DAYS.
003700     COMPUTE WS-PRIOR-YEARS = WS-DI-YEAR - 1.
003710     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-QUOT-4
003720         REMAINDER WS-LEAP-REM-4.
003730     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOT-100
003740         REMAINDER WS-LEAP-REM-100.
003750     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOT-400
003760         REMAINDER WS-LEAP-REM-400.
003770     COMPUTE WS-LEAP-DAYS = WS-LEAP-QUOT-4 - WS-LEAP-QUOT-100
003780         + WS-LEAP-QUOT-400.
003790     EVALUATE WS-DI-MM
003800         WHEN 1  MOVE 0 TO WS-MONTH-OFFSET
003810         WHEN 2  MOVE 31 TO WS-MONTH-OFFSET
003820         WHEN 3  MOVE 59 TO WS-MONTH-OFFSET
003830         WHEN 4  MOVE 90 TO WS-MONTH-OFFSET
003840         WHEN 5  MOVE 120 TO WS-MONTH-OFFSET
003850         WHEN 6  MOVE 151 TO WS-MONTH-OFFSET
003860         WHEN 7  MOVE 181 TO WS-MONTH-OFFSET
003870         WHEN 8  MOVE 212 TO WS-MONTH-OFFSET
003880         WHEN 9  MOVE 243 TO WS-MONTH-OFFSET
003890         WHEN 10 MOVE 273 TO WS-MONTH-OFFSET
003900         WHEN 11 MOVE 304 TO WS-MONTH-OFFSET
003910         WHEN OTHER MOVE 334 TO WS-MONTH-OFFSET
003920     END-EVALUATE.
003930     COMPUTE WS-DAYS-OUT = WS-PRIOR-YEARS * 365
003940         + WS-LEAP-DAYS + WS-MONTH-OFFSET + WS-DI-DD.
003950     IF WS-DI-MM > 2
003960         PERFORM 2850-CHECK-LEAP-YEAR THRU 2850-EXIT
003970         IF WS-IS-LEAP-YEAR
003980             ADD 1 TO WS-DAYS-OUT
003990         END-IF
004000     END-IF.
004010 2800-EXIT.
004020     EXIT.
004030
004040 2850-CHECK-LEAP-YEAR.
004050     MOVE "N" TO WS-LEAP-YEAR-SW.
004060     DIVIDE WS-DI-YEAR BY 4 GIVING WS-LEAP-QUOT-4
004070         REMAINDER WS-LEAP-REM-4.
004080     IF WS-LEAP-REM-4 = 0
004090         DIVIDE WS-DI-YEAR BY 100 GIVING WS-LEAP-QUOT-100
004100             REMAINDER WS-LEAP-REM-100
004110         IF WS-LEAP-REM-100 NOT = 0
004120             MOVE "Y" TO WS-LEAP-YEAR-SW
004130         ELSE
004140             DIVIDE WS-DI-YEAR BY 400
004150                 GIVING WS-LEAP-QUOT-400
004160                 REMAINDER WS-LEAP-REM-400
004170             IF WS-LEAP-REM-400 = 0
004180                 MOVE "Y" TO WS-LEAP-YEAR-SW
004190             END-IF
004200         END-IF
004210     END-IF.
004220 2850-EXIT.
004230     EXIT.
004240
004250*-----------------------------------------------------------*
004260*  3000 - PRINT THE OVERDUE LIST ONE OPERATOR AT A TIME,     *
004270*          THEN THE TOTALS.                                    *
004280*-----------------------------------------------------------*
004290 3000-PRINT-REPORT.
004300     IF NOT WS-FILES-WERE-OPENED
004310         GO TO 3000-EXIT
004320     END-IF.
004330     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
004340     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004350     IF WS-FOLLOWUPS-OVERDUE = ZERO
004360         MOVE "  NO FOLLOW-UPS ARE OVERDUE."
004370             TO AGE-CFOLW-REPORT-RECORD
004380         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
004390         MOVE SPACES TO AGE-CFOLW-REPORT-RECORD
004400         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
004410     END-IF.
004420     PERFORM 3100-PRINT-OPERATOR THRU 3100-EXIT
004430         VARYING WS-OPER-SUB FROM 1 BY 1
004440         UNTIL WS-OPER-SUB > WS-OPER-ENTRY-COUNT.
004450     IF WS-TABLE-IS-FULL
004460         MOVE "*** LIST TABLE OVERFLOWED - LIST INCOMPLETE, "
004470             TO AGE-CFOLW-REPORT-RECORD
004480         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
004490         MOVE "    OVERDUE TOTAL IS COMPLETE"
004500             TO AGE-CFOLW-REPORT-RECORD
004510         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
004520         MOVE SPACES TO AGE-CFOLW-REPORT-RECORD
004530         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
004540     END-IF.
004550     MOVE WS-CONTACTS-READ TO WS-PRT-COUNT.
004560     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
004570     STRING "Contacts read          : " WS-PRT-COUNT
004580         DELIMITED BY SIZE INTO AGE-CFOLW-REPORT-RECORD.
004590     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004600     MOVE WS-MEMBERS-SEEN TO WS-PRT-COUNT.
004610     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
004620     STRING "Members contacted      : " WS-PRT-COUNT
004630         DELIMITED BY SIZE INTO AGE-CFOLW-REPORT-RECORD.
004640     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004650     MOVE WS-FOLLOWUPS-OPEN TO WS-PRT-COUNT.
004660     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
004670     STRING "Follow-ups outstanding : " WS-PRT-COUNT
004680         DELIMITED BY SIZE INTO AGE-CFOLW-REPORT-RECORD.
004690     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004700     MOVE WS-FOLLOWUPS-OVERDUE TO WS-PRT-COUNT.
004710     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
004720     STRING "  Past follow-up date  : " WS-PRT-COUNT
004730         DELIMITED BY SIZE INTO AGE-CFOLW-REPORT-RECORD.
004740     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004750     IF WS-TABLE-IS-FULL
004760         MOVE 8 TO RETURN-CODE
004770     ELSE
004780         IF WS-FOLLOWUPS-OVERDUE > ZERO
004790             MOVE 4 TO RETURN-CODE
004800         END-IF
004810     END-IF.
004820 3000-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------*
004860*  3100 - PRINT ONE OPERATOR'S HEADING AND OVERDUE ENTRIES   *
004870*-----------------------------------------------------------*
004880 3100-PRINT-OPERATOR.
004890     MOVE SPACES TO WS-OPER-NAME.
004900     IF WS-OPERATOR-WAS-OPENED
004910         MOVE WS-OPR-OPER-ID(WS-OPER-SUB) TO OPER-ID
004920         READ AGE-OPERATOR-FILE
004930             KEY IS OPER-ID
004940             INVALID KEY
004950                 MOVE "(NOT ON OPERATOR FILE)" TO WS-OPER-NAME
004960             NOT INVALID KEY
004970                 MOVE OPER-NAME TO WS-OPER-NAME
004980         END-READ
004990     END-IF.
005000     MOVE WS-OPR-COUNT(WS-OPER-SUB) TO WS-PRT-COUNT.
005010     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
005020     STRING "OPERATOR " WS-OPR-OPER-ID(WS-OPER-SUB) "  "
005030         WS-OPER-NAME "  OVERDUE: " WS-PRT-COUNT
005040         DELIMITED BY SIZE INTO AGE-CFOLW-REPORT-RECORD.
005050     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005060     PERFORM 3150-PRINT-ENTRY THRU 3150-EXIT
005070         VARYING WS-SUB FROM 1 BY 1
005080         UNTIL WS-SUB > WS-OVERDUE-ENTRY-COUNT.
005090     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
005100     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005110 3100-EXIT.
005120     EXIT.
005130
005140 3150-PRINT-ENTRY.
005150     IF WS-OVD-OPER-ID(WS-SUB) NOT = WS-OPR-OPER-ID(WS-OPER-SUB)
005160         GO TO 3150-EXIT
005170     END-IF.
005180     MOVE WS-OVD-MEMBER-ID(WS-SUB) TO WS-CF-MEMBER-ID.
005190     MOVE SPACES TO WS-CF-NAME.
005200     IF WS-MASTER-WAS-OPENED
005210         MOVE WS-OVD-MEMBER-ID(WS-SUB) TO MAST-MEMBER-ID
005220         READ AGE-MASTER-FILE
005230             KEY IS MAST-MEMBER-ID
005240             INVALID KEY
005250                 MOVE "(NOT ON MASTER)" TO WS-CF-NAME
005260             NOT INVALID KEY
005270                 MOVE MAST-MEMBER-NAME TO WS-CF-NAME
005280         END-READ
005290     END-IF.
005300     MOVE WS-OVD-CONTACT-DATE(WS-SUB) TO WS-CF-CONTACT-DATE.
005310     MOVE WS-OVD-REASON(WS-SUB) TO WS-CF-REASON.
005320     MOVE WS-OVD-FOLLOWUP(WS-SUB) TO WS-CF-FOLLOWUP.
005330     MOVE WS-OVD-DAYS(WS-SUB) TO WS-CF-DAYS.
005340     MOVE SPACES TO AGE-CFOLW-REPORT-RECORD.
005350     MOVE WS-CFOLW-LINE TO AGE-CFOLW-REPORT-RECORD.
005360     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005370 3150-EXIT.
005380     EXIT.
005390
005400 3900-PRINT-LINE.
005410     WRITE AGE-CFOLW-REPORT-RECORD.
005420     DISPLAY AGE-CFOLW-REPORT-RECORD.
005430 3900-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------*
005470*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
005480*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
005490*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
005500*          DISTURB THE RUN'S OWN CONDITION CODE.            *
005510*-----------------------------------------------------------*
005520 8000-WRITE-RUN-CONTROL.
005530     OPEN EXTEND AGE-RUN-CONTROL-FILE.
005540     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
005550             AGE-RUN-CONTROL-STATUS NOT = "05"
005560         OPEN OUTPUT AGE-RUN-CONTROL-FILE
005570         CLOSE AGE-RUN-CONTROL-FILE
005580         OPEN EXTEND AGE-RUN-CONTROL-FILE
005590     END-IF.
005600     IF AGE-RUN-CONTROL-STATUS NOT = "00"
005610         DISPLAY "*** WARNING: run-control record not "
005620             "written, status " AGE-RUN-CONTROL-STATUS
005630         GO TO 8000-EXIT
005640     END-IF.
005650     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
005660     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
005670     MOVE "AGECFOLW" TO RUN-JOB-NAME.
005680     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
005690     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
005700     MOVE WS-CONTACTS-READ TO RUN-RECORDS-READ.
005710     MOVE WS-FOLLOWUPS-OVERDUE TO RUN-RECORDS-POSTED.
005720     MOVE ZERO TO RUN-RECORDS-REJECTED.
005730     MOVE RETURN-CODE TO RUN-COND-CODE.
005740     WRITE AGE-RUN-CONTROL-RECORD.
005750     CLOSE AGE-RUN-CONTROL-FILE.
005760 8000-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------*
005800*  9000 - TERMINATION                                        *
005810*-----------------------------------------------------------*
005820 9000-TERMINATE.
005830     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
005840     IF WS-FILES-WERE-OPENED
005850         CLOSE AGE-CONTACT-FILE
005860         CLOSE AGE-CFOLW-REPORT-FILE
005870     END-IF.
005880     IF WS-MASTER-WAS-OPENED
005890         CLOSE AGE-MASTER-FILE
005900     END-IF.
005910     IF WS-OPERATOR-WAS-OPENED
005920         CLOSE AGE-OPERATOR-FILE
005930     END-IF.
005940     DISPLAY "AGECFOLW complete.  Contacts " WS-CONTACTS-READ
005950         "  Overdue " WS-FOLLOWUPS-OVERDUE "." .
005960 9000-EXIT.
005970     EXIT.
