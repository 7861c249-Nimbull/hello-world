000010*****************************************************************
000020* AGECTLRP.CBL
000030* MONTHLY OPERATOR CONTROLS REPORT.
000040*
000050* THE AUDIT LOG, MAINTENANCE LOG AND OPERATOR CHANGE LOG ARE
000060* EACH REPORTED ON THEIR OWN; THIS JOB CROSS-CHECKS THEM FOR
000070* THE AUDITORS.  IT JOINS THE AGE INTAKE FILE (AGEINTK - WHO
000080* REGISTERED EACH MEMBER AND WHEN), THE MAINTENANCE LOG
000090* (AGEMNTLG) AND THE OPERATOR CHANGE LOG (AGEOPRLG) AGAINST THE
000100* OPERATOR PROFILE FILE (AGEOPER) AND LISTS, FOR ONE CALENDAR
000110* MONTH:
000120*   1 A SUPERVISOR CORRECTING OR DELETING A MEMBER THEY
000130*     REGISTERED THEMSELVES;
000140*   2 AN OPERATOR WHOSE OWN PROFILE WAS CHANGED BY THEMSELVES
000150*     IN AGEOPADM;
000160*   3 A REGISTRATION OR MAINTENANCE DONE UNDER AN OPERATOR ID
000170*     THAT WAS NOT ACTIVE AT THE TIME;
000180*   4 A REGISTRATION CORRECTED OR DELETED WITHIN 30 DAYS OF
000190*     ENTRY.
000200* IT THEN PRINTS AN ENTRY-QUALITY TABLE PER REGISTERING
000210* OPERATOR FOR THE MONTH'S REGISTRATIONS: MEMBERS REGISTERED,
000220* LATER CORRECTED, LATER DELETED AND THE CORRECTION RATE.
000230*
000240* AN OPERATOR'S STATUS AT A GIVEN TIME IS TAKEN FROM THE
000250* OPERATOR CHANGE LOG: THE STATUS AFTER THE LAST CHANGE BEFORE
000260* IT, OR BEFORE THE FIRST CHANGE AFTER IT (NOT YET SET UP WHEN
000270* THAT CHANGE IS THE ADD).  AN OPERATOR WITH NO LOGGED CHANGES
000280* HAS HAD THE SAME STATUS THROUGHOUT, SO THE PROFILE FILE IS
000290* USED.  WORK POSTED BY AGEBATCH CARRIES THE ID BATCH AND IS
000300* NOT AN OPERATOR'S OWN WORK.  NAME/ADDRESS CHANGES COUNT AS
000310* CORRECTIONS AND MERGES AS DELETIONS.
000320*
000330* THE INTAKE FILE IS CUT OVER EACH MONTH END BY AGEARCH, SO THE
000340* JCL CONCATENATES THE LATEST INTAKE HISTORY GENERATIONS TO
000350* COVER THE MONTH AND THE 30 DAYS BEFORE IT.  MAINTENANCE ON A
000360* MEMBER REGISTERED BEFORE THAT IS COUNTED BUT CANNOT BE
000370* MATCHED TO ITS REGISTRATION.  THE MAINTENANCE LOG IS READ TO
000380* THE END, SO A CORRECTION MADE AFTER THE MONTH STILL COUNTS
000390* AGAINST THE MONTH'S REGISTRATIONS.
000400*
000410* SYSIN CARD: LAST FOR THE CALENDAR MONTH BEFORE THE RUN DATE,
000420* OR A CCYYMM MONTH.  CC 4 = EXCEPTIONS LISTED, CC 8 = A TABLE
000430* OVERFLOWED (RESULTS INCOMPLETE).  RUN FROM JCL - SEE JCL
000440* MEMBER AGECTLRP.
000450*
000460* AUTHOR.      NIMBULL DATA PROCESSING.
000470* INSTALLATION. MEMBER SERVICES.
000480* DATE-WRITTEN. 2026-10-15.
000490*
000500* MODIFICATION HISTORY
000510* DATE       INIT DESCRIPTION
000520* 2026-10-15 JDM  ORIGINAL.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. AGECTLRP.
000560 AUTHOR. NIMBULL DATA PROCESSING.
000570 INSTALLATION. MEMBER SERVICES.
000580 DATE-WRITTEN. 2026-10-15.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AGE-INTAKE-FILE ASSIGN TO "AGEINTK"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS AGE-INTAKE-STATUS.
000660
000670     SELECT AGE-MAINT-LOG-FILE ASSIGN TO "AGEMNTLG"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS AGE-MAINT-LOG-STATUS.
000700
000710     SELECT AGE-OPER-LOG-FILE ASSIGN TO "AGEOPRLG"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS AGE-OPER-LOG-STATUS.
000740
000750     SELECT AGE-OPERATOR-FILE ASSIGN TO "AGEOPER"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS OPER-ID
000790         FILE STATUS IS AGE-OPERATOR-STATUS.
000800
000810     SELECT AGE-CTLRP-FILE ASSIGN TO "AGECTLRO"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS AGE-CTLRP-STATUS.
000840
000850     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  AGE-INTAKE-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY AGEREC.
000950
000960 FD  AGE-MAINT-LOG-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY AGEMNT.
001000
001010 FD  AGE-OPER-LOG-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY AGEOPLG.
001050
001060 FD  AGE-OPERATOR-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY AGEOPER.
001090
001100 FD  AGE-CTLRP-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  AGE-CTLRP-RECORD            PIC X(80).
001130
001140 FD  AGE-RUN-CONTROL-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY AGERUN.
001180
001190 WORKING-STORAGE SECTION.
001200 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001210 77  AGE-INTAKE-STATUS           PIC X(02)   VALUE SPACES.
001220 77  AGE-MAINT-LOG-STATUS        PIC X(02)   VALUE SPACES.
001230 77  AGE-OPER-LOG-STATUS         PIC X(02)   VALUE SPACES.
001240 77  AGE-OPERATOR-STATUS         PIC X(02)   VALUE SPACES.
001250 77  AGE-CTLRP-STATUS            PIC X(02)   VALUE SPACES.
001260 77  WS-REG-TABLE-MAX            PIC 9(05)   COMP VALUE 20000.
001270 77  WS-OPLG-TABLE-MAX           PIC 9(04)   COMP VALUE 5000.
001280 77  WS-EXCP-TABLE-MAX           PIC 9(04)   COMP VALUE 5000.
001290 77  WS-OPER-TABLE-MAX           PIC 9(04)   COMP VALUE 200.
001300 77  WS-EXCP-TYPE-MAX            PIC 9(02)   COMP VALUE 4.
001310 77  WS-EARLY-DAYS-MAX           PIC 9(03)   VALUE 30.
001320 77  WS-BATCH-TERM-ID            PIC X(08)   VALUE "BATCH".
001330
001340 01  WS-SWITCHES.
001350     05  WS-OPLG-EOF-SW          PIC X(01)   VALUE "N".
001360         88  WS-END-OF-OPER-LOG               VALUE "Y".
001370     05  WS-INTAKE-EOF-SW        PIC X(01)   VALUE "N".
001380         88  WS-END-OF-INTAKE                 VALUE "Y".
001390     05  WS-MAINT-EOF-SW         PIC X(01)   VALUE "N".
001400         88  WS-END-OF-MAINT-LOG              VALUE "Y".
001410     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001420         88  WS-FILES-WERE-OPENED             VALUE "Y".
001430     05  WS-TABLE-FULL-SW        PIC X(01)   VALUE "N".
001440         88  WS-TABLE-IS-FULL                 VALUE "Y".
001450     05  WS-PRIOR-FOUND-SW       PIC X(01)   VALUE "N".
001460         88  WS-PRIOR-CHANGE-FOUND            VALUE "Y".
001470     05  WS-NEXT-FOUND-SW        PIC X(01)   VALUE "N".
001480         88  WS-NEXT-CHANGE-FOUND             VALUE "Y".
001490     05  WS-OPER-FOUND-SW        PIC X(01)   VALUE "N".
001500         88  WS-OPER-FOUND                    VALUE "Y".
001510     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
001520         88  WS-IS-LEAP-YEAR                   VALUE "Y".
001530
001540 01  WS-RUN-STAMP-FIELDS.
001550     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001560     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001570
001580 01  WS-COUNTERS.
001590     05  WS-OPLG-READ            PIC 9(08)   VALUE ZERO.
001600     05  WS-INTAKE-READ          PIC 9(08)   VALUE ZERO.
001610     05  WS-MAINT-READ           PIC 9(08)   VALUE ZERO.
001620     05  WS-OPLG-IN-MONTH        PIC 9(08)   VALUE ZERO.
001630     05  WS-REGS-IN-MONTH        PIC 9(08)   VALUE ZERO.
001640     05  WS-MAINT-IN-MONTH       PIC 9(08)   VALUE ZERO.
001650     05  WS-MAINT-UNMATCHED      PIC 9(08)   VALUE ZERO.
001660     05  WS-ACTIVITY-CHECKED     PIC 9(08)   VALUE ZERO.
001670     05  WS-EXCEPTIONS           PIC 9(08)   VALUE ZERO.
001680
001690 01  WS-SUBSCRIPTS.
001700     05  WS-SUB                  PIC 9(05)   COMP VALUE ZERO.
001710     05  WS-TYPE-SUB             PIC 9(02)   COMP VALUE ZERO.
001720     05  WS-REG-HIT              PIC 9(05)   COMP VALUE ZERO.
001730     05  WS-OPER-SUB             PIC 9(04)   COMP VALUE ZERO.
001740     05  WS-OPER-HIT             PIC 9(04)   COMP VALUE ZERO.
001750     05  WS-OPL-SUB              PIC 9(04)   COMP VALUE ZERO.
001760
001770 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001780 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-YYYYMMDD.
001790     05  WS-SYS-CCYY             PIC 9(04).
001800     05  WS-SYS-MM               PIC 9(02).
001810     05  WS-SYS-DD               PIC 9(02).
001820
001830*    THE MONTH REPORTED: LAST, OR CCYYMM, FROM SYSIN.
001840 01  WS-MONTH-CARD               PIC X(08)   VALUE SPACES.
001850 01  WS-MONTH-CARD-R REDEFINES WS-MONTH-CARD.
001860     05  WS-MC-CCYY              PIC 9(04).
001870     05  WS-MC-MM                PIC 9(02).
001880     05  WS-MC-REST              PIC X(02).
001890 01  WS-REPORT-MONTH             PIC 9(06)   VALUE ZERO.
001900 01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
001910     05  WS-RM-CCYY              PIC 9(04).
001920     05  WS-RM-MM                PIC 9(02).
001930 01  WS-MONTH-LOW                PIC 9(08)   VALUE ZERO.
001940 01  WS-MONTH-HIGH               PIC 9(08)   VALUE ZERO.
001950
001960*    THE PIECE OF WORK WHOSE OPERATOR IS BEING CHECKED, AND
001970*    THE OPERATOR'S STATUS AT THAT TIME: A ACTIVE, I INACTIVE,
001980*    N NOT YET SET UP, U NOT ON THE OPERATOR FILE.
001990 01  WS-ACTIVITY-FIELDS.
002000     05  WS-ACT-OPER-ID          PIC X(08)   VALUE SPACES.
002010     05  WS-ACT-STAMP.
002020         10  WS-ACT-DATE         PIC 9(08)   VALUE ZERO.
002030         10  WS-ACT-TIME         PIC 9(08)   VALUE ZERO.
002040     05  WS-ACT-SUBJECT          PIC X(10)   VALUE SPACES.
002050     05  WS-ACT-WHAT             PIC X(12)   VALUE SPACES.
002060     05  WS-OPER-STATE           PIC X(01)   VALUE SPACES.
002070         88  WS-OPER-WAS-ACTIVE               VALUE "A".
002080         88  WS-OPER-WAS-INACTIVE             VALUE "I".
002090         88  WS-OPER-NOT-SET-UP               VALUE "N".
002100         88  WS-OPER-UNKNOWN                  VALUE "U".
002110     05  WS-NEXT-ACTION          PIC X(08)   VALUE SPACES.
002120     05  WS-NEXT-BEFORE-STATUS   PIC X(01)   VALUE SPACES.
002130
002140 01  WS-DATE-WORK-FIELDS.
002150     05  WS-DATE-IN              PIC 9(08)   VALUE ZERO.
002160     05  WS-DATE-IN-R REDEFINES WS-DATE-IN.
002170         10  WS-DI-YEAR          PIC 9(04).
002180         10  WS-DI-MM            PIC 9(02).
002190         10  WS-DI-DD            PIC 9(02).
002200     05  WS-DAYS-OUT             PIC 9(08)   VALUE ZERO.
002210     05  WS-PRIOR-YEARS          PIC 9(04)   VALUE ZERO.
002220     05  WS-LEAP-DAYS            PIC 9(04)   VALUE ZERO.
002230     05  WS-MONTH-OFFSET         PIC 9(03)   VALUE ZERO.
002240     05  WS-REG-DAY-NO           PIC 9(08)   VALUE ZERO.
002250     05  WS-MNT-DAY-NO           PIC 9(08)   VALUE ZERO.
002260     05  WS-DAYS-AFTER           PIC 9(05)   VALUE ZERO.
002270
002280 01  WS-LEAP-WORK-FIELDS.
002290     05  WS-LEAP-QUOT-4          PIC 9(04).
002300     05  WS-LEAP-REM-4           PIC 9(02).
002310     05  WS-LEAP-QUOT-100        PIC 9(04).
002320     05  WS-LEAP-REM-100         PIC 9(02).
002330     05  WS-LEAP-QUOT-400        PIC 9(04).
002340     05  WS-LEAP-REM-400         PIC 9(03).
002350
002360*    EXCEPTION TYPE HEADINGS, AND THE NUMBER FOUND OF EACH.
002370 01  WS-TYPE-NAMES.
002380     05  FILLER                  PIC X(40)   VALUE
002390         "1 SUPERVISOR CHANGED OWN REGISTRATION".
002400     05  FILLER                  PIC X(40)   VALUE
002410         "2 OPERATOR CHANGED OWN PROFILE".
002420     05  FILLER                  PIC X(40)   VALUE
002430         "3 WORK UNDER AN INACTIVE OPERATOR ID".
002440     05  FILLER                  PIC X(40)   VALUE
002450         "4 CORRECTED OR DELETED WITHIN 30 DAYS".
002460 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
002470     05  WS-TYPE-NAME            PIC X(40)   OCCURS 4 TIMES.
002480
002490 01  WS-TYPE-COUNT-TABLE.
002500     05  WS-TYPE-COUNT           PIC 9(08)   OCCURS 4 TIMES.
002510
002520*    THE OPERATOR CHANGE LOG, IN THE ORDER WRITTEN (OLDEST
002530*    FIRST), FOR THE OPERATOR-STATUS-AT-THE-TIME CHECK.
002540 01  WS-OPLG-ENTRY-COUNT         PIC 9(04)   COMP VALUE ZERO.
002550 01  WS-OPLG-TABLE.
002560     05  WS-OPLG-ROW
002570         OCCURS 0 TO 5000 TIMES
002580         DEPENDING ON WS-OPLG-ENTRY-COUNT
002590         INDEXED BY OPL-IX.
002600         10  WS-OPL-OPER-ID      PIC X(08).
002610         10  WS-OPL-STAMP.
002620             15  WS-OPL-DATE     PIC 9(08).
002630             15  WS-OPL-TIME     PIC 9(08).
002640         10  WS-OPL-ACTION       PIC X(08).
002650         10  WS-OPL-BEFORE-STATUS
002660                                 PIC X(01).
002670         10  WS-OPL-AFTER-STATUS PIC X(01).
002680
002690*    ONE ROW PER REGISTRATION ON THE INTAKE FILE(S), WITH WHETHER
002700*    IT WAS LATER CORRECTED OR DELETED.
002710 01  WS-REG-ENTRY-COUNT          PIC 9(05)   COMP VALUE ZERO.
002720 01  WS-REG-TABLE.
002730     05  WS-REG-ROW
002740         OCCURS 0 TO 20000 TIMES
002750         DEPENDING ON WS-REG-ENTRY-COUNT
002760         INDEXED BY REG-IX.
002770         10  WS-REG-MEMBER-ID    PIC X(10).
002780         10  WS-REG-STAMP.
002790             15  WS-REG-DATE     PIC 9(08).
002800             15  WS-REG-TIME     PIC 9(08).
002810         10  WS-REG-TERM-ID      PIC X(08).
002820         10  WS-REG-IN-MONTH-SW  PIC X(01).
002830             88  WS-REG-IN-MONTH              VALUE "Y".
002840         10  WS-REG-CORRECTED-SW PIC X(01).
002850             88  WS-REG-CORRECTED             VALUE "Y".
002860         10  WS-REG-DELETED-SW   PIC X(01).
002870             88  WS-REG-DELETED               VALUE "Y".
002880
002890*    THE EXCEPTIONS, IN THE ORDER FOUND.  PRINTED ONE TYPE AT A
002900*    TIME.
002910 01  WS-EXCP-ENTRY-COUNT         PIC 9(04)   COMP VALUE ZERO.
002920 01  WS-EXCP-TABLE.
002930     05  WS-EXCP-ROW
002940         OCCURS 0 TO 5000 TIMES
002950         DEPENDING ON WS-EXCP-ENTRY-COUNT
002960         INDEXED BY EXC-IX.
002970         10  WS-EXC-TYPE         PIC 9(01).
002980         10  WS-EXC-DATE         PIC 9(08).
002990         10  WS-EXC-OPER-ID      PIC X(08).
003000         10  WS-EXC-SUBJECT      PIC X(10).
003010         10  WS-EXC-DETAIL       PIC X(40).
003020
003030 01  WS-NEW-EXCEPTION.
003040     05  WS-NEW-EXC-TYPE         PIC 9(01)   VALUE ZERO.
003050     05  WS-NEW-EXC-DATE         PIC 9(08)   VALUE ZERO.
003060     05  WS-NEW-EXC-OPER-ID      PIC X(08)   VALUE SPACES.
003070     05  WS-NEW-EXC-SUBJECT      PIC X(10)   VALUE SPACES.
003080     05  WS-NEW-EXC-DETAIL       PIC X(40)   VALUE SPACES.
003090
003100*    ENTRY QUALITY: ONE ROW PER OPERATOR WHO REGISTERED A
003110*    MEMBER IN THE MONTH.
003120 01  WS-OPER-ENTRY-COUNT         PIC 9(04)   COMP VALUE ZERO.
003130 01  WS-OPER-TABLE.
003140     05  WS-OPER-ROW
003150         OCCURS 0 TO 200 TIMES
003160         DEPENDING ON WS-OPER-ENTRY-COUNT
003170         INDEXED BY OPR-IX.
003180         10  WS-OPR-OPER-ID      PIC X(08).
003190         10  WS-OPR-REGISTERED   PIC 9(08).
003200         10  WS-OPR-CORRECTED    PIC 9(08).
003210         10  WS-OPR-DELETED      PIC 9(08).
003220
003230 01  WS-OPER-NAME                PIC X(20)   VALUE SPACES.
003240 01  WS-CORRECTION-RATE          PIC 9(03)V9(02) VALUE ZERO.
003250 01  WS-QUAL-TOTALS.
003260     05  WS-TOT-REGISTERED       PIC 9(08)   VALUE ZERO.
003270     05  WS-TOT-CORRECTED        PIC 9(08)   VALUE ZERO.
003280     05  WS-TOT-DELETED          PIC 9(08)   VALUE ZERO.
003290
003300 01  WS-CTLRP-LINE.
003310     05  FILLER                  PIC X(02)   VALUE SPACES.
003320     05  WS-CL-DATE              PIC 9(08).
003330     05  FILLER                  PIC X(02)   VALUE SPACES.
003340     05  WS-CL-OPER-ID           PIC X(08).
003350     05  FILLER                  PIC X(02)   VALUE SPACES.
003360     05  WS-CL-SUBJECT           PIC X(10).
003370     05  FILLER                  PIC X(02)   VALUE SPACES.
003380     05  WS-CL-DETAIL            PIC X(40).
003390
003400 01  WS-QUAL-LINE.
003410     05  FILLER                  PIC X(02)   VALUE SPACES.
003420     05  WS-QL-OPER-ID           PIC X(08).
003430     05  FILLER                  PIC X(02)   VALUE SPACES.
003440     05  WS-QL-NAME              PIC X(20).
003450     05  FILLER                  PIC X(02)   VALUE SPACES.
003460     05  WS-QL-REGISTERED        PIC ZZZ,ZZ9.
003470     05  FILLER                  PIC X(03)   VALUE SPACES.
003480     05  WS-QL-CORRECTED         PIC ZZZ,ZZ9.
003490     05  FILLER                  PIC X(02)   VALUE SPACES.
003500     05  WS-QL-DELETED           PIC ZZZ,ZZ9.
003510     05  FILLER                  PIC X(03)   VALUE SPACES.
003520     05  WS-QL-RATE              PIC ZZ9.99.
003530
003540 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
003550 01  WS-PRT-DAYS                 PIC ZZ9.
003560
003570 PROCEDURE DIVISION.
003580 0000-MAINLINE.
003590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003600     PERFORM 2000-LOAD-OPER-LOG THRU 2000-EXIT
003610         UNTIL WS-END-OF-OPER-LOG.
003620     PERFORM 2100-LOAD-INTAKE THRU 2100-EXIT
003630         UNTIL WS-END-OF-INTAKE.
003640     PERFORM 2200-CHECK-MAINT THRU 2200-EXIT
003650         UNTIL WS-END-OF-MAINT-LOG.
003660     IF WS-FILES-WERE-OPENED
003670         PERFORM 2300-TALLY-REGISTRATION THRU 2300-EXIT
003680             VARYING WS-SUB FROM 1 BY 1
003690             UNTIL WS-SUB > WS-REG-ENTRY-COUNT
003700     END-IF.
003710     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
003720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003730     STOP RUN.
003740
003750*-----------------------------------------------------------*
003760*  1000 - INITIALIZATION.  EVERY INPUT IS NEEDED FOR THE     *
003770*          CROSS-CHECKS, SO ANY ONE THAT WILL NOT OPEN STOPS *
003780*          THE RUN.                                          *
003790*-----------------------------------------------------------*
003800 1000-INITIALIZE.
003810     DISPLAY "AGECTLRP starting.".
003820     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003830     MOVE ZERO TO WS-TYPE-COUNT(1) WS-TYPE-COUNT(2)
003840         WS-TYPE-COUNT(3) WS-TYPE-COUNT(4).
003850     MOVE "Y" TO WS-OPLG-EOF-SW.
003860     MOVE "Y" TO WS-INTAKE-EOF-SW.
003870     MOVE "Y" TO WS-MAINT-EOF-SW.
003880     PERFORM 1100-SET-REPORT-MONTH THRU 1100-EXIT.
003890     IF RETURN-CODE = 16
003900         GO TO 1000-EXIT
003910     END-IF.
003920     OPEN INPUT AGE-OPERATOR-FILE.
003930     IF AGE-OPERATOR-STATUS NOT = "00"
003940         DISPLAY "*** ERROR: cannot open operator file, status "
003950             AGE-OPERATOR-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         GO TO 1000-EXIT
003980     END-IF.
003990     OPEN INPUT AGE-OPER-LOG-FILE.
004000     IF AGE-OPER-LOG-STATUS NOT = "00"
004010         DISPLAY "*** ERROR: cannot open operator change log, "
004020             "status " AGE-OPER-LOG-STATUS
004030         CLOSE AGE-OPERATOR-FILE
004040         MOVE 16 TO RETURN-CODE
004050         GO TO 1000-EXIT
004060     END-IF.
004070     OPEN INPUT AGE-INTAKE-FILE.
004080     IF AGE-INTAKE-STATUS NOT = "00"
004090         DISPLAY "*** ERROR: cannot open age intake file, "
004100             "status " AGE-INTAKE-STATUS
004110         CLOSE AGE-OPERATOR-FILE
004120         CLOSE AGE-OPER-LOG-FILE
004130         MOVE 16 TO RETURN-CODE
004140         GO TO 1000-EXIT
004150     END-IF.
004160     OPEN INPUT AGE-MAINT-LOG-FILE.
004170     IF AGE-MAINT-LOG-STATUS NOT = "00"
004180         DISPLAY "*** ERROR: cannot open the maintenance log, "
004190             "status " AGE-MAINT-LOG-STATUS
004200         CLOSE AGE-OPERATOR-FILE
004210         CLOSE AGE-OPER-LOG-FILE
004220         CLOSE AGE-INTAKE-FILE
004230         MOVE 16 TO RETURN-CODE
004240         GO TO 1000-EXIT
004250     END-IF.
004260     OPEN OUTPUT AGE-CTLRP-FILE.
004270     MOVE "Y" TO WS-FILES-OPEN-SW.
004280     MOVE "N" TO WS-OPLG-EOF-SW.
004290     MOVE "N" TO WS-INTAKE-EOF-SW.
004300     MOVE "N" TO WS-MAINT-EOF-SW.
004310     MOVE SPACES TO AGE-CTLRP-RECORD.
004320     STRING "OPERATOR CONTROLS REPORT FOR " WS-REPORT-MONTH
004330         " - RUN DATE " WS-SYS-DATE-YYYYMMDD
004340         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
004350     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004360     MOVE SPACES TO AGE-CTLRP-RECORD.
004370     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004380     MOVE "  DATE      OPERATOR  MEMBER/OPR  DETAIL"
004390         TO AGE-CTLRP-RECORD.
004400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004410     MOVE SPACES TO AGE-CTLRP-RECORD.
004420     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004430 1000-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------*
004470*  1100 - THE MONTH TO REPORT: LAST (OR A BLANK CARD) FOR    *
004480*          THE CALENDAR MONTH BEFORE THE RUN DATE, OR CCYYMM *
004490*-----------------------------------------------------------*
004500 1100-SET-REPORT-MONTH.
004510     DISPLAY "Enter LAST for last month's controls, or a "
004520         "month (CCYYMM): ".
004530     ACCEPT WS-MONTH-CARD.
004540     IF WS-MONTH-CARD = "LAST" OR WS-MONTH-CARD = SPACES
004550         IF WS-SYS-MM = 1
004560             COMPUTE WS-RM-CCYY = WS-SYS-CCYY - 1
004570             MOVE 12 TO WS-RM-MM
004580         ELSE
004590             MOVE WS-SYS-CCYY TO WS-RM-CCYY
004600             COMPUTE WS-RM-MM = WS-SYS-MM - 1
004610         END-IF
004620     ELSE
004630         IF WS-MONTH-CARD(1:6) NOT NUMERIC
004640                 OR WS-MC-REST NOT = SPACES
004650             DISPLAY "*** ERROR: the month card must be LAST or "
004660                 "a CCYYMM month."
004670             MOVE 16 TO RETURN-CODE
004680             GO TO 1100-EXIT
004690         END-IF
004700         IF WS-MC-MM < 1 OR WS-MC-MM > 12
004710             DISPLAY "*** ERROR: month " WS-MC-MM
004720                 " on the month card is not 01 to 12."
004730             MOVE 16 TO RETURN-CODE
004740             GO TO 1100-EXIT
004750         END-IF
004760         MOVE WS-MC-CCYY TO WS-RM-CCYY
004770         MOVE WS-MC-MM TO WS-RM-MM
004780     END-IF.
004790     COMPUTE WS-MONTH-LOW = WS-REPORT-MONTH * 100 + 1.
004800     COMPUTE WS-MONTH-HIGH = WS-REPORT-MONTH * 100 + 31.
004810     DISPLAY "Reporting controls for " WS-REPORT-MONTH ".".
004820 1100-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------*
004860*  2000 - LOAD ONE OPERATOR CHANGE LOG RECORD INTO THE       *
004870*          TABLE, AND LIST IT WHEN IT FALLS IN THE MONTH AND *
004880*          THE OPERATOR CHANGED THEIR OWN PROFILE.            *
004890*-----------------------------------------------------------*
004900 2000-LOAD-OPER-LOG.
004910     READ AGE-OPER-LOG-FILE
004920         AT END
004930             MOVE "Y" TO WS-OPLG-EOF-SW
004940             GO TO 2000-EXIT
004950     END-READ.
004960     ADD 1 TO WS-OPLG-READ.
004970     IF WS-OPLG-ENTRY-COUNT >= WS-OPLG-TABLE-MAX
004980         MOVE "Y" TO WS-TABLE-FULL-SW
004990     ELSE
005000         ADD 1 TO WS-OPLG-ENTRY-COUNT
005010         MOVE WS-OPLG-ENTRY-COUNT TO WS-SUB
005020         MOVE OPLG-OPER-ID TO WS-OPL-OPER-ID(WS-SUB)
005030         MOVE OPLG-TS-DATE TO WS-OPL-DATE(WS-SUB)
005040         MOVE OPLG-TS-TIME TO WS-OPL-TIME(WS-SUB)
005050         MOVE OPLG-ACTION TO WS-OPL-ACTION(WS-SUB)
005060         MOVE OPLG-BEFORE-STATUS TO WS-OPL-BEFORE-STATUS(WS-SUB)
005070         MOVE OPLG-AFTER-STATUS TO WS-OPL-AFTER-STATUS(WS-SUB)
005080     END-IF.
005090     IF OPLG-TS-DATE < WS-MONTH-LOW OR
005100             OPLG-TS-DATE > WS-MONTH-HIGH
005110         GO TO 2000-EXIT
005120     END-IF.
005130     ADD 1 TO WS-OPLG-IN-MONTH.
005140     ADD 1 TO WS-ACTIVITY-CHECKED.
005150     IF OPLG-TERM-ID NOT = OPLG-OPER-ID
005160         GO TO 2000-EXIT
005170     END-IF.
005180     MOVE 2 TO WS-NEW-EXC-TYPE.
005190     MOVE OPLG-TS-DATE TO WS-NEW-EXC-DATE.
005200     MOVE OPLG-TERM-ID TO WS-NEW-EXC-OPER-ID.
005210     MOVE OPLG-OPER-ID TO WS-NEW-EXC-SUBJECT.
005220     MOVE SPACES TO WS-NEW-EXC-DETAIL.
005230     STRING OPLG-ACTION DELIMITED BY SPACE
005240         " - AUTH " OPLG-BEFORE-AUTH " TO " OPLG-AFTER-AUTH
005250         ", STATUS " OPLG-BEFORE-STATUS " TO " OPLG-AFTER-STATUS
005260         DELIMITED BY SIZE INTO WS-NEW-EXC-DETAIL.
005270     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
005280 2000-EXIT.
005290     EXIT.
005300
005310*-----------------------------------------------------------*
005320*  2100 - LOAD ONE REGISTRATION INTO THE TABLE.  ONE MADE IN *
005330*          THE MONTH IS CHECKED FOR ITS OPERATOR'S STATUS.   *
005340*-----------------------------------------------------------*
005350 2100-LOAD-INTAKE.
005360     READ AGE-INTAKE-FILE
005370         AT END
005380             MOVE "Y" TO WS-INTAKE-EOF-SW
005390             GO TO 2100-EXIT
005400     END-READ.
005410     ADD 1 TO WS-INTAKE-READ.
005420     MOVE AGE-REC-TERM-ID TO WS-ACT-OPER-ID.
005430     MOVE AGE-REC-RUN-DATE TO WS-ACT-DATE.
005440     MOVE AGE-REC-RUN-TIME TO WS-ACT-TIME.
005450     IF WS-REG-ENTRY-COUNT >= WS-REG-TABLE-MAX
005460         MOVE "Y" TO WS-TABLE-FULL-SW
005470     ELSE
005480         ADD 1 TO WS-REG-ENTRY-COUNT
005490         MOVE WS-REG-ENTRY-COUNT TO WS-SUB
005500         MOVE AGE-REC-MEMBER-ID TO WS-REG-MEMBER-ID(WS-SUB)
005510         MOVE WS-ACT-STAMP TO WS-REG-STAMP(WS-SUB)
005520         MOVE AGE-REC-TERM-ID TO WS-REG-TERM-ID(WS-SUB)
005530         MOVE "N" TO WS-REG-IN-MONTH-SW(WS-SUB)
005540         MOVE "N" TO WS-REG-CORRECTED-SW(WS-SUB)
005550         MOVE "N" TO WS-REG-DELETED-SW(WS-SUB)
005560         IF WS-ACT-DATE NOT < WS-MONTH-LOW AND
005570                 WS-ACT-DATE NOT > WS-MONTH-HIGH
005580             MOVE "Y" TO WS-REG-IN-MONTH-SW(WS-SUB)
005590         END-IF
005600     END-IF.
005610     IF WS-ACT-DATE < WS-MONTH-LOW OR
005620             WS-ACT-DATE > WS-MONTH-HIGH
005630         GO TO 2100-EXIT
005640     END-IF.
005650     ADD 1 TO WS-REGS-IN-MONTH.
005660     ADD 1 TO WS-ACTIVITY-CHECKED.
005670     IF WS-ACT-OPER-ID = WS-BATCH-TERM-ID
005680         GO TO 2100-EXIT
005690     END-IF.
005700     MOVE AGE-REC-MEMBER-ID TO WS-ACT-SUBJECT.
005710     MOVE "REGISTRATION" TO WS-ACT-WHAT.
005720     PERFORM 2700-CHECK-OPERATOR-STATUS THRU 2700-EXIT.
005730 2100-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------*
005770*  2200 - ONE MAINTENANCE LOG ENTRY.  MARK THE REGISTRATION  *
005780*          IT CORRECTED OR DELETED, WHENEVER IT WAS DONE;    *
005790*          THEN, WHEN IT WAS DONE IN THE MONTH, CHECK ITS    *
005800*          OPERATOR'S STATUS, WHETHER THE SAME OPERATOR MADE *
005810*          THE REGISTRATION, AND HOW SOON AFTER ENTRY.       *
005820*-----------------------------------------------------------*
005830 2200-CHECK-MAINT.
005840     READ AGE-MAINT-LOG-FILE
005850         AT END
005860             MOVE "Y" TO WS-MAINT-EOF-SW
005870             GO TO 2200-EXIT
005880     END-READ.
005890     ADD 1 TO WS-MAINT-READ.
005900     IF NOT (MNT-CORRECTED OR MNT-NAME-ADDR-CHG
005910             OR MNT-DELETED OR MNT-MERGED)
005920         GO TO 2200-EXIT
005930     END-IF.
005940     MOVE ZERO TO WS-REG-HIT.
005950     IF WS-REG-ENTRY-COUNT > ZERO
005960         SET REG-IX TO 1
005970         SEARCH WS-REG-ROW
005980             AT END
005990                 CONTINUE
006000             WHEN WS-REG-MEMBER-ID(REG-IX) = MNT-MEMBER-ID
006010                 SET WS-REG-HIT TO REG-IX
006020         END-SEARCH
006030     END-IF.
006040     IF WS-REG-HIT > ZERO
006050         IF WS-REG-STAMP(WS-REG-HIT) NOT < MNT-TIMESTAMP
006060             MOVE ZERO TO WS-REG-HIT
006070         END-IF
006080     END-IF.
006090     IF WS-REG-HIT > ZERO
006100         IF MNT-CORRECTED OR MNT-NAME-ADDR-CHG
006110             MOVE "Y" TO WS-REG-CORRECTED-SW(WS-REG-HIT)
006120         ELSE
006130             MOVE "Y" TO WS-REG-DELETED-SW(WS-REG-HIT)
006140         END-IF
006150     END-IF.
006160     IF MNT-TS-DATE < WS-MONTH-LOW OR
006170             MNT-TS-DATE > WS-MONTH-HIGH
006180         GO TO 2200-EXIT
006190     END-IF.
006200     ADD 1 TO WS-MAINT-IN-MONTH.
006210     ADD 1 TO WS-ACTIVITY-CHECKED.
006220     IF MNT-TERM-ID NOT = WS-BATCH-TERM-ID
006230         MOVE MNT-TERM-ID TO WS-ACT-OPER-ID
006240         MOVE MNT-TS-DATE TO WS-ACT-DATE
006250         MOVE MNT-TS-TIME TO WS-ACT-TIME
006260         MOVE MNT-MEMBER-ID TO WS-ACT-SUBJECT
006270         MOVE MNT-ACTION TO WS-ACT-WHAT
006280         PERFORM 2700-CHECK-OPERATOR-STATUS THRU 2700-EXIT
006290     END-IF.
006300     IF WS-REG-HIT = ZERO
006310         ADD 1 TO WS-MAINT-UNMATCHED
006320         GO TO 2200-EXIT
006330     END-IF.
006340     IF MNT-TERM-ID = WS-REG-TERM-ID(WS-REG-HIT) AND
006350             MNT-TERM-ID NOT = WS-BATCH-TERM-ID
006360         MOVE 1 TO WS-NEW-EXC-TYPE
006370         MOVE MNT-TS-DATE TO WS-NEW-EXC-DATE
006380         MOVE MNT-TERM-ID TO WS-NEW-EXC-OPER-ID
006390         MOVE MNT-MEMBER-ID TO WS-NEW-EXC-SUBJECT
006400         MOVE SPACES TO WS-NEW-EXC-DETAIL
006410         STRING MNT-ACTION DELIMITED BY SPACE
006420             " OF OWN REGISTRATION OF "
006430             WS-REG-DATE(WS-REG-HIT)
006440             DELIMITED BY SIZE INTO WS-NEW-EXC-DETAIL
006450         PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT
006460     END-IF.
006470     MOVE WS-REG-DATE(WS-REG-HIT) TO WS-DATE-IN.
006480     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
006490     MOVE WS-DAYS-OUT TO WS-REG-DAY-NO.
006500     MOVE MNT-TS-DATE TO WS-DATE-IN.
006510     PERFORM 2800-DATE-TO-DAYS THRU 2800-EXIT.
006520     MOVE WS-DAYS-OUT TO WS-MNT-DAY-NO.
006530     COMPUTE WS-DAYS-AFTER = WS-MNT-DAY-NO - WS-REG-DAY-NO.
006540     IF WS-DAYS-AFTER > WS-EARLY-DAYS-MAX
006550         GO TO 2200-EXIT
006560     END-IF.
006570     MOVE WS-DAYS-AFTER TO WS-PRT-DAYS.
006580     MOVE 4 TO WS-NEW-EXC-TYPE.
006590     MOVE MNT-TS-DATE TO WS-NEW-EXC-DATE.
006600     MOVE MNT-TERM-ID TO WS-NEW-EXC-OPER-ID.
006610     MOVE MNT-MEMBER-ID TO WS-NEW-EXC-SUBJECT.
006620     MOVE SPACES TO WS-NEW-EXC-DETAIL.
006630     STRING MNT-ACTION DELIMITED BY SPACE
006640         " " WS-PRT-DAYS " DAYS AFTER ENTRY BY "
006650         WS-REG-TERM-ID(WS-REG-HIT)
006660         DELIMITED BY SIZE INTO WS-NEW-EXC-DETAIL.
006670     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
006680 2200-EXIT.
006690     EXIT.
006700
006710*-----------------------------------------------------------*
006720*  2300 - COUNT ONE OF THE MONTH'S REGISTRATIONS AGAINST THE *
006730*          OPERATOR WHO ENTERED IT                            *
006740*-----------------------------------------------------------*
006750 2300-TALLY-REGISTRATION.
006760     IF NOT WS-REG-IN-MONTH(WS-SUB)
006770         GO TO 2300-EXIT
006780     END-IF.
006790     MOVE "N" TO WS-OPER-FOUND-SW.
006800     MOVE ZERO TO WS-OPER-HIT.
006810     PERFORM 2350-MATCH-OPERATOR THRU 2350-EXIT
006820         VARYING WS-OPER-SUB FROM 1 BY 1
006830         UNTIL WS-OPER-SUB > WS-OPER-ENTRY-COUNT
006840         OR WS-OPER-FOUND.
006850     IF NOT WS-OPER-FOUND
006860         IF WS-OPER-ENTRY-COUNT >= WS-OPER-TABLE-MAX
006870             MOVE "Y" TO WS-TABLE-FULL-SW
006880             GO TO 2300-EXIT
006890         END-IF
006900         ADD 1 TO WS-OPER-ENTRY-COUNT
006910         MOVE WS-OPER-ENTRY-COUNT TO WS-OPER-HIT
006920         MOVE WS-REG-TERM-ID(WS-SUB)
006930             TO WS-OPR-OPER-ID(WS-OPER-HIT)
006940         MOVE ZERO TO WS-OPR-REGISTERED(WS-OPER-HIT)
006950         MOVE ZERO TO WS-OPR-CORRECTED(WS-OPER-HIT)
006960         MOVE ZERO TO WS-OPR-DELETED(WS-OPER-HIT)
006970     END-IF.
006980     ADD 1 TO WS-OPR-REGISTERED(WS-OPER-HIT).
006990     IF WS-REG-CORRECTED(WS-SUB)
007000         ADD 1 TO WS-OPR-CORRECTED(WS-OPER-HIT)
007010     END-IF.
007020     IF WS-REG-DELETED(WS-SUB)
007030         ADD 1 TO WS-OPR-DELETED(WS-OPER-HIT)
007040     END-IF.
007050 2300-EXIT.
007060     EXIT.
007070
007080 2350-MATCH-OPERATOR.
007090     IF WS-OPR-OPER-ID(WS-OPER-SUB) = WS-REG-TERM-ID(WS-SUB)
007100         MOVE "Y" TO WS-OPER-FOUND-SW
007110         MOVE WS-OPER-SUB TO WS-OPER-HIT
007120     END-IF.
007130 2350-EXIT.
007140     EXIT.
007150
007160*-----------------------------------------------------------*
007170*  2700 - WORK OUT THE STATUS OF WS-ACT-OPER-ID AT THE TIME  *
007180*          IN WS-ACT-STAMP AND LIST THE WORK WHEN THE ID WAS *
007190*          NOT ACTIVE.  THE LAST LOGGED CHANGE AT OR BEFORE  *
007200*          THE TIME GIVES THE STATUS AFTER IT; FAILING THAT, *
007210*          THE FIRST CHANGE AFTER THE TIME GIVES THE STATUS  *
007220*          BEFORE IT (NONE YET IF IT IS THE ADD); WITH NO    *
007230*          CHANGES LOGGED THE PROFILE FILE STATUS HOLDS.     *
007240*-----------------------------------------------------------*
007250 2700-CHECK-OPERATOR-STATUS.
007260     MOVE "N" TO WS-PRIOR-FOUND-SW.
007270     MOVE "N" TO WS-NEXT-FOUND-SW.
007280     MOVE SPACES TO WS-OPER-STATE.
007290     PERFORM 2750-SCAN-OPER-LOG THRU 2750-EXIT
007300         VARYING WS-OPL-SUB FROM 1 BY 1
007310         UNTIL WS-OPL-SUB > WS-OPLG-ENTRY-COUNT.
007320     IF NOT WS-PRIOR-CHANGE-FOUND
007330         IF WS-NEXT-CHANGE-FOUND
007340             IF WS-NEXT-ACTION = "ADD"
007350                 MOVE "N" TO WS-OPER-STATE
007360             ELSE
007370                 MOVE WS-NEXT-BEFORE-STATUS TO WS-OPER-STATE
007380             END-IF
007390         ELSE
007400             MOVE WS-ACT-OPER-ID TO OPER-ID
007410             READ AGE-OPERATOR-FILE
007420                 KEY IS OPER-ID
007430                 INVALID KEY
007440                     MOVE "U" TO WS-OPER-STATE
007450                 NOT INVALID KEY
007460                     MOVE OPER-STATUS TO WS-OPER-STATE
007470             END-READ
007480         END-IF
007490     END-IF.
007500     IF WS-OPER-WAS-ACTIVE
007510         GO TO 2700-EXIT
007520     END-IF.
007530     MOVE 3 TO WS-NEW-EXC-TYPE.
007540     MOVE WS-ACT-DATE TO WS-NEW-EXC-DATE.
007550     MOVE WS-ACT-OPER-ID TO WS-NEW-EXC-OPER-ID.
007560     MOVE WS-ACT-SUBJECT TO WS-NEW-EXC-SUBJECT.
007570     MOVE SPACES TO WS-NEW-EXC-DETAIL.
007580     EVALUATE TRUE
007590         WHEN WS-OPER-WAS-INACTIVE
007600             STRING WS-ACT-WHAT DELIMITED BY SPACE
007610                 " - OPERATOR INACTIVE"
007620                 DELIMITED BY SIZE INTO WS-NEW-EXC-DETAIL
007630         WHEN WS-OPER-NOT-SET-UP
007640             STRING WS-ACT-WHAT DELIMITED BY SPACE
007650                 " - OPERATOR NOT YET SET UP"
007660                 DELIMITED BY SIZE INTO WS-NEW-EXC-DETAIL
007670         WHEN WS-OPER-UNKNOWN
007680             STRING WS-ACT-WHAT DELIMITED BY SPACE
007690                 " - ID NOT ON OPERATOR FILE"
007700                 DELIMITED BY SIZE INTO WS-NEW-EXC-DETAIL
007710         WHEN OTHER
007720             STRING WS-ACT-WHAT DELIMITED BY SPACE
007730                 " - OPERATOR STATUS " WS-OPER-STATE
007740                 DELIMITED BY SIZE INTO WS-NEW-EXC-DETAIL
007750     END-EVALUATE.
007760     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
007770 2700-EXIT.
007780     EXIT.
007790
007800 2750-SCAN-OPER-LOG.
007810     IF WS-OPL-OPER-ID(WS-OPL-SUB) NOT = WS-ACT-OPER-ID
007820         GO TO 2750-EXIT
007830     END-IF.
007840     IF WS-OPL-STAMP(WS-OPL-SUB) NOT > WS-ACT-STAMP
007850         MOVE "Y" TO WS-PRIOR-FOUND-SW
007860         MOVE WS-OPL-AFTER-STATUS(WS-OPL-SUB) TO WS-OPER-STATE
007870         GO TO 2750-EXIT
007880     END-IF.
007890     IF NOT WS-NEXT-CHANGE-FOUND
007900         MOVE "Y" TO WS-NEXT-FOUND-SW
007910         MOVE WS-OPL-ACTION(WS-OPL-SUB) TO WS-NEXT-ACTION
007920         MOVE WS-OPL-BEFORE-STATUS(WS-OPL-SUB)
007930             TO WS-NEXT-BEFORE-STATUS
007940     END-IF.
007950 2750-EXIT.
007960     EXIT.
007970
007980*-----------------------------------------------------------*
007990*  2800 - TURN WS-DATE-IN (CCYYMMDD) INTO A SERIAL DAY       *
008000*          NUMBER SO TWO DATES CAN BE SUBTRACTED.  DAYS =     *
008010*          365 PER PRIOR YEAR PLUS THE PRIOR LEAP DAYS PLUS  *
008020*          THE OFFSET TO THE MONTH PLUS THE DAY, WITH ONE    *
008030*          MORE WHEN THE GIVEN YEAR IS A LEAP YEAR AND THE   *
008040*          DATE IS PAST FEBRUARY.                            *
008050*-----------------------------------------------------------*
008060 2800-DATE-TO-DAYS.
008070     COMPUTE WS-PRIOR-YEARS = WS-DI-YEAR - 1.
008080     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-QUOT-4
008090         REMAINDER WS-LEAP-REM-4.
008100     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOT-100
008110         REMAINDER WS-LEAP-REM-100.
008120     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOT-400
008130         REMAINDER WS-LEAP-REM-400.
008140     COMPUTE WS-LEAP-DAYS = WS-LEAP-QUOT-4 - WS-LEAP-QUOT-100
008150         + WS-LEAP-QUOT-400.
008160     EVALUATE WS-DI-MM
008170         WHEN 1  MOVE 0 TO WS-MONTH-OFFSET
008180         WHEN 2  MOVE 31 TO WS-MONTH-OFFSET
008190         WHEN 3  MOVE 59 TO WS-MONTH-OFFSET
008200         WHEN 4  MOVE 90 TO WS-MONTH-OFFSET
008210         WHEN 5  MOVE 120 TO WS-MONTH-OFFSET
008220         WHEN 6  MOVE 151 TO WS-MONTH-OFFSET
008230         WHEN 7  MOVE 181 TO WS-MONTH-OFFSET
008240         WHEN 8  MOVE 212 TO WS-MONTH-OFFSET
008250         WHEN 9  MOVE 243 TO WS-MONTH-OFFSET
008260         WHEN 10 MOVE 273 TO WS-MONTH-OFFSET
008270         WHEN 11 MOVE 304 TO WS-MONTH-OFFSET
008280         WHEN OTHER MOVE 334 TO WS-MONTH-OFFSET
008290     END-EVALUATE.
008300     COMPUTE WS-DAYS-OUT = WS-PRIOR-YEARS * 365
008310         + WS-LEAP-DAYS + WS-MONTH-OFFSET + WS-DI-DD.
008320     IF WS-DI-MM > 2
008330         PERFORM 2850-CHECK-LEAP-YEAR THRU 2850-EXIT
008340         IF WS-IS-LEAP-YEAR
008350             ADD 1 TO WS-DAYS-OUT
008360         END-IF
008370     END-IF.
008380 2800-EXIT.
008390     EXIT.
008400
008410 2850-CHECK-LEAP-YEAR.
008420     MOVE "N" TO WS-LEAP-YEAR-SW.
008430     DIVIDE WS-DI-YEAR BY 4 GIVING WS-LEAP-QUOT-4
008440         REMAINDER WS-LEAP-REM-4.
008450     IF WS-LEAP-REM-4 = 0
008460         DIVIDE WS-DI-YEAR BY 100 GIVING WS-LEAP-QUOT-100
008470             REMAINDER WS-LEAP-REM-100
008480         IF WS-LEAP-REM-100 NOT = 0
008490             MOVE "Y" TO WS-LEAP-YEAR-SW
008500         ELSE
008510             DIVIDE WS-DI-YEAR BY 400
008520                 GIVING WS-LEAP-QUOT-400
008530                 REMAINDER WS-LEAP-REM-400
008540             IF WS-LEAP-REM-400 = 0
008550                 MOVE "Y" TO WS-LEAP-YEAR-SW
008560             END-IF
008570         END-IF
008580     END-IF.
008590 2850-EXIT.
008600     EXIT.
008610
008620*-----------------------------------------------------------*
008630*  2900 - COUNT AN EXCEPTION AND ADD IT TO THE LIST.  THE    *
008640*          COUNTS STAY COMPLETE WHEN THE LIST TABLE IS FULL. *
008650*-----------------------------------------------------------*
008660 2900-ADD-EXCEPTION.
008670     ADD 1 TO WS-EXCEPTIONS.
008680     ADD 1 TO WS-TYPE-COUNT(WS-NEW-EXC-TYPE).
008690     IF WS-EXCP-ENTRY-COUNT >= WS-EXCP-TABLE-MAX
008700         MOVE "Y" TO WS-TABLE-FULL-SW
008710         GO TO 2900-EXIT
008720     END-IF.
008730     ADD 1 TO WS-EXCP-ENTRY-COUNT.
008740     MOVE WS-NEW-EXCEPTION TO WS-EXCP-ROW(WS-EXCP-ENTRY-COUNT).
008750 2900-EXIT.
008760     EXIT.
008770
008780*-----------------------------------------------------------*
008790*  3000 - PRINT THE EXCEPTIONS ONE TYPE AT A TIME, THE ENTRY *
008800*          QUALITY TABLE, THEN THE TOTALS                    *
008810*-----------------------------------------------------------*
008820 3000-PRINT-REPORT.
008830     IF NOT WS-FILES-WERE-OPENED
008840         GO TO 3000-EXIT
008850     END-IF.
008860     PERFORM 3100-PRINT-TYPE THRU 3100-EXIT
008870         VARYING WS-TYPE-SUB FROM 1 BY 1
008880         UNTIL WS-TYPE-SUB > WS-EXCP-TYPE-MAX.
008890     PERFORM 3200-PRINT-QUALITY THRU 3200-EXIT.
008900     IF WS-TABLE-IS-FULL
008910         MOVE "*** A WORK TABLE OVERFLOWED - RESULTS INCOMPLETE"
008920             TO AGE-CTLRP-RECORD
008930         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
008940         MOVE SPACES TO AGE-CTLRP-RECORD
008950         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
008960     END-IF.
008970     MOVE WS-REGS-IN-MONTH TO WS-PRT-COUNT.
008980     MOVE SPACES TO AGE-CTLRP-RECORD.
008990     STRING "Registrations in month  : " WS-PRT-COUNT
009000         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009010     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009020     MOVE WS-MAINT-IN-MONTH TO WS-PRT-COUNT.
009030     MOVE SPACES TO AGE-CTLRP-RECORD.
009040     STRING "Maintenance in month    : " WS-PRT-COUNT
009050         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009060     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009070     MOVE WS-MAINT-UNMATCHED TO WS-PRT-COUNT.
009080     MOVE SPACES TO AGE-CTLRP-RECORD.
009090     STRING "  Registered earlier    : " WS-PRT-COUNT
009100         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009110     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009120     MOVE WS-OPLG-IN-MONTH TO WS-PRT-COUNT.
009130     MOVE SPACES TO AGE-CTLRP-RECORD.
009140     STRING "Profile changes in month: " WS-PRT-COUNT
009150         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009160     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009170     MOVE WS-EXCEPTIONS TO WS-PRT-COUNT.
009180     MOVE SPACES TO AGE-CTLRP-RECORD.
009190     STRING "Exceptions              : " WS-PRT-COUNT
009200         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009210     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009220     IF WS-TABLE-IS-FULL
009230         MOVE 8 TO RETURN-CODE
009240     ELSE
009250         IF WS-EXCEPTIONS > ZERO
009260             MOVE 4 TO RETURN-CODE
009270         END-IF
009280     END-IF.
009290 3000-EXIT.
009300     EXIT.
009310
009320*-----------------------------------------------------------*
009330*  3100 - PRINT ONE EXCEPTION TYPE'S HEADING, COUNT AND      *
009340*          ENTRIES                                            *
009350*-----------------------------------------------------------*
009360 3100-PRINT-TYPE.
009370     MOVE WS-TYPE-COUNT(WS-TYPE-SUB) TO WS-PRT-COUNT.
009380     MOVE SPACES TO AGE-CTLRP-RECORD.
009390     STRING WS-TYPE-NAME(WS-TYPE-SUB) "  FOUND: " WS-PRT-COUNT
009400         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009410     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009420     PERFORM 3150-PRINT-ENTRY THRU 3150-EXIT
009430         VARYING WS-SUB FROM 1 BY 1
009440         UNTIL WS-SUB > WS-EXCP-ENTRY-COUNT.
009450     MOVE SPACES TO AGE-CTLRP-RECORD.
009460     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009470 3100-EXIT.
009480     EXIT.
009490
009500 3150-PRINT-ENTRY.
009510     IF WS-EXC-TYPE(WS-SUB) NOT = WS-TYPE-SUB
009520         GO TO 3150-EXIT
009530     END-IF.
009540     MOVE WS-EXC-DATE(WS-SUB) TO WS-CL-DATE.
009550     MOVE WS-EXC-OPER-ID(WS-SUB) TO WS-CL-OPER-ID.
009560     MOVE WS-EXC-SUBJECT(WS-SUB) TO WS-CL-SUBJECT.
009570     MOVE WS-EXC-DETAIL(WS-SUB) TO WS-CL-DETAIL.
009580     MOVE SPACES TO AGE-CTLRP-RECORD.
009590     MOVE WS-CTLRP-LINE TO AGE-CTLRP-RECORD.
009600     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009610 3150-EXIT.
009620     EXIT.
009630
009640*-----------------------------------------------------------*
009650*  3200 - ENTRY QUALITY BY REGISTERING OPERATOR.  THE RATE   *
009660*          IS THE PERCENT OF THE OPERATOR'S REGISTRATIONS    *
009670*          LATER CORRECTED.                                  *
009680*-----------------------------------------------------------*
009690 3200-PRINT-QUALITY.
009700     MOVE SPACES TO AGE-CTLRP-RECORD.
009710     STRING "ENTRY QUALITY BY REGISTERING OPERATOR - REGISTERED "
009720         "IN " WS-REPORT-MONTH
009730         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009740     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009750     MOVE SPACES TO AGE-CTLRP-RECORD.
009760     STRING "  OPERATOR  NAME               REGISTERED "
009770         "CORRECTED  DELETED CORR PCT"
009780         DELIMITED BY SIZE INTO AGE-CTLRP-RECORD.
009790     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
009800     MOVE ZERO TO WS-TOT-REGISTERED.
009810     MOVE ZERO TO WS-TOT-CORRECTED.
009820     MOVE ZERO TO WS-TOT-DELETED.
009830     PERFORM 3250-PRINT-OPERATOR THRU 3250-EXIT
009840         VARYING WS-OPER-SUB FROM 1 BY 1
009850         UNTIL WS-OPER-SUB > WS-OPER-ENTRY-COUNT.
009860     MOVE SPACES TO WS-QUAL-LINE.
009870     MOVE "TOTAL" TO WS-QL-OPER-ID.
009880     MOVE WS-TOT-REGISTERED TO WS-QL-REGISTERED.
009890     MOVE WS-TOT-CORRECTED TO WS-QL-CORRECTED.
009900     MOVE WS-TOT-DELETED TO WS-QL-DELETED.
009910     MOVE ZERO TO WS-CORRECTION-RATE.
009920     IF WS-TOT-REGISTERED > ZERO
009930         COMPUTE WS-CORRECTION-RATE ROUNDED =
009940             WS-TOT-CORRECTED * 100 / WS-TOT-REGISTERED
009950     END-IF.
009960     MOVE WS-CORRECTION-RATE TO WS-QL-RATE.
009970     MOVE SPACES TO AGE-CTLRP-RECORD.
009980     MOVE WS-QUAL-LINE TO AGE-CTLRP-RECORD.
009990     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
010000     MOVE SPACES TO AGE-CTLRP-RECORD.
010010     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
010020 3200-EXIT.
010030     EXIT.
010040
010050 3250-PRINT-OPERATOR.
010060     MOVE WS-OPR-OPER-ID(WS-OPER-SUB) TO OPER-ID.
010070     READ AGE-OPERATOR-FILE
010080         KEY IS OPER-ID
010090         INVALID KEY
010100             IF OPER-ID = WS-BATCH-TERM-ID
010110                 MOVE "(BRANCH/PARTNER)" TO WS-OPER-NAME
010120             ELSE
010130                 MOVE "(NOT ON OPER FILE)" TO WS-OPER-NAME
010140             END-IF
010150         NOT INVALID KEY
010160             MOVE OPER-NAME TO WS-OPER-NAME
010170     END-READ.
010180     MOVE SPACES TO WS-QUAL-LINE.
010190     MOVE WS-OPR-OPER-ID(WS-OPER-SUB) TO WS-QL-OPER-ID.
010200     MOVE WS-OPER-NAME TO WS-QL-NAME.
010210     MOVE WS-OPR-REGISTERED(WS-OPER-SUB) TO WS-QL-REGISTERED.
010220     MOVE WS-OPR-CORRECTED(WS-OPER-SUB) TO WS-QL-CORRECTED.
010230     MOVE WS-OPR-DELETED(WS-OPER-SUB) TO WS-QL-DELETED.
010240     COMPUTE WS-CORRECTION-RATE ROUNDED =
010250         WS-OPR-CORRECTED(WS-OPER-SUB) * 100
010260         / WS-OPR-REGISTERED(WS-OPER-SUB).
010270     MOVE WS-CORRECTION-RATE TO WS-QL-RATE.
010280     MOVE SPACES TO AGE-CTLRP-RECORD.
010290     MOVE WS-QUAL-LINE TO AGE-CTLRP-RECORD.
010300     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
010310     ADD WS-OPR-REGISTERED(WS-OPER-SUB) TO WS-TOT-REGISTERED.
010320     ADD WS-OPR-CORRECTED(WS-OPER-SUB) TO WS-TOT-CORRECTED.
010330     ADD WS-OPR-DELETED(WS-OPER-SUB) TO WS-TOT-DELETED.
010340 3250-EXIT.
010350     EXIT.
010360
010370 3900-PRINT-LINE.
010380     WRITE AGE-CTLRP-RECORD.
010390     DISPLAY AGE-CTLRP-RECORD.
010400 3900-EXIT.
010410     EXIT.
010420
010430*-----------------------------------------------------------*
010440*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
010450*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
010460*          REPORT.  READ IS THE MONTH'S REGISTRATIONS,      *
010470*          MAINTENANCE AND PROFILE CHANGES CHECKED, AND     *
010480*          REJECTED THE EXCEPTIONS LISTED.  A FAILURE HERE  *
010490*          IS REPORTED BUT DOES NOT DISTURB THE RUN'S OWN   *
010500*          CONDITION CODE.                                  *
010510*-----------------------------------------------------------*
010520 8000-WRITE-RUN-CONTROL.
010530     OPEN EXTEND AGE-RUN-CONTROL-FILE.
010540     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
010550             AGE-RUN-CONTROL-STATUS NOT = "05"
010560         OPEN OUTPUT AGE-RUN-CONTROL-FILE
010570         CLOSE AGE-RUN-CONTROL-FILE
010580         OPEN EXTEND AGE-RUN-CONTROL-FILE
010590     END-IF.
010600     IF AGE-RUN-CONTROL-STATUS NOT = "00"
010610         DISPLAY "*** WARNING: run-control record not "
010620             "written, status " AGE-RUN-CONTROL-STATUS
010630         GO TO 8000-EXIT
010640     END-IF.
010650     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
010660     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
010670     MOVE "AGECTLRP" TO RUN-JOB-NAME.
010680     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
010690     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
010700     MOVE WS-ACTIVITY-CHECKED TO RUN-RECORDS-READ.
010710     MOVE ZERO TO RUN-RECORDS-POSTED.
010720     MOVE WS-EXCEPTIONS TO RUN-RECORDS-REJECTED.
010730     MOVE RETURN-CODE TO RUN-COND-CODE.
010740     WRITE AGE-RUN-CONTROL-RECORD.
010750     CLOSE AGE-RUN-CONTROL-FILE.
010760 8000-EXIT.
010770     EXIT.
010780
010790*-----------------------------------------------------------*
010800*  9000 - TERMINATION                                        *
010810*-----------------------------------------------------------*
010820 9000-TERMINATE.
010830     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
010840     IF WS-FILES-WERE-OPENED
010850         CLOSE AGE-OPERATOR-FILE
010860         CLOSE AGE-OPER-LOG-FILE
010870         CLOSE AGE-INTAKE-FILE
010880         CLOSE AGE-MAINT-LOG-FILE
010890         CLOSE AGE-CTLRP-FILE
010900     END-IF.
010910     DISPLAY "AGECTLRP complete.  Checked " WS-ACTIVITY-CHECKED
010920         "  Exceptions " WS-EXCEPTIONS "." .
010930 9000-EXIT.
010940     EXIT.
