000010*****************************************************************
000020* AGEDQSCN.CBL
000030* WEEKLY MEMBER MASTER DATA-QUALITY SCAN.
000040*
000050* PASSES THE MEMBER MASTER AND CHECKS EVERY ACTIVE RECORD FOR
000060* THE PROBLEMS THAT KEEP TURNING UP BY ACCIDENT DOWNSTREAM:
000070*   1 STATE NOT A VALID POSTAL STATE CODE
000080*   2 ZIP CODE NOT FIVE DIGITS
000090*   3 STREET OR CITY BLANK
000100*   4 STORED AGE NOT THE AGE THE DATE OF BIRTH GIVES AS OF THE
000110*     RUN DATE (SAME MONTH/DAY RULE AS HELLO AND AGEROLL)
000120*   5 ELIGIBILITY STATUS NOT ON THE DETERMINATION CODE TABLE
000130*   6 EXTRACT DATE OR ELIGIBILITY DATE EARLIER THAN THE ADD
000140*     DATE (ONLY A NONZERO DATE IS COMPARED - AGECHGX ZEROES THE
000150*     ELIGIBILITY DATE WHEN IT RE-SENDS A MEMBER)
000160* AND EVERY RECORD MARKED DELETED FOR
000170*   7 DELETED WITH NO DELETION DATE.
000180* MERGED RECORDS ARE PASSED OVER.  THE WORKLIST PRINTS THE
000190* RECORDS IN ERROR GROUPED BY ERROR TYPE WITH A COUNT PER TYPE
000200* (A RECORD CAN APPEAR UNDER MORE THAN ONE TYPE), FOLLOWED BY
000210* THE QUALITY SCORE - THE PERCENT OF RECORDS SCANNED WITH NO
000220* ERROR - WHICH IS ALSO WRITTEN TO THE RUN-CONTROL FILE SO IT
000230* CAN BE TRACKED WEEK TO WEEK.  ENDS CC 4 WHEN ANY RECORD IS IN
000240* ERROR, CC 8 WHEN THE WORKLIST TABLE OVERFLOWED (THE COUNTS
000250* AND SCORE ARE STILL COMPLETE), CC 16 WHEN THE MASTER CANNOT
000260* BE OPENED.  THE MASTER IS READ ONLY; NOTHING IS CORRECTED
000270* HERE.  SEE JCL MEMBER AGEDQSCN.
000280*
000290* AUTHOR.      NIMBULL DATA PROCESSING.
000300* INSTALLATION. MEMBER SERVICES.
000310* DATE-WRITTEN. 2026-10-15.
000320*
000330* MODIFICATION HISTORY
000340* DATE       INIT DESCRIPTION
000350* 2026-10-15 JDM  ORIGINAL.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. AGEDQSCN.
000390 AUTHOR. NIMBULL DATA PROCESSING.
000400 INSTALLATION. MEMBER SERVICES.
000410 DATE-WRITTEN. 2026-10-15.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MAST-MEMBER-ID
000500         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000510             WITH DUPLICATES
000520         FILE STATUS IS AGE-MASTER-STATUS.
000530
000540     SELECT AGE-DETERM-FILE ASSIGN TO "AGEDTRM"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS DTRM-CODE
000580         FILE STATUS IS AGE-DETERM-STATUS.
000590
000600     SELECT AGE-DQSCN-FILE ASSIGN TO "AGEDQSCO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS AGE-DQSCN-STATUS.
000630
000640     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  AGE-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY AGEMAST.
000730
000740 FD  AGE-DETERM-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY AGEDTRM.
000770
000780 FD  AGE-DQSCN-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  AGE-DQSCN-RECORD            PIC X(80).
000810
000820 FD  AGE-RUN-CONTROL-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY AGERUN.
000860
000870 WORKING-STORAGE SECTION.
000880 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000890 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000900 77  AGE-DETERM-STATUS           PIC X(02)   VALUE SPACES.
000910 77  AGE-DQSCN-STATUS            PIC X(02)   VALUE SPACES.
000920 77  WS-ERROR-TABLE-MAX          PIC 9(04)   COMP VALUE 5000.
000930 77  WS-ERROR-TYPE-MAX           PIC 9(02)   COMP VALUE 7.
000940 77  WS-STATE-TABLE-MAX          PIC 9(02)   COMP VALUE 59.
000950
000960 01  WS-SWITCHES.
000970     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
000980         88  WS-END-OF-MASTER                 VALUE "Y".
000990     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001000         88  WS-FILES-WERE-OPENED             VALUE "Y".
001010     05  WS-DETERM-OPEN-SW       PIC X(01)   VALUE "N".
001020         88  WS-DETERM-WAS-OPENED             VALUE "Y".
001030     05  WS-ERROR-FULL-SW        PIC X(01)   VALUE "N".
001040         88  WS-ERROR-TABLE-IS-FULL           VALUE "Y".
001050     05  WS-RECORD-ERROR-SW      PIC X(01)   VALUE "N".
001060         88  WS-RECORD-IN-ERROR               VALUE "Y".
001070     05  WS-STATE-FOUND-SW       PIC X(01)   VALUE "N".
001080         88  WS-STATE-IS-VALID                VALUE "Y".
001090
001100 01  WS-COUNTERS.
001110     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
001120     05  WS-MEMBERS-SCANNED      PIC 9(08)   VALUE ZERO.
001130     05  WS-MEMBERS-MERGED       PIC 9(08)   VALUE ZERO.
001140     05  WS-MEMBERS-IN-ERROR     PIC 9(08)   VALUE ZERO.
001150     05  WS-MEMBERS-CLEAN        PIC 9(08)   VALUE ZERO.
001160
001170 01  WS-QUALITY-SCORE            PIC 9(03)V9(02) VALUE ZERO.
001180
001190*    ONE ROW PER ERROR TYPE - THE WORKLIST HEADING AND THE
001200*    NUMBER OF RECORDS FOUND WITH THAT ERROR.
001210 01  WS-TYPE-NAMES.
001220     05  FILLER                  PIC X(40)   VALUE
001230         "1 STATE NOT A VALID STATE CODE".
001240     05  FILLER                  PIC X(40)   VALUE
001250         "2 ZIP CODE NOT 5 DIGITS".
001260     05  FILLER                  PIC X(40)   VALUE
001270         "3 STREET OR CITY BLANK".
001280     05  FILLER                  PIC X(40)   VALUE
001290         "4 AGE DOES NOT MATCH DATE OF BIRTH".
001300     05  FILLER                  PIC X(40)   VALUE
001310         "5 ELIGIBILITY STATUS NOT ON CODE TABLE".
001320     05  FILLER                  PIC X(40)   VALUE
001330         "6 EXTRACT/ELIG DATE BEFORE ADD DATE".
001340     05  FILLER                  PIC X(40)   VALUE
001350         "7 DELETED WITH NO DELETION DATE".
001360 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
001370     05  WS-TYPE-NAME            PIC X(40)   OCCURS 7 TIMES.
001380
001390 01  WS-TYPE-COUNT-TABLE.
001400     05  WS-TYPE-COUNT           PIC 9(08)   OCCURS 7 TIMES.
001410
001420*    THE ERROR TYPES ALREADY COUNTED FOR THE CURRENT RECORD.
001430 01  WS-TYPE-SEEN-TABLE.
001440     05  WS-TYPE-SEEN-SW         PIC X(01)   OCCURS 7 TIMES.
001450
001460*    THE WORKLIST ENTRIES, IN MASTER KEY ORDER.  PRINTED ONE
001470*    ERROR TYPE AT A TIME.
001480 01  WS-ERROR-ENTRY-COUNT        PIC 9(04)   COMP VALUE ZERO.
001490 01  WS-ERROR-TABLE.
001500     05  WS-ERROR-ROW
001510         OCCURS 0 TO 5000 TIMES
001520         DEPENDING ON WS-ERROR-ENTRY-COUNT
001530         INDEXED BY ERR-IX.
001540         10  WS-ERR-TYPE         PIC 9(01).
001550         10  WS-ERR-MEMBER-ID    PIC X(10).
001560         10  WS-ERR-NAME         PIC X(25).
001570         10  WS-ERR-DETAIL       PIC X(40).
001580
001590*    POSTAL STATE CODES: THE 50 STATES, DC, THE TERRITORIES AND
001600*    THE MILITARY CODES.
001610 01  WS-STATE-CODES.
001620     05  FILLER                  PIC X(40)   VALUE
001630         "ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMD".
001640     05  FILLER                  PIC X(40)   VALUE
001650         "MAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARISC".
001660     05  FILLER                  PIC X(38)   VALUE
001670         "SDTNTXUTVTVAWAWVWIWYDCPRGUVIASMPAAAEAP".
001680 01  WS-STATE-TABLE REDEFINES WS-STATE-CODES.
001690     05  WS-STATE-CODE           PIC X(02)   OCCURS 59 TIMES.
001700
001710 01  WS-WORK-FIELDS.
001720     05  WS-SUB                  PIC 9(04)   COMP VALUE ZERO.
001730     05  WS-TYPE-SUB             PIC 9(02)   COMP VALUE ZERO.
001740     05  WS-NEW-ERR-TYPE         PIC 9(01)   VALUE ZERO.
001750     05  WS-NEW-ERR-DETAIL       PIC X(40)   VALUE SPACES.
001760
001770 01  WS-DOB-FIELDS.
001780     05  WS-DOB-INPUT            PIC 9(08).
001790 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
001800     05  WS-DOB-CC               PIC 9(02).
001810     05  WS-DOB-YY               PIC 9(02).
001820     05  WS-DOB-MM               PIC 9(02).
001830     05  WS-DOB-DD               PIC 9(02).
001840
001850 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001860 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-YYYYMMDD.
001870     05  WS-SYS-CC               PIC 9(02).
001880     05  WS-SYS-YY               PIC 9(02).
001890     05  WS-SYS-MM               PIC 9(02).
001900     05  WS-SYS-DD               PIC 9(02).
001910
001920 01  WS-AGE-CALC                 PIC S9(05)  VALUE ZERO.
001930 01  WS-PRT-AGE                  PIC ZZ9.
001940 01  WS-PRT-AGE-CALC             PIC -ZZ9.
001950
001960 01  WS-DQSCN-LINE.
001970     05  FILLER                  PIC X(02)   VALUE SPACES.
001980     05  WS-DQ-MEMBER-ID         PIC X(10).
001990     05  FILLER                  PIC X(02)   VALUE SPACES.
002000     05  WS-DQ-NAME              PIC X(25).
002010     05  FILLER                  PIC X(01)   VALUE SPACES.
002020     05  WS-DQ-DETAIL            PIC X(40).
002030
002040 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
002050 01  WS-PRT-SCORE                PIC ZZ9.99.
002060
002070 01  WS-RUN-STAMP-FIELDS.
002080     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
002090     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
002100
002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-SCAN-MEMBER THRU 2000-EXIT
002150         UNTIL WS-END-OF-MASTER.
002160     PERFORM 3000-PRINT-WORKLIST THRU 3000-EXIT.
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002180     STOP RUN.
002190
002200*-----------------------------------------------------------*
002210*  1000 - INITIALIZATION.  WITHOUT THE DETERMINATION CODE    *
002220*          TABLE THE SCAN STILL RUNS BUT CHECK 5 IS SKIPPED   *
002230*          AND THE WORKLIST SAYS SO.                          *
002240*-----------------------------------------------------------*
002250 1000-INITIALIZE.
002260     DISPLAY "AGEDQSCN starting.".
002270     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002280     PERFORM 1100-CLEAR-TYPE-COUNT THRU 1100-EXIT
002290         VARYING WS-TYPE-SUB FROM 1 BY 1
002300         UNTIL WS-TYPE-SUB > WS-ERROR-TYPE-MAX.
002310     OPEN INPUT AGE-MASTER-FILE.
002320     IF AGE-MASTER-STATUS NOT = "00"
002330         DISPLAY "*** ERROR: cannot open member master file, "
002340             "status " AGE-MASTER-STATUS
002350         MOVE "Y" TO WS-MASTER-EOF-SW
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 1000-EXIT
002380     END-IF.
002390     MOVE "N" TO WS-DETERM-OPEN-SW.
002400     OPEN INPUT AGE-DETERM-FILE.
002410     IF AGE-DETERM-STATUS = "00"
002420         MOVE "Y" TO WS-DETERM-OPEN-SW
002430     ELSE
002440         DISPLAY "*** WARNING: determination code table not "
002450             "available, status " AGE-DETERM-STATUS
002460             " - eligibility status not checked."
002470     END-IF.
002480     OPEN OUTPUT AGE-DQSCN-FILE.
002490     MOVE "Y" TO WS-FILES-OPEN-SW.
002500     MOVE SPACES TO AGE-DQSCN-RECORD.
002510     STRING "MEMBER MASTER DATA-QUALITY WORKLIST - RUN DATE "
002520         WS-SYS-DATE-YYYYMMDD
002530         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
002540     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002550     MOVE SPACES TO AGE-DQSCN-RECORD.
002560     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590
002600 1100-CLEAR-TYPE-COUNT.
002610     MOVE ZERO TO WS-TYPE-COUNT(WS-TYPE-SUB).
002620 1100-EXIT.
002630     EXIT.
002640
002650*-----------------------------------------------------------*
002660*  2000 - CHECK ONE MASTER RECORD.  ACTIVE RECORDS GET       *
002670*          CHECKS 1-6, DELETED RECORDS CHECK 7, MERGED       *
002680*          RECORDS ARE PASSED OVER.                           *
002690*-----------------------------------------------------------*
002700 2000-SCAN-MEMBER.
002710     READ AGE-MASTER-FILE NEXT RECORD
002720         AT END
002730             MOVE "Y" TO WS-MASTER-EOF-SW
002740             GO TO 2000-EXIT
002750     END-READ.
002760     ADD 1 TO WS-MEMBERS-READ.
002770     IF MAST-IS-MERGED
002780         ADD 1 TO WS-MEMBERS-MERGED
002790         GO TO 2000-EXIT
002800     END-IF.
002810     ADD 1 TO WS-MEMBERS-SCANNED.
002820     MOVE "N" TO WS-RECORD-ERROR-SW.
002830     MOVE ALL "N" TO WS-TYPE-SEEN-TABLE.
002840     IF MAST-IS-DELETED
002850         PERFORM 2700-CHECK-DELETED THRU 2700-EXIT
002860     ELSE
002870         PERFORM 2100-CHECK-STATE THRU 2100-EXIT
002880         PERFORM 2200-CHECK-ZIP THRU 2200-EXIT
002890         PERFORM 2300-CHECK-STREET-CITY THRU 2300-EXIT
002900         PERFORM 2400-CHECK-AGE THRU 2400-EXIT
002910         PERFORM 2500-CHECK-ELIG-STATUS THRU 2500-EXIT
002920         PERFORM 2600-CHECK-DATES THRU 2600-EXIT
002930     END-IF.
002940     IF WS-RECORD-IN-ERROR
002950         ADD 1 TO WS-MEMBERS-IN-ERROR
002960     ELSE
002970         ADD 1 TO WS-MEMBERS-CLEAN
002980     END-IF.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-CHECK-STATE.
003030     MOVE "N" TO WS-STATE-FOUND-SW.
003040     PERFORM 2150-MATCH-STATE THRU 2150-EXIT
003050         VARYING WS-SUB FROM 1 BY 1
003060         UNTIL WS-SUB > WS-STATE-TABLE-MAX
003070         OR WS-STATE-IS-VALID.
003080     IF WS-STATE-IS-VALID
003090         GO TO 2100-EXIT
003100     END-IF.
003110     MOVE 1 TO WS-NEW-ERR-TYPE.
003120     MOVE SPACES TO WS-NEW-ERR-DETAIL.
003130     STRING "STATE '" MAST-ADDR-STATE "'"
003140         DELIMITED BY SIZE INTO WS-NEW-ERR-DETAIL.
003150     PERFORM 2900-ADD-ERROR THRU 2900-EXIT.
003160 2100-EXIT.
003170     EXIT.
003180
003190 2150-MATCH-STATE.
003200     IF WS-STATE-CODE(WS-SUB) = MAST-ADDR-STATE
003210         MOVE "Y" TO WS-STATE-FOUND-SW
003220     END-IF.
003230 2150-EXIT.
003240     EXIT.
003250
003260 2200-CHECK-ZIP.
003270     IF MAST-ADDR-ZIP NUMERIC
003280         GO TO 2200-EXIT
003290     END-IF.
003300     MOVE 2 TO WS-NEW-ERR-TYPE.
003310     MOVE SPACES TO WS-NEW-ERR-DETAIL.
003320     STRING "ZIP '" MAST-ADDR-ZIP "'"
003330         DELIMITED BY SIZE INTO WS-NEW-ERR-DETAIL.
003340     PERFORM 2900-ADD-ERROR THRU 2900-EXIT.
003350 2200-EXIT.
003360     EXIT.
003370
003380 2300-CHECK-STREET-CITY.
003390     IF MAST-ADDR-STREET NOT = SPACES AND
003400             MAST-ADDR-CITY NOT = SPACES
003410         GO TO 2300-EXIT
003420     END-IF.
003430     MOVE 3 TO WS-NEW-ERR-TYPE.
003440     EVALUATE TRUE
003450         WHEN MAST-ADDR-STREET = SPACES AND
003460                 MAST-ADDR-CITY = SPACES
003470             MOVE "STREET AND CITY BLANK" TO WS-NEW-ERR-DETAIL
003480         WHEN MAST-ADDR-STREET = SPACES
003490             MOVE "STREET BLANK" TO WS-NEW-ERR-DETAIL
003500         WHEN OTHER
003510             MOVE "CITY BLANK" TO WS-NEW-ERR-DETAIL
003520     END-EVALUATE.
003530     PERFORM 2900-ADD-ERROR THRU 2900-EXIT.
003540 2300-EXIT.
003550     EXIT.
003560
003570*-----------------------------------------------------------*
003580*  2400 - RECOMPUTE THE AGE FROM THE DATE OF BIRTH AS OF THE *
003590*          RUN DATE THE WAY AGEROLL DOES AND COMPARE IT TO   *
003600*          THE STORED AGE.  A DATE OF BIRTH THAT IS NOT      *
003610*          NUMERIC CANNOT GIVE AN AGE AND IS LISTED HERE.    *
003620*-----------------------------------------------------------*
003630 2400-CHECK-AGE.
003640     MOVE 4 TO WS-NEW-ERR-TYPE.
003650     IF MAST-MEMBER-DOB NOT NUMERIC
003660         MOVE "DATE OF BIRTH NOT NUMERIC" TO WS-NEW-ERR-DETAIL
003670         PERFORM 2900-ADD-ERROR THRU 2900-EXIT
003680         GO TO 2400-EXIT
003690     END-IF.
003700     MOVE MAST-MEMBER-DOB TO WS-DOB-INPUT.
003710     COMPUTE WS-AGE-CALC =
003720         (WS-SYS-CC * 100 + WS-SYS-YY)
003730         - (WS-DOB-CC * 100 + WS-DOB-YY).
003740     IF WS-SYS-MM < WS-DOB-MM
003750         SUBTRACT 1 FROM WS-AGE-CALC
003760     ELSE
003770         IF WS-SYS-MM = WS-DOB-MM AND WS-SYS-DD < WS-DOB-DD
003780             SUBTRACT 1 FROM WS-AGE-CALC
003790         END-IF
003800     END-IF.
003810     IF MAST-MEMBER-AGE NUMERIC
003820         IF WS-AGE-CALC = MAST-MEMBER-AGE
003830             GO TO 2400-EXIT
003840         END-IF
003850     END-IF.
003860     MOVE MAST-MEMBER-AGE TO WS-PRT-AGE.
003870     MOVE WS-AGE-CALC TO WS-PRT-AGE-CALC.
003880     MOVE SPACES TO WS-NEW-ERR-DETAIL.
003890     STRING "AGE " WS-PRT-AGE " DOB " MAST-MEMBER-DOB
003900         " GIVES " WS-PRT-AGE-CALC
003910         DELIMITED BY SIZE INTO WS-NEW-ERR-DETAIL.
003920     PERFORM 2900-ADD-ERROR THRU 2900-EXIT.
003930 2400-EXIT.
003940     EXIT.
003950
003960*-----------------------------------------------------------*
003970*  2500 - A NONBLANK ELIGIBILITY STATUS MUST BE ON THE       *
003980*          DETERMINATION CODE TABLE.  A RETIRED CODE IS      *
003990*          STILL ON THE TABLE AND IS NOT AN ERROR.  SPACES   *
004000*          MEAN NO DETERMINATION YET.                         *
004010*-----------------------------------------------------------*
004020 2500-CHECK-ELIG-STATUS.
004030     IF MAST-ELIG-STATUS = SPACES OR NOT WS-DETERM-WAS-OPENED
004040         GO TO 2500-EXIT
004050     END-IF.
004060     MOVE MAST-ELIG-STATUS TO DTRM-CODE.
004070     READ AGE-DETERM-FILE
004080         KEY IS DTRM-CODE
004090         INVALID KEY
004100             MOVE 5 TO WS-NEW-ERR-TYPE
004110             MOVE SPACES TO WS-NEW-ERR-DETAIL
004120             STRING "ELIG STATUS '" MAST-ELIG-STATUS "'"
004130                 DELIMITED BY SIZE INTO WS-NEW-ERR-DETAIL
004140             PERFORM 2900-ADD-ERROR THRU 2900-EXIT
004150     END-READ.
004160 2500-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------------*
004200*  2600 - THE EXTRACT AND ELIGIBILITY DATES CANNOT COME      *
004210*          BEFORE THE MEMBER WAS ADDED.  ZERO MEANS NOT SET  *
004220*          AND IS NOT COMPARED.                               *
004230*-----------------------------------------------------------*
004240 2600-CHECK-DATES.
004250     MOVE 6 TO WS-NEW-ERR-TYPE.
004260     IF MAST-EXTRACT-DATE NOT = ZERO AND
004270             MAST-EXTRACT-DATE < MAST-ADD-DATE
004280         MOVE SPACES TO WS-NEW-ERR-DETAIL
004290         STRING "ADDED " MAST-ADD-DATE " EXTRACTED "
004300             MAST-EXTRACT-DATE
004310             DELIMITED BY SIZE INTO WS-NEW-ERR-DETAIL
004320         PERFORM 2900-ADD-ERROR THRU 2900-EXIT
004330     END-IF.
004340     IF MAST-ELIG-DATE NOT = ZERO AND
004350             MAST-ELIG-DATE < MAST-ADD-DATE
004360         MOVE SPACES TO WS-NEW-ERR-DETAIL
004370         STRING "ADDED " MAST-ADD-DATE " ELIG DATE "
004380             MAST-ELIG-DATE
004390             DELIMITED BY SIZE INTO WS-NEW-ERR-DETAIL
004400         PERFORM 2900-ADD-ERROR THRU 2900-EXIT
004410     END-IF.
004420 2600-EXIT.
004430     EXIT.
004440
004450 2700-CHECK-DELETED.
004460     IF MAST-DELETE-DATE NOT = ZERO
004470         GO TO 2700-EXIT
004480     END-IF.
004490     MOVE 7 TO WS-NEW-ERR-TYPE.
004500     MOVE "STATUS D, DELETION DATE ZERO" TO WS-NEW-ERR-DETAIL.
004510     PERFORM 2900-ADD-ERROR THRU 2900-EXIT.
004520 2700-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------*
004560*  2900 - COUNT ONE ERROR OF TYPE WS-NEW-ERR-TYPE AND ADD IT *
004570*          TO THE WORKLIST.  THE TYPE COUNTS STAY COMPLETE   *
004580*          WHEN THE WORKLIST TABLE IS FULL.  A RECORD WITH   *
004590*          BOTH DATES BAD IS COUNTED ONCE UNDER TYPE 6 BUT   *
004600*          LISTED TWICE.                                      *
004610*-----------------------------------------------------------*
004620 2900-ADD-ERROR.
004630     IF WS-TYPE-SEEN-SW(WS-NEW-ERR-TYPE) NOT = "Y"
004640         ADD 1 TO WS-TYPE-COUNT(WS-NEW-ERR-TYPE)
004650         MOVE "Y" TO WS-TYPE-SEEN-SW(WS-NEW-ERR-TYPE)
004660     END-IF.
004670     MOVE "Y" TO WS-RECORD-ERROR-SW.
004680     IF WS-ERROR-ENTRY-COUNT >= WS-ERROR-TABLE-MAX
004690         MOVE "Y" TO WS-ERROR-FULL-SW
004700         GO TO 2900-EXIT
004710     END-IF.
004720     ADD 1 TO WS-ERROR-ENTRY-COUNT.
004730     MOVE WS-NEW-ERR-TYPE TO WS-ERR-TYPE(WS-ERROR-ENTRY-COUNT).
004740     MOVE MAST-MEMBER-ID
004750         TO WS-ERR-MEMBER-ID(WS-ERROR-ENTRY-COUNT).
004760     MOVE MAST-MEMBER-NAME TO WS-ERR-NAME(WS-ERROR-ENTRY-COUNT).
004770     MOVE WS-NEW-ERR-DETAIL
004780         TO WS-ERR-DETAIL(WS-ERROR-ENTRY-COUNT).
004790 2900-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------*
004830*  3000 - PRINT THE WORKLIST ONE ERROR TYPE AT A TIME, THEN  *
004840*          THE TOTALS AND THE QUALITY SCORE.                  *
004850*-----------------------------------------------------------*
004860 3000-PRINT-WORKLIST.
004870     IF NOT WS-FILES-WERE-OPENED
004880         GO TO 3000-EXIT
004890     END-IF.
004900     IF WS-MEMBERS-SCANNED > ZERO
004910         COMPUTE WS-QUALITY-SCORE ROUNDED =
004920             WS-MEMBERS-CLEAN * 100 / WS-MEMBERS-SCANNED
004930     ELSE
004940         MOVE 100 TO WS-QUALITY-SCORE
004950     END-IF.
004960     PERFORM 3100-PRINT-TYPE THRU 3100-EXIT
004970         VARYING WS-TYPE-SUB FROM 1 BY 1
004980         UNTIL WS-TYPE-SUB > WS-ERROR-TYPE-MAX.
004990     IF NOT WS-DETERM-WAS-OPENED
005000         MOVE "*** CODE TABLE NOT AVAILABLE - TYPE 5 NOT CHECKED"
005010             TO AGE-DQSCN-RECORD
005020         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
005030         MOVE SPACES TO AGE-DQSCN-RECORD
005040         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
005050     END-IF.
005060     IF WS-ERROR-TABLE-IS-FULL
005070         MOVE "*** WORKLIST TABLE OVERFLOWED - LIST INCOMPLETE, "
005080             TO AGE-DQSCN-RECORD
005090         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
005100         MOVE "    COUNTS AND SCORE ARE COMPLETE"
005110             TO AGE-DQSCN-RECORD
005120         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
005130         MOVE SPACES TO AGE-DQSCN-RECORD
005140         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
005150     END-IF.
005160     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
005170     MOVE SPACES TO AGE-DQSCN-RECORD.
005180     STRING "Master records read    : " WS-PRT-COUNT
005190         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
005200     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005210     MOVE WS-MEMBERS-MERGED TO WS-PRT-COUNT.
005220     MOVE SPACES TO AGE-DQSCN-RECORD.
005230     STRING "  Merged, not scanned  : " WS-PRT-COUNT
005240         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
005250     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005260     MOVE WS-MEMBERS-SCANNED TO WS-PRT-COUNT.
005270     MOVE SPACES TO AGE-DQSCN-RECORD.
005280     STRING "Records scanned        : " WS-PRT-COUNT
005290         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
005300     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005310     MOVE WS-MEMBERS-CLEAN TO WS-PRT-COUNT.
005320     MOVE SPACES TO AGE-DQSCN-RECORD.
005330     STRING "  With no error        : " WS-PRT-COUNT
005340         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
005350     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005360     MOVE WS-MEMBERS-IN-ERROR TO WS-PRT-COUNT.
005370     MOVE SPACES TO AGE-DQSCN-RECORD.
005380     STRING "  With an error        : " WS-PRT-COUNT
005390         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
005400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005410     MOVE WS-QUALITY-SCORE TO WS-PRT-SCORE.
005420     MOVE SPACES TO AGE-DQSCN-RECORD.
005430     STRING "Quality score          :   " WS-PRT-SCORE " pct"
005440         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
005450     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005460     IF WS-ERROR-TABLE-IS-FULL
005470         MOVE 8 TO RETURN-CODE
005480     ELSE
005490         IF WS-MEMBERS-IN-ERROR > ZERO
005500             MOVE 4 TO RETURN-CODE
005510         END-IF
005520     END-IF.
005530 3000-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------*
005570*  3100 - PRINT ONE ERROR TYPE'S HEADING, COUNT AND ENTRIES  *
005580*-----------------------------------------------------------*
005590 3100-PRINT-TYPE.
005600     MOVE WS-TYPE-COUNT(WS-TYPE-SUB) TO WS-PRT-COUNT.
005610     MOVE SPACES TO AGE-DQSCN-RECORD.
005620     STRING WS-TYPE-NAME(WS-TYPE-SUB) "  RECORDS: " WS-PRT-COUNT
005630         DELIMITED BY SIZE INTO AGE-DQSCN-RECORD.
005640     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005650     PERFORM 3150-PRINT-ENTRY THRU 3150-EXIT
005660         VARYING WS-SUB FROM 1 BY 1
005670         UNTIL WS-SUB > WS-ERROR-ENTRY-COUNT.
005680     MOVE SPACES TO AGE-DQSCN-RECORD.
005690     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005700 3100-EXIT.
005710     EXIT.
005720
005730 3150-PRINT-ENTRY.
005740     IF WS-ERR-TYPE(WS-SUB) NOT = WS-TYPE-SUB
005750         GO TO 3150-EXIT
005760     END-IF.
005770     MOVE WS-ERR-MEMBER-ID(WS-SUB) TO WS-DQ-MEMBER-ID.
005780     MOVE WS-ERR-NAME(WS-SUB) TO WS-DQ-NAME.
005790     MOVE WS-ERR-DETAIL(WS-SUB) TO WS-DQ-DETAIL.
005800     MOVE SPACES TO AGE-DQSCN-RECORD.
005810     MOVE WS-DQSCN-LINE TO AGE-DQSCN-RECORD.
005820     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005830 3150-EXIT.
005840     EXIT.
005850
005860 3900-PRINT-LINE.
005870     WRITE AGE-DQSCN-RECORD.
005880     DISPLAY AGE-DQSCN-RECORD.
005890 3900-EXIT.
005900     EXIT.
005910
005920*-----------------------------------------------------------*
005930*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
005940*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
005950*          REPORT.  THE POSTED FIELD CARRIES THE QUALITY    *
005960*          SCORE.  A FAILURE HERE IS REPORTED BUT DOES NOT  *
005970*          DISTURB THE RUN'S OWN CONDITION CODE.            *
005980*-----------------------------------------------------------*
005990 8000-WRITE-RUN-CONTROL.
006000     OPEN EXTEND AGE-RUN-CONTROL-FILE.
006010     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
006020             AGE-RUN-CONTROL-STATUS NOT = "05"
006030         OPEN OUTPUT AGE-RUN-CONTROL-FILE
006040         CLOSE AGE-RUN-CONTROL-FILE
006050         OPEN EXTEND AGE-RUN-CONTROL-FILE
006060     END-IF.
006070     IF AGE-RUN-CONTROL-STATUS NOT = "00"
006080         DISPLAY "*** WARNING: run-control record not "
006090             "written, status " AGE-RUN-CONTROL-STATUS
006100         GO TO 8000-EXIT
006110     END-IF.
006120     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
006130     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
006140     MOVE "AGEDQSCN" TO RUN-JOB-NAME.
006150     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
006160     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
006170     MOVE WS-MEMBERS-SCANNED TO RUN-RECORDS-READ.
006180     MOVE WS-QUALITY-SCORE TO RUN-QUALITY-SCORE.
006190     MOVE WS-MEMBERS-IN-ERROR TO RUN-RECORDS-REJECTED.
006200     MOVE RETURN-CODE TO RUN-COND-CODE.
006210     WRITE AGE-RUN-CONTROL-RECORD.
006220     CLOSE AGE-RUN-CONTROL-FILE.
006230 8000-EXIT.
006240     EXIT.
006250
006260*-----------------------------------------------------------*
006270*  9000 - TERMINATION                                        *
006280*-----------------------------------------------------------*
006290 9000-TERMINATE.
006300     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
006310     IF WS-FILES-WERE-OPENED
006320         CLOSE AGE-MASTER-FILE
006330         CLOSE AGE-DQSCN-FILE
006340     END-IF.
006350     IF WS-DETERM-WAS-OPENED
006360         CLOSE AGE-DETERM-FILE
006370     END-IF.
006380     DISPLAY "AGEDQSCN complete.  Scanned " WS-MEMBERS-SCANNED
006390         "  In error " WS-MEMBERS-IN-ERROR "." .
006400 9000-EXIT.
006410     EXIT.
