000450*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000460*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000470*                 THE AGEMORN MORNING STATUS REPORT.
000480* 2026-10-15 JDM  EVERY SUSPECT RECORD IS NOW ALSO HELD ON THE
000490*                 KEYED SUSPENSE FILE (AGESUSP) WITH ITS REASON
000500*                 AND THE DATE FIRST SUSPENDED, SO IT IS NOT
000510*                 LOST WITH THE NIGHT'S SUSPECT GENERATION.  ON
000520*                 A TRANSMISSION THAT BALANCES, ITEMS CORRECTED
000530*                 BY A SUPERVISOR IN AGESUSM ARE RUN BACK
000540*                 THROUGH THE SAME EDITS AND RELEASED TO THE
000550*                 CLEAN FILE, OR HELD AGAIN WITH THE NEW REASON.
000560*                 THE FIELD EDITS MOVED TO 2410 SO BOTH PATHS
000570*                 SHARE THEM.
000580* 2026-10-15 JDM  TAKE THE SOURCE CHANNEL FROM THE HEADER (SPACE
000590*                 OR B = BRANCH, P = PARTNER FEED; ANYTHING ELSE
000600*                 IS A BAD HEADER, CC 16) AND PASS THE HEADER
000610*                 AHEAD OF THE CLEAN RECORDS SO AGEBATCH POSTS
000620*                 UNDER THE SAME CHANNEL.  SUSPENSE ITEMS CARRY
000630*                 THE CHANNEL AND ARE ONLY RELEASED WITH A
000640*                 TRANSMISSION FROM THE SAME CHANNEL.  EVERY
000650*                 RECORD NEWLY HELD OR HELD AGAIN IS WRITTEN TO
000660*                 THE AUDIT LOG AS A REJECTED ATTEMPT WITH ITS
000670*                 CHANNEL, SO THE REJECTION RATES BY CHANNEL
000680*                 INCLUDE WHAT THE PRE-EDIT STOPS.
000690* 2026-10-15 JDM  THE TRANSACTION NOW CARRIES THE GUARDIAN'S
000700*                 MEMBER ID (RECORD LENGTH 94 TO 104).  AN ADD
000710*                 FOR A REGISTRANT UNDER 18 THAT ARRIVES WITHOUT
000720*                 A GUARDIAN, OR NAMES THE REGISTRANT AS THEIR
000730*                 OWN GUARDIAN, IS HELD ON THE SUSPECT FILE.
000740*****************************************************************
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. AGEEDIT.
000770 AUTHOR. NIMBULL DATA PROCESSING.
000780 INSTALLATION. MEMBER SERVICES.
000790 DATE-WRITTEN. 2026-08-22.
000800
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT AGE-TRANS-FILE ASSIGN TO "AGETRAN"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS AGE-TRANS-STATUS.
000870
000880     SELECT AGE-CLEAN-FILE ASSIGN TO "AGETRANC"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS AGE-CLEAN-STATUS.
000910
000920     SELECT AGE-SUSPECT-FILE ASSIGN TO "AGETRANS"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS AGE-SUSPECT-STATUS.
000950
000960     SELECT AGE-SUSPENSE-FILE ASSIGN TO "AGESUSP"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS SUSP-KEY
001000         FILE STATUS IS AGE-SUSPENSE-STATUS.
001010
001020     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS AGE-AUDIT-STATUS.
001050
001060     SELECT AGE-EDIT-REPORT-FILE ASSIGN TO "AGEEDITO"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS AGE-EDIT-REPORT-STATUS.
001090
001100     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  AGE-TRANS-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY AGETRAN.
001200
001210 FD  AGE-CLEAN-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  AGE-CLEAN-RECORD            PIC X(104).
001250
001260 FD  AGE-SUSPECT-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  AGE-SUSPECT-RECORD          PIC X(104).
001300
001310 FD  AGE-SUSPENSE-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY AGESUSP.
001340
001350 FD  AGE-AUDIT-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 COPY AGEAUD.
001390
001400 FD  AGE-EDIT-REPORT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  AGE-EDIT-REPORT-RECORD      PIC X(80).
001430
001440 FD  AGE-RUN-CONTROL-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470 COPY AGERUN.
001480
001490 WORKING-STORAGE SECTION.
001500 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001510 77  AGE-TRANS-STATUS            PIC X(02)   VALUE SPACES.
001520 77  AGE-CLEAN-STATUS            PIC X(02)   VALUE SPACES.
001530 77  AGE-SUSPECT-STATUS          PIC X(02)   VALUE SPACES.
001540 77  AGE-EDIT-REPORT-STATUS      PIC X(02)   VALUE SPACES.
001550 77  AGE-SUSPENSE-STATUS         PIC X(02)   VALUE SPACES.
001560 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
001570
001580 01  WS-SWITCHES.
001590     05  WS-TRANS-EOF-SW         PIC X(01)   VALUE "N".
001600         88  WS-END-OF-TRANS-FILE             VALUE "Y".
001610     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001620         88  WS-FILES-WERE-OPENED             VALUE "Y".
001630     05  WS-HEADER-SEEN-SW       PIC X(01)   VALUE "N".
001640         88  WS-HEADER-WAS-SEEN               VALUE "Y".
001650     05  WS-TRAILER-SEEN-SW      PIC X(01)   VALUE "N".
001660         88  WS-TRAILER-WAS-SEEN              VALUE "Y".
001670     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
001680         88  WS-IS-LEAP-YEAR                   VALUE "Y".
001690     05  WS-SUSPENSE-EOF-SW      PIC X(01)   VALUE "N".
001700         88  WS-END-OF-SUSPENSE               VALUE "Y".
001710     05  WS-HOLD-DONE-SW         PIC X(01)   VALUE "N".
001720         88  WS-HOLD-IS-DONE                  VALUE "Y".
001730     05  WS-AUDIT-OPEN-SW        PIC X(01)   VALUE "N".
001740         88  WS-AUDIT-IS-OPEN                 VALUE "Y".
001750
001760 01  WS-COUNTERS.
001770     05  WS-DATA-RECORDS-READ    PIC 9(08)   VALUE ZERO.
001780     05  WS-RECORDS-CLEAN        PIC 9(08)   VALUE ZERO.
001790     05  WS-RECORDS-SUSPECT      PIC 9(08)   VALUE ZERO.
001800     05  WS-TRAILER-COUNT        PIC 9(08)   VALUE ZERO.
001810     05  WS-SUSPENSE-HELD        PIC 9(08)   VALUE ZERO.
001820     05  WS-SUSPENSE-ALREADY     PIC 9(08)   VALUE ZERO.
001830     05  WS-RECYCLE-READ         PIC 9(08)   VALUE ZERO.
001840     05  WS-RECYCLE-RELEASED     PIC 9(08)   VALUE ZERO.
001850     05  WS-RECYCLE-RESUSPENDED  PIC 9(08)   VALUE ZERO.
001860
001870 01  WS-HEADER-RUN-DATE          PIC 9(08)   VALUE ZERO.
001880 01  WS-HEADER-CHANNEL           PIC X(01)   VALUE "B".
001890 01  WS-ITEM-CHANNEL             PIC X(01)   VALUE SPACE.
001900 01  WS-TERM-ID                  PIC X(08)   VALUE "BATCH".
001910
001920 01  WS-SUSPENSE-SEQ             PIC 9(08)   VALUE ZERO.
001930 01  WS-SEQ-STEP                 PIC 9(08)   VALUE 1000000.
001940
001950 01  WS-EDIT-REASON              PIC X(30)   VALUE SPACES.
001960
001970 01  WS-DOB-FIELDS.
001980     05  WS-DOB-INPUT            PIC 9(08).
001990 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
002000     05  WS-DOB-CC               PIC 9(02).
002010     05  WS-DOB-YY               PIC 9(02).
002020     05  WS-DOB-MM               PIC 9(02).
002030     05  WS-DOB-DD               PIC 9(02).
002040
002050 01  WS-SYS-DATE-YYYYMMDD.
002060     05  WS-SYS-CC               PIC 9(02).
002070     05  WS-SYS-YY               PIC 9(02).
002080     05  WS-SYS-MM               PIC 9(02).
002090     05  WS-SYS-DD               PIC 9(02).
002100
002110 01  WS-AGE-CALC                 PIC S9(05)  VALUE ZERO.
002120
002130 01  WS-DOB-MAX-DAY              PIC 9(02)   VALUE ZERO.
002140 01  WS-DOB-FULL-YEAR            PIC 9(04)   VALUE ZERO.
002150 01  WS-LEAP-WORK-FIELDS.
002160     05  WS-LEAP-QUOT-4          PIC 9(04).
002170     05  WS-LEAP-REM-4           PIC 9(02).
002180     05  WS-LEAP-QUOT-100        PIC 9(04).
002190     05  WS-LEAP-REM-100         PIC 9(02).
002200     05  WS-LEAP-QUOT-400        PIC 9(04).
002210     05  WS-LEAP-REM-400         PIC 9(03).
002220
002230 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
002240
002250 01  WS-RUN-STAMP-FIELDS.
002260     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
002270     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
002280
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002330         UNTIL WS-END-OF-TRANS-FILE.
002340     PERFORM 3000-CHECK-CONTROLS THRU 3000-EXIT.
002350     PERFORM 4000-RECYCLE-SUSPENSE THRU 4000-EXIT.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370     STOP RUN.
002380
002390*-----------------------------------------------------------*
002400*  1000 - INITIALIZATION                                    *
002410*-----------------------------------------------------------*
002420 1000-INITIALIZE.
002430     DISPLAY "AGEEDIT starting.".
002440     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002450     OPEN INPUT AGE-TRANS-FILE.
002460     IF AGE-TRANS-STATUS NOT = "00"
002470         DISPLAY "*** ERROR: cannot open transaction file, "
002480             "status " AGE-TRANS-STATUS
002490         MOVE "Y" TO WS-TRANS-EOF-SW
002500         MOVE 16 TO RETURN-CODE
002510         GO TO 1000-EXIT
002520     END-IF.
002530     OPEN OUTPUT AGE-CLEAN-FILE.
002540     IF AGE-CLEAN-STATUS NOT = "00"
002550         DISPLAY "*** ERROR: cannot open clean file, status "
002560             AGE-CLEAN-STATUS
002570         CLOSE AGE-TRANS-FILE
002580         MOVE "Y" TO WS-TRANS-EOF-SW
002590         MOVE 16 TO RETURN-CODE
002600         GO TO 1000-EXIT
002610     END-IF.
002620     OPEN OUTPUT AGE-SUSPECT-FILE.
002630     IF AGE-SUSPECT-STATUS NOT = "00"
002640         DISPLAY "*** ERROR: cannot open suspect file, status "
002650             AGE-SUSPECT-STATUS
002660         CLOSE AGE-TRANS-FILE
002670         CLOSE AGE-CLEAN-FILE
002680         MOVE "Y" TO WS-TRANS-EOF-SW
002690         MOVE 16 TO RETURN-CODE
002700         GO TO 1000-EXIT
002710     END-IF.
002720     OPEN I-O AGE-SUSPENSE-FILE.
002730     IF AGE-SUSPENSE-STATUS NOT = "00"
002740         DISPLAY "*** ERROR: cannot open suspense file, status "
002750             AGE-SUSPENSE-STATUS
002760         CLOSE AGE-TRANS-FILE
002770         CLOSE AGE-CLEAN-FILE
002780         CLOSE AGE-SUSPECT-FILE
002790         MOVE "Y" TO WS-TRANS-EOF-SW
002800         MOVE 16 TO RETURN-CODE
002810         GO TO 1000-EXIT
002820     END-IF.
002830     OPEN EXTEND AGE-AUDIT-FILE.
002840     IF AGE-AUDIT-STATUS NOT = "00" AND
002850             AGE-AUDIT-STATUS NOT = "05"
002860         OPEN OUTPUT AGE-AUDIT-FILE
002870         CLOSE AGE-AUDIT-FILE
002880         OPEN EXTEND AGE-AUDIT-FILE
002890     END-IF.
002900     IF AGE-AUDIT-STATUS = "00" OR AGE-AUDIT-STATUS = "05"
002910         MOVE "Y" TO WS-AUDIT-OPEN-SW
002920     ELSE
002930         DISPLAY "*** WARNING: cannot open the audit log, status "
002940             AGE-AUDIT-STATUS " - held records not audited."
002950     END-IF.
002960     OPEN OUTPUT AGE-EDIT-REPORT-FILE.
002970     MOVE "Y" TO WS-FILES-OPEN-SW.
002980     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
002990     STRING "TRANSACTION PRE-EDIT - RUN DATE "
003000         WS-SYS-DATE-YYYYMMDD
003010         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
003020     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003030     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
003040     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003050     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003060 1000-EXIT.
003070     EXIT.
003080
003090*-----------------------------------------------------------*
003100*  2000 - ROUTE ONE RECORD: CONTROL RECORDS ARE CAPTURED,    *
003110*          DATA RECORDS ARE EDITED AND SPLIT CLEAN/SUSPECT.   *
003120*-----------------------------------------------------------*
003130 2000-PROCESS-RECORD.
003140     EVALUATE TRUE
003150         WHEN TRAN-IS-HEADER
003160             PERFORM 2210-TAKE-HEADER THRU 2210-EXIT
003170         WHEN TRAN-IS-TRAILER
003180             PERFORM 2300-TAKE-TRAILER THRU 2300-EXIT
003190         WHEN OTHER
003200             PERFORM 2400-EDIT-DATA-RECORD THRU 2400-EXIT
003210     END-EVALUATE.
003220     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003230 2000-EXIT.
003240     EXIT.
003250
003260 2100-READ-TRANS.
003270     READ AGE-TRANS-FILE
003280         AT END
003290             MOVE "Y" TO WS-TRANS-EOF-SW
003300     END-READ.
003310 2100-EXIT.
003320     EXIT.
003330
003340*-----------------------------------------------------------*
003350*  2180 - DETERMINE THE NUMBER OF DAYS IN THE GIVEN MONTH,    *
003360*          ACCOUNTING FOR LEAP YEARS IN FEBRUARY.             *
003370*-----------------------------------------------------------*
003380 2180-SET-MAX-DAY.
003390     EVALUATE WS-DOB-MM
003400         WHEN 4
003410         WHEN 6
003420         WHEN 9
003430         WHEN 11
003440             MOVE 30 TO WS-DOB-MAX-DAY
003450         WHEN 2
003460             PERFORM 2185-CHECK-LEAP-YEAR THRU 2185-EXIT
003470             IF WS-IS-LEAP-YEAR
003480                 MOVE 29 TO WS-DOB-MAX-DAY
003490             ELSE
003500                 MOVE 28 TO WS-DOB-MAX-DAY
003510             END-IF
003520         WHEN OTHER
003530             MOVE 31 TO WS-DOB-MAX-DAY
003540     END-EVALUATE.
003550 2180-EXIT.
003560     EXIT.
003570
003580 2185-CHECK-LEAP-YEAR.
003590     COMPUTE WS-DOB-FULL-YEAR = WS-DOB-CC * 100 + WS-DOB-YY.
003600     MOVE "N" TO WS-LEAP-YEAR-SW.
003610     DIVIDE WS-DOB-FULL-YEAR BY 4 GIVING WS-LEAP-QUOT-4
003620         REMAINDER WS-LEAP-REM-4.
003630     IF WS-LEAP-REM-4 = 0
003640         DIVIDE WS-DOB-FULL-YEAR BY 100 GIVING WS-LEAP-QUOT-100
003650             REMAINDER WS-LEAP-REM-100
003660         IF WS-LEAP-REM-100 NOT = 0
003670             MOVE "Y" TO WS-LEAP-YEAR-SW
003680         ELSE
003690             DIVIDE WS-DOB-FULL-YEAR BY 400
003700                 GIVING WS-LEAP-QUOT-400
003710                 REMAINDER WS-LEAP-REM-400
003720             IF WS-LEAP-REM-400 = 0
003730                 MOVE "Y" TO WS-LEAP-YEAR-SW
003740             END-IF
003750         END-IF
003760     END-IF.
003770 2185-EXIT.
003780     EXIT.
003790
003800 2200-COMPUTE-AGE.
003810     COMPUTE WS-AGE-CALC =
003820         (WS-SYS-CC * 100 + WS-SYS-YY)
003830         - (WS-DOB-CC * 100 + WS-DOB-YY).
003840     IF WS-SYS-MM < WS-DOB-MM
003850         SUBTRACT 1 FROM WS-AGE-CALC
003860     ELSE
003870         IF WS-SYS-MM = WS-DOB-MM AND WS-SYS-DD < WS-DOB-DD
003880             SUBTRACT 1 FROM WS-AGE-CALC
003890         END-IF
003900     END-IF.
003910 2200-EXIT.
003920     EXIT.
003930
003940 2210-TAKE-HEADER.
003950     IF WS-HEADER-WAS-SEEN
003960         MOVE "DUPLICATE HEADER RECORD" TO WS-EDIT-REASON
003970         MOVE 16 TO RETURN-CODE
003980         PERFORM 2600-PRINT-ERROR THRU 2600-EXIT
003990         GO TO 2210-EXIT
004000     END-IF.
004010     MOVE "Y" TO WS-HEADER-SEEN-SW.
004020     IF HDR-RUN-DATE NOT NUMERIC
004030         MOVE "BAD HEADER RUN DATE" TO WS-EDIT-REASON
004040         MOVE 16 TO RETURN-CODE
004050         PERFORM 2600-PRINT-ERROR THRU 2600-EXIT
004060         GO TO 2210-EXIT
004070     END-IF.
004080     IF NOT HDR-FROM-BRANCH AND NOT HDR-FROM-PARTNER
004090         MOVE "BAD HEADER SOURCE CHANNEL" TO WS-EDIT-REASON
004100         MOVE 16 TO RETURN-CODE
004110         PERFORM 2600-PRINT-ERROR THRU 2600-EXIT
004120         GO TO 2210-EXIT
004130     END-IF.
004140     MOVE HDR-RUN-DATE TO WS-HEADER-RUN-DATE.
004150     IF HDR-FROM-PARTNER
004160         MOVE "P" TO WS-HEADER-CHANNEL
004170     ELSE
004180         MOVE "B" TO WS-HEADER-CHANNEL
004190     END-IF.
004200     MOVE WS-HEADER-CHANNEL TO HDR-SOURCE-CHANNEL.
004210     WRITE AGE-CLEAN-RECORD FROM AGE-TRANS-HEADER-REC.
004220     IF AGE-CLEAN-STATUS NOT = "00"
004230         DISPLAY "*** ERROR: clean file write failed, status "
004240             AGE-CLEAN-STATUS
004250             " - transmission suspect, posting stopped."
004260         MOVE "Y" TO WS-TRANS-EOF-SW
004270         MOVE 16 TO RETURN-CODE
004280     END-IF.
004290 2210-EXIT.
004300     EXIT.
004310
004320 2300-TAKE-TRAILER.
004330     IF WS-TRAILER-WAS-SEEN
004340         MOVE "DUPLICATE TRAILER RECORD" TO WS-EDIT-REASON
004350         MOVE 16 TO RETURN-CODE
004360         PERFORM 2600-PRINT-ERROR THRU 2600-EXIT
004370         GO TO 2300-EXIT
004380     END-IF.
004390     MOVE "Y" TO WS-TRAILER-SEEN-SW.
004400     IF TRL-REC-COUNT NOT NUMERIC
004410         MOVE "BAD TRAILER COUNT" TO WS-EDIT-REASON
004420         MOVE 16 TO RETURN-CODE
004430         PERFORM 2600-PRINT-ERROR THRU 2600-EXIT
004440         GO TO 2300-EXIT
004450     END-IF.
004460     MOVE TRL-REC-COUNT TO WS-TRAILER-COUNT.
004470 2300-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------*
004510*  2400 - COUNT ONE DATA RECORD, EDIT IT AND ROUTE IT TO     *
004520*          THE CLEAN OR THE SUSPECT FILE.                     *
004530*-----------------------------------------------------------*
004540 2400-EDIT-DATA-RECORD.
004550     ADD 1 TO WS-DATA-RECORDS-READ.
004560     IF WS-TRAILER-WAS-SEEN
004570         MOVE "DATA RECORD AFTER TRAILER" TO WS-EDIT-REASON
004580         PERFORM 2500-WRITE-SUSPECT THRU 2500-EXIT
004590         GO TO 2400-EXIT
004600     END-IF.
004610     PERFORM 2410-EDIT-FIELDS THRU 2410-EXIT.
004620     IF WS-EDIT-REASON = SPACES
004630         PERFORM 2450-WRITE-CLEAN THRU 2450-EXIT
004640     ELSE
004650         PERFORM 2500-WRITE-SUSPECT THRU 2500-EXIT
004660     END-IF.
004670 2400-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------*
004710*  2410 - EDIT THE TRANSACTION IN AGE-TRANS-RECORD WITH THE  *
004720*          SAME MEMBER ID AND CALENDAR RULES HELLO APPLIES AT *
004730*          THE TERMINAL.  WS-EDIT-REASON IS LEFT SPACES WHEN  *
004740*          THE RECORD PASSES.  USED FOR THE TRANSMISSION AND  *
004750*          FOR CORRECTED SUSPENSE ITEMS ALIKE.  AN ADD UNDER  *
004760*          18 MUST NAME A GUARDIAN; WHETHER THE GUARDIAN IS   *
004770*          AN ACTIVE ADULT MEMBER IS CHECKED BY AGEBATCH      *
004780*          AGAINST THE MASTER WHEN THE ADD POSTS.             *
004790*-----------------------------------------------------------*
004800 2410-EDIT-FIELDS.
004810     MOVE SPACES TO WS-EDIT-REASON.
004820     IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CORRECT
004830             AND NOT TRAN-IS-DELETE
004840         MOVE "INVALID ACTION CODE" TO WS-EDIT-REASON
004850         GO TO 2410-EXIT
004860     END-IF.
004870     IF TRAN-MEMBER-ID = SPACES
004880         MOVE "MISSING MEMBER ID" TO WS-EDIT-REASON
004890         GO TO 2410-EXIT
004900     END-IF.
004910     IF TRAN-IS-DELETE
004920         GO TO 2410-EXIT
004930     END-IF.
004940     IF TRAN-IS-ADD AND TRAN-MEMBER-NAME = SPACES
004950         MOVE "MISSING MEMBER NAME" TO WS-EDIT-REASON
004960         GO TO 2410-EXIT
004970     END-IF.
004980     IF TRAN-DOB NOT NUMERIC
004990         MOVE "BAD DATE FORMAT" TO WS-EDIT-REASON
005000         GO TO 2410-EXIT
005010     END-IF.
005020     MOVE TRAN-DOB TO WS-DOB-INPUT.
005030     IF WS-DOB-MM < 1 OR WS-DOB-MM > 12
005040         MOVE "INVALID CALENDAR DATE" TO WS-EDIT-REASON
005050         GO TO 2410-EXIT
005060     END-IF.
005070     PERFORM 2180-SET-MAX-DAY THRU 2180-EXIT.
005080     IF WS-DOB-DD < 1 OR WS-DOB-DD > WS-DOB-MAX-DAY
005090         MOVE "INVALID CALENDAR DATE" TO WS-EDIT-REASON
005100         GO TO 2410-EXIT
005110     END-IF.
005120     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
005130     IF WS-AGE-CALC < 0 OR WS-AGE-CALC > 120
005140         MOVE "AGE OUT OF RANGE" TO WS-EDIT-REASON
005150         GO TO 2410-EXIT
005160     END-IF.
005170     IF TRAN-IS-ADD AND WS-AGE-CALC < 18
005180         IF TRAN-GUARDIAN-ID = SPACES
005190             MOVE "MINOR WITHOUT GUARDIAN" TO WS-EDIT-REASON
005200             GO TO 2410-EXIT
005210         END-IF
005220         IF TRAN-GUARDIAN-ID = TRAN-MEMBER-ID
005230             MOVE "MINOR IS OWN GUARDIAN" TO WS-EDIT-REASON
005240             GO TO 2410-EXIT
005250         END-IF
005260     END-IF.
005270 2410-EXIT.
005280     EXIT.
005290
005300 2450-WRITE-CLEAN.
005310     WRITE AGE-CLEAN-RECORD FROM AGE-TRANS-RECORD.
005320     IF AGE-CLEAN-STATUS NOT = "00"
005330         DISPLAY "*** ERROR: clean file write failed, status "
005340             AGE-CLEAN-STATUS
005350             " - transmission suspect, posting stopped."
005360         MOVE "Y" TO WS-TRANS-EOF-SW
005370         MOVE 16 TO RETURN-CODE
005380         GO TO 2450-EXIT
005390     END-IF.
005400     ADD 1 TO WS-RECORDS-CLEAN.
005410 2450-EXIT.
005420     EXIT.
005430
005440 2500-WRITE-SUSPECT.
005450     WRITE AGE-SUSPECT-RECORD FROM AGE-TRANS-RECORD.
005460     IF AGE-SUSPECT-STATUS NOT = "00"
005470         DISPLAY "*** ERROR: suspect file write failed, "
005480             "status " AGE-SUSPECT-STATUS
005490             " - transmission suspect, posting stopped."
005500         MOVE "Y" TO WS-TRANS-EOF-SW
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 2500-EXIT
005530     END-IF.
005540     ADD 1 TO WS-RECORDS-SUSPECT.
005550     PERFORM 2550-HOLD-IN-SUSPENSE THRU 2550-EXIT.
005560     PERFORM 2600-PRINT-ERROR THRU 2600-EXIT.
005570 2500-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------*
005610*  2550 - HOLD THE SUSPECT RECORD ON THE SUSPENSE FILE UNDER *
005620*          THE HEADER RUN DATE AND ITS POSITION IN THE        *
005630*          TRANSMISSION.  A RERUN OF THE SAME TRANSMISSION    *
005640*          FINDS THE SAME RECORD ALREADY HELD; A DIFFERENT    *
005650*          RECORD UNDER THE KEY (A SECOND TRANSMISSION WITH   *
005660*          THE SAME RUN DATE) IS HELD ONE STEP HIGHER.  A     *
005670*          RECORD AHEAD OF A GOOD HEADER IS NOT HELD - THE    *
005680*          TRANSMISSION ENDS CC 16 AND MUST BE SENT AGAIN.    *
005690*-----------------------------------------------------------*
005700 2550-HOLD-IN-SUSPENSE.
005710     IF WS-HEADER-RUN-DATE = ZERO
005720         GO TO 2550-EXIT
005730     END-IF.
005740     MOVE WS-DATA-RECORDS-READ TO WS-SUSPENSE-SEQ.
005750     MOVE "N" TO WS-HOLD-DONE-SW.
005760     PERFORM 2560-TRY-HOLD THRU 2560-EXIT
005770         UNTIL WS-HOLD-IS-DONE.
005780 2550-EXIT.
005790     EXIT.
005800
005810 2560-TRY-HOLD.
005820     IF WS-SUSPENSE-SEQ > 9999999
005830         DISPLAY "*** WARNING: no free suspense key for "
005840             TRAN-MEMBER-ID " - record on suspect file only."
005850         MOVE "Y" TO WS-HOLD-DONE-SW
005860         GO TO 2560-EXIT
005870     END-IF.
005880     MOVE WS-HEADER-RUN-DATE TO SUSP-TRAN-DATE.
005890     MOVE WS-SUSPENSE-SEQ TO SUSP-TRAN-SEQ.
005900     READ AGE-SUSPENSE-FILE
005910         INVALID KEY
005920             CONTINUE
005930     END-READ.
005940     IF AGE-SUSPENSE-STATUS = "00"
005950         IF SUSP-TRAN-DATA = AGE-TRANS-RECORD
005960             ADD 1 TO WS-SUSPENSE-ALREADY
005970             MOVE "Y" TO WS-HOLD-DONE-SW
005980         ELSE
005990             ADD WS-SEQ-STEP TO WS-SUSPENSE-SEQ
006000         END-IF
006010         GO TO 2560-EXIT
006020     END-IF.
006030     MOVE SPACES TO AGE-SUSPENSE-RECORD.
006040     MOVE WS-HEADER-RUN-DATE TO SUSP-TRAN-DATE.
006050     MOVE WS-SUSPENSE-SEQ TO SUSP-TRAN-SEQ.
006060     MOVE "O" TO SUSP-STATUS.
006070     MOVE WS-SYS-DATE-YYYYMMDD TO SUSP-FIRST-DATE.
006080     MOVE WS-SYS-DATE-YYYYMMDD TO SUSP-LAST-DATE.
006090     MOVE 1 TO SUSP-TIMES-SUSPENDED.
006100     MOVE WS-EDIT-REASON TO SUSP-REASON.
006110     MOVE AGE-TRANS-RECORD TO SUSP-TRAN-DATA.
006120     MOVE ZERO TO SUSP-ACTION-DATE.
006130     MOVE ZERO TO SUSP-RELEASE-DATE.
006140     MOVE ZERO TO SUSP-RELEASE-TRAN-DATE.
006150     MOVE WS-HEADER-CHANNEL TO SUSP-SOURCE-CHANNEL.
006160     WRITE AGE-SUSPENSE-RECORD.
006170     IF AGE-SUSPENSE-STATUS NOT = "00"
006180         DISPLAY "*** WARNING: suspense file write failed, "
006190             "status " AGE-SUSPENSE-STATUS " for "
006200             TRAN-MEMBER-ID " - record on suspect file only."
006210         MOVE "Y" TO WS-HOLD-DONE-SW
006220         GO TO 2560-EXIT
006230     END-IF.
006240     ADD 1 TO WS-SUSPENSE-HELD.
006250     MOVE "Y" TO WS-HOLD-DONE-SW.
006260     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
006270 2560-EXIT.
006280     EXIT.
006290
006300 2600-PRINT-ERROR.
006310     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
006320     STRING WS-EDIT-REASON " " TRAN-MEMBER-ID " " TRAN-DOB
006330         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
006340     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006350 2600-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------*
006390*  2700 - WRITE A REJECTED-ATTEMPT RECORD TO THE AUDIT LOG   *
006400*          FOR THE RECORD IN AGE-TRANS-RECORD, UNDER THE      *
006410*          TRANSMISSION'S SOURCE CHANNEL.  ONLY A RECORD      *
006420*          NEWLY HELD OR HELD AGAIN IS AUDITED, SO A RERUN OF *
006430*          THE SAME TRANSMISSION IS NOT COUNTED TWICE.        *
006440*-----------------------------------------------------------*
006450 2700-WRITE-AUDIT.
006460     IF NOT WS-AUDIT-IS-OPEN
006470         GO TO 2700-EXIT
006480     END-IF.
006490     MOVE WS-TERM-ID TO AUD-TERM-ID.
006500     MOVE WS-SYS-DATE-YYYYMMDD TO AUD-TS-DATE.
006510     ACCEPT AUD-TS-TIME FROM TIME.
006520     MOVE SPACES TO AUD-RAW-INPUT.
006530     MOVE TRAN-MEMBER-ID TO AUD-RAW-INPUT(1:10).
006540     MOVE TRAN-DOB TO AUD-RAW-INPUT(11:8).
006550     MOVE "REJECTED" TO AUD-OUTCOME.
006560     MOVE WS-EDIT-REASON TO AUD-REASON.
006570     MOVE WS-HEADER-CHANNEL TO AUD-SOURCE-CHANNEL.
006580     WRITE AGE-AUDIT-RECORD.
006590     IF AGE-AUDIT-STATUS NOT = "00"
006600         DISPLAY "*** WARNING: audit log write failed, status "
006610             AGE-AUDIT-STATUS " - held records not audited."
006620         MOVE "N" TO WS-AUDIT-OPEN-SW
006630     END-IF.
006640 2700-EXIT.
006650     EXIT.
006660
006670*-----------------------------------------------------------*
006680*  3000 - VERIFY THE CONTROL TOTALS.  A MISSING HEADER OR    *
006690*          TRAILER, OR A TRAILER COUNT THAT DOES NOT MATCH    *
006700*          THE RECORDS RECEIVED, MARKS THE TRANSMISSION       *
006710*          TRUNCATED AND STOPS THE JOB WITH CC 16.            *
006720*-----------------------------------------------------------*
006730 3000-CHECK-CONTROLS.
006740     IF NOT WS-FILES-WERE-OPENED
006750         GO TO 3000-EXIT
006760     END-IF.
006770     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
006780     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
006790     IF NOT WS-HEADER-WAS-SEEN
006800         MOVE "*** NO HEADER RECORD - TRANSMISSION SUSPECT"
006810             TO AGE-EDIT-REPORT-RECORD
006820         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
006830         MOVE 16 TO RETURN-CODE
006840     END-IF.
006850     IF NOT WS-TRAILER-WAS-SEEN
006860         MOVE "*** NO TRAILER RECORD - TRANSMISSION TRUNCATED"
006870             TO AGE-EDIT-REPORT-RECORD
006880         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
006890         MOVE 16 TO RETURN-CODE
006900     ELSE
006910         IF WS-TRAILER-COUNT NOT = WS-DATA-RECORDS-READ
006920             MOVE SPACES TO AGE-EDIT-REPORT-RECORD
006930             STRING "*** CONTROL TOTALS DO NOT BALANCE - "
006940                 "EXPECTED " WS-TRAILER-COUNT
006950                 " RECEIVED " WS-DATA-RECORDS-READ
006960                 DELIMITED BY SIZE
006970                 INTO AGE-EDIT-REPORT-RECORD
006980             PERFORM 3900-PRINT-LINE THRU 3900-EXIT
006990             MOVE 16 TO RETURN-CODE
007000         END-IF
007010     END-IF.
007020     IF RETURN-CODE NOT = 16 AND WS-RECORDS-SUSPECT > ZERO
007030         MOVE 4 TO RETURN-CODE
007040     END-IF.
007050     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007060     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007070     MOVE WS-DATA-RECORDS-READ TO WS-PRT-COUNT.
007080     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007090     STRING "Data records received  : " WS-PRT-COUNT
007100         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007110     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007120     MOVE WS-RECORDS-CLEAN TO WS-PRT-COUNT.
007130     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007140     STRING "Passed to AGEBATCH     : " WS-PRT-COUNT
007150         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007160     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007170     MOVE WS-RECORDS-SUSPECT TO WS-PRT-COUNT.
007180     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007190     STRING "Held on suspect file   : " WS-PRT-COUNT
007200         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007210     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007220     MOVE WS-SUSPENSE-HELD TO WS-PRT-COUNT.
007230     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007240     STRING "  New suspense items   : " WS-PRT-COUNT
007250         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007260     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007270     MOVE WS-SUSPENSE-ALREADY TO WS-PRT-COUNT.
007280     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007290     STRING "  Already in suspense  : " WS-PRT-COUNT
007300         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007310     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007320 3000-EXIT.
007330     EXIT.
007340
007350 3900-PRINT-LINE.
007360     WRITE AGE-EDIT-REPORT-RECORD.
007370     DISPLAY AGE-EDIT-REPORT-RECORD.
007380 3900-EXIT.
007390     EXIT.
007400
007410*-----------------------------------------------------------*
007420*  4000 - RECYCLE THE SUSPENSE FILE.  ONLY A TRANSMISSION    *
007430*          THAT BALANCED MAY CARRY RELEASED ITEMS, SO NOTHING *
007440*          IS RELEASED ON A CC 16 RUN.  EACH ITEM A SUPERVISOR *
007450*          HAS CORRECTED IS PUT THROUGH THE 2410 EDITS: A     *
007460*          PASS IS WRITTEN TO THE CLEAN FILE BEHIND THE       *
007470*          TRANSMISSION AND MARKED RELEASED, A FAIL GOES BACK *
007480*          TO OPEN WITH THE NEW REASON.  AN ITEM ALREADY      *
007490*          RELEASED WITH THIS SAME TRANSMISSION IS RELEASED   *
007500*          AGAIN, SO A RERUN CUTS THE SAME CLEAN FILE.  ONLY  *
007510*          ITEMS FROM THIS TRANSMISSION'S SOURCE CHANNEL ARE  *
007520*          TAKEN - A BRANCH ITEM WAITS FOR A BRANCH RUN, A    *
007530*          PARTNER ITEM FOR A PARTNER FEED RUN.               *
007540*-----------------------------------------------------------*
007550 4000-RECYCLE-SUSPENSE.
007560     IF NOT WS-FILES-WERE-OPENED OR RETURN-CODE = 16
007570         GO TO 4000-EXIT
007580     END-IF.
007590     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007600     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007610     MOVE "SUSPENSE RECYCLE" TO AGE-EDIT-REPORT-RECORD.
007620     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007630     MOVE LOW-VALUES TO SUSP-KEY.
007640     MOVE "N" TO WS-SUSPENSE-EOF-SW.
007650     START AGE-SUSPENSE-FILE
007660         KEY IS NOT LESS THAN SUSP-KEY
007670         INVALID KEY
007680             MOVE "Y" TO WS-SUSPENSE-EOF-SW
007690     END-START.
007700     PERFORM 4100-RECYCLE-ITEM THRU 4100-EXIT
007710         UNTIL WS-END-OF-SUSPENSE.
007720     IF WS-RECYCLE-RESUSPENDED > ZERO AND RETURN-CODE < 4
007730         MOVE 4 TO RETURN-CODE
007740     END-IF.
007750     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007760     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007770     MOVE WS-RECYCLE-READ TO WS-PRT-COUNT.
007780     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007790     STRING "Corrected items edited : " WS-PRT-COUNT
007800         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007810     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007820     MOVE WS-RECYCLE-RELEASED TO WS-PRT-COUNT.
007830     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007840     STRING "Released to AGEBATCH   : " WS-PRT-COUNT
007850         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007860     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007870     MOVE WS-RECYCLE-RESUSPENDED TO WS-PRT-COUNT.
007880     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
007890     STRING "Held again in suspense : " WS-PRT-COUNT
007900         DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
007910     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
007920 4000-EXIT.
007930     EXIT.
007940
007950 4100-RECYCLE-ITEM.
007960     READ AGE-SUSPENSE-FILE NEXT RECORD
007970         AT END
007980             MOVE "Y" TO WS-SUSPENSE-EOF-SW
007990             GO TO 4100-EXIT
008000     END-READ.
008010     IF AGE-SUSPENSE-STATUS NOT = "00"
008020         DISPLAY "*** WARNING: suspense file read failed, "
008030             "status " AGE-SUSPENSE-STATUS
008040             " - recycle stopped."
008050         MOVE "Y" TO WS-SUSPENSE-EOF-SW
008060         GO TO 4100-EXIT
008070     END-IF.
008080     IF SUSP-FROM-PARTNER
008090         MOVE "P" TO WS-ITEM-CHANNEL
008100     ELSE
008110         MOVE "B" TO WS-ITEM-CHANNEL
008120     END-IF.
008130     IF WS-ITEM-CHANNEL NOT = WS-HEADER-CHANNEL
008140         GO TO 4100-EXIT
008150     END-IF.
008160     IF NOT SUSP-IS-CORRECTED
008170         IF NOT SUSP-IS-RELEASED
008180             GO TO 4100-EXIT
008190         END-IF
008200         IF SUSP-RELEASE-TRAN-DATE NOT = WS-HEADER-RUN-DATE
008210             GO TO 4100-EXIT
008220         END-IF
008230     END-IF.
008240     ADD 1 TO WS-RECYCLE-READ.
008250     MOVE SUSP-TRAN-DATA TO AGE-TRANS-RECORD.
008260     PERFORM 2410-EDIT-FIELDS THRU 2410-EXIT.
008270     IF WS-EDIT-REASON NOT = SPACES
008280         PERFORM 4300-RESUSPEND THRU 4300-EXIT
008290         GO TO 4100-EXIT
008300     END-IF.
008310     PERFORM 4200-RELEASE THRU 4200-EXIT.
008320 4100-EXIT.
008330     EXIT.
008340
008350 4200-RELEASE.
008360     WRITE AGE-CLEAN-RECORD FROM AGE-TRANS-RECORD.
008370     IF AGE-CLEAN-STATUS NOT = "00"
008380         DISPLAY "*** ERROR: clean file write failed, status "
008390             AGE-CLEAN-STATUS
008400             " - transmission suspect, posting stopped."
008410         MOVE "Y" TO WS-SUSPENSE-EOF-SW
008420         MOVE 16 TO RETURN-CODE
008430         GO TO 4200-EXIT
008440     END-IF.
008450     MOVE "R" TO SUSP-STATUS.
008460     MOVE WS-SYS-DATE-YYYYMMDD TO SUSP-RELEASE-DATE.
008470     MOVE WS-HEADER-RUN-DATE TO SUSP-RELEASE-TRAN-DATE.
008480     REWRITE AGE-SUSPENSE-RECORD.
008490     IF AGE-SUSPENSE-STATUS NOT = "00"
008500         DISPLAY "*** WARNING: suspense item "
008510             SUSP-TRAN-DATE SUSP-TRAN-SEQ
008520             " released but not marked, status "
008530             AGE-SUSPENSE-STATUS
008540     END-IF.
008550     ADD 1 TO WS-RECYCLE-RELEASED.
008560     MOVE SPACES TO AGE-EDIT-REPORT-RECORD.
008570     STRING "RELEASED FROM SUSPENSE         " TRAN-MEMBER-ID " "
008580         TRAN-DOB DELIMITED BY SIZE INTO AGE-EDIT-REPORT-RECORD.
008590     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
008600 4200-EXIT.
008610     EXIT.
008620
008630 4300-RESUSPEND.
008640     MOVE "O" TO SUSP-STATUS.
008650     MOVE WS-EDIT-REASON TO SUSP-REASON.
008660     MOVE WS-SYS-DATE-YYYYMMDD TO SUSP-LAST-DATE.
008670     ADD 1 TO SUSP-TIMES-SUSPENDED.
008680     REWRITE AGE-SUSPENSE-RECORD.
008690     IF AGE-SUSPENSE-STATUS NOT = "00"
008700         DISPLAY "*** WARNING: suspense item "
008710             SUSP-TRAN-DATE SUSP-TRAN-SEQ
008720             " not updated, status " AGE-SUSPENSE-STATUS
008730     END-IF.
008740     ADD 1 TO WS-RECYCLE-RESUSPENDED.
008750     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
008760     PERFORM 2600-PRINT-ERROR THRU 2600-EXIT.
008770 4300-EXIT.
008780     EXIT.
008790
008800*-----------------------------------------------------------*
008810*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
008820*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
008830*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
008840*          DISTURB THE RUN'S OWN CONDITION CODE.            *
008850*-----------------------------------------------------------*
008860 8000-WRITE-RUN-CONTROL.
008870     OPEN EXTEND AGE-RUN-CONTROL-FILE.
008880     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
008890             AGE-RUN-CONTROL-STATUS NOT = "05"
008900         OPEN OUTPUT AGE-RUN-CONTROL-FILE
008910         CLOSE AGE-RUN-CONTROL-FILE
008920         OPEN EXTEND AGE-RUN-CONTROL-FILE
008930     END-IF.
008940     IF AGE-RUN-CONTROL-STATUS NOT = "00"
008950         DISPLAY "*** WARNING: run-control record not "
008960             "written, status " AGE-RUN-CONTROL-STATUS
008970         GO TO 8000-EXIT
008980     END-IF.
008990     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
009000     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
009010     MOVE "AGEEDIT" TO RUN-JOB-NAME.
009020     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
009030     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
009040     COMPUTE RUN-RECORDS-READ =
009050         WS-DATA-RECORDS-READ + WS-RECYCLE-READ.
009060     COMPUTE RUN-RECORDS-POSTED =
009070         WS-RECORDS-CLEAN + WS-RECYCLE-RELEASED.
009080     COMPUTE RUN-RECORDS-REJECTED =
009090         WS-RECORDS-SUSPECT + WS-RECYCLE-RESUSPENDED.
009100     MOVE RETURN-CODE TO RUN-COND-CODE.
009110     WRITE AGE-RUN-CONTROL-RECORD.
009120     CLOSE AGE-RUN-CONTROL-FILE.
009130 8000-EXIT.
009140     EXIT.
009150
009160*-----------------------------------------------------------*
009170*  9000 - TERMINATION                                        *
009180*-----------------------------------------------------------*
009190 9000-TERMINATE.
009200     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
009210     IF WS-FILES-WERE-OPENED
009220         CLOSE AGE-TRANS-FILE
009230         CLOSE AGE-CLEAN-FILE
009240         CLOSE AGE-SUSPECT-FILE
009250         CLOSE AGE-SUSPENSE-FILE
009260         CLOSE AGE-EDIT-REPORT-FILE
009270     END-IF.
009280     IF WS-AUDIT-IS-OPEN
009290         CLOSE AGE-AUDIT-FILE
009300     END-IF.
009310     DISPLAY "AGEEDIT complete.  Received "
009320         WS-DATA-RECORDS-READ "  Clean " WS-RECORDS-CLEAN
009330         "  Suspect " WS-RECORDS-SUSPECT
009340         "  Released " WS-RECYCLE-RELEASED "." .
009350 9000-EXIT.
009360     EXIT.
