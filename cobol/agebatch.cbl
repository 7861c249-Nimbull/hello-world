000720*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000730*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000740*                 THE AGEMORN MORNING STATUS REPORT.
000750* 2026-10-15 JDM  CLEAR THE NEW MERGED-INTO ID AND MERGE DATE
000760*                 ON A NEW MASTER RECORD, AND THE MERGED-INTO
000770*                 ID ON EVERY MAINTENANCE LOG RECORD WRITTEN.
000780* 2026-10-15 JDM  A NEW MASTER RECORD STARTS WITH NO
000790*                 UNDELIVERABLE-ADDRESS HOLD, AND A CORRECTION
000800*                 CARRYING ANY ADDRESS FIELD CLEARS THE HOLD
000810*                 THE SAME WAY AN AGEMAINT CORRECTION DOES.
000820* 2026-10-15 JDM  JOURNAL THE BEFORE AND AFTER IMAGE OF EVERY
000830*                 MASTER RECORD ADDED, CORRECTED OR DELETED TO
000840*                 THE MASTER JOURNAL (AGEJRNL), TAGGED WITH THE
000850*                 RUN DATE AND TIME NOW TAKEN AT START OF RUN
000860*                 AND CARRIED ON THE RUN-CONTROL RECORD, SO THE
000870*                 RUN CAN BE BACKED OUT BY AGEBKOUT.  THE RUN
000880*                 STOPS CC 16 WHEN THE JOURNAL CANNOT BE OPENED
000890*                 OR WRITTEN, AND A CC 16 RUN KEEPS ITS RESTART
000900*                 CHECKPOINT.
000910* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000920*                 CHANNEL.
000930* 2026-10-15 JDM  AGEEDIT NOW PASSES THE TRANSMISSION HEADER
000940*                 AHEAD OF THE CLEAN RECORDS.  THE HEADER IS NOT
000950*                 A TRANSACTION AND IS NOT COUNTED; ITS SOURCE
000960*                 CHANNEL (BRANCH OR PARTNER FEED) IS CARRIED
000970*                 ON EVERY INTAKE, MASTER AND AUDIT RECORD THE
000980*                 RUN WRITES.  A FILE WITH NO HEADER IS POSTED
000990*                 AS BRANCH.
001000* 2026-10-15 JDM  AN ADD FOR A MEMBER UNDER 18 MUST NAME A
001010*                 GUARDIAN WHO IS ON THE MASTER, ACTIVE AND 18 OR
001020*                 OVER TODAY, OR IT IS REJECTED; WHEN IT POSTS,
001030*                 THE MINOR IS LINKED TO THE GUARDIAN ON THE NEW
001040*                 AGEGRDN RELATIONSHIP FILE.  TRANSACTION RECORD
001050*                 LENGTH 94 TO 104.
001060* 2026-10-15 JDM  A CORRECTION OR DELETION FOR A MEMBER MERGED
001070*                 INTO ANOTHER IS REJECTED WITH THE SURVIVING ID,
001080*                 AS AGEMAINT REFUSES IT.  THE MASTER IS CLOSED
001090*                 AT END OF RUN WHENEVER IT WAS OPENED, CC 16 OR
001100*                 NOT; ONLY THE CHECKPOINT CLEAR WAITS ON A GOOD
001110*                 RUN.
001120*****************************************************************
001130 IDENTIFICATION DIVISION.
001140 PROGRAM-ID. AGEBATCH.
001150 AUTHOR. NIMBULL DATA PROCESSING.
001160 INSTALLATION. MEMBER SERVICES.
001170 DATE-WRITTEN. 2026-08-09.
001180
001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT AGE-TRANS-FILE ASSIGN TO "AGETRAN"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS AGE-TRANS-STATUS.
001250
001260     SELECT AGE-INTAKE-FILE ASSIGN TO "AGEINTK"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS AGE-INTAKE-STATUS.
001290
001300     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
001310     ORGANIZATION IS SEQUENTIAL
001320     FILE STATUS IS AGE-AUDIT-STATUS.
001330
001340     SELECT AGE-CHECKPOINT-FILE ASSIGN TO "AGECKPT"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS AGE-CKPT-STATUS.
001370
001380     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS MAST-MEMBER-ID
001420         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
001430             WITH DUPLICATES
001440         FILE STATUS IS AGE-MASTER-STATUS.
001450
001460     SELECT AGE-GUARDIAN-FILE ASSIGN TO "AGEGRDN"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS GRDN-MINOR-ID
001500         ALTERNATE RECORD KEY IS GRDN-GUARDIAN-ID
001510             WITH DUPLICATES
001520         FILE STATUS IS AGE-GUARDIAN-STATUS.
001530
001540     SELECT AGE-MAINT-LOG-FILE ASSIGN TO "AGEMNTLG"
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS AGE-MAINT-LOG-STATUS.
001570
001580     SELECT AGE-JOURNAL-FILE ASSIGN TO "AGEJRNL"
001590         ORGANIZATION IS SEQUENTIAL
001600         FILE STATUS IS AGE-JOURNAL-STATUS.
001610
001620     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
001650
001660 DATA DIVISION.
001670 FILE SECTION.
001680 FD  AGE-TRANS-FILE
001690     RECORDING MODE IS F
001700     LABEL RECORDS ARE STANDARD.
001710 COPY AGETRAN.
001720
001730 FD  AGE-INTAKE-FILE
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760 COPY AGEREC.
001770
001780 FD  AGE-AUDIT-FILE
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810 COPY AGEAUD.
001820
001830 FD  AGE-CHECKPOINT-FILE
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD.
001860 COPY AGECKPT.
001870
001880 FD  AGE-MASTER-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 COPY AGEMAST.
001910
001920 FD  AGE-GUARDIAN-FILE
001930     LABEL RECORDS ARE STANDARD.
001940 COPY AGEGRDN.
001950
001960 FD  AGE-MAINT-LOG-FILE
001970     RECORDING MODE IS F
001980     LABEL RECORDS ARE STANDARD.
001990 COPY AGEMNT.
002000
002010 FD  AGE-JOURNAL-FILE
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002040 COPY AGEJRNL.
002050
002060 FD  AGE-RUN-CONTROL-FILE
002070     RECORDING MODE IS F
002080     LABEL RECORDS ARE STANDARD.
002090 COPY AGERUN.
002100
002110 WORKING-STORAGE SECTION.
002120 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
002130 77  AGE-TRANS-STATUS            PIC X(02)   VALUE SPACES.
002140 77  AGE-INTAKE-STATUS           PIC X(02)   VALUE SPACES.
002150 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
002160 77  AGE-CKPT-STATUS             PIC X(02)   VALUE SPACES.
002170 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
002180 77  AGE-MAINT-LOG-STATUS        PIC X(02)   VALUE SPACES.
002190 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
002200 77  AGE-GUARDIAN-STATUS         PIC X(02)   VALUE SPACES.
002210 77  WS-CHECKPOINT-INTERVAL      PIC 9(04)   VALUE 25.
002220 77  WS-ADULT-AGE                PIC 9(03)   VALUE 18.
002230
002240 01  WS-SWITCHES.
002250     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002260         88  WS-END-OF-TRANS-FILE             VALUE "Y".
002270     05  WS-TRANS-OPEN-SW        PIC X(01)   VALUE "N".
002280         88  WS-TRANS-WAS-OPENED               VALUE "Y".
002290     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
002300         88  WS-IS-LEAP-YEAR                   VALUE "Y".
002310     05  WS-VALID-MEMBER-SW      PIC X(01)   VALUE "N".
002320         88  WS-MEMBER-IS-VALID                VALUE "Y".
002330     05  WS-MEMBER-DELETED-SW    PIC X(01)   VALUE "N".
002340         88  WS-MEMBER-WAS-DELETED             VALUE "Y".
002350
002360 01  WS-COUNTERS.
002370     05  WS-RECORDS-READ         PIC 9(08)   VALUE ZERO.
002380     05  WS-RECORDS-POSTED       PIC 9(08)   VALUE ZERO.
002390     05  WS-RECORDS-REJECTED     PIC 9(08)   VALUE ZERO.
002400     05  WS-CKPT-DUE-COUNT       PIC 9(04)   VALUE ZERO.
002410
002420 01  WS-TERM-ID                  PIC X(08)   VALUE "BATCH".
002430 01  WS-SOURCE-CHANNEL           PIC X(01)   VALUE "B".
002440
002450 01  WS-BEFORE-FIELDS.
002460     05  WS-BEFORE-DOB           PIC 9(08)   VALUE ZERO.
002470     05  WS-BEFORE-AGE           PIC 9(03)   VALUE ZERO.
002480     05  WS-BEFORE-NAME          PIC X(25)   VALUE SPACES.
002490     05  WS-BEFORE-ADDRESS       PIC X(50)   VALUE SPACES.
002500
002510 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
002520
002530 01  WS-DOB-FIELDS.
002540     05  WS-DOB-INPUT            PIC 9(08).
002550 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
002560     05  WS-DOB-CC               PIC 9(02).
002570     05  WS-DOB-YY               PIC 9(02).
002580     05  WS-DOB-MM               PIC 9(02).
002590     05  WS-DOB-DD               PIC 9(02).
002600
002610 01  WS-SYS-DATE-YYYYMMDD.
002620     05  WS-SYS-CC               PIC 9(02).
002630     05  WS-SYS-YY               PIC 9(02).
002640     05  WS-SYS-MM               PIC 9(02).
002650     05  WS-SYS-DD               PIC 9(02).
002660
002670 01  WS-SYS-TIME-HHMMSSHS.
002680     05  WS-SYS-HH               PIC 9(02).
002690     05  WS-SYS-MN               PIC 9(02).
002700     05  WS-SYS-SS               PIC 9(02).
002710     05  WS-SYS-HS               PIC 9(02).
002720
002730 01  WS-AGE-CALC                 PIC S9(05)  VALUE ZERO.
002740
002750*    THE GUARDIAN'S DATE OF BIRTH FROM THE MASTER, SO THE
002760*    GUARDIAN'S AGE TODAY IS COMPUTED WITHOUT DISTURBING THE
002770*    MINOR'S OWN DATE OF BIRTH AND AGE.
002780 01  WS-GUARDIAN-DOB             PIC 9(08)   VALUE ZERO.
002790 01  WS-GUARDIAN-DOB-R REDEFINES WS-GUARDIAN-DOB.
002800     05  WS-GDOB-CC              PIC 9(02).
002810     05  WS-GDOB-YY              PIC 9(02).
002820     05  WS-GDOB-MM              PIC 9(02).
002830     05  WS-GDOB-DD              PIC 9(02).
002840 01  WS-GUARDIAN-AGE             PIC S9(05)  VALUE ZERO.
002850 01  WS-GUARDIAN-REASON          PIC X(30)   VALUE SPACES.
002860
002870 01  WS-AUDIT-REASON             PIC X(30)   VALUE SPACES.
002880 01  WS-AUDIT-ACCEPTED-SW        PIC X(01)   VALUE "N".
002890     88  WS-AUDIT-IS-ACCEPTED                  VALUE "Y".
002900
002910 01  WS-DOB-MAX-DAY              PIC 9(02)   VALUE ZERO.
002920 01  WS-DOB-FULL-YEAR            PIC 9(04)   VALUE ZERO.
002930 01  WS-LEAP-WORK-FIELDS.
002940     05  WS-LEAP-QUOT-4          PIC 9(04).
002950     05  WS-LEAP-REM-4           PIC 9(02).
002960     05  WS-LEAP-QUOT-100        PIC 9(04).
002970     05  WS-LEAP-REM-100         PIC 9(02).
002980     05  WS-LEAP-QUOT-400        PIC 9(04).
002990     05  WS-LEAP-REM-400         PIC 9(03).
003000
003010 01  WS-RUN-STAMP-FIELDS.
003020     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
003030     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
003040
003050 PROCEDURE DIVISION.
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
003090         UNTIL WS-END-OF-TRANS-FILE.
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110     STOP RUN.
003120
003130*-----------------------------------------------------------*
003140*  1000 - INITIALIZATION                                    *
003150*-----------------------------------------------------------*
003160 1000-INITIALIZE.
003170     DISPLAY "AGEBATCH starting.".
003180     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003190     ACCEPT WS-SYS-TIME-HHMMSSHS FROM TIME.
003200     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
003210     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
003220     OPEN EXTEND AGE-JOURNAL-FILE.
003230     IF AGE-JOURNAL-STATUS NOT = "00" AND
003240             AGE-JOURNAL-STATUS NOT = "05"
003250         OPEN OUTPUT AGE-JOURNAL-FILE
003260         CLOSE AGE-JOURNAL-FILE
003270         OPEN EXTEND AGE-JOURNAL-FILE
003280     END-IF.
003290     IF AGE-JOURNAL-STATUS NOT = "00"
003300         DISPLAY "*** ERROR: cannot open the master journal, "
003310             "status " AGE-JOURNAL-STATUS
003320             " - no transactions processed."
003330         MOVE "Y" TO WS-EOF-SW
003340         MOVE 16 TO RETURN-CODE
003350         GO TO 1000-EXIT
003360     END-IF.
003370     OPEN INPUT AGE-TRANS-FILE.
003380     IF AGE-TRANS-STATUS NOT = "00"
003390         DISPLAY "*** ERROR: cannot open transaction file, "
003400             "status " AGE-TRANS-STATUS
003410         MOVE "Y" TO WS-EOF-SW
003420         MOVE 16 TO RETURN-CODE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     MOVE "Y" TO WS-TRANS-OPEN-SW.
003460     OPEN EXTEND AGE-INTAKE-FILE.
003470     IF AGE-INTAKE-STATUS NOT = "00" AND
003480             AGE-INTAKE-STATUS NOT = "05"
003490         OPEN OUTPUT AGE-INTAKE-FILE
003500         CLOSE AGE-INTAKE-FILE
003510         OPEN EXTEND AGE-INTAKE-FILE
003520     END-IF.
003530     OPEN EXTEND AGE-AUDIT-FILE.
003540     IF AGE-AUDIT-STATUS NOT = "00" AND
003550         AGE-AUDIT-STATUS NOT = "05"
003560     OPEN OUTPUT AGE-AUDIT-FILE
003570     CLOSE AGE-AUDIT-FILE
003580     OPEN EXTEND AGE-AUDIT-FILE
003590     END-IF.
003600     OPEN I-O AGE-MASTER-FILE.
003610     IF AGE-MASTER-STATUS NOT = "00"
003620         OPEN OUTPUT AGE-MASTER-FILE
003630         CLOSE AGE-MASTER-FILE
003640         OPEN I-O AGE-MASTER-FILE
003650     END-IF.
003660     OPEN I-O AGE-GUARDIAN-FILE.
003670     IF AGE-GUARDIAN-STATUS NOT = "00"
003680         OPEN OUTPUT AGE-GUARDIAN-FILE
003690         CLOSE AGE-GUARDIAN-FILE
003700         OPEN I-O AGE-GUARDIAN-FILE
003710     END-IF.
003720     OPEN EXTEND AGE-MAINT-LOG-FILE.
003730     IF AGE-MAINT-LOG-STATUS NOT = "00" AND
003740             AGE-MAINT-LOG-STATUS NOT = "05"
003750         OPEN OUTPUT AGE-MAINT-LOG-FILE
003760         CLOSE AGE-MAINT-LOG-FILE
003770         OPEN EXTEND AGE-MAINT-LOG-FILE
003780     END-IF.
003790     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
003800     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003810 1000-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------*
003850*  1100 - CHECK FOR A CHECKPOINT FROM A PRIOR, INTERRUPTED   *
003860*          RUN AND SKIP PAST THE TRANSACTIONS IT ALREADY     *
003870*          POSTED.                                           *
003880*-----------------------------------------------------------*
003890 1100-CHECK-RESTART.
003900     OPEN INPUT AGE-CHECKPOINT-FILE.
003910     IF AGE-CKPT-STATUS NOT = "00"
003920         GO TO 1100-EXIT
003930     END-IF.
003940     READ AGE-CHECKPOINT-FILE
003950         AT END
003960             MOVE ZERO TO CKPT-LAST-COUNT
003970     END-READ.
003980     CLOSE AGE-CHECKPOINT-FILE.
003990     IF CKPT-RUN-DATE = WS-SYS-DATE-YYYYMMDD
004000             AND CKPT-LAST-COUNT > ZERO
004010         DISPLAY "AGEBATCH restarting - skipping "
004020             CKPT-LAST-COUNT
004030             " transaction(s) posted by a prior run."
004040         PERFORM 1150-SKIP-TRANS THRU 1150-EXIT
004050             CKPT-LAST-COUNT TIMES
004060     END-IF.
004070 1100-EXIT.
004080     EXIT.
004090
004100 1150-SKIP-TRANS.
004110     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004120     IF NOT WS-END-OF-TRANS-FILE
004130         ADD 1 TO WS-RECORDS-READ
004140     END-IF.
004150 1150-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------*
004190*  1200 - RECORD A CHECKPOINT OF PROGRESS SO FAR SO A RERUN  *
004200*          AFTER A MID-JOB FAILURE CAN RESUME PAST IT.       *
004210*-----------------------------------------------------------*
004220 1200-WRITE-CHECKPOINT.
004230     MOVE TRAN-MEMBER-ID TO CKPT-LAST-KEY.
004240     MOVE WS-RECORDS-READ TO CKPT-LAST-COUNT.
004250     MOVE WS-SYS-DATE-YYYYMMDD TO CKPT-RUN-DATE.
004260     OPEN OUTPUT AGE-CHECKPOINT-FILE.
004270     WRITE AGE-CHECKPOINT-RECORD.
004280     CLOSE AGE-CHECKPOINT-FILE.
004290 1200-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------*
004330*  2180 - DETERMINE THE NUMBER OF DAYS IN THE GIVEN MONTH,    *
004340*          ACCOUNTING FOR LEAP YEARS IN FEBRUARY.             *
004350*-----------------------------------------------------------*
004360 2180-SET-MAX-DAY.
004370     EVALUATE WS-DOB-MM
004380         WHEN 4
004390         WHEN 6
004400         WHEN 9
004410         WHEN 11
004420             MOVE 30 TO WS-DOB-MAX-DAY
004430         WHEN 2
004440             PERFORM 2185-CHECK-LEAP-YEAR THRU 2185-EXIT
004450             IF WS-IS-LEAP-YEAR
004460                 MOVE 29 TO WS-DOB-MAX-DAY
004470             ELSE
004480                 MOVE 28 TO WS-DOB-MAX-DAY
004490             END-IF
004500         WHEN OTHER
004510             MOVE 31 TO WS-DOB-MAX-DAY
004520     END-EVALUATE.
004530 2180-EXIT.
004540     EXIT.
004550
004560 2185-CHECK-LEAP-YEAR.
004570     COMPUTE WS-DOB-FULL-YEAR = WS-DOB-CC * 100 + WS-DOB-YY.
004580     MOVE "N" TO WS-LEAP-YEAR-SW.
004590     DIVIDE WS-DOB-FULL-YEAR BY 4 GIVING WS-LEAP-QUOT-4
004600         REMAINDER WS-LEAP-REM-4.
004610     IF WS-LEAP-REM-4 = 0
004620         DIVIDE WS-DOB-FULL-YEAR BY 100 GIVING WS-LEAP-QUOT-100
004630             REMAINDER WS-LEAP-REM-100
004640         IF WS-LEAP-REM-100 NOT = 0
004650             MOVE "Y" TO WS-LEAP-YEAR-SW
004660         ELSE
004670             DIVIDE WS-DOB-FULL-YEAR BY 400
004680                 GIVING WS-LEAP-QUOT-400
004690                 REMAINDER WS-LEAP-REM-400
004700             IF WS-LEAP-REM-400 = 0
004710                 MOVE "Y" TO WS-LEAP-YEAR-SW
004720             END-IF
004730         END-IF
004740     END-IF.
004750 2185-EXIT.
004760     EXIT.
004770
004780*-----------------------------------------------------------*
004790*  2190 - LOOK UP THE TRANSACTION'S MEMBER ID ON THE MASTER  *
004800*          FILE SO A DUPLICATE - INCLUDING ONE POSTED BY A    *
004810*          PRIOR RUN THAT THIS RUN IS ABOUT TO REPLAY ON      *
004820*          RESTART - IS CAUGHT BEFORE POSTING.                *
004830*-----------------------------------------------------------*
004840 2190-CHECK-MASTER.
004850     MOVE "N" TO WS-VALID-MEMBER-SW.
004860     MOVE "N" TO WS-MEMBER-DELETED-SW.
004870     MOVE TRAN-MEMBER-ID TO MAST-MEMBER-ID.
004880     READ AGE-MASTER-FILE
004890         KEY IS MAST-MEMBER-ID
004900         INVALID KEY
004910             MOVE "Y" TO WS-VALID-MEMBER-SW
004920         NOT INVALID KEY
004930             IF MAST-IS-DELETED
004940                 MOVE "Y" TO WS-MEMBER-DELETED-SW
004950             END-IF
004960     END-READ.
004970 2190-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------*
005010*  2000 - PROCESS ONE TRANSACTION RECORD                     *
005020*-----------------------------------------------------------*
005030 2000-PROCESS-TRANS.
005040     ADD 1 TO WS-RECORDS-READ.
005050     PERFORM 2400-SPLIT-DOB THRU 2400-EXIT.
005060     EVALUATE TRUE
005070         WHEN TRAN-IS-DELETE
005080             PERFORM 2230-DELETE-MEMBER THRU 2230-EXIT
005090         WHEN TRAN-IS-CORRECT
005100             PERFORM 2220-CORRECT-MEMBER THRU 2220-EXIT
005110         WHEN TRAN-IS-ADD
005120             PERFORM 2150-ADD-MEMBER THRU 2150-EXIT
005130         WHEN OTHER
005140             PERFORM 2320-REJECT-ACTION THRU 2320-EXIT
005150     END-EVALUATE.
005160     ADD 1 TO WS-CKPT-DUE-COUNT.
005170     IF WS-CKPT-DUE-COUNT >= WS-CHECKPOINT-INTERVAL
005180         PERFORM 1200-WRITE-CHECKPOINT THRU 1200-EXIT
005190         MOVE ZERO TO WS-CKPT-DUE-COUNT
005200     END-IF.
005210     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
005220 2000-EXIT.
005230     EXIT.
005240
005250*-----------------------------------------------------------*
005260*  2150 - EDIT AND POST ONE ADD TRANSACTION.  THE SAME       *
005270*          CALENDAR AND DUPLICATE CHECKS AS BEFORE THE        *
005280*          ACTION CODE WAS INTRODUCED.  A MEMBER UNDER 18     *
005290*          ALSO NEEDS A GUARDIAN THAT PASSES 2160.            *
005300*-----------------------------------------------------------*
005310 2150-ADD-MEMBER.
005320     IF TRAN-DOB NOT NUMERIC
005330             OR WS-DOB-MM < 1 OR WS-DOB-MM > 12
005340         PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
005350     ELSE
005360         PERFORM 2180-SET-MAX-DAY THRU 2180-EXIT
005370         IF WS-DOB-DD < 1 OR WS-DOB-DD > WS-DOB-MAX-DAY
005380             PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
005390         ELSE
005400             PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT
005410             IF WS-AGE-CALC < 0 OR WS-AGE-CALC > 120
005420                 PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
005430             ELSE
005440                 PERFORM 2190-CHECK-MASTER THRU 2190-EXIT
005450                 EVALUATE TRUE
005460                     WHEN WS-MEMBER-IS-VALID
005470                             AND WS-AGE-CALC < WS-ADULT-AGE
005480                         PERFORM 2155-ADD-MINOR THRU 2155-EXIT
005490                     WHEN WS-MEMBER-IS-VALID
005500                         PERFORM 2210-POST-RECORD THRU 2210-EXIT
005510                     WHEN WS-MEMBER-WAS-DELETED
005520                         PERFORM 2340-REJECT-DELETED
005530                             THRU 2340-EXIT
005540                     WHEN OTHER
005550                         PERFORM 2310-REJECT-DUPLICATE
005560                             THRU 2310-EXIT
005570                 END-EVALUATE
005580             END-IF
005590         END-IF
005600     END-IF.
005610 2150-EXIT.
005620     EXIT.
005630
005640*-----------------------------------------------------------*
005650*  2155 - A MEMBER UNDER 18 IS POSTED ONLY WITH A GUARDIAN:  *
005660*          ANOTHER MEMBER WHO IS ON THE MASTER, ACTIVE AND 18 *
005670*          OR OVER TODAY.  AGEEDIT HOLDS A MINOR SENT WITH NO *
005680*          GUARDIAN, BUT ONLY THE MASTER CAN SAY WHETHER THE  *
005690*          GUARDIAN NAMED IS ACCEPTABLE.                      *
005700*-----------------------------------------------------------*
005710 2155-ADD-MINOR.
005720     PERFORM 2160-CHECK-GUARDIAN THRU 2160-EXIT.
005730     IF WS-GUARDIAN-REASON = SPACES
005740         PERFORM 2210-POST-RECORD THRU 2210-EXIT
005750     ELSE
005760         PERFORM 2350-REJECT-GUARDIAN THRU 2350-EXIT
005770     END-IF.
005780 2155-EXIT.
005790     EXIT.
005800
005810*-----------------------------------------------------------*
005820*  2160 - CHECK THE GUARDIAN NAMED ON THE TRANSACTION.       *
005830*          WS-GUARDIAN-REASON IS LEFT SPACES WHEN THE         *
005840*          GUARDIAN IS ACCEPTABLE.  2210 BUILDS THE WHOLE     *
005850*          MASTER RECORD, SO READING THE GUARDIAN INTO THE    *
005860*          RECORD AREA HERE IS SAFE.                          *
005870*-----------------------------------------------------------*
005880 2160-CHECK-GUARDIAN.
005890     MOVE SPACES TO WS-GUARDIAN-REASON.
005900     IF TRAN-GUARDIAN-ID = SPACES
005910         MOVE "MINOR WITHOUT GUARDIAN" TO WS-GUARDIAN-REASON
005920         GO TO 2160-EXIT
005930     END-IF.
005940     IF TRAN-GUARDIAN-ID = TRAN-MEMBER-ID
005950         MOVE "MINOR IS OWN GUARDIAN" TO WS-GUARDIAN-REASON
005960         GO TO 2160-EXIT
005970     END-IF.
005980     MOVE TRAN-GUARDIAN-ID TO MAST-MEMBER-ID.
005990     READ AGE-MASTER-FILE
006000         KEY IS MAST-MEMBER-ID
006010         INVALID KEY
006020             MOVE "GUARDIAN NOT ON MASTER FILE"
006030                 TO WS-GUARDIAN-REASON
006040             GO TO 2160-EXIT
006050     END-READ.
006060     IF NOT MAST-IS-ACTIVE
006070         MOVE "GUARDIAN NOT ACTIVE" TO WS-GUARDIAN-REASON
006080         GO TO 2160-EXIT
006090     END-IF.
006100     MOVE MAST-MEMBER-DOB TO WS-GUARDIAN-DOB.
006110     PERFORM 2205-COMPUTE-GUARDIAN-AGE THRU 2205-EXIT.
006120     IF WS-GUARDIAN-AGE < WS-ADULT-AGE
006130         MOVE "GUARDIAN UNDER 18" TO WS-GUARDIAN-REASON
006140         GO TO 2160-EXIT
006150     END-IF.
006160 2160-EXIT.
006170     EXIT.
006180
006190*-----------------------------------------------------------*
006200*  2100 - READ THE NEXT TRANSACTION.  THE HEADER AGEEDIT     *
006210*          PASSES AHEAD OF THE CLEAN RECORDS IS TAKEN FOR     *
006220*          ITS SOURCE CHANNEL AND READ PAST - IT IS NOT A     *
006230*          TRANSACTION AND IS NEVER COUNTED OR CHECKPOINTED.  *
006240*-----------------------------------------------------------*
006250 2100-READ-TRANS.
006260     READ AGE-TRANS-FILE
006270         AT END
006280             MOVE "Y" TO WS-EOF-SW
006290             GO TO 2100-EXIT
006300     END-READ.
006310     IF NOT TRAN-IS-HEADER
006320         GO TO 2100-EXIT
006330     END-IF.
006340     IF HDR-FROM-PARTNER
006350         MOVE "P" TO WS-SOURCE-CHANNEL
006360         DISPLAY "AGEBATCH posting a partner feed transmission "
006370             "dated " HDR-RUN-DATE "."
006380     ELSE
006390         MOVE "B" TO WS-SOURCE-CHANNEL
006400     END-IF.
006410     READ AGE-TRANS-FILE
006420         AT END
006430             MOVE "Y" TO WS-EOF-SW
006440     END-READ.
006450 2100-EXIT.
006460     EXIT.
006470
006480 2200-COMPUTE-AGE.
006490     COMPUTE WS-AGE-CALC =
006500         (WS-SYS-CC * 100 + WS-SYS-YY)
006510         - (WS-DOB-CC * 100 + WS-DOB-YY).
006520     IF WS-SYS-MM < WS-DOB-MM
006530         SUBTRACT 1 FROM WS-AGE-CALC
006540     ELSE
006550         IF WS-SYS-MM = WS-DOB-MM AND WS-SYS-DD < WS-DOB-DD
006560             SUBTRACT 1 FROM WS-AGE-CALC
006570         END-IF
006580     END-IF.
006590 2200-EXIT.
006600     EXIT.
006610
006620 2205-COMPUTE-GUARDIAN-AGE.
006630     COMPUTE WS-GUARDIAN-AGE =
006640         (WS-SYS-CC * 100 + WS-SYS-YY)
006650         - (WS-GDOB-CC * 100 + WS-GDOB-YY).
006660     IF WS-SYS-MM < WS-GDOB-MM
006670         SUBTRACT 1 FROM WS-GUARDIAN-AGE
006680     ELSE
006690         IF WS-SYS-MM = WS-GDOB-MM AND WS-SYS-DD < WS-GDOB-DD
006700             SUBTRACT 1 FROM WS-GUARDIAN-AGE
006710         END-IF
006720     END-IF.
006730 2205-EXIT.
006740     EXIT.
006750
006760 2210-POST-RECORD.
006770     MOVE TRAN-MEMBER-ID TO AGE-REC-MEMBER-ID.
006780     MOVE WS-DOB-CC TO AGE-REC-DOB-CC.
006790     MOVE WS-DOB-YY TO AGE-REC-DOB-YY.
006800     MOVE WS-DOB-MM TO AGE-REC-DOB-MM.
006810     MOVE WS-DOB-DD TO AGE-REC-DOB-DD.
006820     MOVE WS-AGE-CALC TO AGE-REC-AGE.
006830     MOVE WS-SYS-CC TO AGE-REC-RUN-CC.
006840     MOVE WS-SYS-YY TO AGE-REC-RUN-YY.
006850     MOVE WS-SYS-MM TO AGE-REC-RUN-MM.
006860     MOVE WS-SYS-DD TO AGE-REC-RUN-DD.
006870     MOVE WS-SYS-HH TO AGE-REC-RUN-HH.
006880     MOVE WS-SYS-MN TO AGE-REC-RUN-MN.
006890     MOVE WS-SYS-SS TO AGE-REC-RUN-SS.
006900     MOVE WS-SYS-HS TO AGE-REC-RUN-HS.
006910     MOVE WS-TERM-ID TO AGE-REC-TERM-ID.
006920     MOVE WS-SOURCE-CHANNEL TO AGE-REC-SOURCE-CHANNEL.
006930     WRITE AGE-INTAKE-RECORD.
006940     MOVE TRAN-MEMBER-ID TO MAST-MEMBER-ID.
006950     MOVE WS-DOB-INPUT TO MAST-MEMBER-DOB.
006960     MOVE WS-AGE-CALC TO MAST-MEMBER-AGE.
006970     MOVE WS-SYS-DATE-YYYYMMDD TO MAST-ADD-DATE.
006980     MOVE SPACES TO MAST-ELIG-STATUS.
006990     MOVE ZERO TO MAST-ELIG-DATE.
007000     MOVE TRAN-MEMBER-NAME TO MAST-MEMBER-NAME.
007010     MOVE TRAN-MAIL-ADDRESS TO MAST-MAIL-ADDRESS.
007020     MOVE ZERO TO MAST-EXTRACT-DATE.
007030     MOVE "A" TO MAST-REC-STATUS.
007040     MOVE ZERO TO MAST-DELETE-DATE.
007050     MOVE SPACES TO MAST-MERGED-INTO-ID.
007060     MOVE ZERO TO MAST-MERGE-DATE.
007070     MOVE SPACE TO MAST-ADDR-STATUS.
007080     MOVE ZERO TO MAST-ADDR-RETURN-DATE.
007090     MOVE SPACES TO MAST-ADDR-RETURN-REASON.
007100     MOVE WS-SOURCE-CHANNEL TO MAST-SOURCE-CHANNEL.
007110     MOVE SPACES TO WS-MAST-BEFORE-IMAGE.
007120     WRITE AGE-MASTER-RECORD
007130         INVALID KEY
007140             DISPLAY "*** WARNING: member " TRAN-MEMBER-ID
007150                 " was already on the master file at post "
007160                 "time - intake record written, master record "
007170                 "not updated."
007180         NOT INVALID KEY
007190             MOVE "A" TO JRNL-ACTION
007200             PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
007210             IF WS-AGE-CALC < WS-ADULT-AGE
007220                 PERFORM 2270-WRITE-GUARDIAN-LINK THRU 2270-EXIT
007230             END-IF
007240     END-WRITE.
007250     ADD 1 TO WS-RECORDS-POSTED.
007260     MOVE SPACES TO WS-AUDIT-REASON.
007270     MOVE "Y" TO WS-AUDIT-ACCEPTED-SW.
007280     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
007290 2210-EXIT.
007300     EXIT.
007310
007320 2250-WRITE-AUDIT.
007330     MOVE WS-TERM-ID TO AUD-TERM-ID.
007340     MOVE WS-SYS-DATE-YYYYMMDD TO AUD-TS-DATE.
007350     MOVE WS-SYS-TIME-HHMMSSHS TO AUD-TS-TIME.
007360     MOVE TRAN-MEMBER-ID TO AUD-RAW-INPUT(1:10).
007370     MOVE WS-DOB-INPUT TO AUD-RAW-INPUT(11:8).
007380     IF WS-AUDIT-IS-ACCEPTED
007390         MOVE "ACCEPTED" TO AUD-OUTCOME
007400     ELSE
007410         MOVE "REJECTED" TO AUD-OUTCOME
007420     END-IF.
007430     MOVE WS-AUDIT-REASON TO AUD-REASON.
007440     MOVE WS-SOURCE-CHANNEL TO AUD-SOURCE-CHANNEL.
007450     WRITE AGE-AUDIT-RECORD.
007460 2250-EXIT.
007470     EXIT.
007480
007490*-----------------------------------------------------------*
007500*  2220 - APPLY ONE DOB CORRECTION TO THE MEMBER MASTER THE  *
007510*          SAME WAY A SUPERVISOR KEYS ONE THROUGH AGEMAINT:   *
007520*          FULL CALENDAR EDITS, THE AGE RECOMPUTED AGAINST    *
007530*          THE RUN DATE, AND THE BEFORE/AFTER VALUES WRITTEN  *
007540*          TO THE MAINTENANCE LOG.  NAME/ADDRESS FIELDS ON    *
007550*          THE TRANSACTION REPLACE THE STORED ONES ONLY WHEN  *
007560*          THEY ARE NOT BLANK.                                *
007570*-----------------------------------------------------------*
007580 2220-CORRECT-MEMBER.
007590     IF TRAN-DOB NOT NUMERIC
007600             OR WS-DOB-MM < 1 OR WS-DOB-MM > 12
007610         PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
007620         GO TO 2220-EXIT
007630     END-IF.
007640     PERFORM 2180-SET-MAX-DAY THRU 2180-EXIT.
007650     IF WS-DOB-DD < 1 OR WS-DOB-DD > WS-DOB-MAX-DAY
007660         PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
007670         GO TO 2220-EXIT
007680     END-IF.
007690     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
007700     IF WS-AGE-CALC < 0 OR WS-AGE-CALC > 120
007710         PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
007720         GO TO 2220-EXIT
007730     END-IF.
007740     MOVE TRAN-MEMBER-ID TO MAST-MEMBER-ID.
007750     READ AGE-MASTER-FILE
007760         KEY IS MAST-MEMBER-ID
007770         INVALID KEY
007780             PERFORM 2330-REJECT-NOT-FOUND THRU 2330-EXIT
007790             GO TO 2220-EXIT
007800     END-READ.
007810     IF MAST-IS-DELETED
007820         PERFORM 2340-REJECT-DELETED THRU 2340-EXIT
007830         GO TO 2220-EXIT
007840     END-IF.
007850     IF MAST-IS-MERGED
007860         PERFORM 2345-REJECT-MERGED THRU 2345-EXIT
007870         GO TO 2220-EXIT
007880     END-IF.
007890     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
007900     MOVE MAST-MEMBER-DOB TO WS-BEFORE-DOB.
007910     MOVE MAST-MEMBER-AGE TO WS-BEFORE-AGE.
007920     MOVE MAST-MEMBER-NAME TO WS-BEFORE-NAME.
007930     MOVE MAST-MAIL-ADDRESS TO WS-BEFORE-ADDRESS.
007940     MOVE WS-DOB-INPUT TO MAST-MEMBER-DOB.
007950     MOVE WS-AGE-CALC TO MAST-MEMBER-AGE.
007960     IF TRAN-MEMBER-NAME NOT = SPACES
007970         MOVE TRAN-MEMBER-NAME TO MAST-MEMBER-NAME
007980     END-IF.
007990     IF TRAN-ADDR-STREET NOT = SPACES
008000         MOVE TRAN-ADDR-STREET TO MAST-ADDR-STREET
008010     END-IF.
008020     IF TRAN-ADDR-CITY NOT = SPACES
008030         MOVE TRAN-ADDR-CITY TO MAST-ADDR-CITY
008040     END-IF.
008050     IF TRAN-ADDR-STATE NOT = SPACES
008060         MOVE TRAN-ADDR-STATE TO MAST-ADDR-STATE
008070     END-IF.
008080     IF TRAN-ADDR-ZIP NOT = SPACES
008090         MOVE TRAN-ADDR-ZIP TO MAST-ADDR-ZIP
008100     END-IF.
008110     IF TRAN-MAIL-ADDRESS NOT = SPACES
008120         MOVE SPACE TO MAST-ADDR-STATUS
008130         MOVE ZERO TO MAST-ADDR-RETURN-DATE
008140         MOVE SPACES TO MAST-ADDR-RETURN-REASON
008150     END-IF.
008160     REWRITE AGE-MASTER-RECORD
008170         INVALID KEY
008180             DISPLAY "*** ERROR: rewrite of member "
008190                 TRAN-MEMBER-ID " failed, status "
008200                 AGE-MASTER-STATUS
008210             MOVE 8 TO RETURN-CODE
008220             GO TO 2220-EXIT
008230     END-REWRITE.
008240     MOVE "C" TO JRNL-ACTION.
008250     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
008260     MOVE "CORRECT" TO MNT-ACTION.
008270     MOVE MAST-MEMBER-DOB TO MNT-AFTER-DOB.
008280     MOVE MAST-MEMBER-AGE TO MNT-AFTER-AGE.
008290     MOVE MAST-MEMBER-NAME TO MNT-AFTER-NAME.
008300     MOVE MAST-MAIL-ADDRESS TO MNT-AFTER-ADDRESS.
008310     PERFORM 2260-WRITE-MAINT-LOG THRU 2260-EXIT.
008320     ADD 1 TO WS-RECORDS-POSTED.
008330     MOVE SPACES TO WS-AUDIT-REASON.
008340     MOVE "Y" TO WS-AUDIT-ACCEPTED-SW.
008350     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
008360 2220-EXIT.
008370     EXIT.
008380
008390*-----------------------------------------------------------*
008400*  2230 - APPLY ONE DELETION TO THE MEMBER MASTER, WITH THE  *
008410*          BEFORE VALUES WRITTEN TO THE MAINTENANCE LOG THE  *
008420*          SAME WAY AGEMAINT LOGS A KEYED DELETION.  THE     *
008430*          RECORD IS MARKED DELETED AND KEPT - THE AGEPURGE  *
008440*          RETENTION JOB DOES THE PHYSICAL REMOVAL.          *
008450*-----------------------------------------------------------*
008460 2230-DELETE-MEMBER.
008470     MOVE TRAN-MEMBER-ID TO MAST-MEMBER-ID.
008480     READ AGE-MASTER-FILE
008490         KEY IS MAST-MEMBER-ID
008500         INVALID KEY
008510             PERFORM 2330-REJECT-NOT-FOUND THRU 2330-EXIT
008520             GO TO 2230-EXIT
008530     END-READ.
008540     IF MAST-IS-DELETED
008550         PERFORM 2340-REJECT-DELETED THRU 2340-EXIT
008560         GO TO 2230-EXIT
008570     END-IF.
008580     IF MAST-IS-MERGED
008590         PERFORM 2345-REJECT-MERGED THRU 2345-EXIT
008600         GO TO 2230-EXIT
008610     END-IF.
008620     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
008630     MOVE MAST-MEMBER-DOB TO WS-BEFORE-DOB.
008640     MOVE MAST-MEMBER-AGE TO WS-BEFORE-AGE.
008650     MOVE MAST-MEMBER-NAME TO WS-BEFORE-NAME.
008660     MOVE MAST-MAIL-ADDRESS TO WS-BEFORE-ADDRESS.
008670     MOVE "D" TO MAST-REC-STATUS.
008680     MOVE WS-SYS-DATE-YYYYMMDD TO MAST-DELETE-DATE.
008690     REWRITE AGE-MASTER-RECORD
008700         INVALID KEY
008710             DISPLAY "*** ERROR: delete of member "
008720                 TRAN-MEMBER-ID " failed, status "
008730                 AGE-MASTER-STATUS
008740             MOVE 8 TO RETURN-CODE
008750             GO TO 2230-EXIT
008760     END-REWRITE.
008770     MOVE "C" TO JRNL-ACTION.
008780     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
008790     MOVE "DELETE" TO MNT-ACTION.
008800     MOVE MAST-MEMBER-DOB TO MNT-AFTER-DOB.
008810     MOVE MAST-MEMBER-AGE TO MNT-AFTER-AGE.
008820     MOVE MAST-MEMBER-NAME TO MNT-AFTER-NAME.
008830     MOVE MAST-MAIL-ADDRESS TO MNT-AFTER-ADDRESS.
008840     PERFORM 2260-WRITE-MAINT-LOG THRU 2260-EXIT.
008850     ADD 1 TO WS-RECORDS-POSTED.
008860     MOVE SPACES TO WS-AUDIT-REASON.
008870     MOVE "Y" TO WS-AUDIT-ACCEPTED-SW.
008880     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
008890 2230-EXIT.
008900     EXIT.
008910
008920*-----------------------------------------------------------*
008930*  2260 - WRITE ONE MAINTENANCE LOG RECORD WITH THE BEFORE   *
008940*          AND AFTER VALUES.  MNT-ACTION AND THE AFTER        *
008950*          FIELDS ARE SET BY THE CALLER.                      *
008960*-----------------------------------------------------------*
008970 2260-WRITE-MAINT-LOG.
008980     MOVE WS-TERM-ID TO MNT-TERM-ID.
008990     MOVE WS-SYS-DATE-YYYYMMDD TO MNT-TS-DATE.
009000     MOVE WS-SYS-TIME-HHMMSSHS TO MNT-TS-TIME.
009010     MOVE TRAN-MEMBER-ID TO MNT-MEMBER-ID.
009020     MOVE WS-BEFORE-DOB TO MNT-BEFORE-DOB.
009030     MOVE WS-BEFORE-AGE TO MNT-BEFORE-AGE.
009040     MOVE WS-BEFORE-NAME TO MNT-BEFORE-NAME.
009050     MOVE WS-BEFORE-ADDRESS TO MNT-BEFORE-ADDRESS.
009060     MOVE SPACES TO MNT-MERGED-INTO-ID.
009070     WRITE AGE-MAINT-LOG-RECORD.
009080 2260-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------------*
009120*  2270 - LINK THE NEWLY POSTED MINOR TO THE GUARDIAN.  A    *
009130*          LINK LEFT UNDER THE SAME MEMBER ID BY AN EARLIER   *
009140*          RECORD THAT HAS SINCE BEEN PURGED IS REPLACED.  A  *
009150*          LINK THAT CANNOT BE WRITTEN IS REPORTED; THE       *
009160*          MEMBER STAYS POSTED.                               *
009170*-----------------------------------------------------------*
009180 2270-WRITE-GUARDIAN-LINK.
009190     MOVE TRAN-MEMBER-ID TO GRDN-MINOR-ID.
009200     MOVE TRAN-GUARDIAN-ID TO GRDN-GUARDIAN-ID.
009210     MOVE WS-SYS-DATE-YYYYMMDD TO GRDN-LINK-DATE.
009220     MOVE WS-TERM-ID TO GRDN-LINK-TERM-ID.
009230     MOVE WS-SOURCE-CHANNEL TO GRDN-SOURCE-CHANNEL.
009240     WRITE AGE-GUARDIAN-RECORD
009250         INVALID KEY
009260             REWRITE AGE-GUARDIAN-RECORD
009270                 INVALID KEY
009280                     DISPLAY "*** WARNING: guardian link for "
009290                         "member " TRAN-MEMBER-ID " could not be "
009300                         "written, status " AGE-GUARDIAN-STATUS
009310             END-REWRITE
009320     END-WRITE.
009330 2270-EXIT.
009340     EXIT.
009350
009360 2300-REJECT-RECORD.
009370     DISPLAY "*** REJECTED: member " TRAN-MEMBER-ID
009380         " has an invalid date of birth on the transaction "
009390         "file.".
009400     ADD 1 TO WS-RECORDS-REJECTED.
009410     MOVE "INVALID DATE OF BIRTH" TO WS-AUDIT-REASON.
009420     MOVE "N" TO WS-AUDIT-ACCEPTED-SW.
009430     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
009440 2300-EXIT.
009450     EXIT.
009460
009470 2310-REJECT-DUPLICATE.
009480     DISPLAY "*** REJECTED: member " TRAN-MEMBER-ID
009490         " is already on the member master file - this "
009500         "transaction was not posted.  See a supervisor if "
009510         "this member's date of birth needs correcting, or if "
009520         "this is a restart replaying an already-posted "
009530         "transaction."
009540     ADD 1 TO WS-RECORDS-REJECTED.
009550     MOVE "DUPLICATE MEMBER ID" TO WS-AUDIT-REASON.
009560     MOVE "N" TO WS-AUDIT-ACCEPTED-SW.
009570     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
009580 2310-EXIT.
009590     EXIT.
009600
009610 2320-REJECT-ACTION.
009620     DISPLAY "*** REJECTED: member " TRAN-MEMBER-ID
009630         " has an unknown action code on the transaction "
009640         "file.".
009650     ADD 1 TO WS-RECORDS-REJECTED.
009660     MOVE "INVALID ACTION CODE" TO WS-AUDIT-REASON.
009670     MOVE "N" TO WS-AUDIT-ACCEPTED-SW.
009680     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
009690 2320-EXIT.
009700     EXIT.
009710
009720 2330-REJECT-NOT-FOUND.
009730     DISPLAY "*** REJECTED: member " TRAN-MEMBER-ID
009740         " is not on the member master file - this "
009750         "correction/deletion was not applied.".
009760     ADD 1 TO WS-RECORDS-REJECTED.
009770     MOVE "MEMBER NOT ON MASTER FILE" TO WS-AUDIT-REASON.
009780     MOVE "N" TO WS-AUDIT-ACCEPTED-SW.
009790     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
009800 2330-EXIT.
009810     EXIT.
009820
009830 2340-REJECT-DELETED.
009840     DISPLAY "*** REJECTED: member " TRAN-MEMBER-ID
009850         " was deleted on " MAST-DELETE-DATE
009860         " - a deleted member ID cannot be re-registered or "
009870         "changed.  See a supervisor.".
009880     ADD 1 TO WS-RECORDS-REJECTED.
009890     MOVE "MEMBER ID DELETED" TO WS-AUDIT-REASON.
009900     MOVE "N" TO WS-AUDIT-ACCEPTED-SW.
009910     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
009920 2340-EXIT.
009930     EXIT.
009940
009950 2345-REJECT-MERGED.
009960     DISPLAY "*** REJECTED: member " TRAN-MEMBER-ID
009970         " was merged into member " MAST-MERGED-INTO-ID
009980         " on " MAST-MERGE-DATE " - apply the change to "
009990         "that member instead.".
010000     ADD 1 TO WS-RECORDS-REJECTED.
010010     MOVE SPACES TO WS-AUDIT-REASON.
010020     STRING "MEMBER MERGED INTO " MAST-MERGED-INTO-ID
010030         DELIMITED BY SIZE INTO WS-AUDIT-REASON.
010040     MOVE "N" TO WS-AUDIT-ACCEPTED-SW.
010050     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
010060 2345-EXIT.
010070     EXIT.
010080
010090 2350-REJECT-GUARDIAN.
010100     DISPLAY "*** REJECTED: member " TRAN-MEMBER-ID
010110         " is under 18 and guardian " TRAN-GUARDIAN-ID
010120         " cannot be accepted - " WS-GUARDIAN-REASON.
010130     ADD 1 TO WS-RECORDS-REJECTED.
010140     MOVE WS-GUARDIAN-REASON TO WS-AUDIT-REASON.
010150     MOVE "N" TO WS-AUDIT-ACCEPTED-SW.
010160     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
010170 2350-EXIT.
010180     EXIT.
010190
010200 2400-SPLIT-DOB.
010210     MOVE TRAN-DOB TO WS-DOB-INPUT.
010220 2400-EXIT.
010230     EXIT.
010240
010250*-----------------------------------------------------------*
010260*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL.  THE       *
010270*          CALLER SETS JRNL-ACTION AND LEAVES THE RECORD AS  *
010280*          IT WAS IN WS-MAST-BEFORE-IMAGE (SPACES FOR AN     *
010290*          ADD); THE AFTER IMAGE IS THE MASTER RECORD AS     *
010300*          JUST WRITTEN.  A JOURNAL THAT CANNOT BE WRITTEN   *
010310*          STOPS THE RUN - AN UNJOURNALED CHANGE CANNOT BE   *
010320*          BACKED OUT.                                       *
010330*-----------------------------------------------------------*
010340 7000-WRITE-JOURNAL.
010350     MOVE "AGEBATCH" TO JRNL-JOB-NAME.
010360     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
010370     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
010380     MOVE MAST-MEMBER-ID TO JRNL-MEMBER-ID.
010390     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
010400     MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE.
010410     WRITE AGE-JOURNAL-RECORD.
010420     IF AGE-JOURNAL-STATUS NOT = "00"
010430         DISPLAY "*** ERROR: master journal write failed, "
010440             "status " AGE-JOURNAL-STATUS
010450             " - run stopped after member " MAST-MEMBER-ID
010460         MOVE "Y" TO WS-EOF-SW
010470         MOVE 16 TO RETURN-CODE
010480     END-IF.
010490 7000-EXIT.
010500     EXIT.
010510
010520*-----------------------------------------------------------*
010530*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
010540*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
010550*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
010560*          DISTURB THE RUN'S OWN CONDITION CODE.  THE DATE  *
010570*          AND TIME ARE THE RUN STAMP TAKEN AT START, THE   *
010580*          SAME ONES THE MASTER JOURNAL CARRIES.            *
010590*-----------------------------------------------------------*
010600 8000-WRITE-RUN-CONTROL.
010610     OPEN EXTEND AGE-RUN-CONTROL-FILE.
010620     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
010630             AGE-RUN-CONTROL-STATUS NOT = "05"
010640         OPEN OUTPUT AGE-RUN-CONTROL-FILE
010650         CLOSE AGE-RUN-CONTROL-FILE
010660         OPEN EXTEND AGE-RUN-CONTROL-FILE
010670     END-IF.
010680     IF AGE-RUN-CONTROL-STATUS NOT = "00"
010690         DISPLAY "*** WARNING: run-control record not "
010700             "written, status " AGE-RUN-CONTROL-STATUS
010710         GO TO 8000-EXIT
010720     END-IF.
010730     MOVE "AGEBATCH" TO RUN-JOB-NAME.
010740     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
010750     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
010760     MOVE WS-RECORDS-READ TO RUN-RECORDS-READ.
010770     MOVE WS-RECORDS-POSTED TO RUN-RECORDS-POSTED.
010780     MOVE WS-RECORDS-REJECTED TO RUN-RECORDS-REJECTED.
010790     MOVE RETURN-CODE TO RUN-COND-CODE.
010800     WRITE AGE-RUN-CONTROL-RECORD.
010810     CLOSE AGE-RUN-CONTROL-FILE.
010820 8000-EXIT.
010830     EXIT.
010840
010850*-----------------------------------------------------------*
010860*  9000 - TERMINATION                                        *
010870*-----------------------------------------------------------*
010880 9000-TERMINATE.
010890     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
010900     CLOSE AGE-TRANS-FILE.
010910     CLOSE AGE-INTAKE-FILE.
010920     CLOSE AGE-AUDIT-FILE.
010930     CLOSE AGE-MAINT-LOG-FILE.
010940     CLOSE AGE-JOURNAL-FILE.
010950     CLOSE AGE-GUARDIAN-FILE.
010960     IF WS-TRANS-WAS-OPENED
010970         CLOSE AGE-MASTER-FILE
010980     END-IF.
010990     IF WS-TRANS-WAS-OPENED AND RETURN-CODE < 16
011000         MOVE SPACES TO CKPT-LAST-KEY
011010         MOVE ZERO TO CKPT-LAST-COUNT
011020         MOVE WS-SYS-DATE-YYYYMMDD TO CKPT-RUN-DATE
011030         OPEN OUTPUT AGE-CHECKPOINT-FILE
011040         WRITE AGE-CHECKPOINT-RECORD
011050         CLOSE AGE-CHECKPOINT-FILE
011060     END-IF.
011070     DISPLAY "AGEBATCH complete.  Read " WS-RECORDS-READ
011080         "  Posted " WS-RECORDS-POSTED
011090         "  Rejected " WS-RECORDS-REJECTED "." .
011100 9000-EXIT.
011110     EXIT.
