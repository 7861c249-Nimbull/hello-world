000010*****************************************************************
000020* AGECHGX.CBL
000030* ELIGIBILITY CHANGE EXTRACT.
000040*
000050* AGEXTRCT SENDS A MEMBER TO THE ELIGIBILITY SYSTEM ONCE, WHEN
000060* THEY ARE REGISTERED.  THIS JOB TELLS THE ELIGIBILITY SYSTEM
000070* ABOUT EVERYTHING THAT HAPPENS TO A MEMBER AFTERWARDS THAT
000080* AFFECTS A DETERMINATION.  IT READS THE MAINTENANCE LOG
000090* (AGEMNTLG) FOR THE ENTRIES LOGGED SINCE THE LAST CHANGE RUN
000100* AND WRITES A COMMA-DELIMITED CHANGE FILE WITH A RECORD-TYPE
000110* COLUMN:
000120*   CHANGE - A DATE OF BIRTH CORRECTION (AGEMAINT OR AN AGEBATCH
000130*            "C" TRANSACTION) FOR A MEMBER ALREADY SENT, WITH THE
000140*            BEFORE AND AFTER DOB AND AGE.
000150*   ADD    - THE SAME CORRECTION FOR A MEMBER NOT YET SENT, WITH
000160*            THE CORRECTED DOB AND AGE.
000170*   CANCEL - A DELETION, OR AN ID MERGED INTO ANOTHER BY
000180*            AGEMERGE, FOR A MEMBER ALREADY SENT.
000190* NAME/ADDRESS-ONLY CHANGES (ACTION NAMEADDR, OR A CORRECTION
000200* THAT LEFT THE DOB AND AGE AS THEY WERE) DO NOT AFFECT
000210* ELIGIBILITY AND ARE LEFT OFF.  THE MASTER RECORD OF EVERY
000220* MEMBER SENT AS ADD OR CHANGE IS RE-STAMPED - DETERMINATION
000230* CLEARED, EXTRACT DATE SET TO THE RUN DATE - SO AGEPEND CHASES
000240* A FRESH DETERMINATION, AND EACH RE-STAMP IS JOURNALED.
000250*
000260* "SINCE THE LAST CHANGE RUN" IS TAKEN FROM THE RUN-CONTROL
000270* FILE: ENTRIES LOGGED AFTER THE START OF THE LATEST AGECHGX
000280* RUN THAT DID NOT END CC 16, UP TO THE START OF THIS ONE.  ONE
000290* SYSIN CARD: LAST FOR THAT, OR A CCYYMMDD DATE TO START FROM
000300* THAT DATE INSTEAD (FIRST RUN, OR A RESEND).
000310*
000320* CHANGE FILE LAYOUT (ONE LINE PER RECORD):
000330*   HDR,AGECHGX,RUN DATE,RUN TIME,FROM DATE,FROM TIME
000340*   type,MEMBER ID,BEFORE DOB,BEFORE AGE,AFTER DOB,AFTER AGE,
000350*        DATE LOGGED,TERMINAL ID
000360*   TRL,DETAIL COUNT,ADD COUNT,CHANGE COUNT,CANCEL COUNT
000370* A FIELD THAT DOES NOT APPLY (BEFORE ON AN ADD, AFTER ON A
000380* CANCEL) IS EMPTY.  RUN FROM JCL - SEE JCL MEMBER AGECHGX.
000390*
000400* AUTHOR.      NIMBULL DATA PROCESSING.
000410* INSTALLATION. MEMBER SERVICES.
000420* DATE-WRITTEN. 2026-10-15.
000430*
000440* MODIFICATION HISTORY
000450* DATE       INIT DESCRIPTION
000460* 2026-10-15 JDM  ORIGINAL.
000470* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000480*                 CHANNEL.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. AGECHGX.
000520 AUTHOR. NIMBULL DATA PROCESSING.
000530 INSTALLATION. MEMBER SERVICES.
000540 DATE-WRITTEN. 2026-10-15.
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT AGE-MAINT-LOG-FILE ASSIGN TO "AGEMNTLG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS AGE-MAINT-LOG-STATUS.
000620
000630     SELECT AGE-CHANGE-FILE ASSIGN TO "AGECHGF"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS AGE-CHANGE-STATUS.
000660
000670     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS MAST-MEMBER-ID
000710         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000720             WITH DUPLICATES
000730         FILE STATUS IS AGE-MASTER-STATUS.
000740
000750     SELECT AGE-JOURNAL-FILE ASSIGN TO "AGEJRNL"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS AGE-JOURNAL-STATUS.
000780
000790     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  AGE-MAINT-LOG-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY AGEMNT.
000890
000900 FD  AGE-CHANGE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  AGE-CHANGE-RECORD           PIC X(80).
000930
000940 FD  AGE-MASTER-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY AGEMAST.
000970
000980 FD  AGE-JOURNAL-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY AGEJRNL.
001020
001030 FD  AGE-RUN-CONTROL-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 COPY AGERUN.
001070
001080 WORKING-STORAGE SECTION.
001090 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001100 77  AGE-MAINT-LOG-STATUS        PIC X(02)   VALUE SPACES.
001110 77  AGE-CHANGE-STATUS           PIC X(02)   VALUE SPACES.
001120 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001130 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
001140
001150 01  WS-SWITCHES.
001160     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
001170         88  WS-END-OF-LOG                    VALUE "Y".
001180     05  WS-RUNF-EOF-SW          PIC X(01)   VALUE "N".
001190         88  WS-END-OF-RUN-FILE               VALUE "Y".
001200     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001210         88  WS-FILES-WERE-OPENED             VALUE "Y".
001220     05  WS-ON-MASTER-SW         PIC X(01)   VALUE "N".
001230         88  WS-IS-ON-MASTER                  VALUE "Y".
001240
001250 01  WS-COUNTERS.
001260     05  WS-LOG-READ             PIC 9(08)   VALUE ZERO.
001270     05  WS-LOG-IN-WINDOW        PIC 9(08)   VALUE ZERO.
001280     05  WS-SENT-ADD             PIC 9(08)   VALUE ZERO.
001290     05  WS-SENT-CHANGE          PIC 9(08)   VALUE ZERO.
001300     05  WS-SENT-CANCEL          PIC 9(08)   VALUE ZERO.
001310     05  WS-SENT-TOTAL           PIC 9(08)   VALUE ZERO.
001320     05  WS-LEFT-OFF-NAME-ADDR   PIC 9(08)   VALUE ZERO.
001330     05  WS-LEFT-OFF-NEVER-SENT  PIC 9(08)   VALUE ZERO.
001340     05  WS-NOT-ON-MASTER        PIC 9(08)   VALUE ZERO.
001350     05  WS-RESTAMPED            PIC 9(08)   VALUE ZERO.
001360
001370 01  WS-FROM-CARD                PIC X(08)   VALUE SPACES.
001380 01  WS-FROM-CARD-N REDEFINES WS-FROM-CARD
001390                                 PIC 9(08).
001400
001410 01  WS-FROM-STAMP.
001420     05  WS-FROM-DATE            PIC 9(08)   VALUE ZERO.
001430     05  WS-FROM-TIME            PIC 9(08)   VALUE ZERO.
001440
001450 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001460
001470 01  WS-CHG-FIELDS.
001480     05  WS-CHG-TYPE             PIC X(06).
001490     05  WS-CHG-BEFORE-DOB       PIC X(08).
001500     05  WS-CHG-BEFORE-AGE       PIC X(03).
001510     05  WS-CHG-AFTER-DOB        PIC X(08).
001520     05  WS-CHG-AFTER-AGE        PIC X(03).
001530
001540 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
001550
001560 01  WS-RUN-STAMP-FIELDS.
001570     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001580     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001590
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     PERFORM 2000-PROCESS-LOG-ENTRY THRU 2000-EXIT
001640         UNTIL WS-END-OF-LOG.
001650     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001670     STOP RUN.
001680
001690*-----------------------------------------------------------*
001700*  1000 - INITIALIZATION.  THE START OF THE WINDOW COMES     *
001710*          FROM THE SYSIN CARD OR THE LAST CHANGE RUN ON THE *
001720*          RUN-CONTROL FILE; THE END IS THIS RUN'S START.    *
001730*-----------------------------------------------------------*
001740 1000-INITIALIZE.
001750     DISPLAY "AGECHGX starting.".
001760     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001770     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
001780     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001790     DISPLAY "Enter LAST to send changes since the last change "
001800         "run, or a start date (CCYYMMDD): ".
001810     ACCEPT WS-FROM-CARD.
001820     IF WS-FROM-CARD = "LAST" OR WS-FROM-CARD = SPACES
001830         PERFORM 1100-FIND-LAST-RUN THRU 1100-EXIT
001840         IF WS-END-OF-LOG
001850             GO TO 1000-EXIT
001860         END-IF
001870     ELSE
001880         IF WS-FROM-CARD NOT NUMERIC
001890             DISPLAY "*** ERROR: the start card must be LAST or "
001900                 "a CCYYMMDD date."
001910             MOVE "Y" TO WS-LOG-EOF-SW
001920             MOVE 16 TO RETURN-CODE
001930             GO TO 1000-EXIT
001940         END-IF
001950         MOVE WS-FROM-CARD-N TO WS-FROM-DATE
001960         MOVE ZERO TO WS-FROM-TIME
001970     END-IF.
001980     OPEN INPUT AGE-MAINT-LOG-FILE.
001990     IF AGE-MAINT-LOG-STATUS NOT = "00"
002000         DISPLAY "*** ERROR: cannot open the maintenance log, "
002010             "status " AGE-MAINT-LOG-STATUS
002020         MOVE "Y" TO WS-LOG-EOF-SW
002030         MOVE 16 TO RETURN-CODE
002040         GO TO 1000-EXIT
002050     END-IF.
002060     OPEN I-O AGE-MASTER-FILE.
002070     IF AGE-MASTER-STATUS NOT = "00"
002080         DISPLAY "*** ERROR: cannot open member master file, "
002090             "status " AGE-MASTER-STATUS
002100         CLOSE AGE-MAINT-LOG-FILE
002110         MOVE "Y" TO WS-LOG-EOF-SW
002120         MOVE 16 TO RETURN-CODE
002130         GO TO 1000-EXIT
002140     END-IF.
002150     OPEN EXTEND AGE-JOURNAL-FILE.
002160     IF AGE-JOURNAL-STATUS NOT = "00" AND
002170             AGE-JOURNAL-STATUS NOT = "05"
002180         OPEN OUTPUT AGE-JOURNAL-FILE
002190         CLOSE AGE-JOURNAL-FILE
002200         OPEN EXTEND AGE-JOURNAL-FILE
002210     END-IF.
002220     IF AGE-JOURNAL-STATUS NOT = "00"
002230         DISPLAY "*** ERROR: cannot open the master journal, "
002240             "status " AGE-JOURNAL-STATUS
002250             " - no master updates made."
002260         CLOSE AGE-MAINT-LOG-FILE
002270         CLOSE AGE-MASTER-FILE
002280         MOVE "Y" TO WS-LOG-EOF-SW
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 1000-EXIT
002310     END-IF.
002320     OPEN OUTPUT AGE-CHANGE-FILE.
002330     MOVE "Y" TO WS-FILES-OPEN-SW.
002340     MOVE SPACES TO AGE-CHANGE-RECORD.
002350     STRING "HDR,AGECHGX," WS-RUN-STAMP-DATE ","
002360         WS-RUN-STAMP-TIME "," WS-FROM-DATE "," WS-FROM-TIME
002370         DELIMITED BY SIZE INTO AGE-CHANGE-RECORD.
002380     WRITE AGE-CHANGE-RECORD.
002390     DISPLAY "Sending changes logged after " WS-FROM-DATE " "
002400         WS-FROM-TIME ".".
002410     PERFORM 2100-READ-LOG THRU 2100-EXIT.
002420 1000-EXIT.
002430     EXIT.
002440
002450*-----------------------------------------------------------*
002460*  1100 - FIND THE START OF THE LATEST CHANGE RUN THAT DID   *
002470*          NOT END CC 16.  WITH NONE ON FILE THE RUN STOPS - *
002480*          A START DATE MUST BE GIVEN THE FIRST TIME.        *
002490*-----------------------------------------------------------*
002500 1100-FIND-LAST-RUN.
002510     MOVE ZERO TO WS-FROM-DATE.
002520     MOVE ZERO TO WS-FROM-TIME.
002530     OPEN INPUT AGE-RUN-CONTROL-FILE.
002540     IF AGE-RUN-CONTROL-STATUS NOT = "00"
002550         DISPLAY "*** ERROR: cannot open the run-control file, "
002560             "status " AGE-RUN-CONTROL-STATUS
002570             " - give a start date instead of LAST."
002580         MOVE "Y" TO WS-LOG-EOF-SW
002590         MOVE 16 TO RETURN-CODE
002600         GO TO 1100-EXIT
002610     END-IF.
002620     MOVE "N" TO WS-RUNF-EOF-SW.
002630     PERFORM 1150-TAKE-RUN-RECORD THRU 1150-EXIT
002640         UNTIL WS-END-OF-RUN-FILE.
002650     CLOSE AGE-RUN-CONTROL-FILE.
002660     IF WS-FROM-DATE = ZERO
002670         DISPLAY "*** ERROR: no earlier AGECHGX run on the "
002680             "run-control file - give a start date instead of "
002690             "LAST."
002700         MOVE "Y" TO WS-LOG-EOF-SW
002710         MOVE 16 TO RETURN-CODE
002720     END-IF.
002730 1100-EXIT.
002740     EXIT.
002750
002760 1150-TAKE-RUN-RECORD.
002770     READ AGE-RUN-CONTROL-FILE
002780         AT END
002790             MOVE "Y" TO WS-RUNF-EOF-SW
002800             GO TO 1150-EXIT
002810     END-READ.
002820     IF RUN-JOB-NAME NOT = "AGECHGX"
002830             OR RUN-COND-CODE NOT < 16
002840         GO TO 1150-EXIT
002850     END-IF.
002860     IF RUN-DATE > WS-FROM-DATE OR
002870             (RUN-DATE = WS-FROM-DATE AND RUN-TIME > WS-FROM-TIME)
002880         MOVE RUN-DATE TO WS-FROM-DATE
002890         MOVE RUN-TIME TO WS-FROM-TIME
002900     END-IF.
002910 1150-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------*
002950*  2000 - TAKE ONE MAINTENANCE LOG ENTRY.  ONLY ENTRIES      *
002960*          LOGGED INSIDE THE WINDOW ARE LOOKED AT.            *
002970*-----------------------------------------------------------*
002980 2000-PROCESS-LOG-ENTRY.
002990     ADD 1 TO WS-LOG-READ.
003000     IF MNT-TIMESTAMP NOT > WS-FROM-STAMP
003010             OR MNT-TIMESTAMP > WS-RUN-STAMP-FIELDS
003020         GO TO 2000-READ-NEXT
003030     END-IF.
003040     ADD 1 TO WS-LOG-IN-WINDOW.
003050     EVALUATE TRUE
003060         WHEN MNT-CORRECTED
003070             PERFORM 2200-SEND-CORRECTION THRU 2200-EXIT
003080         WHEN MNT-DELETED
003090             PERFORM 2300-SEND-CANCEL THRU 2300-EXIT
003100         WHEN MNT-MERGED
003110             PERFORM 2300-SEND-CANCEL THRU 2300-EXIT
003120         WHEN OTHER
003130             ADD 1 TO WS-LEFT-OFF-NAME-ADDR
003140     END-EVALUATE.
003150 2000-READ-NEXT.
003160     PERFORM 2100-READ-LOG THRU 2100-EXIT.
003170 2000-EXIT.
003180     EXIT.
003190
003200 2100-READ-LOG.
003210     READ AGE-MAINT-LOG-FILE
003220         AT END
003230             MOVE "Y" TO WS-LOG-EOF-SW
003240     END-READ.
003250 2100-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------*
003290*  2200 - A CORRECTION.  ONE THAT LEFT THE DOB AND AGE AS    *
003300*          THEY WERE IS NAME/ADDRESS ONLY AND IS LEFT OFF.   *
003310*          A MEMBER ALREADY SENT GOES AS A CHANGE, ONE NOT   *
003320*          YET SENT AS AN ADD (UNLESS SINCE DELETED OR       *
003330*          MERGED - THEN THERE IS NOTHING TO TELL).  AN      *
003340*          ACTIVE MEMBER'S MASTER IS RE-STAMPED FOR A FRESH  *
003350*          DETERMINATION.                                    *
003360*-----------------------------------------------------------*
003370 2200-SEND-CORRECTION.
003380     IF MNT-BEFORE-DOB = MNT-AFTER-DOB
003390             AND MNT-BEFORE-AGE = MNT-AFTER-AGE
003400         ADD 1 TO WS-LEFT-OFF-NAME-ADDR
003410         GO TO 2200-EXIT
003420     END-IF.
003430     PERFORM 2400-READ-MASTER THRU 2400-EXIT.
003440     IF NOT WS-IS-ON-MASTER
003450         ADD 1 TO WS-NOT-ON-MASTER
003460         GO TO 2200-EXIT
003470     END-IF.
003480     IF MAST-EXTRACT-DATE = ZERO AND NOT MAST-IS-ACTIVE
003490         ADD 1 TO WS-LEFT-OFF-NEVER-SENT
003500         GO TO 2200-EXIT
003510     END-IF.
003520     MOVE MNT-AFTER-DOB TO WS-CHG-AFTER-DOB.
003530     MOVE MNT-AFTER-AGE TO WS-CHG-AFTER-AGE.
003540     IF MAST-EXTRACT-DATE = ZERO
003550         MOVE "ADD" TO WS-CHG-TYPE
003560         MOVE SPACES TO WS-CHG-BEFORE-DOB
003570         MOVE SPACES TO WS-CHG-BEFORE-AGE
003580         ADD 1 TO WS-SENT-ADD
003590     ELSE
003600         MOVE "CHANGE" TO WS-CHG-TYPE
003610         MOVE MNT-BEFORE-DOB TO WS-CHG-BEFORE-DOB
003620         MOVE MNT-BEFORE-AGE TO WS-CHG-BEFORE-AGE
003630         ADD 1 TO WS-SENT-CHANGE
003640     END-IF.
003650     PERFORM 2500-WRITE-CHANGE-LINE THRU 2500-EXIT.
003660     IF MAST-IS-ACTIVE
003670         PERFORM 2600-RESTAMP-MASTER THRU 2600-EXIT
003680     END-IF.
003690 2200-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------*
003730*  2300 - A DELETION, OR AN ID MERGED AWAY.  ONLY A MEMBER   *
003740*          THE ELIGIBILITY SYSTEM HAS HEARD OF IS CANCELLED; *
003750*          ONE PURGED SINCE IS CANCELLED REGARDLESS.         *
003760*-----------------------------------------------------------*
003770 2300-SEND-CANCEL.
003780     PERFORM 2400-READ-MASTER THRU 2400-EXIT.
003790     IF WS-IS-ON-MASTER AND MAST-EXTRACT-DATE = ZERO
003800         ADD 1 TO WS-LEFT-OFF-NEVER-SENT
003810         GO TO 2300-EXIT
003820     END-IF.
003830     MOVE "CANCEL" TO WS-CHG-TYPE.
003840     MOVE MNT-BEFORE-DOB TO WS-CHG-BEFORE-DOB.
003850     MOVE MNT-BEFORE-AGE TO WS-CHG-BEFORE-AGE.
003860     MOVE SPACES TO WS-CHG-AFTER-DOB.
003870     MOVE SPACES TO WS-CHG-AFTER-AGE.
003880     ADD 1 TO WS-SENT-CANCEL.
003890     PERFORM 2500-WRITE-CHANGE-LINE THRU 2500-EXIT.
003900 2300-EXIT.
003910     EXIT.
003920
003930 2400-READ-MASTER.
003940     MOVE "N" TO WS-ON-MASTER-SW.
003950     MOVE MNT-MEMBER-ID TO MAST-MEMBER-ID.
003960     READ AGE-MASTER-FILE
003970         KEY IS MAST-MEMBER-ID
003980         INVALID KEY
003990             CONTINUE
004000         NOT INVALID KEY
004010             MOVE "Y" TO WS-ON-MASTER-SW
004020     END-READ.
004030 2400-EXIT.
004040     EXIT.
004050
004060 2500-WRITE-CHANGE-LINE.
004070     MOVE SPACES TO AGE-CHANGE-RECORD.
004080     STRING WS-CHG-TYPE DELIMITED BY SPACE
004090         "," DELIMITED BY SIZE
004100         MNT-MEMBER-ID DELIMITED BY SPACE
004110         "," DELIMITED BY SIZE
004120         WS-CHG-BEFORE-DOB DELIMITED BY SPACE
004130         "," DELIMITED BY SIZE
004140         WS-CHG-BEFORE-AGE DELIMITED BY SPACE
004150         "," DELIMITED BY SIZE
004160         WS-CHG-AFTER-DOB DELIMITED BY SPACE
004170         "," DELIMITED BY SIZE
004180         WS-CHG-AFTER-AGE DELIMITED BY SPACE
004190         "," DELIMITED BY SIZE
004200         MNT-TS-DATE DELIMITED BY SIZE
004210         "," DELIMITED BY SIZE
004220         MNT-TERM-ID DELIMITED BY SPACE
004230         INTO AGE-CHANGE-RECORD.
004240     WRITE AGE-CHANGE-RECORD.
004250     ADD 1 TO WS-SENT-TOTAL.
004260 2500-EXIT.
004270     EXIT.
004280
004290*-----------------------------------------------------------*
004300*  2600 - RE-STAMP THE MASTER: THE OLD DETERMINATION NO      *
004310*          LONGER STANDS, AND THE MEMBER COUNTS AS SENT      *
004320*          TODAY SO AGEPEND CHASES THE NEW ONE.              *
004330*-----------------------------------------------------------*
004340 2600-RESTAMP-MASTER.
004350     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
004360     MOVE SPACES TO MAST-ELIG-STATUS.
004370     MOVE ZERO TO MAST-ELIG-DATE.
004380     MOVE WS-SYS-DATE-YYYYMMDD TO MAST-EXTRACT-DATE.
004390     REWRITE AGE-MASTER-RECORD
004400         INVALID KEY
004410             DISPLAY "*** WARNING: re-stamp of member "
004420                 MNT-MEMBER-ID " failed, status "
004430                 AGE-MASTER-STATUS
004440             MOVE 8 TO RETURN-CODE
004450         NOT INVALID KEY
004460             ADD 1 TO WS-RESTAMPED
004470             MOVE "C" TO JRNL-ACTION
004480             PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
004490     END-REWRITE.
004500 2600-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------*
004540*  3000 - TRAILER WITH THE DETAIL COUNTS BY RECORD TYPE      *
004550*-----------------------------------------------------------*
004560 3000-WRITE-TRAILER.
004570     IF NOT WS-FILES-WERE-OPENED
004580         GO TO 3000-EXIT
004590     END-IF.
004600     MOVE SPACES TO AGE-CHANGE-RECORD.
004610     STRING "TRL," WS-SENT-TOTAL "," WS-SENT-ADD ","
004620         WS-SENT-CHANGE "," WS-SENT-CANCEL
004630         DELIMITED BY SIZE INTO AGE-CHANGE-RECORD.
004640     WRITE AGE-CHANGE-RECORD.
004650 3000-EXIT.
004660     EXIT.
004670
004680*-----------------------------------------------------------*
004690*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL.  THE       *
004700*          CALLER SETS JRNL-ACTION AND LEAVES THE RECORD AS  *
004710*          IT WAS IN WS-MAST-BEFORE-IMAGE; THE AFTER IMAGE   *
004720*          IS THE MASTER RECORD AS JUST WRITTEN.  A JOURNAL  *
004730*          THAT CANNOT BE WRITTEN STOPS THE RUN - AN         *
004740*          UNJOURNALED CHANGE CANNOT BE BACKED OUT.          *
004750*-----------------------------------------------------------*
004760 7000-WRITE-JOURNAL.
004770     MOVE "AGECHGX" TO JRNL-JOB-NAME.
004780     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
004790     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
004800     MOVE MAST-MEMBER-ID TO JRNL-MEMBER-ID.
004810     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
004820     MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE.
004830     WRITE AGE-JOURNAL-RECORD.
004840     IF AGE-JOURNAL-STATUS NOT = "00"
004850         DISPLAY "*** ERROR: master journal write failed, "
004860             "status " AGE-JOURNAL-STATUS
004870             " - run stopped after member " MAST-MEMBER-ID
004880         MOVE "Y" TO WS-LOG-EOF-SW
004890         MOVE 16 TO RETURN-CODE
004900     END-IF.
004910 7000-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------*
004950*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
004960*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
004970*          REPORT.  THE DATE AND TIME ARE THE RUN STAMP     *
004980*          TAKEN AT START - THE NEXT CHANGE RUN STARTS ITS  *
004990*          WINDOW THERE.  A FAILURE HERE IS REPORTED BUT    *
005000*          DOES NOT DISTURB THE RUN'S OWN CONDITION CODE.   *
005010*-----------------------------------------------------------*
005020 8000-WRITE-RUN-CONTROL.
005030     OPEN EXTEND AGE-RUN-CONTROL-FILE.
005040     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
005050             AGE-RUN-CONTROL-STATUS NOT = "05"
005060         OPEN OUTPUT AGE-RUN-CONTROL-FILE
005070         CLOSE AGE-RUN-CONTROL-FILE
005080         OPEN EXTEND AGE-RUN-CONTROL-FILE
005090     END-IF.
005100     IF AGE-RUN-CONTROL-STATUS NOT = "00"
005110         DISPLAY "*** WARNING: run-control record not "
005120             "written, status " AGE-RUN-CONTROL-STATUS
005130         GO TO 8000-EXIT
005140     END-IF.
005150     MOVE "AGECHGX" TO RUN-JOB-NAME.
005160     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
005170     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
005180     MOVE WS-LOG-IN-WINDOW TO RUN-RECORDS-READ.
005190     MOVE WS-SENT-TOTAL TO RUN-RECORDS-POSTED.
005200     MOVE WS-NOT-ON-MASTER TO RUN-RECORDS-REJECTED.
005210     MOVE RETURN-CODE TO RUN-COND-CODE.
005220     WRITE AGE-RUN-CONTROL-RECORD.
005230     CLOSE AGE-RUN-CONTROL-FILE.
005240 8000-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------*
005280*  9000 - TERMINATION                                        *
005290*-----------------------------------------------------------*
005300 9000-TERMINATE.
005310     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
005320     IF WS-FILES-WERE-OPENED
005330         CLOSE AGE-MAINT-LOG-FILE
005340         CLOSE AGE-MASTER-FILE
005350         CLOSE AGE-JOURNAL-FILE
005360         CLOSE AGE-CHANGE-FILE
005370     END-IF.
005380     DISPLAY "AGECHGX complete.  Log entries in window "
005390         WS-LOG-IN-WINDOW "  Sent " WS-SENT-TOTAL
005400         " (add " WS-SENT-ADD " change " WS-SENT-CHANGE
005410         " cancel " WS-SENT-CANCEL ").".
005420     DISPLAY "  Name/address only " WS-LEFT-OFF-NAME-ADDR
005430         "  Never sent " WS-LEFT-OFF-NEVER-SENT
005440         "  Not on master " WS-NOT-ON-MASTER
005450         "  Re-stamped " WS-RESTAMPED "." .
005460 9000-EXIT.
005470     EXIT.
