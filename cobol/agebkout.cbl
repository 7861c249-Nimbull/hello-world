000010*****************************************************************
000020* AGEBKOUT.CBL
000030* MASTER JOURNAL BACKOUT OF ONE BATCH RUN.
000040*
000050* EVERY BATCH JOB THAT UPDATES THE MEMBER MASTER IN PLACE
000060* WRITES THE BEFORE AND AFTER IMAGE OF EACH RECORD IT ADDS,
000070* CHANGES OR DELETES TO THE MASTER JOURNAL, TAGGED WITH THE JOB
000080* NAME AND THE RUN DATE AND TIME SHOWN FOR THAT RUN ON THE
000090* AGEMORN MORNING STATUS REPORT.  WHEN A RUN HAS DONE DAMAGE,
000100* THIS JOB TAKES THOSE THREE VALUES FROM SYSIN (JOB NAME, RUN
000110* DATE CCYYMMDD, RUN TIME AS 8 DIGITS) AND PUTS EXACTLY THE
000120* MASTER RECORDS THAT RUN TOUCHED BACK THE WAY THEY WERE BEFORE
000130* IT - A RECORD THE RUN ADDED IS DELETED, ONE IT CHANGED IS
000140* REWRITTEN FROM THE BEFORE IMAGE, ONE IT DELETED IS WRITTEN
000150* BACK.  A MEMBER THE RUN TOUCHED MORE THAN ONCE GOES BACK TO
000160* THE BEFORE IMAGE OF ITS FIRST ENTRY.
000170*
000180* A RECORD IS REFUSED, AND LEFT EXACTLY AS IT IS, WHEN A LATER
000190* JOURNALED RUN ALSO CHANGED IT, OR WHEN THE RECORD ON THE
000200* MASTER NO LONGER MATCHES THE RUN'S AFTER IMAGE (CHANGED SINCE
000210* BY ONLINE MAINTENANCE OR ANY OTHER UNJOURNALED UPDATE) - THE
000220* LATER WORK IS NEVER OVERLAID.  THE JOURNAL IS READ ONCE TO
000230* GATHER THE RUN'S MEMBERS BEFORE ANYTHING IS TOUCHED, SO A RUN
000240* TOO BIG FOR THE TABLE STOPS WITH NOTHING CHANGED.
000250*
000260* THE BACKOUT JOURNALS ITS OWN CHANGES UNDER JOB NAME AGEBKOUT,
000270* SO THE SAME RUN CANNOT BE BACKED OUT TWICE, AND WRITES ITS OWN
000280* RUN-CONTROL RECORD SO AGEMORN SHOWS THAT A BACKOUT WAS RUN.
000290* PRINTS EVERY MEMBER WITH ITS OUTCOME AND A BALANCING SUMMARY.
000300* ENDS WITH CC 8 WHEN ANY MEMBER WAS REFUSED, CC 16 WHEN THE RUN
000310* COULD NOT BE BACKED OUT AT ALL.  RUN FROM JCL - SEE JCL
000320* MEMBER AGEBKOUT.
000330*
000340* AUTHOR.      NIMBULL DATA PROCESSING.
000350* INSTALLATION. MEMBER SERVICES.
000360* DATE-WRITTEN. 2026-10-15.
000370*
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* 2026-10-15 JDM  ORIGINAL.
000410* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000420*                 CHANNEL.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. AGEBKOUT.
000460 AUTHOR. NIMBULL DATA PROCESSING.
000470 INSTALLATION. MEMBER SERVICES.
000480 DATE-WRITTEN. 2026-10-15.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT AGE-JOURNAL-FILE ASSIGN TO "AGEJRNL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS AGE-JOURNAL-STATUS.
000560
000570     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS MAST-MEMBER-ID
000610         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000620             WITH DUPLICATES
000630         FILE STATUS IS AGE-MASTER-STATUS.
000640
000650     SELECT AGE-BKOUT-REPORT-FILE ASSIGN TO "AGEBKOUO"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS AGE-BKOUT-REPORT-STATUS.
000680
000690     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  AGE-JOURNAL-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY AGEJRNL.
000790
000800 FD  AGE-MASTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY AGEMAST.
000830
000840 FD  AGE-BKOUT-REPORT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  AGE-BKOUT-REPORT-RECORD     PIC X(80).
000870
000880 FD  AGE-RUN-CONTROL-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY AGERUN.
000920
000930 WORKING-STORAGE SECTION.
000940 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000950 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
000960 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000970 77  AGE-BKOUT-REPORT-STATUS     PIC X(02)   VALUE SPACES.
000980 77  WS-TABLE-MAX                PIC 9(04)   COMP VALUE 5000.
000990
001000 01  WS-SWITCHES.
001010     05  WS-JOURNAL-EOF-SW       PIC X(01)   VALUE "N".
001020         88  WS-END-OF-JOURNAL                VALUE "Y".
001030     05  WS-JOURNAL-OPEN-SW      PIC X(01)   VALUE "N".
001040         88  WS-JOURNAL-WAS-OPENED            VALUE "Y".
001050     05  WS-REPORT-OPEN-SW       PIC X(01)   VALUE "N".
001060         88  WS-REPORT-WAS-OPENED             VALUE "Y".
001070     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
001080         88  WS-MASTER-WAS-OPENED             VALUE "Y".
001090     05  WS-BACKOUT-STOP-SW      PIC X(01)   VALUE "N".
001100         88  WS-BACKOUT-STOPPED               VALUE "Y".
001110     05  WS-MASTER-FOUND-SW      PIC X(01)   VALUE "N".
001120         88  WS-MASTER-WAS-FOUND              VALUE "Y".
001130
001140 01  WS-COUNTERS.
001150     05  WS-JOURNAL-READ         PIC 9(08)   VALUE ZERO.
001160     05  WS-RUN-ENTRIES          PIC 9(08)   VALUE ZERO.
001170     05  WS-MEMBERS-RESTORED     PIC 9(08)   VALUE ZERO.
001180     05  WS-MEMBERS-LATER-RUN    PIC 9(08)   VALUE ZERO.
001190     05  WS-MEMBERS-CHANGED      PIC 9(08)   VALUE ZERO.
001200     05  WS-MEMBERS-IN-ERROR     PIC 9(08)   VALUE ZERO.
001210     05  WS-MEMBERS-REFUSED      PIC 9(08)   VALUE ZERO.
001220     05  WS-MEMBERS-ACCOUNTED    PIC 9(08)   VALUE ZERO.
001230
001240 01  WS-BACKOUT-CARDS.
001250     05  WS-BK-JOB-CARD          PIC X(08)   VALUE SPACES.
001260     05  WS-BK-DATE-CARD         PIC X(08)   VALUE SPACES.
001270     05  WS-BK-DATE-CARD-N REDEFINES WS-BK-DATE-CARD
001280                                 PIC 9(08).
001290     05  WS-BK-TIME-CARD         PIC X(08)   VALUE SPACES.
001300     05  WS-BK-TIME-CARD-N REDEFINES WS-BK-TIME-CARD
001310                                 PIC 9(08).
001320
001330 01  WS-BK-ENTRY-COUNT           PIC 9(04)   COMP VALUE ZERO.
001340 01  WS-BACKOUT-TABLE.
001350     05  WS-BK-ROW
001360         OCCURS 0 TO 5000 TIMES
001370         DEPENDING ON WS-BK-ENTRY-COUNT
001380         INDEXED BY BK-IX.
001390         10  WS-BK-MEMBER-ID     PIC X(10).
001400         10  WS-BK-FIRST-ACTION  PIC X(01).
001410             88  WS-BK-FIRST-WAS-ADD          VALUE "A".
001420         10  WS-BK-LAST-ACTION   PIC X(01).
001430             88  WS-BK-LAST-WAS-DELETE        VALUE "D".
001440         10  WS-BK-LATER-SW      PIC X(01).
001450             88  WS-BK-CHANGED-LATER          VALUE "Y".
001460         10  WS-BK-BEFORE-IMAGE  PIC X(161).
001470         10  WS-BK-AFTER-IMAGE   PIC X(161).
001480
001490 01  WS-SUB                      PIC 9(04)   COMP VALUE ZERO.
001500
001510 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001520
001530 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
001540
001550 01  WS-BACKOUT-LINE.
001560     05  WS-BL-MEMBER-ID         PIC X(10).
001570     05  FILLER                  PIC X(02)   VALUE SPACES.
001580     05  WS-BL-FIRST-ACTION      PIC X(01).
001590     05  FILLER                  PIC X(05)   VALUE SPACES.
001600     05  WS-BL-LAST-ACTION       PIC X(01).
001610     05  FILLER                  PIC X(05)   VALUE SPACES.
001620     05  WS-BL-OUTCOME           PIC X(40).
001630
001640 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001650
001660 01  WS-RUN-STAMP-FIELDS.
001670     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001680     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001690
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
001740         UNTIL WS-END-OF-JOURNAL.
001750     PERFORM 3000-START-BACKOUT THRU 3000-EXIT.
001760     PERFORM 4000-BACK-OUT-MEMBER THRU 4000-EXIT
001770         VARYING WS-SUB FROM 1 BY 1
001780         UNTIL WS-SUB > WS-BK-ENTRY-COUNT
001790         OR WS-BACKOUT-STOPPED.
001800     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001820     STOP RUN.
001830
001840*-----------------------------------------------------------*
001850*  1000 - INITIALIZATION.  THE RUN TO BACK OUT COMES FROM    *
001860*          SYSIN: JOB NAME, RUN DATE, RUN TIME - THE VALUES  *
001870*          AGEMORN PRINTS FOR THAT RUN.                      *
001880*-----------------------------------------------------------*
001890 1000-INITIALIZE.
001900     DISPLAY "AGEBKOUT starting.".
001910     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001920     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
001930     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001940     MOVE "Y" TO WS-BACKOUT-STOP-SW.
001950     DISPLAY "Enter the job name of the run to back out: ".
001960     ACCEPT WS-BK-JOB-CARD.
001970     DISPLAY "Enter the run date of that run (CCYYMMDD): ".
001980     ACCEPT WS-BK-DATE-CARD.
001990     DISPLAY "Enter the run time of that run (8 digits, as "
002000         "shown on AGEMORN): ".
002010     ACCEPT WS-BK-TIME-CARD.
002020     IF WS-BK-JOB-CARD = SPACES
002030             OR WS-BK-DATE-CARD NOT NUMERIC
002040             OR WS-BK-TIME-CARD NOT NUMERIC
002050         DISPLAY "*** ERROR: a job name, an 8-digit run date "
002060             "and an 8-digit run time are required."
002070         MOVE "Y" TO WS-JOURNAL-EOF-SW
002080         MOVE 16 TO RETURN-CODE
002090         GO TO 1000-EXIT
002100     END-IF.
002110     OPEN INPUT AGE-JOURNAL-FILE.
002120     IF AGE-JOURNAL-STATUS NOT = "00"
002130         DISPLAY "*** ERROR: cannot open the master journal, "
002140             "status " AGE-JOURNAL-STATUS
002150         MOVE "Y" TO WS-JOURNAL-EOF-SW
002160         MOVE 16 TO RETURN-CODE
002170         GO TO 1000-EXIT
002180     END-IF.
002190     MOVE "Y" TO WS-JOURNAL-OPEN-SW.
002200     OPEN OUTPUT AGE-BKOUT-REPORT-FILE.
002210     MOVE "Y" TO WS-REPORT-OPEN-SW.
002220     MOVE "N" TO WS-BACKOUT-STOP-SW.
002230     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
002240     STRING "MASTER BACKOUT OF " WS-BK-JOB-CARD
002250         " RUN " WS-BK-DATE-CARD " " WS-BK-TIME-CARD
002260         " - RUN DATE " WS-SYS-DATE-YYYYMMDD
002270         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
002280     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
002290     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
002300     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
002310     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
002320     STRING "MEMBER      FIRST LAST  OUTCOME"
002330         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
002340     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
002350 1000-EXIT.
002360     EXIT.
002370
002380*-----------------------------------------------------------*
002390*  2000 - FIRST PASS.  READ ONE JOURNAL ENTRY.  AN ENTRY OF  *
002400*          THE RUN BEING BACKED OUT ADDS ITS MEMBER TO THE    *
002410*          TABLE (FIRST ENTRY KEEPS THE BEFORE IMAGE, LAST    *
002420*          ENTRY THE AFTER IMAGE).  ANY OTHER ENTRY FOR A     *
002430*          MEMBER ALREADY IN THE TABLE CAME LATER, SO THAT    *
002440*          MEMBER IS MARKED CHANGED BY A LATER RUN.  NOTHING  *
002450*          ON THE MASTER IS TOUCHED IN THIS PASS.             *
002460*-----------------------------------------------------------*
002470 2000-SCAN-JOURNAL.
002480     READ AGE-JOURNAL-FILE
002490         AT END
002500             MOVE "Y" TO WS-JOURNAL-EOF-SW
002510             GO TO 2000-EXIT
002520     END-READ.
002530     ADD 1 TO WS-JOURNAL-READ.
002540     IF JRNL-JOB-NAME = WS-BK-JOB-CARD
002550             AND JRNL-RUN-DATE = WS-BK-DATE-CARD-N
002560             AND JRNL-RUN-TIME = WS-BK-TIME-CARD-N
002570         PERFORM 2100-TAKE-RUN-ENTRY THRU 2100-EXIT
002580         GO TO 2000-EXIT
002590     END-IF.
002600     IF WS-BK-ENTRY-COUNT = ZERO
002610         GO TO 2000-EXIT
002620     END-IF.
002630     SET BK-IX TO 1.
002640     SEARCH WS-BK-ROW
002650         AT END
002660             CONTINUE
002670         WHEN WS-BK-MEMBER-ID(BK-IX) = JRNL-MEMBER-ID
002680             MOVE "Y" TO WS-BK-LATER-SW(BK-IX)
002690     END-SEARCH.
002700 2000-EXIT.
002710     EXIT.
002720
002730 2100-TAKE-RUN-ENTRY.
002740     ADD 1 TO WS-RUN-ENTRIES.
002750     IF WS-BK-ENTRY-COUNT > ZERO
002760         SET BK-IX TO 1
002770         SEARCH WS-BK-ROW
002780             AT END
002790                 CONTINUE
002800             WHEN WS-BK-MEMBER-ID(BK-IX) = JRNL-MEMBER-ID
002810                 MOVE JRNL-ACTION TO WS-BK-LAST-ACTION(BK-IX)
002820                 MOVE JRNL-AFTER-IMAGE TO WS-BK-AFTER-IMAGE(BK-IX)
002830                 GO TO 2100-EXIT
002840         END-SEARCH
002850     END-IF.
002860     IF WS-BK-ENTRY-COUNT >= WS-TABLE-MAX
002870         DISPLAY "*** ERROR: the run touched more than "
002880             WS-TABLE-MAX " members - nothing backed out."
002890         MOVE "Y" TO WS-JOURNAL-EOF-SW
002900         MOVE "Y" TO WS-BACKOUT-STOP-SW
002910         MOVE 16 TO RETURN-CODE
002920         GO TO 2100-EXIT
002930     END-IF.
002940     ADD 1 TO WS-BK-ENTRY-COUNT.
002950     SET BK-IX TO WS-BK-ENTRY-COUNT.
002960     MOVE JRNL-MEMBER-ID TO WS-BK-MEMBER-ID(BK-IX).
002970     MOVE JRNL-ACTION TO WS-BK-FIRST-ACTION(BK-IX).
002980     MOVE JRNL-ACTION TO WS-BK-LAST-ACTION(BK-IX).
002990     MOVE "N" TO WS-BK-LATER-SW(BK-IX).
003000     MOVE JRNL-BEFORE-IMAGE TO WS-BK-BEFORE-IMAGE(BK-IX).
003010     MOVE JRNL-AFTER-IMAGE TO WS-BK-AFTER-IMAGE(BK-IX).
003020 2100-EXIT.
003030     EXIT.
003040
003050*-----------------------------------------------------------*
003060*  3000 - END OF THE FIRST PASS.  WITH THE RUN'S MEMBERS IN  *
003070*          HAND, REOPEN THE JOURNAL FOR THE BACKOUT'S OWN     *
003080*          ENTRIES AND OPEN THE MASTER FOR UPDATE.            *
003090*-----------------------------------------------------------*
003100 3000-START-BACKOUT.
003110     IF NOT WS-JOURNAL-WAS-OPENED
003120         GO TO 3000-EXIT
003130     END-IF.
003140     CLOSE AGE-JOURNAL-FILE.
003150     MOVE "N" TO WS-JOURNAL-OPEN-SW.
003160     IF WS-BACKOUT-STOPPED
003170         GO TO 3000-EXIT
003180     END-IF.
003190     IF WS-RUN-ENTRIES = ZERO
003200         DISPLAY "*** WARNING: no journal entries for "
003210             WS-BK-JOB-CARD " run " WS-BK-DATE-CARD " "
003220             WS-BK-TIME-CARD " - nothing to back out."
003230         MOVE "Y" TO WS-BACKOUT-STOP-SW
003240         MOVE 8 TO RETURN-CODE
003250         GO TO 3000-EXIT
003260     END-IF.
003270     OPEN I-O AGE-MASTER-FILE.
003280     IF AGE-MASTER-STATUS NOT = "00"
003290         DISPLAY "*** ERROR: cannot open member master file, "
003300             "status " AGE-MASTER-STATUS
003310         MOVE "Y" TO WS-BACKOUT-STOP-SW
003320         MOVE 16 TO RETURN-CODE
003330         GO TO 3000-EXIT
003340     END-IF.
003350     MOVE "Y" TO WS-MASTER-OPEN-SW.
003360     OPEN EXTEND AGE-JOURNAL-FILE.
003370     IF AGE-JOURNAL-STATUS NOT = "00"
003380         DISPLAY "*** ERROR: cannot reopen the master journal, "
003390             "status " AGE-JOURNAL-STATUS
003400             " - no master updates made."
003410         CLOSE AGE-MASTER-FILE
003420         MOVE "N" TO WS-MASTER-OPEN-SW
003430         MOVE "Y" TO WS-BACKOUT-STOP-SW
003440         MOVE 16 TO RETURN-CODE
003450         GO TO 3000-EXIT
003460     END-IF.
003470     MOVE "Y" TO WS-JOURNAL-OPEN-SW.
003480 3000-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------*
003520*  4000 - SECOND PASS.  BACK OUT ONE MEMBER OF THE RUN,      *
003530*          UNLESS A LATER RUN CHANGED IT OR THE MASTER NO     *
003540*          LONGER HOLDS THE RUN'S AFTER IMAGE.                *
003550*-----------------------------------------------------------*
003560 4000-BACK-OUT-MEMBER.
003570     MOVE SPACES TO WS-BACKOUT-LINE.
003580     MOVE WS-BK-MEMBER-ID(WS-SUB) TO WS-BL-MEMBER-ID.
003590     MOVE WS-BK-FIRST-ACTION(WS-SUB) TO WS-BL-FIRST-ACTION.
003600     MOVE WS-BK-LAST-ACTION(WS-SUB) TO WS-BL-LAST-ACTION.
003610     IF WS-BK-CHANGED-LATER(WS-SUB)
003620         ADD 1 TO WS-MEMBERS-LATER-RUN
003630         MOVE "REFUSED - CHANGED BY A LATER RUN"
003640             TO WS-BL-OUTCOME
003650         GO TO 4000-PUT-LINE
003660     END-IF.
003670     MOVE WS-BK-MEMBER-ID(WS-SUB) TO MAST-MEMBER-ID.
003680     MOVE "Y" TO WS-MASTER-FOUND-SW.
003690     READ AGE-MASTER-FILE
003700         INVALID KEY
003710             MOVE "N" TO WS-MASTER-FOUND-SW
003720     END-READ.
003730     IF NOT WS-MASTER-WAS-FOUND AND AGE-MASTER-STATUS NOT = "23"
003740         ADD 1 TO WS-MEMBERS-IN-ERROR
003750         MOVE "ERROR - MASTER READ FAILED, STATUS"
003760             TO WS-BL-OUTCOME
003770         MOVE AGE-MASTER-STATUS TO WS-BL-OUTCOME(36:2)
003780         GO TO 4000-PUT-LINE
003790     END-IF.
003800     IF WS-BK-LAST-WAS-DELETE(WS-SUB)
003810         IF WS-MASTER-WAS-FOUND
003820             ADD 1 TO WS-MEMBERS-CHANGED
003830             MOVE "REFUSED - RE-ADDED SINCE THE RUN"
003840                 TO WS-BL-OUTCOME
003850             GO TO 4000-PUT-LINE
003860         END-IF
003870     ELSE
003880         IF NOT WS-MASTER-WAS-FOUND
003890                 OR AGE-MASTER-RECORD
003900                     NOT = WS-BK-AFTER-IMAGE(WS-SUB)
003910             ADD 1 TO WS-MEMBERS-CHANGED
003920             MOVE "REFUSED - CHANGED SINCE THE RUN"
003930                 TO WS-BL-OUTCOME
003940             GO TO 4000-PUT-LINE
003950         END-IF
003960     END-IF.
003970     EVALUATE TRUE
003980         WHEN WS-BK-FIRST-WAS-ADD(WS-SUB)
003990                 AND NOT WS-MASTER-WAS-FOUND
004000             ADD 1 TO WS-MEMBERS-RESTORED
004010             MOVE "RESTORED - ADDED AND REMOVED IN THE RUN"
004020                 TO WS-BL-OUTCOME
004030         WHEN WS-BK-FIRST-WAS-ADD(WS-SUB)
004040             PERFORM 4100-REMOVE-ADDED THRU 4100-EXIT
004050         WHEN WS-MASTER-WAS-FOUND
004060             PERFORM 4200-REWRITE-BEFORE THRU 4200-EXIT
004070         WHEN OTHER
004080             PERFORM 4300-WRITE-BEFORE THRU 4300-EXIT
004090     END-EVALUATE.
004100 4000-PUT-LINE.
004110     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
004120     MOVE WS-BACKOUT-LINE TO AGE-BKOUT-REPORT-RECORD.
004130     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
004140 4000-EXIT.
004150     EXIT.
004160
004170*-----------------------------------------------------------*
004180*  4100 - THE RUN ADDED THIS MEMBER: DELETE IT AGAIN.        *
004190*-----------------------------------------------------------*
004200 4100-REMOVE-ADDED.
004210     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
004220     DELETE AGE-MASTER-FILE
004230         INVALID KEY
004240             ADD 1 TO WS-MEMBERS-IN-ERROR
004250             MOVE "ERROR - DELETE FAILED, STATUS"
004260                 TO WS-BL-OUTCOME
004270             MOVE AGE-MASTER-STATUS TO WS-BL-OUTCOME(31:2)
004280             GO TO 4100-EXIT
004290     END-DELETE.
004300     MOVE "D" TO JRNL-ACTION.
004310     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
004320     ADD 1 TO WS-MEMBERS-RESTORED.
004330     MOVE "RESTORED - ADDED RECORD REMOVED" TO WS-BL-OUTCOME.
004340 4100-EXIT.
004350     EXIT.
004360
004370*-----------------------------------------------------------*
004380*  4200 - THE RUN CHANGED THIS MEMBER: REWRITE THE RECORD    *
004390*          FROM THE BEFORE IMAGE.                             *
004400*-----------------------------------------------------------*
004410 4200-REWRITE-BEFORE.
004420     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
004430     MOVE WS-BK-BEFORE-IMAGE(WS-SUB) TO AGE-MASTER-RECORD.
004440     REWRITE AGE-MASTER-RECORD
004450         INVALID KEY
004460             ADD 1 TO WS-MEMBERS-IN-ERROR
004470             MOVE "ERROR - REWRITE FAILED, STATUS"
004480                 TO WS-BL-OUTCOME
004490             MOVE AGE-MASTER-STATUS TO WS-BL-OUTCOME(32:2)
004500             GO TO 4200-EXIT
004510     END-REWRITE.
004520     MOVE "C" TO JRNL-ACTION.
004530     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
004540     ADD 1 TO WS-MEMBERS-RESTORED.
004550     MOVE "RESTORED - BEFORE IMAGE REWRITTEN" TO WS-BL-OUTCOME.
004560 4200-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------*
004600*  4300 - THE RUN DELETED THIS MEMBER: WRITE THE RECORD      *
004610*          BACK FROM THE BEFORE IMAGE.                        *
004620*-----------------------------------------------------------*
004630 4300-WRITE-BEFORE.
004640     MOVE SPACES TO WS-MAST-BEFORE-IMAGE.
004650     MOVE WS-BK-BEFORE-IMAGE(WS-SUB) TO AGE-MASTER-RECORD.
004660     WRITE AGE-MASTER-RECORD
004670         INVALID KEY
004680             ADD 1 TO WS-MEMBERS-IN-ERROR
004690             MOVE "ERROR - WRITE FAILED, STATUS"
004700                 TO WS-BL-OUTCOME
004710             MOVE AGE-MASTER-STATUS TO WS-BL-OUTCOME(30:2)
004720             GO TO 4300-EXIT
004730     END-WRITE.
004740     MOVE "A" TO JRNL-ACTION.
004750     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
004760     ADD 1 TO WS-MEMBERS-RESTORED.
004770     MOVE "RESTORED - DELETED RECORD WRITTEN BACK"
004780         TO WS-BL-OUTCOME.
004790 4300-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------*
004830*  5000 - PRINT THE BALANCING TOTALS.  EVERY MEMBER OF THE   *
004840*          RUN MUST BE RESTORED, REFUSED OR IN ERROR.         *
004850*-----------------------------------------------------------*
004860 5000-PRINT-TOTALS.
004870     COMPUTE WS-MEMBERS-REFUSED =
004880         WS-MEMBERS-LATER-RUN + WS-MEMBERS-CHANGED.
004890     COMPUTE WS-MEMBERS-ACCOUNTED = WS-MEMBERS-RESTORED
004900         + WS-MEMBERS-REFUSED + WS-MEMBERS-IN-ERROR.
004910     IF WS-MEMBERS-REFUSED > ZERO OR WS-MEMBERS-IN-ERROR > ZERO
004920         IF RETURN-CODE < 8
004930             MOVE 8 TO RETURN-CODE
004940         END-IF
004950     END-IF.
004960     IF NOT WS-REPORT-WAS-OPENED
004970         GO TO 5000-EXIT
004980     END-IF.
004990     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005000     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005010     MOVE WS-JOURNAL-READ TO WS-PRT-COUNT.
005020     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005030     STRING "Journal entries read  : " WS-PRT-COUNT
005040         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
005050     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005060     MOVE WS-RUN-ENTRIES TO WS-PRT-COUNT.
005070     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005080     STRING "Entries for the run   : " WS-PRT-COUNT
005090         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
005100     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005110     MOVE WS-BK-ENTRY-COUNT TO WS-PRT-COUNT.
005120     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005130     STRING "Members in the run    : " WS-PRT-COUNT
005140         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
005150     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005160     MOVE WS-MEMBERS-RESTORED TO WS-PRT-COUNT.
005170     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005180     STRING "Restored              : " WS-PRT-COUNT
005190         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
005200     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005210     MOVE WS-MEMBERS-LATER-RUN TO WS-PRT-COUNT.
005220     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005230     STRING "Refused - later run   : " WS-PRT-COUNT
005240         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
005250     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005260     MOVE WS-MEMBERS-CHANGED TO WS-PRT-COUNT.
005270     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005280     STRING "Refused - changed since:" WS-PRT-COUNT
005290         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
005300     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005310     MOVE WS-MEMBERS-IN-ERROR TO WS-PRT-COUNT.
005320     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005330     STRING "Master update errors  : " WS-PRT-COUNT
005340         DELIMITED BY SIZE INTO AGE-BKOUT-REPORT-RECORD.
005350     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005360     MOVE SPACES TO AGE-BKOUT-REPORT-RECORD.
005370     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005380     IF WS-BACKOUT-STOPPED
005390         MOVE "*** BACKOUT NOT COMPLETED - SEE THE JOB LOG"
005400             TO AGE-BKOUT-REPORT-RECORD
005410     ELSE
005420         IF WS-MEMBERS-ACCOUNTED = WS-BK-ENTRY-COUNT
005430             MOVE "BACKOUT IN BALANCE" TO AGE-BKOUT-REPORT-RECORD
005440         ELSE
005450             MOVE "*** BACKOUT OUT OF BALANCE"
005460                 TO AGE-BKOUT-REPORT-RECORD
005470             MOVE 16 TO RETURN-CODE
005480         END-IF
005490     END-IF.
005500     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
005510 5000-EXIT.
005520     EXIT.
005530
005540 5900-PRINT-LINE.
005550     WRITE AGE-BKOUT-REPORT-RECORD.
005560     DISPLAY AGE-BKOUT-REPORT-RECORD.
005570 5900-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------*
005610*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL FOR THE     *
005620*          BACKOUT'S OWN CHANGE.  THE CALLER SETS JRNL-ACTION *
005630*          AND LEAVES THE RECORD AS IT WAS IN                 *
005640*          WS-MAST-BEFORE-IMAGE.  A JOURNAL THAT CANNOT BE    *
005650*          WRITTEN STOPS THE BACKOUT.                         *
005660*-----------------------------------------------------------*
005670 7000-WRITE-JOURNAL.
005680     MOVE "AGEBKOUT" TO JRNL-JOB-NAME.
005690     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
005700     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
005710     MOVE WS-BK-MEMBER-ID(WS-SUB) TO JRNL-MEMBER-ID.
005720     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
005730     IF JRNL-DELETED
005740         MOVE SPACES TO JRNL-AFTER-IMAGE
005750     ELSE
005760         MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE
005770     END-IF.
005780     WRITE AGE-JOURNAL-RECORD.
005790     IF AGE-JOURNAL-STATUS NOT = "00"
005800         DISPLAY "*** ERROR: master journal write failed, "
005810             "status " AGE-JOURNAL-STATUS
005820             " - backout stopped after member "
005830             WS-BK-MEMBER-ID(WS-SUB)
005840         MOVE "Y" TO WS-BACKOUT-STOP-SW
005850         MOVE 16 TO RETURN-CODE
005860     END-IF.
005870 7000-EXIT.
005880     EXIT.
005890
005900*-----------------------------------------------------------*
005910*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
005920*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
005930*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
005940*          DISTURB THE RUN'S OWN CONDITION CODE.            *
005950*-----------------------------------------------------------*
005960 8000-WRITE-RUN-CONTROL.
005970     OPEN EXTEND AGE-RUN-CONTROL-FILE.
005980     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
005990             AGE-RUN-CONTROL-STATUS NOT = "05"
006000         OPEN OUTPUT AGE-RUN-CONTROL-FILE
006010         CLOSE AGE-RUN-CONTROL-FILE
006020         OPEN EXTEND AGE-RUN-CONTROL-FILE
006030     END-IF.
006040     IF AGE-RUN-CONTROL-STATUS NOT = "00"
006050         DISPLAY "*** WARNING: run-control record not "
006060             "written, status " AGE-RUN-CONTROL-STATUS
006070         GO TO 8000-EXIT
006080     END-IF.
006090     MOVE "AGEBKOUT" TO RUN-JOB-NAME.
006100     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
006110     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
006120     MOVE WS-RUN-ENTRIES TO RUN-RECORDS-READ.
006130     MOVE WS-MEMBERS-RESTORED TO RUN-RECORDS-POSTED.
006140     MOVE WS-MEMBERS-REFUSED TO RUN-RECORDS-REJECTED.
006150     MOVE RETURN-CODE TO RUN-COND-CODE.
006160     WRITE AGE-RUN-CONTROL-RECORD.
006170     CLOSE AGE-RUN-CONTROL-FILE.
006180 8000-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------*
006220*  9000 - TERMINATION                                        *
006230*-----------------------------------------------------------*
006240 9000-TERMINATE.
006250     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
006260     IF WS-MASTER-WAS-OPENED
006270         CLOSE AGE-MASTER-FILE
006280     END-IF.
006290     IF WS-JOURNAL-WAS-OPENED
006300         CLOSE AGE-JOURNAL-FILE
006310     END-IF.
006320     IF WS-REPORT-WAS-OPENED
006330         CLOSE AGE-BKOUT-REPORT-FILE
006340     END-IF.
006350     DISPLAY "AGEBKOUT complete.  Run entries " WS-RUN-ENTRIES
006360         "  Restored " WS-MEMBERS-RESTORED
006370         "  Refused " WS-MEMBERS-REFUSED "." .
006380 9000-EXIT.
006390     EXIT.
