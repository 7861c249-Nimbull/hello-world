000390*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000400*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000410*                 THE AGEMORN MORNING STATUS REPORT.
000420* 2026-10-15 JDM  INTAKE HISTORY RECORD 45 TO 46 BYTES SO THE
000430*                 SOURCE CHANNEL IS KEPT ON THE ARCHIVE CUT.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. AGEARCH.
000470 AUTHOR. NIMBULL DATA PROCESSING.
000480 INSTALLATION. MEMBER SERVICES.
000490 DATE-WRITTEN. 2026-08-22.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AGE-INTAKE-FILE ASSIGN TO "AGEINTK"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS AGE-INTAKE-STATUS.
000570
000580     SELECT AGE-HISTORY-FILE ASSIGN TO "AGEHIST"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS AGE-HISTORY-STATUS.
000610
000620     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS AGE-AUDIT-STATUS.
000650
000660     SELECT AGE-AUDIT-HIST-FILE ASSIGN TO "AGEAUDH"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS AGE-AUDIT-HIST-STATUS.
000690
000700     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  AGE-INTAKE-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 COPY AGEREC.
000800
000810 FD  AGE-HISTORY-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  AGE-HISTORY-RECORD          PIC X(46).
000850
000860 FD  AGE-AUDIT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY AGEAUD.
000900
000910 FD  AGE-AUDIT-HIST-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  AGE-AUDIT-HIST-RECORD       PIC X(82).
000950
000960 FD  AGE-RUN-CONTROL-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY AGERUN.
001000
001010 WORKING-STORAGE SECTION.
001020 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001030 77  AGE-INTAKE-STATUS           PIC X(02)   VALUE SPACES.
001040 77  AGE-HISTORY-STATUS          PIC X(02)   VALUE SPACES.
001050 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
001060 77  AGE-AUDIT-HIST-STATUS       PIC X(02)   VALUE SPACES.
001070
001080 01  WS-SWITCHES.
001090     05  WS-INTAKE-EOF-SW        PIC X(01)   VALUE "N".
001100         88  WS-END-OF-INTAKE                 VALUE "Y".
001110     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001120         88  WS-END-OF-AUDIT                  VALUE "Y".
001130     05  WS-ARCHIVE-OK-SW        PIC X(01)   VALUE "N".
001140         88  WS-ARCHIVE-IS-OK                 VALUE "Y".
001150
001160 01  WS-COUNTERS.
001170     05  WS-INTAKE-READ          PIC 9(08)   VALUE ZERO.
001180     05  WS-INTAKE-ARCHIVED      PIC 9(08)   VALUE ZERO.
001190     05  WS-AUDIT-READ           PIC 9(08)   VALUE ZERO.
001200     05  WS-AUDIT-ARCHIVED       PIC 9(08)   VALUE ZERO.
001210     05  WS-RECORDS-REMAINING    PIC 9(08)   VALUE ZERO.
001220
001230 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001240
001250 01  WS-RUN-STAMP-FIELDS.
001260     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001270     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001280
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-COPY-INTAKE-RECORD THRU 2000-EXIT
001330         UNTIL WS-END-OF-INTAKE.
001340     PERFORM 2500-COPY-AUDIT-RECORD THRU 2500-EXIT
001350         UNTIL WS-END-OF-AUDIT.
001360     PERFORM 3000-CUTOVER THRU 3000-EXIT.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     STOP RUN.
001390
001400*-----------------------------------------------------------*
001410*  1000 - INITIALIZATION                                    *
001420*-----------------------------------------------------------*
001430 1000-INITIALIZE.
001440     DISPLAY "AGEARCH starting.".
001450     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001460     OPEN INPUT AGE-INTAKE-FILE.
001470     IF AGE-INTAKE-STATUS NOT = "00"
001480         DISPLAY "*** ERROR: cannot open age intake file, "
001490             "status " AGE-INTAKE-STATUS
001500         PERFORM 1900-ABANDON-ARCHIVE THRU 1900-EXIT
001510         GO TO 1000-EXIT
001520     END-IF.
001530     OPEN INPUT AGE-AUDIT-FILE.
001540     IF AGE-AUDIT-STATUS NOT = "00"
001550         DISPLAY "*** ERROR: cannot open age audit file, "
001560             "status " AGE-AUDIT-STATUS
001570         CLOSE AGE-INTAKE-FILE
001580         PERFORM 1900-ABANDON-ARCHIVE THRU 1900-EXIT
001590         GO TO 1000-EXIT
001600     END-IF.
001610     OPEN OUTPUT AGE-HISTORY-FILE.
001620     IF AGE-HISTORY-STATUS NOT = "00"
001630         DISPLAY "*** ERROR: cannot open intake history file, "
001640             "status " AGE-HISTORY-STATUS
001650         CLOSE AGE-INTAKE-FILE
001660         CLOSE AGE-AUDIT-FILE
001670         PERFORM 1900-ABANDON-ARCHIVE THRU 1900-EXIT
001680         GO TO 1000-EXIT
001690     END-IF.
001700     OPEN OUTPUT AGE-AUDIT-HIST-FILE.
001710     IF AGE-AUDIT-HIST-STATUS NOT = "00"
001720         DISPLAY "*** ERROR: cannot open audit history file, "
001730             "status " AGE-AUDIT-HIST-STATUS
001740         CLOSE AGE-INTAKE-FILE
001750         CLOSE AGE-AUDIT-FILE
001760         CLOSE AGE-HISTORY-FILE
001770         PERFORM 1900-ABANDON-ARCHIVE THRU 1900-EXIT
001780         GO TO 1000-EXIT
001790     END-IF.
001800     MOVE "Y" TO WS-ARCHIVE-OK-SW.
001810     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
001820     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850
001860 1900-ABANDON-ARCHIVE.
001870     MOVE "Y" TO WS-INTAKE-EOF-SW.
001880     MOVE "Y" TO WS-AUDIT-EOF-SW.
001890     MOVE 16 TO RETURN-CODE.
001900 1900-EXIT.
001910     EXIT.
001920
001930*-----------------------------------------------------------*
001940*  2000 - COPY ONE INTAKE RECORD TO THE HISTORY FILE         *
001950*-----------------------------------------------------------*
001960 2000-COPY-INTAKE-RECORD.
001970     ADD 1 TO WS-INTAKE-READ.
001980     WRITE AGE-HISTORY-RECORD FROM AGE-INTAKE-RECORD.
001990     IF AGE-HISTORY-STATUS NOT = "00"
002000         DISPLAY "*** ERROR: intake history write failed, "
002010             "status " AGE-HISTORY-STATUS
002020         MOVE "N" TO WS-ARCHIVE-OK-SW
002030         PERFORM 2900-CLOSE-ALL THRU 2900-EXIT
002040         PERFORM 1900-ABANDON-ARCHIVE THRU 1900-EXIT
002050         GO TO 2000-EXIT
002060     END-IF.
002070     ADD 1 TO WS-INTAKE-ARCHIVED.
002080     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
002090 2000-EXIT.
002100     EXIT.
002110
002120 2100-READ-INTAKE.
002130     READ AGE-INTAKE-FILE
002140         AT END
002150             MOVE "Y" TO WS-INTAKE-EOF-SW
002160     END-READ.
002170 2100-EXIT.
002180     EXIT.
002190
002200*-----------------------------------------------------------*
002210*  2500 - COPY ONE AUDIT RECORD TO THE AUDIT HISTORY FILE    *
002220*-----------------------------------------------------------*
002230 2500-COPY-AUDIT-RECORD.
002240     ADD 1 TO WS-AUDIT-READ.
002250     WRITE AGE-AUDIT-HIST-RECORD FROM AGE-AUDIT-RECORD.
002260     IF AGE-AUDIT-HIST-STATUS NOT = "00"
002270         DISPLAY "*** ERROR: audit history write failed, "
002280             "status " AGE-AUDIT-HIST-STATUS
002290         MOVE "N" TO WS-ARCHIVE-OK-SW
002300         PERFORM 2900-CLOSE-ALL THRU 2900-EXIT
002310         PERFORM 1900-ABANDON-ARCHIVE THRU 1900-EXIT
002320         GO TO 2500-EXIT
002330     END-IF.
002340     ADD 1 TO WS-AUDIT-ARCHIVED.
002350     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
002360 2500-EXIT.
002370     EXIT.
002380
002390 2600-READ-AUDIT.
002400     READ AGE-AUDIT-FILE
002410         AT END
002420             MOVE "Y" TO WS-AUDIT-EOF-SW
002430     END-READ.
002440 2600-EXIT.
002450     EXIT.
002460
002470 2900-CLOSE-ALL.
002480     CLOSE AGE-INTAKE-FILE.
002490     CLOSE AGE-AUDIT-FILE.
002500     CLOSE AGE-HISTORY-FILE.
002510     CLOSE AGE-AUDIT-HIST-FILE.
002520 2900-EXIT.
002530     EXIT.
002540
002550*-----------------------------------------------------------*
002560*  3000 - CUT THE LIVE INTAKE AND AUDIT FILES OVER TO FRESH, *
002570*          EMPTY FILES FOR THE NEW MONTH.  ONLY DONE WHEN     *
002580*          BOTH HISTORY COPIES CLOSED CLEANLY - A FAILED      *
002590*          ARCHIVE OR A FAILED CUTOVER LEAVES THE RUN MARKED  *
002600*          ABANDONED SO THE JOB LOG NEVER CLAIMS THE LIVE     *
002610*          FILES WERE EMPTIED WHEN THEY WERE NOT.             *
002620*-----------------------------------------------------------*
002630 3000-CUTOVER.
002640     IF NOT WS-ARCHIVE-IS-OK
002650         GO TO 3000-EXIT
002660     END-IF.
002670     PERFORM 2900-CLOSE-ALL THRU 2900-EXIT.
002680     IF AGE-HISTORY-STATUS NOT = "00" OR
002690             AGE-AUDIT-HIST-STATUS NOT = "00"
002700         DISPLAY "*** ERROR: history close failed, intake "
002710             "status " AGE-HISTORY-STATUS " audit status "
002720             AGE-AUDIT-HIST-STATUS
002730         MOVE "N" TO WS-ARCHIVE-OK-SW
002740         MOVE 16 TO RETURN-CODE
002750         GO TO 3000-EXIT
002760     END-IF.
002770     OPEN OUTPUT AGE-INTAKE-FILE.
002780     IF AGE-INTAKE-STATUS NOT = "00"
002790         DISPLAY "*** ERROR: cannot start the live intake "
002800             "file fresh, status " AGE-INTAKE-STATUS
002810         MOVE "N" TO WS-ARCHIVE-OK-SW
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 3000-EXIT
002840     END-IF.
002850     CLOSE AGE-INTAKE-FILE.
002860     OPEN OUTPUT AGE-AUDIT-FILE.
002870     IF AGE-AUDIT-STATUS NOT = "00"
002880         DISPLAY "*** ERROR: the intake file was started "
002890             "fresh but the audit log was not, status "
002900             AGE-AUDIT-STATUS " - rerun before month-end "
002910             "processing continues."
002920         MOVE "N" TO WS-ARCHIVE-OK-SW
002930         MOVE 16 TO RETURN-CODE
002940         GO TO 3000-EXIT
002950     END-IF.
002960     CLOSE AGE-AUDIT-FILE.
002970     COMPUTE WS-RECORDS-REMAINING =
002980         WS-INTAKE-READ - WS-INTAKE-ARCHIVED.
002990 3000-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------*
003030*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003040*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003050*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
003060*          DISTURB THE RUN'S OWN CONDITION CODE.            *
003070*-----------------------------------------------------------*
003080 8000-WRITE-RUN-CONTROL.
003090     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003100     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003110             AGE-RUN-CONTROL-STATUS NOT = "05"
003120         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003130         CLOSE AGE-RUN-CONTROL-FILE
003140         OPEN EXTEND AGE-RUN-CONTROL-FILE
003150     END-IF.
003160     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003170         DISPLAY "*** WARNING: run-control record not "
003180             "written, status " AGE-RUN-CONTROL-STATUS
003190         GO TO 8000-EXIT
003200     END-IF.
003210     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
003220     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
003230     MOVE "AGEARCH" TO RUN-JOB-NAME.
003240     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003250     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003260     MOVE WS-INTAKE-READ TO RUN-RECORDS-READ.
003270     MOVE WS-INTAKE-ARCHIVED TO RUN-RECORDS-POSTED.
003280     MOVE ZERO TO RUN-RECORDS-REJECTED.
003290     MOVE RETURN-CODE TO RUN-COND-CODE.
003300     WRITE AGE-RUN-CONTROL-RECORD.
003310     CLOSE AGE-RUN-CONTROL-FILE.
003320 8000-EXIT.
003330     EXIT.
003340
003350*-----------------------------------------------------------*
003360*  9000 - TERMINATION.  THE BALANCING TOTALS GO TO THE JOB   *
003370*          LOG SO OPERATIONS CAN TIE THE HISTORY GENERATIONS  *
003380*          BACK TO THE RECORDS REMOVED FROM THE LIVE FILES.   *
003390*-----------------------------------------------------------*
003400 9000-TERMINATE.
003410     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003420     IF NOT WS-ARCHIVE-IS-OK
003430         DISPLAY "AGEARCH abandoned - see the messages above "
003440             "for the state of the live files."
003450         GO TO 9000-EXIT
003460     END-IF.
003470     DISPLAY "AGEARCH complete.  Run date "
003480         WS-SYS-DATE-YYYYMMDD "." .
003490     DISPLAY "Intake records archived  " WS-INTAKE-ARCHIVED "." .
003500     DISPLAY "Audit records archived   " WS-AUDIT-ARCHIVED "." .
003510     DISPLAY "Intake records remaining " WS-RECORDS-REMAINING
003520         "." .
003530 9000-EXIT.
003540     EXIT.
