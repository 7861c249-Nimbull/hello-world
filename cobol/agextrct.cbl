000430*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000440*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000450*                 THE AGEMORN MORNING STATUS REPORT.
000460* 2026-10-15 JDM  SKIP A MEMBER MERGED INTO ANOTHER ID BY
000470*                 AGEMERGE THE SAME WAY A DELETED ONE IS - THE
000480*                 SURVIVING ID IS THE ONE THE ELIGIBILITY SHOP
000490*                 KNOWS.
000500* 2026-10-15 JDM  JOURNAL THE BEFORE AND AFTER IMAGE OF EVERY
000510*                 MASTER RECORD STAMPED TO THE MASTER JOURNAL
000520*                 (AGEJRNL), TAGGED WITH THE RUN DATE AND TIME
000530*                 NOW TAKEN AT START OF RUN AND CARRIED ON THE
000540*                 RUN-CONTROL RECORD, SO A RUN CAN BE BACKED
000550*                 OUT BY AGEBKOUT.  THE RUN STOPS CC 16 WHEN
000560*                 THE JOURNAL CANNOT BE OPENED OR WRITTEN.
000570* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000580*                 CHANNEL.
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. AGEXTRCT.
000620 AUTHOR. NIMBULL DATA PROCESSING.
000630 INSTALLATION. MEMBER SERVICES.
000640 DATE-WRITTEN. 2026-08-09.
000650
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT AGE-INTAKE-FILE ASSIGN TO "AGEINTK"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS AGE-INTAKE-STATUS.
000720
000730     SELECT AGE-EXTRACT-FILE ASSIGN TO "AGEEXTR"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS AGE-EXTRACT-STATUS.
000760
000770     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS MAST-MEMBER-ID
000810         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000820             WITH DUPLICATES
000830         FILE STATUS IS AGE-MASTER-STATUS.
000840
000850     SELECT AGE-JOURNAL-FILE ASSIGN TO "AGEJRNL"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS AGE-JOURNAL-STATUS.
000880
000890     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  AGE-INTAKE-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY AGEREC.
000990
001000 FD  AGE-EXTRACT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  AGE-EXTRACT-RECORD          PIC X(80).
001030
001040 FD  AGE-MASTER-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY AGEMAST.
001070
001080 FD  AGE-JOURNAL-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 COPY AGEJRNL.
001120
001130 FD  AGE-RUN-CONTROL-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY AGERUN.
001170
001180 WORKING-STORAGE SECTION.
001190 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001200 77  AGE-INTAKE-STATUS           PIC X(02)   VALUE SPACES.
001210 77  AGE-EXTRACT-STATUS          PIC X(02)   VALUE SPACES.
001220 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001230 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
001240
001250 01  WS-SWITCHES.
001260     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001270         88  WS-END-OF-INTAKE                  VALUE "Y".
001280     05  WS-INTAKE-OPEN-SW       PIC X(01)   VALUE "N".
001290         88  WS-INTAKE-WAS-OPENED              VALUE "Y".
001300     05  WS-ON-MASTER-SW         PIC X(01)   VALUE "N".
001310         88  WS-IS-ON-MASTER                   VALUE "Y".
001320
001330 01  WS-COUNTERS.
001340     05  WS-RECORDS-EXTRACTED    PIC 9(08)   VALUE ZERO.
001350     05  WS-RECORDS-SKIPPED      PIC 9(08)   VALUE ZERO.
001360     05  WS-NOT-ON-MASTER        PIC 9(08)   VALUE ZERO.
001370
001380 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001390
001400 01  WS-CSV-FIELDS.
001410     05  WS-CSV-MEMBER-ID        PIC X(10).
001420     05  WS-CSV-DOB              PIC X(08).
001430     05  WS-CSV-AGE              PIC X(03).
001440     05  WS-CSV-RUN-DATE         PIC X(08).
001450     05  WS-CSV-RUN-TIME         PIC X(08).
001460     05  WS-CSV-TERM-ID          PIC X(08).
001470
001480 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
001490
001500 01  WS-RUN-STAMP-FIELDS.
001510     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001520     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001530
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570     PERFORM 2000-PROCESS-INTAKE THRU 2000-EXIT
001580         UNTIL WS-END-OF-INTAKE.
001590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001600     GOBACK.
001610
001620*-----------------------------------------------------------*
001630*  1000 - INITIALIZATION                                    *
001640*-----------------------------------------------------------*
001650 1000-INITIALIZE.
001660     DISPLAY "AGEXTRCT starting.".
001670     MOVE "N" TO WS-EOF-SW.
001680     MOVE "N" TO WS-INTAKE-OPEN-SW.
001690     MOVE ZERO TO WS-RECORDS-EXTRACTED.
001700     MOVE ZERO TO WS-RECORDS-SKIPPED.
001710     MOVE ZERO TO WS-NOT-ON-MASTER.
001720     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001730     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
001740     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001750     OPEN INPUT AGE-INTAKE-FILE.
001760     IF AGE-INTAKE-STATUS NOT = "00"
001770         DISPLAY "*** ERROR: cannot open age intake file, "
001780             "status " AGE-INTAKE-STATUS
001790         MOVE "Y" TO WS-EOF-SW
001800         GO TO 1000-EXIT
001810     END-IF.
001820     MOVE "Y" TO WS-INTAKE-OPEN-SW.
001830     OPEN I-O AGE-MASTER-FILE.
001840     IF AGE-MASTER-STATUS NOT = "00"
001850         DISPLAY "*** ERROR: cannot open member master file, "
001860             "status " AGE-MASTER-STATUS
001870             " - extract not run, the sent-date tracking "
001880             "cannot be kept without it."
001890         CLOSE AGE-INTAKE-FILE
001900         MOVE "N" TO WS-INTAKE-OPEN-SW
001910         MOVE "Y" TO WS-EOF-SW
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 1000-EXIT
001940     END-IF.
001950     OPEN EXTEND AGE-JOURNAL-FILE.
001960     IF AGE-JOURNAL-STATUS NOT = "00" AND
001970             AGE-JOURNAL-STATUS NOT = "05"
001980         OPEN OUTPUT AGE-JOURNAL-FILE
001990         CLOSE AGE-JOURNAL-FILE
002000         OPEN EXTEND AGE-JOURNAL-FILE
002010     END-IF.
002020     IF AGE-JOURNAL-STATUS NOT = "00"
002030         DISPLAY "*** ERROR: cannot open the master journal, "
002040             "status " AGE-JOURNAL-STATUS
002050             " - no master updates made."
002060         CLOSE AGE-INTAKE-FILE
002070         CLOSE AGE-MASTER-FILE
002080         MOVE "N" TO WS-INTAKE-OPEN-SW
002090         MOVE "Y" TO WS-EOF-SW
002100         MOVE 16 TO RETURN-CODE
002110         GO TO 1000-EXIT
002120     END-IF.
002130     OPEN OUTPUT AGE-EXTRACT-FILE.
002140     MOVE "MEMBER_ID,DOB,AGE,RUN_DATE,RUN_TIME,TERM_ID"
002150         TO AGE-EXTRACT-RECORD.
002160     WRITE AGE-EXTRACT-RECORD.
002170     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
002180 1000-EXIT.
002190     EXIT.
002200
002210*-----------------------------------------------------------*
002220*  2000 - BUILD AND WRITE ONE CSV EXTRACT LINE                *
002230*-----------------------------------------------------------*
002240 2000-PROCESS-INTAKE.
002250     MOVE "N" TO WS-ON-MASTER-SW.
002260     MOVE AGE-REC-MEMBER-ID TO MAST-MEMBER-ID.
002270     READ AGE-MASTER-FILE
002280         KEY IS MAST-MEMBER-ID
002290         INVALID KEY
002300             CONTINUE
002310         NOT INVALID KEY
002320             MOVE "Y" TO WS-ON-MASTER-SW
002330     END-READ.
002340     IF WS-IS-ON-MASTER AND
002350             (MAST-IS-DELETED OR MAST-IS-MERGED)
002360         ADD 1 TO WS-RECORDS-SKIPPED
002370         GO TO 2000-READ-NEXT
002380     END-IF.
002390     IF WS-IS-ON-MASTER AND MAST-EXTRACT-DATE > ZERO
002400         ADD 1 TO WS-RECORDS-SKIPPED
002410         GO TO 2000-READ-NEXT
002420     END-IF.
002430     PERFORM 2200-BUILD-CSV-LINE THRU 2200-EXIT.
002440     WRITE AGE-EXTRACT-RECORD.
002450     ADD 1 TO WS-RECORDS-EXTRACTED.
002460     IF WS-IS-ON-MASTER
002470         MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE
002480         MOVE WS-SYS-DATE-YYYYMMDD TO MAST-EXTRACT-DATE
002490         REWRITE AGE-MASTER-RECORD
002500             INVALID KEY
002510                 DISPLAY "*** WARNING: extract-date stamp of "
002520                     "member " AGE-REC-MEMBER-ID
002530                     " failed, status " AGE-MASTER-STATUS
002540             NOT INVALID KEY
002550                 MOVE "C" TO JRNL-ACTION
002560                 PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
002570         END-REWRITE
002580     ELSE
002590         ADD 1 TO WS-NOT-ON-MASTER
002600     END-IF.
002610 2000-READ-NEXT.
002620     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
002630 2000-EXIT.
002640     EXIT.
002650
002660 2100-READ-INTAKE.
002670     READ AGE-INTAKE-FILE
002680         AT END
002690             MOVE "Y" TO WS-EOF-SW
002700     END-READ.
002710 2100-EXIT.
002720     EXIT.
002730
002740 2200-BUILD-CSV-LINE.
002750     MOVE AGE-REC-MEMBER-ID      TO WS-CSV-MEMBER-ID.
002760     MOVE AGE-REC-DOB            TO WS-CSV-DOB.
002770     MOVE AGE-REC-AGE            TO WS-CSV-AGE.
002780     MOVE AGE-REC-RUN-DATE       TO WS-CSV-RUN-DATE.
002790     MOVE AGE-REC-RUN-TIME       TO WS-CSV-RUN-TIME.
002800     MOVE AGE-REC-TERM-ID        TO WS-CSV-TERM-ID.
002810     MOVE SPACES TO AGE-EXTRACT-RECORD.
002820     STRING WS-CSV-MEMBER-ID DELIMITED BY SPACE
002830         "," DELIMITED BY SIZE
002840         WS-CSV-DOB DELIMITED BY SIZE
002850         "," DELIMITED BY SIZE
002860         WS-CSV-AGE DELIMITED BY SIZE
002870         "," DELIMITED BY SIZE
002880         WS-CSV-RUN-DATE DELIMITED BY SIZE
002890         "," DELIMITED BY SIZE
002900         WS-CSV-RUN-TIME DELIMITED BY SIZE
002910         "," DELIMITED BY SIZE
002920         WS-CSV-TERM-ID DELIMITED BY SPACE
002930         INTO AGE-EXTRACT-RECORD.
002940 2200-EXIT.
002950     EXIT.
002960
002970*-----------------------------------------------------------*
002980*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL.  THE       *
002990*          CALLER SETS JRNL-ACTION AND LEAVES THE RECORD AS  *
003000*          IT WAS IN WS-MAST-BEFORE-IMAGE; THE AFTER IMAGE   *
003010*          IS THE MASTER RECORD AS JUST WRITTEN (SPACES FOR  *
003020*          A DELETE).  A JOURNAL THAT CANNOT BE WRITTEN      *
003030*          STOPS THE RUN - AN UNJOURNALED CHANGE CANNOT BE   *
003040*          BACKED OUT.                                       *
003050*-----------------------------------------------------------*
003060 7000-WRITE-JOURNAL.
003070     MOVE "AGEXTRCT" TO JRNL-JOB-NAME.
003080     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
003090     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
003100     MOVE MAST-MEMBER-ID TO JRNL-MEMBER-ID.
003110     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
003120     IF JRNL-DELETED
003130         MOVE SPACES TO JRNL-AFTER-IMAGE
003140     ELSE
003150         MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE
003160     END-IF.
003170     WRITE AGE-JOURNAL-RECORD.
003180     IF AGE-JOURNAL-STATUS NOT = "00"
003190         DISPLAY "*** ERROR: master journal write failed, "
003200             "status " AGE-JOURNAL-STATUS
003210             " - run stopped after member " MAST-MEMBER-ID
003220         MOVE "Y" TO WS-EOF-SW
003230         MOVE 16 TO RETURN-CODE
003240     END-IF.
003250 7000-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------*
003290*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003300*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003310*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
003320*          DISTURB THE RUN'S OWN CONDITION CODE.  THE DATE  *
003330*          AND TIME ARE THE RUN STAMP TAKEN AT START, THE   *
003340*          SAME ONES THE MASTER JOURNAL CARRIES.            *
003350*-----------------------------------------------------------*
003360 8000-WRITE-RUN-CONTROL.
003370     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003380     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003390             AGE-RUN-CONTROL-STATUS NOT = "05"
003400         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003410         CLOSE AGE-RUN-CONTROL-FILE
003420         OPEN EXTEND AGE-RUN-CONTROL-FILE
003430     END-IF.
003440     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003450         DISPLAY "*** WARNING: run-control record not "
003460             "written, status " AGE-RUN-CONTROL-STATUS
003470         GO TO 8000-EXIT
003480     END-IF.
003490     MOVE "AGEXTRCT" TO RUN-JOB-NAME.
003500     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003510     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003520     COMPUTE RUN-RECORDS-READ = WS-RECORDS-EXTRACTED
003530         + WS-RECORDS-SKIPPED.
003540     MOVE WS-RECORDS-EXTRACTED TO RUN-RECORDS-POSTED.
003550     MOVE WS-NOT-ON-MASTER TO RUN-RECORDS-REJECTED.
003560     MOVE RETURN-CODE TO RUN-COND-CODE.
003570     WRITE AGE-RUN-CONTROL-RECORD.
003580     CLOSE AGE-RUN-CONTROL-FILE.
003590 8000-EXIT.
003600     EXIT.
003610
003620*-----------------------------------------------------------*
003630*  9000 - TERMINATION                                        *
003640*-----------------------------------------------------------*
003650 9000-TERMINATE.
003660     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003670     IF WS-INTAKE-WAS-OPENED
003680         CLOSE AGE-INTAKE-FILE
003690         CLOSE AGE-MASTER-FILE
003700         CLOSE AGE-EXTRACT-FILE
003710         CLOSE AGE-JOURNAL-FILE
003720     END-IF.
003730     DISPLAY "AGEXTRCT complete.  Extracted " WS-RECORDS-EXTRACTED
003740         "  Already sent " WS-RECORDS-SKIPPED
003750         "  Not on master " WS-NOT-ON-MASTER "." .
003760 9000-EXIT.
003770     EXIT.
