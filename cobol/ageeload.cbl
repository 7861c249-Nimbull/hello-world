000310*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000320*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000330*                 THE AGEMORN MORNING STATUS REPORT.
000340* 2026-10-15 JDM  JOURNAL THE BEFORE AND AFTER IMAGE OF EVERY
000350*                 MASTER RECORD POSTED TO THE MASTER JOURNAL
000360*                 (AGEJRNL), TAGGED WITH THE RUN DATE AND TIME
000370*                 NOW TAKEN AT START OF RUN AND CARRIED ON THE
000380*                 RUN-CONTROL RECORD, SO A BAD LOAD CAN BE
000390*                 BACKED OUT BY AGEBKOUT.  THE RUN STOPS CC 16
000400*                 WHEN THE JOURNAL CANNOT BE OPENED OR WRITTEN.
000410* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000420*                 CHANNEL.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. AGEELOAD.
000460 AUTHOR. NIMBULL DATA PROCESSING.
000470 INSTALLATION. MEMBER SERVICES.
000480 DATE-WRITTEN. 2026-08-22.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ELIG-RESPONSE-FILE ASSIGN TO "AGERESP"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS ELIG-RESPONSE-STATUS.
000560
000570     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS MAST-MEMBER-ID
000610         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000620             WITH DUPLICATES
000630         FILE STATUS IS AGE-MASTER-STATUS.
000640
000650     SELECT ELIG-EXCEPTION-FILE ASSIGN TO "AGEELODO"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS ELIG-EXCEPTION-STATUS.
000680
000690     SELECT AGE-DETERM-FILE ASSIGN TO "AGEDTRM"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS DTRM-CODE
000730         FILE STATUS IS AGE-DETERM-STATUS.
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
000850 FD  ELIG-RESPONSE-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY AGERESP.
000890
000900 FD  AGE-MASTER-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY AGEMAST.
000930
000940 FD  ELIG-EXCEPTION-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  ELIG-EXCEPTION-RECORD       PIC X(80).
000970
000980 FD  AGE-DETERM-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY AGEDTRM.
001010
001020 FD  AGE-JOURNAL-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY AGEJRNL.
001060
001070 FD  AGE-RUN-CONTROL-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY AGERUN.
001110
001120 WORKING-STORAGE SECTION.
001130 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001140 77  ELIG-RESPONSE-STATUS        PIC X(02)   VALUE SPACES.
001150 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001160 77  ELIG-EXCEPTION-STATUS       PIC X(02)   VALUE SPACES.
001170 77  AGE-DETERM-STATUS           PIC X(02)   VALUE SPACES.
001180 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
001190
001200 01  WS-SWITCHES.
001210     05  WS-RESP-EOF-SW          PIC X(01)   VALUE "N".
001220         88  WS-END-OF-RESPONSES              VALUE "Y".
001230     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001240         88  WS-FILES-WERE-OPENED             VALUE "Y".
001250
001260 01  WS-COUNTERS.
001270     05  WS-RESPONSES-READ       PIC 9(08)   VALUE ZERO.
001280     05  WS-RESPONSES-POSTED     PIC 9(08)   VALUE ZERO.
001290     05  WS-RESPONSES-EXCEPTED   PIC 9(08)   VALUE ZERO.
001300
001310 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
001320
001330 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001340
001350 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001360
001370 01  WS-RUN-STAMP-FIELDS.
001380     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001390     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001400
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
001450         UNTIL WS-END-OF-RESPONSES.
001460     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001480     STOP RUN.
001490
001500*-----------------------------------------------------------*
001510*  1000 - INITIALIZATION                                    *
001520*-----------------------------------------------------------*
001530 1000-INITIALIZE.
001540     DISPLAY "AGEELOAD starting.".
001550     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001560     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
001570     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001580     OPEN INPUT ELIG-RESPONSE-FILE.
001590     IF ELIG-RESPONSE-STATUS NOT = "00"
001600         DISPLAY "*** ERROR: cannot open eligibility response "
001610             "file, status " ELIG-RESPONSE-STATUS
001620         MOVE "Y" TO WS-RESP-EOF-SW
001630         MOVE 16 TO RETURN-CODE
001640         GO TO 1000-EXIT
001650     END-IF.
001660     OPEN I-O AGE-MASTER-FILE.
001670     IF AGE-MASTER-STATUS NOT = "00"
001680         DISPLAY "*** ERROR: cannot open member master file, "
001690             "status " AGE-MASTER-STATUS
001700         CLOSE ELIG-RESPONSE-FILE
001710         MOVE "Y" TO WS-RESP-EOF-SW
001720         MOVE 16 TO RETURN-CODE
001730         GO TO 1000-EXIT
001740     END-IF.
001750     OPEN INPUT AGE-DETERM-FILE.
001760     IF AGE-DETERM-STATUS NOT = "00"
001770         DISPLAY "*** ERROR: cannot open the determination "
001780             "code table, status " AGE-DETERM-STATUS
001790             " - responses cannot be validated, load not run."
001800         CLOSE ELIG-RESPONSE-FILE
001810         CLOSE AGE-MASTER-FILE
001820         MOVE "Y" TO WS-RESP-EOF-SW
001830         MOVE 16 TO RETURN-CODE
001840         GO TO 1000-EXIT
001850     END-IF.
001860     OPEN EXTEND AGE-JOURNAL-FILE.
001870     IF AGE-JOURNAL-STATUS NOT = "00" AND
001880             AGE-JOURNAL-STATUS NOT = "05"
001890         OPEN OUTPUT AGE-JOURNAL-FILE
001900         CLOSE AGE-JOURNAL-FILE
001910         OPEN EXTEND AGE-JOURNAL-FILE
001920     END-IF.
001930     IF AGE-JOURNAL-STATUS NOT = "00"
001940         DISPLAY "*** ERROR: cannot open the master journal, "
001950             "status " AGE-JOURNAL-STATUS
001960             " - no master updates made."
001970         CLOSE ELIG-RESPONSE-FILE
001980         CLOSE AGE-MASTER-FILE
001990         CLOSE AGE-DETERM-FILE
002000         MOVE "Y" TO WS-RESP-EOF-SW
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF.
002040     OPEN OUTPUT ELIG-EXCEPTION-FILE.
002050     MOVE "Y" TO WS-FILES-OPEN-SW.
002060     MOVE SPACES TO ELIG-EXCEPTION-RECORD.
002070     STRING "ELIGIBILITY RESPONSE LOAD - RUN DATE "
002080         WS-SYS-DATE-YYYYMMDD
002090         DELIMITED BY SIZE INTO ELIG-EXCEPTION-RECORD.
002100     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002110     MOVE SPACES TO ELIG-EXCEPTION-RECORD.
002120     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002130     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160
002170*-----------------------------------------------------------*
002180*  2000 - POST ONE DETERMINATION RESPONSE TO THE MASTER      *
002190*-----------------------------------------------------------*
002200 2000-PROCESS-RESPONSE.
002210     ADD 1 TO WS-RESPONSES-READ.
002220     IF RESP-EFF-DATE NOT NUMERIC
002230         MOVE "BAD EFFECTIVE DATE           "
002240             TO ELIG-EXCEPTION-RECORD
002250         PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002260         GO TO 2000-READ-NEXT
002270     END-IF.
002280     MOVE RESP-DETERM-CODE TO DTRM-CODE.
002290     READ AGE-DETERM-FILE
002300         KEY IS DTRM-CODE
002310         INVALID KEY
002320             MOVE "DETERM CODE NOT ON TABLE     "
002330                 TO ELIG-EXCEPTION-RECORD
002340             PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002350             GO TO 2000-READ-NEXT
002360     END-READ.
002370     IF NOT DTRM-IS-ACTIVE
002380         MOVE "DETERM CODE RETIRED          "
002390             TO ELIG-EXCEPTION-RECORD
002400         PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002410         GO TO 2000-READ-NEXT
002420     END-IF.
002430     MOVE RESP-MEMBER-ID TO MAST-MEMBER-ID.
002440     READ AGE-MASTER-FILE
002450         KEY IS MAST-MEMBER-ID
002460         INVALID KEY
002470             MOVE "MEMBER NOT ON MASTER FILE    "
002480                 TO ELIG-EXCEPTION-RECORD
002490             PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002500             GO TO 2000-READ-NEXT
002510     END-READ.
002520     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
002530     MOVE RESP-DETERM-CODE TO MAST-ELIG-STATUS.
002540     MOVE RESP-EFF-DATE TO MAST-ELIG-DATE.
002550     REWRITE AGE-MASTER-RECORD
002560         INVALID KEY
002570             DISPLAY "*** ERROR: rewrite of member "
002580                 RESP-MEMBER-ID " failed, status "
002590                 AGE-MASTER-STATUS
002600             MOVE 8 TO RETURN-CODE
002610             GO TO 2000-READ-NEXT
002620     END-REWRITE.
002630     MOVE "C" TO JRNL-ACTION.
002640     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002650     ADD 1 TO WS-RESPONSES-POSTED.
002660 2000-READ-NEXT.
002670     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
002680 2000-EXIT.
002690     EXIT.
002700
002710 2100-READ-RESPONSE.
002720     READ ELIG-RESPONSE-FILE
002730         AT END
002740             MOVE "Y" TO WS-RESP-EOF-SW
002750     END-READ.
002760 2100-EXIT.
002770     EXIT.
002780
002790*-----------------------------------------------------------*
002800*  2300 - PRINT ONE EXCEPTION LINE.  THE CALLER LEAVES THE   *
002810*          EXCEPTION TEXT IN THE FIRST 29 BYTES OF THE        *
002820*          RECORD; THE RESPONSE FIELDS ARE APPENDED HERE.     *
002830*-----------------------------------------------------------*
002840 2300-PRINT-EXCEPTION.
002850     ADD 1 TO WS-RESPONSES-EXCEPTED.
002860     MOVE RESP-MEMBER-ID TO ELIG-EXCEPTION-RECORD(31:10).
002870     MOVE RESP-DETERM-CODE TO ELIG-EXCEPTION-RECORD(43:2).
002880     MOVE RESP-EFF-DATE TO ELIG-EXCEPTION-RECORD(47:8).
002890     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002900 2300-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------*
002940*  3000 - PRINT THE BALANCING TOTALS AND SET THE CONDITION   *
002950*          CODE WHEN THERE WERE EXCEPTIONS.                   *
002960*-----------------------------------------------------------*
002970 3000-PRINT-TOTALS.
002980     IF NOT WS-FILES-WERE-OPENED
002990         GO TO 3000-EXIT
003000     END-IF.
003010     MOVE SPACES TO ELIG-EXCEPTION-RECORD.
003020     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003030     MOVE WS-RESPONSES-READ TO WS-PRT-COUNT.
003040     MOVE SPACES TO ELIG-EXCEPTION-RECORD.
003050     STRING "Responses read         : " WS-PRT-COUNT
003060         DELIMITED BY SIZE INTO ELIG-EXCEPTION-RECORD.
003070     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003080     MOVE WS-RESPONSES-POSTED TO WS-PRT-COUNT.
003090     MOVE SPACES TO ELIG-EXCEPTION-RECORD.
003100     STRING "Posted to the master   : " WS-PRT-COUNT
003110         DELIMITED BY SIZE INTO ELIG-EXCEPTION-RECORD.
003120     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003130     MOVE WS-RESPONSES-EXCEPTED TO WS-PRT-COUNT.
003140     MOVE SPACES TO ELIG-EXCEPTION-RECORD.
003150     STRING "Exceptions listed      : " WS-PRT-COUNT
003160         DELIMITED BY SIZE INTO ELIG-EXCEPTION-RECORD.
003170     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003180     IF WS-RESPONSES-EXCEPTED > ZERO
003190         MOVE 8 TO RETURN-CODE
003200     END-IF.
003210 3000-EXIT.
003220     EXIT.
003230
003240 3900-PRINT-LINE.
003250     WRITE ELIG-EXCEPTION-RECORD.
003260     DISPLAY ELIG-EXCEPTION-RECORD.
003270 3900-EXIT.
003280     EXIT.
003290
003300*-----------------------------------------------------------*
003310*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL.  THE       *
003320*          CALLER SETS JRNL-ACTION AND LEAVES THE RECORD AS  *
003330*          IT WAS IN WS-MAST-BEFORE-IMAGE; THE AFTER IMAGE   *
003340*          IS THE MASTER RECORD AS JUST WRITTEN (SPACES FOR  *
003350*          A DELETE).  A JOURNAL THAT CANNOT BE WRITTEN      *
003360*          STOPS THE RUN - AN UNJOURNALED CHANGE CANNOT BE   *
003370*          BACKED OUT.                                       *
003380*-----------------------------------------------------------*
003390 7000-WRITE-JOURNAL.
003400     MOVE "AGEELOAD" TO JRNL-JOB-NAME.
003410     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
003420     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
003430     MOVE MAST-MEMBER-ID TO JRNL-MEMBER-ID.
003440     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
003450     IF JRNL-DELETED
003460         MOVE SPACES TO JRNL-AFTER-IMAGE
003470     ELSE
003480         MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE
003490     END-IF.
003500     WRITE AGE-JOURNAL-RECORD.
003510     IF AGE-JOURNAL-STATUS NOT = "00"
003520         DISPLAY "*** ERROR: master journal write failed, "
003530             "status " AGE-JOURNAL-STATUS
003540             " - run stopped after member " MAST-MEMBER-ID
003550         MOVE "Y" TO WS-RESP-EOF-SW
003560         MOVE 16 TO RETURN-CODE
003570     END-IF.
003580 7000-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------*
003620*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003630*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003640*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
003650*          DISTURB THE RUN'S OWN CONDITION CODE.  THE DATE  *
003660*          AND TIME ARE THE RUN STAMP TAKEN AT START, THE   *
003670*          SAME ONES THE MASTER JOURNAL CARRIES.            *
003680*-----------------------------------------------------------*
003690 8000-WRITE-RUN-CONTROL.
003700     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003710     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003720             AGE-RUN-CONTROL-STATUS NOT = "05"
003730         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003740         CLOSE AGE-RUN-CONTROL-FILE
003750         OPEN EXTEND AGE-RUN-CONTROL-FILE
003760     END-IF.
003770     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003780         DISPLAY "*** WARNING: run-control record not "
003790             "written, status " AGE-RUN-CONTROL-STATUS
003800         GO TO 8000-EXIT
003810     END-IF.
003820     MOVE "AGEELOAD" TO RUN-JOB-NAME.
003830     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003840     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003850     MOVE WS-RESPONSES-READ TO RUN-RECORDS-READ.
003860     MOVE WS-RESPONSES-POSTED TO RUN-RECORDS-POSTED.
003870     MOVE WS-RESPONSES-EXCEPTED TO RUN-RECORDS-REJECTED.
003880     MOVE RETURN-CODE TO RUN-COND-CODE.
003890     WRITE AGE-RUN-CONTROL-RECORD.
003900     CLOSE AGE-RUN-CONTROL-FILE.
003910 8000-EXIT.
003920     EXIT.
003930
003940*-----------------------------------------------------------*
003950*  9000 - TERMINATION                                        *
003960*-----------------------------------------------------------*
003970 9000-TERMINATE.
003980     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003990     IF WS-FILES-WERE-OPENED
004000         CLOSE ELIG-RESPONSE-FILE
004010         CLOSE AGE-MASTER-FILE
004020         CLOSE AGE-DETERM-FILE
004030         CLOSE ELIG-EXCEPTION-FILE
004040         CLOSE AGE-JOURNAL-FILE
004050     END-IF.
004060     DISPLAY "AGEELOAD complete.  Read " WS-RESPONSES-READ
004070         "  Posted " WS-RESPONSES-POSTED
004080         "  Exceptions " WS-RESPONSES-EXCEPTED "." .
004090 9000-EXIT.
004100     EXIT.
