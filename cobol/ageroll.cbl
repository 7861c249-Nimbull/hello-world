000280*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000290*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000300*                 THE AGEMORN MORNING STATUS REPORT.
000310* 2026-10-15 JDM  JOURNAL THE BEFORE AND AFTER IMAGE OF EVERY
000320*                 MASTER RECORD RE-AGED TO THE MASTER JOURNAL
000330*                 (AGEJRNL), TAGGED WITH THE RUN DATE AND TIME
000340*                 NOW TAKEN AT START OF RUN AND CARRIED ON THE
000350*                 RUN-CONTROL RECORD, SO A RUN WITH THE WRONG
000360*                 DATE CAN BE BACKED OUT BY AGEBKOUT.  THE RUN
000370*                 STOPS CC 16 WHEN THE JOURNAL CANNOT BE OPENED
000380*                 OR WRITTEN.
000390* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000400*                 CHANNEL.
000410* 2026-10-15 JDM  MEMBERS MERGED INTO ANOTHER ID BY AGEMERGE ARE
000420*                 SKIPPED LIKE DELETED ONES - THE RETIRED ID
000430*                 IS NOT RE-AGED OR JOURNALED.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. AGEROLL.
000470 AUTHOR. NIMBULL DATA PROCESSING.
000480 INSTALLATION. MEMBER SERVICES.
000490 DATE-WRITTEN. 2026-08-22.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS MAST-MEMBER-ID
000580         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000590             WITH DUPLICATES
000600         FILE STATUS IS AGE-MASTER-STATUS.
000610
000620     SELECT AGE-ROLL-REPORT-FILE ASSIGN TO "AGEROLLO"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS AGE-ROLL-REPORT-STATUS.
000650
000660     SELECT AGE-JOURNAL-FILE ASSIGN TO "AGEJRNL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS AGE-JOURNAL-STATUS.
000690
000700     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  AGE-MASTER-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY AGEMAST.
000790
000800 FD  AGE-ROLL-REPORT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  AGE-ROLL-REPORT-RECORD      PIC X(80).
000830
000840 FD  AGE-JOURNAL-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY AGEJRNL.
000880
000890 FD  AGE-RUN-CONTROL-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY AGERUN.
000930
000940 WORKING-STORAGE SECTION.
000950 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000960 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000970 77  AGE-ROLL-REPORT-STATUS      PIC X(02)   VALUE SPACES.
000980 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
000990
001000 01  WS-SWITCHES.
001010     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001020         88  WS-END-OF-MASTER                 VALUE "Y".
001030     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
001040         88  WS-MASTER-WAS-OPENED             VALUE "Y".
001050
001060 01  WS-COUNTERS.
001070     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
001080     05  WS-MEMBERS-CHANGED      PIC 9(08)   VALUE ZERO.
001090     05  WS-MEMBERS-UNCHANGED    PIC 9(08)   VALUE ZERO.
001100     05  WS-BRACKET-CROSSINGS    PIC 9(08)   VALUE ZERO.
001110
001120 01  WS-DOB-FIELDS.
001130     05  WS-DOB-INPUT            PIC 9(08).
001140 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
001150     05  WS-DOB-CC               PIC 9(02).
001160     05  WS-DOB-YY               PIC 9(02).
001170     05  WS-DOB-MM               PIC 9(02).
001180     05  WS-DOB-DD               PIC 9(02).
001190
001200 01  WS-SYS-DATE-YYYYMMDD.
001210     05  WS-SYS-CC               PIC 9(02).
001220     05  WS-SYS-YY               PIC 9(02).
001230     05  WS-SYS-MM               PIC 9(02).
001240     05  WS-SYS-DD               PIC 9(02).
001250
001260 01  WS-AGE-CALC                 PIC S9(05)  VALUE ZERO.
001270 01  WS-OLD-AGE                  PIC 9(03)   VALUE ZERO.
001280
001290 01  WS-BRACKET-AGE              PIC 9(03)   VALUE ZERO.
001300 01  WS-BRACKET-NO               PIC 9(01)   VALUE ZERO.
001310 01  WS-OLD-BRACKET-NO           PIC 9(01)   VALUE ZERO.
001320 01  WS-NEW-BRACKET-NO           PIC 9(01)   VALUE ZERO.
001330
001340 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
001350
001360 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001370
001380 01  WS-RUN-STAMP-FIELDS.
001390     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001400     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001410
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-PROCESS-MEMBER THRU 2000-EXIT
001460         UNTIL WS-END-OF-MASTER.
001470     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     STOP RUN.
001500
001510*-----------------------------------------------------------*
001520*  1000 - INITIALIZATION                                    *
001530*-----------------------------------------------------------*
001540 1000-INITIALIZE.
001550     DISPLAY "AGEROLL starting.".
001560     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001570     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
001580     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001590     OPEN I-O AGE-MASTER-FILE.
001600     IF AGE-MASTER-STATUS NOT = "00"
001610         DISPLAY "*** ERROR: cannot open member master file, "
001620             "status " AGE-MASTER-STATUS
001630         MOVE "Y" TO WS-MASTER-EOF-SW
001640         MOVE 16 TO RETURN-CODE
001650         GO TO 1000-EXIT
001660     END-IF.
001670     OPEN EXTEND AGE-JOURNAL-FILE.
001680     IF AGE-JOURNAL-STATUS NOT = "00" AND
001690             AGE-JOURNAL-STATUS NOT = "05"
001700         OPEN OUTPUT AGE-JOURNAL-FILE
001710         CLOSE AGE-JOURNAL-FILE
001720         OPEN EXTEND AGE-JOURNAL-FILE
001730     END-IF.
001740     IF AGE-JOURNAL-STATUS NOT = "00"
001750         DISPLAY "*** ERROR: cannot open the master journal, "
001760             "status " AGE-JOURNAL-STATUS
001770             " - no master updates made."
001780         CLOSE AGE-MASTER-FILE
001790         MOVE "Y" TO WS-MASTER-EOF-SW
001800         MOVE 16 TO RETURN-CODE
001810         GO TO 1000-EXIT
001820     END-IF.
001830     MOVE "Y" TO WS-MASTER-OPEN-SW.
001840     OPEN OUTPUT AGE-ROLL-REPORT-FILE.
001850 1000-EXIT.
001860     EXIT.
001870
001880*-----------------------------------------------------------*
001890*  2000 - RECOMPUTE ONE MEMBER'S AGE AND REWRITE THE MASTER  *
001900*          RECORD WHEN THE AGE HAS MOVED ON.                  *
001910*-----------------------------------------------------------*
001920 2000-PROCESS-MEMBER.
001930     READ AGE-MASTER-FILE NEXT RECORD
001940         AT END
001950             MOVE "Y" TO WS-MASTER-EOF-SW
001960             GO TO 2000-EXIT
001970     END-READ.
001980     ADD 1 TO WS-MEMBERS-READ.
001990     IF MAST-IS-DELETED OR MAST-IS-MERGED
002000         GO TO 2000-EXIT
002010     END-IF.
002020     MOVE MAST-MEMBER-AGE TO WS-OLD-AGE.
002030     MOVE MAST-MEMBER-DOB TO WS-DOB-INPUT.
002040     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
002050     IF WS-AGE-CALC = WS-OLD-AGE
002060         ADD 1 TO WS-MEMBERS-UNCHANGED
002070         GO TO 2000-EXIT
002080     END-IF.
002090     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
002100     MOVE WS-AGE-CALC TO MAST-MEMBER-AGE.
002110     REWRITE AGE-MASTER-RECORD
002120         INVALID KEY
002130             DISPLAY "*** ERROR: rewrite of member "
002140                 MAST-MEMBER-ID " failed, status "
002150                 AGE-MASTER-STATUS
002160             MOVE 8 TO RETURN-CODE
002170             GO TO 2000-EXIT
002180     END-REWRITE.
002190     MOVE "C" TO JRNL-ACTION.
002200     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002210     ADD 1 TO WS-MEMBERS-CHANGED.
002220     MOVE WS-OLD-AGE TO WS-BRACKET-AGE.
002230     PERFORM 2300-SET-BRACKET THRU 2300-EXIT.
002240     MOVE WS-BRACKET-NO TO WS-OLD-BRACKET-NO.
002250     MOVE MAST-MEMBER-AGE TO WS-BRACKET-AGE.
002260     PERFORM 2300-SET-BRACKET THRU 2300-EXIT.
002270     MOVE WS-BRACKET-NO TO WS-NEW-BRACKET-NO.
002280     IF WS-NEW-BRACKET-NO NOT = WS-OLD-BRACKET-NO
002290         ADD 1 TO WS-BRACKET-CROSSINGS
002300     END-IF.
002310 2000-EXIT.
002320     EXIT.
002330
002340 2200-COMPUTE-AGE.
002350     COMPUTE WS-AGE-CALC =
002360         (WS-SYS-CC * 100 + WS-SYS-YY)
002370         - (WS-DOB-CC * 100 + WS-DOB-YY).
002380     IF WS-SYS-MM < WS-DOB-MM
002390         SUBTRACT 1 FROM WS-AGE-CALC
002400     ELSE
002410         IF WS-SYS-MM = WS-DOB-MM AND WS-SYS-DD < WS-DOB-DD
002420             SUBTRACT 1 FROM WS-AGE-CALC
002430         END-IF
002440     END-IF.
002450 2200-EXIT.
002460     EXIT.
002470
002480*-----------------------------------------------------------*
002490*  2300 - CLASSIFY WS-BRACKET-AGE INTO THE REPORTING BRACKET *
002500*          NUMBERS THE AGE DISTRIBUTION REPORT USES:          *
002510*          1 = UNDER 18   2 = 18-29   3 = 30-49               *
002520*          4 = 50-64     5 = 65 AND OVER                      *
002530*-----------------------------------------------------------*
002540 2300-SET-BRACKET.
002550     EVALUATE TRUE
002560         WHEN WS-BRACKET-AGE < 18
002570             MOVE 1 TO WS-BRACKET-NO
002580         WHEN WS-BRACKET-AGE < 30
002590             MOVE 2 TO WS-BRACKET-NO
002600         WHEN WS-BRACKET-AGE < 50
002610             MOVE 3 TO WS-BRACKET-NO
002620         WHEN WS-BRACKET-AGE < 65
002630             MOVE 4 TO WS-BRACKET-NO
002640         WHEN OTHER
002650             MOVE 5 TO WS-BRACKET-NO
002660     END-EVALUATE.
002670 2300-EXIT.
002680     EXIT.
002690
002700*-----------------------------------------------------------*
002710*  3000 - PRINT THE RE-AGING SUMMARY                         *
002720*-----------------------------------------------------------*
002730 3000-PRINT-SUMMARY.
002740     IF NOT WS-MASTER-WAS-OPENED
002750         GO TO 3000-EXIT
002760     END-IF.
002770     MOVE SPACES TO AGE-ROLL-REPORT-RECORD.
002780     STRING "ANNUAL RE-AGING SUMMARY - RUN DATE "
002790         WS-SYS-DATE-YYYYMMDD
002800         DELIMITED BY SIZE INTO AGE-ROLL-REPORT-RECORD.
002810     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002820     MOVE SPACES TO AGE-ROLL-REPORT-RECORD.
002830     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002840     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
002850     MOVE SPACES TO AGE-ROLL-REPORT-RECORD.
002860     STRING "Members read          : " WS-PRT-COUNT
002870         DELIMITED BY SIZE INTO AGE-ROLL-REPORT-RECORD.
002880     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002890     MOVE WS-MEMBERS-CHANGED TO WS-PRT-COUNT.
002900     MOVE SPACES TO AGE-ROLL-REPORT-RECORD.
002910     STRING "Ages rolled forward   : " WS-PRT-COUNT
002920         DELIMITED BY SIZE INTO AGE-ROLL-REPORT-RECORD.
002930     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002940     MOVE WS-MEMBERS-UNCHANGED TO WS-PRT-COUNT.
002950     MOVE SPACES TO AGE-ROLL-REPORT-RECORD.
002960     STRING "Ages unchanged        : " WS-PRT-COUNT
002970         DELIMITED BY SIZE INTO AGE-ROLL-REPORT-RECORD.
002980     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002990     MOVE WS-BRACKET-CROSSINGS TO WS-PRT-COUNT.
003000     MOVE SPACES TO AGE-ROLL-REPORT-RECORD.
003010     STRING "Crossed a bracket     : " WS-PRT-COUNT
003020         DELIMITED BY SIZE INTO AGE-ROLL-REPORT-RECORD.
003030     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003040 3000-EXIT.
003050     EXIT.
003060
003070 3900-PRINT-LINE.
003080     WRITE AGE-ROLL-REPORT-RECORD.
003090     DISPLAY AGE-ROLL-REPORT-RECORD.
003100 3900-EXIT.
003110     EXIT.
003120
003130*-----------------------------------------------------------*
003140*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL.  THE       *
003150*          CALLER SETS JRNL-ACTION AND LEAVES THE RECORD AS  *
003160*          IT WAS IN WS-MAST-BEFORE-IMAGE; THE AFTER IMAGE   *
003170*          IS THE MASTER RECORD AS JUST WRITTEN (SPACES FOR  *
003180*          A DELETE).  A JOURNAL THAT CANNOT BE WRITTEN      *
003190*          STOPS THE RUN - AN UNJOURNALED CHANGE CANNOT BE   *
003200*          BACKED OUT.                                       *
003210*-----------------------------------------------------------*
003220 7000-WRITE-JOURNAL.
003230     MOVE "AGEROLL" TO JRNL-JOB-NAME.
003240     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
003250     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
003260     MOVE MAST-MEMBER-ID TO JRNL-MEMBER-ID.
003270     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
003280     IF JRNL-DELETED
003290         MOVE SPACES TO JRNL-AFTER-IMAGE
003300     ELSE
003310         MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE
003320     END-IF.
003330     WRITE AGE-JOURNAL-RECORD.
003340     IF AGE-JOURNAL-STATUS NOT = "00"
003350         DISPLAY "*** ERROR: master journal write failed, "
003360             "status " AGE-JOURNAL-STATUS
003370             " - run stopped after member " MAST-MEMBER-ID
003380         MOVE "Y" TO WS-MASTER-EOF-SW
003390         MOVE 16 TO RETURN-CODE
003400     END-IF.
003410 7000-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------*
003450*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003460*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003470*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
003480*          DISTURB THE RUN'S OWN CONDITION CODE.  THE DATE  *
003490*          AND TIME ARE THE RUN STAMP TAKEN AT START, THE   *
003500*          SAME ONES THE MASTER JOURNAL CARRIES.            *
003510*-----------------------------------------------------------*
003520 8000-WRITE-RUN-CONTROL.
003530     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003540     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003550             AGE-RUN-CONTROL-STATUS NOT = "05"
003560         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003570         CLOSE AGE-RUN-CONTROL-FILE
003580         OPEN EXTEND AGE-RUN-CONTROL-FILE
003590     END-IF.
003600     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003610         DISPLAY "*** WARNING: run-control record not "
003620             "written, status " AGE-RUN-CONTROL-STATUS
003630         GO TO 8000-EXIT
003640     END-IF.
003650     MOVE "AGEROLL" TO RUN-JOB-NAME.
003660     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003670     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003680     MOVE WS-MEMBERS-READ TO RUN-RECORDS-READ.
003690     MOVE WS-MEMBERS-CHANGED TO RUN-RECORDS-POSTED.
003700     MOVE ZERO TO RUN-RECORDS-REJECTED.
003710     MOVE RETURN-CODE TO RUN-COND-CODE.
003720     WRITE AGE-RUN-CONTROL-RECORD.
003730     CLOSE AGE-RUN-CONTROL-FILE.
003740 8000-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------*
003780*  9000 - TERMINATION                                        *
003790*-----------------------------------------------------------*
003800 9000-TERMINATE.
003810     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003820     IF WS-MASTER-WAS-OPENED
003830         CLOSE AGE-MASTER-FILE
003840         CLOSE AGE-ROLL-REPORT-FILE
003850         CLOSE AGE-JOURNAL-FILE
003860     END-IF.
003870     DISPLAY "AGEROLL complete.  Read " WS-MEMBERS-READ
003880         "  Changed " WS-MEMBERS-CHANGED
003890         "  Crossed " WS-BRACKET-CROSSINGS "." .
003900 9000-EXIT.
003910     EXIT.
