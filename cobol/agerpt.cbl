000340*                 THE PRIOR CALL'S STALE TOTALS AND AN EOF SWITCH
000350*                 ALREADY SET, WHICH SKIPPED THE READ LOOP
000360*                 ENTIRELY.
000370* 2026-10-15 JDM  REGISTRATIONS BY SOURCE CHANNEL (TERMINAL,
000380*                 BRANCH BATCH, PARTNER FEED) PRINTED BELOW THE
000390*                 AGE BRACKETS.  AN INTAKE RECORD WRITTEN BEFORE
000400*                 THE CHANNEL WAS CARRIED COUNTS AS BRANCH WHEN
000410*                 ITS TERMINAL ID IS BATCH, OTHERWISE TERMINAL.
000420*                 REJECTION RATES BY CHANNEL ARE ON AGEAUDRP,
000430*                 WHICH READS THE AUDIT LOG.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. AGERPT.
000470 AUTHOR. NIMBULL DATA PROCESSING.
000480 INSTALLATION. MEMBER SERVICES.
000490 DATE-WRITTEN. 2026-08-09.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AGE-INTAKE-FILE ASSIGN TO "AGEINTK"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS AGE-INTAKE-STATUS.
000570
000580     SELECT AGE-REPORT-FILE ASSIGN TO "AGERPTO"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS AGE-REPORT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AGE-INTAKE-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY AGEREC.
000680
000690 FD  AGE-REPORT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  AGE-REPORT-RECORD           PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 77  AGE-INTAKE-STATUS           PIC X(02)   VALUE SPACES.
000750 77  AGE-REPORT-STATUS           PIC X(02)   VALUE SPACES.
000760
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000790         88  WS-END-OF-INTAKE                 VALUE "Y".
000800     05  WS-INTAKE-OPEN-SW       PIC X(01)   VALUE "N".
000810         88  WS-INTAKE-WAS-OPENED              VALUE "Y".
000820
000830 01  WS-COUNTERS.
000840     05  WS-TOTAL-COUNT          PIC 9(08)   VALUE ZERO.
000850     05  WS-TOTAL-AGE            PIC 9(09)   VALUE ZERO.
000860     05  WS-AVERAGE-AGE          PIC 9(03)V9(01) VALUE ZERO.
000870     05  WS-BRACKET-UNDER-18     PIC 9(08)   VALUE ZERO.
000880     05  WS-BRACKET-18-29        PIC 9(08)   VALUE ZERO.
000890     05  WS-BRACKET-30-49        PIC 9(08)   VALUE ZERO.
000900     05  WS-BRACKET-50-64        PIC 9(08)   VALUE ZERO.
000910     05  WS-BRACKET-65-UP        PIC 9(08)   VALUE ZERO.
000920     05  WS-CHANNEL-TERMINAL     PIC 9(08)   VALUE ZERO.
000930     05  WS-CHANNEL-BRANCH       PIC 9(08)   VALUE ZERO.
000940     05  WS-CHANNEL-PARTNER      PIC 9(08)   VALUE ZERO.
000950
000960 01  WS-LINE-COUNT               PIC 9(04)   VALUE ZERO.
000970
000980 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
000990 01  WS-PRT-AVERAGE              PIC ZZ9.9.
001000
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     PERFORM 2000-PROCESS-INTAKE THRU 2000-EXIT
001050         UNTIL WS-END-OF-INTAKE.
001060     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001080     GOBACK.
001090
001100*-----------------------------------------------------------*
001110*  1000 - INITIALIZATION                                    *
001120*-----------------------------------------------------------*
001130 1000-INITIALIZE.
001140     DISPLAY "AGERPT starting.".
001150     MOVE "N" TO WS-EOF-SW.
001160     MOVE "N" TO WS-INTAKE-OPEN-SW.
001170     MOVE ZERO TO WS-TOTAL-COUNT.
001180     MOVE ZERO TO WS-TOTAL-AGE.
001190     MOVE ZERO TO WS-AVERAGE-AGE.
001200     MOVE ZERO TO WS-BRACKET-UNDER-18.
001210     MOVE ZERO TO WS-BRACKET-18-29.
001220     MOVE ZERO TO WS-BRACKET-30-49.
001230     MOVE ZERO TO WS-BRACKET-50-64.
001240     MOVE ZERO TO WS-BRACKET-65-UP.
001250     MOVE ZERO TO WS-CHANNEL-TERMINAL.
001260     MOVE ZERO TO WS-CHANNEL-BRANCH.
001270     MOVE ZERO TO WS-CHANNEL-PARTNER.
001280     MOVE ZERO TO WS-LINE-COUNT.
001290     OPEN INPUT AGE-INTAKE-FILE.
001300     IF AGE-INTAKE-STATUS NOT = "00"
001310         DISPLAY "*** ERROR: cannot open age intake file, "
001320             "status " AGE-INTAKE-STATUS
001330         MOVE "Y" TO WS-EOF-SW
001340         GO TO 1000-EXIT
001350     END-IF.
001360     MOVE "Y" TO WS-INTAKE-OPEN-SW.
001370     OPEN OUTPUT AGE-REPORT-FILE.
001380     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
001390 1000-EXIT.
001400     EXIT.
001410
001420*-----------------------------------------------------------*
001430*  2000 - ACCUMULATE COUNTS BY AGE BRACKET                   *
001440*-----------------------------------------------------------*
001450 2000-PROCESS-INTAKE.
001460     ADD 1 TO WS-TOTAL-COUNT.
001470     ADD AGE-REC-AGE TO WS-TOTAL-AGE.
001480     EVALUATE TRUE
001490         WHEN AGE-REC-AGE < 18
001500             ADD 1 TO WS-BRACKET-UNDER-18
001510         WHEN AGE-REC-AGE < 30
001520             ADD 1 TO WS-BRACKET-18-29
001530         WHEN AGE-REC-AGE < 50
001540             ADD 1 TO WS-BRACKET-30-49
001550         WHEN AGE-REC-AGE < 65
001560             ADD 1 TO WS-BRACKET-50-64
001570         WHEN OTHER
001580             ADD 1 TO WS-BRACKET-65-UP
001590     END-EVALUATE.
001600     EVALUATE TRUE
001610         WHEN AGE-REC-FROM-PARTNER
001620             ADD 1 TO WS-CHANNEL-PARTNER
001630         WHEN AGE-REC-FROM-BRANCH
001640             ADD 1 TO WS-CHANNEL-BRANCH
001650         WHEN AGE-REC-FROM-TERMINAL
001660             ADD 1 TO WS-CHANNEL-TERMINAL
001670         WHEN AGE-REC-TERM-ID = "BATCH"
001680             ADD 1 TO WS-CHANNEL-BRANCH
001690         WHEN OTHER
001700             ADD 1 TO WS-CHANNEL-TERMINAL
001710     END-EVALUATE.
001720     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
001730 2000-EXIT.
001740     EXIT.
001750
001760 2100-READ-INTAKE.
001770     READ AGE-INTAKE-FILE
001780         AT END
001790             MOVE "Y" TO WS-EOF-SW
001800     END-READ.
001810 2100-EXIT.
001820     EXIT.
001830
001840*-----------------------------------------------------------*
001850*  3000 - PRINT THE SUMMARY REPORT                           *
001860*-----------------------------------------------------------*
001870 3000-PRINT-REPORT.
001880     IF WS-TOTAL-COUNT > 0
001890         COMPUTE WS-AVERAGE-AGE ROUNDED =
001900             WS-TOTAL-AGE / WS-TOTAL-COUNT
001910     END-IF.
001920     MOVE "AGE DISTRIBUTION SUMMARY REPORT" TO AGE-REPORT-RECORD
001930     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001940     MOVE SPACES TO AGE-REPORT-RECORD.
001950     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001960
001970     MOVE WS-BRACKET-UNDER-18 TO WS-PRT-COUNT.
001980     MOVE SPACES TO AGE-REPORT-RECORD.
001990     STRING "Under 18    : " WS-PRT-COUNT
002000         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002010     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002020
002030     MOVE WS-BRACKET-18-29 TO WS-PRT-COUNT.
002040     MOVE SPACES TO AGE-REPORT-RECORD.
002050     STRING "18 - 29     : " WS-PRT-COUNT
002060         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002070     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002080
002090     MOVE WS-BRACKET-30-49 TO WS-PRT-COUNT.
002100     MOVE SPACES TO AGE-REPORT-RECORD.
002110     STRING "30 - 49     : " WS-PRT-COUNT
002120         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002130     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002140
002150     MOVE WS-BRACKET-50-64 TO WS-PRT-COUNT.
002160     MOVE SPACES TO AGE-REPORT-RECORD.
002170     STRING "50 - 64     : " WS-PRT-COUNT
002180         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002190     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002200
002210     MOVE WS-BRACKET-65-UP TO WS-PRT-COUNT.
002220     MOVE SPACES TO AGE-REPORT-RECORD.
002230     STRING "65 and over : " WS-PRT-COUNT
002240         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002250     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002260
002270     MOVE SPACES TO AGE-REPORT-RECORD.
002280     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002290
002300     MOVE WS-TOTAL-COUNT TO WS-PRT-COUNT.
002310     MOVE SPACES TO AGE-REPORT-RECORD.
002320     STRING "Grand total : " WS-PRT-COUNT
002330         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002340     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002350
002360     MOVE WS-AVERAGE-AGE TO WS-PRT-AVERAGE.
002370     MOVE SPACES TO AGE-REPORT-RECORD.
002380     STRING "Average age : " WS-PRT-AVERAGE
002390         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002410
002420     MOVE SPACES TO AGE-REPORT-RECORD.
002430     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002440     MOVE "REGISTRATIONS BY SOURCE CHANNEL" TO AGE-REPORT-RECORD.
002450     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002460     MOVE SPACES TO AGE-REPORT-RECORD.
002470     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002480
002490     MOVE WS-CHANNEL-TERMINAL TO WS-PRT-COUNT.
002500     MOVE SPACES TO AGE-REPORT-RECORD.
002510     STRING "Terminal    : " WS-PRT-COUNT
002520         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002530     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002540
002550     MOVE WS-CHANNEL-BRANCH TO WS-PRT-COUNT.
002560     MOVE SPACES TO AGE-REPORT-RECORD.
002570     STRING "Branch batch: " WS-PRT-COUNT
002580         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002590     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002600
002610     MOVE WS-CHANNEL-PARTNER TO WS-PRT-COUNT.
002620     MOVE SPACES TO AGE-REPORT-RECORD.
002630     STRING "Partner feed: " WS-PRT-COUNT
002640         DELIMITED BY SIZE INTO AGE-REPORT-RECORD.
002650     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002660 3000-EXIT.
002670     EXIT.
002680
002690 3900-PRINT-LINE.
002700     WRITE AGE-REPORT-RECORD.
002710     DISPLAY AGE-REPORT-RECORD.
002720     ADD 1 TO WS-LINE-COUNT.
002730 3900-EXIT.
002740     EXIT.
002750
002760*-----------------------------------------------------------*
002770*  9000 - TERMINATION                                        *
002780*-----------------------------------------------------------*
002790 9000-TERMINATE.
002800     IF WS-INTAKE-WAS-OPENED
002810         CLOSE AGE-INTAKE-FILE
002820         CLOSE AGE-REPORT-FILE
002830     END-IF.
002840     DISPLAY "AGERPT complete.".
002850 9000-EXIT.
002860     EXIT.
