000080* PER TERMINAL, A RANKED LIST OF REJECTION REASONS, AND A FLAG
000090* ON ANY TERMINAL WHOSE REJECTION RATE IS AT LEAST TWICE THE
000100* OVERALL RATE (WITH AT LEAST TEN ATTEMPTS), SO RETRAINING CAN
000110* BE TARGETED AT THE TERMINALS THAT NEED IT.  THE SAME COUNTS
000120* AND RATE ARE ALSO GIVEN BY SOURCE CHANNEL (TERMINAL, BRANCH
000130* BATCH, PARTNER FEED).  CALLED FROM THE AGEMENU FRONT END THE
000140* SAME WAY AGERPT IS, OR RUN ON ITS OWN.
000150*
000160* AUTHOR.      NIMBULL DATA PROCESSING.
000170* INSTALLATION. MEMBER SERVICES.
000180* DATE-WRITTEN. 2026-08-22.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
000220* 2026-08-22 JDM  ORIGINAL.
000230* 2026-10-15 JDM  ACCEPTED/REJECTED COUNTS AND REJECTION RATE BY
000240*                 SOURCE CHANNEL AHEAD OF THE TERMINAL TABLE.  A
000250*                 RECORD WRITTEN BEFORE THE CHANNEL WAS CARRIED
000260*                 COUNTS AS BRANCH WHEN ITS TERMINAL ID IS BATCH,
000270*                 OTHERWISE TERMINAL.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AGEAUDRP.
000310 AUTHOR. NIMBULL DATA PROCESSING.
000320 INSTALLATION. MEMBER SERVICES.
000330 DATE-WRITTEN. 2026-08-22.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS AGE-AUDIT-STATUS.
000410
000420     SELECT AGE-AUDRP-FILE ASSIGN TO "AGEAUDRO"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AGE-AUDRP-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AGE-AUDIT-FILE
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000510 COPY AGEAUD.
000520
000530 FD  AGE-AUDRP-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  AGE-AUDRP-RECORD            PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
000590 77  AGE-AUDRP-STATUS            PIC X(02)   VALUE SPACES.
000600 77  WS-TERM-TABLE-MAX           PIC 9(02)   COMP VALUE 50.
000610 77  WS-RSN-TABLE-MAX            PIC 9(02)   COMP VALUE 20.
000620 77  WS-FLAG-MIN-ATTEMPTS        PIC 9(02)   COMP VALUE 10.
000630
000640 01  WS-SWITCHES.
000650     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
000660         88  WS-END-OF-AUDIT                  VALUE "Y".
000670     05  WS-AUDIT-OPEN-SW        PIC X(01)   VALUE "N".
000680         88  WS-AUDIT-WAS-OPENED              VALUE "Y".
000690     05  WS-VALID-RANGE-SW       PIC X(01)   VALUE "N".
000700         88  WS-RANGE-IS-VALID                VALUE "Y".
000710     05  WS-TERM-TABLE-FULL-SW   PIC X(01)   VALUE "N".
000720         88  WS-TERM-TABLE-IS-FULL            VALUE "Y".
000730     05  WS-RSN-TABLE-FULL-SW    PIC X(01)   VALUE "N".
000740         88  WS-RSN-TABLE-IS-FULL             VALUE "Y".
000750
000760 01  WS-RANGE-FIELDS.
000770     05  WS-RANGE-FROM           PIC X(08).
000780     05  WS-RANGE-FROM-N REDEFINES WS-RANGE-FROM
000790                                 PIC 9(08).
000800     05  WS-RANGE-TO             PIC X(08).
000810     05  WS-RANGE-TO-N REDEFINES WS-RANGE-TO
000820                                 PIC 9(08).
000830
000840 01  WS-COUNTERS.
000850     05  WS-RECORDS-READ         PIC 9(08)   VALUE ZERO.
000860     05  WS-RECORDS-SELECTED     PIC 9(08)   VALUE ZERO.
000870     05  WS-TOTAL-ACCEPTED       PIC 9(08)   VALUE ZERO.
000880     05  WS-TOTAL-REJECTED       PIC 9(08)   VALUE ZERO.
000890
000900 01  WS-TERM-ENTRY-COUNT         PIC 9(02)   COMP VALUE ZERO.
000910 01  WS-TERM-TABLE.
000920     05  WS-TERM-ROW OCCURS 50 TIMES INDEXED BY TERM-IX.
000930         10  WS-TERM-ROW-ID      PIC X(08).
000940         10  WS-TERM-ACCEPTED    PIC 9(06).
000950         10  WS-TERM-REJECTED    PIC 9(06).
000960
000970*    ONE ROW PER SOURCE CHANNEL: 1 TERMINAL, 2 BRANCH BATCH,
000980*    3 PARTNER FEED.
000990 01  WS-CHAN-TABLE.
001000     05  WS-CHAN-ROW OCCURS 3 TIMES.
001010         10  WS-CHAN-ACCEPTED    PIC 9(06).
001020         10  WS-CHAN-REJECTED    PIC 9(06).
001030 01  WS-CHAN-NAMES.
001040     05  FILLER                  PIC X(12)   VALUE "TERMINAL".
001050     05  FILLER                  PIC X(12)   VALUE "BRANCH BATCH".
001060     05  FILLER                  PIC X(12)   VALUE "PARTNER FEED".
001070 01  WS-CHAN-NAME-TABLE REDEFINES WS-CHAN-NAMES.
001080     05  WS-CHAN-NAME            PIC X(12)   OCCURS 3 TIMES.
001090
001100 01  WS-RSN-ENTRY-COUNT          PIC 9(02)   COMP VALUE ZERO.
001110 01  WS-RSN-TABLE.
001120     05  WS-RSN-ROW OCCURS 20 TIMES INDEXED BY RSN-IX.
001130         10  WS-RSN-TEXT         PIC X(30).
001140         10  WS-RSN-COUNT        PIC 9(06).
001150
001160 01  WS-WORK-FIELDS.
001170     05  WS-SUB                  PIC 9(02)   COMP VALUE ZERO.
001180     05  WS-RANK-SUB             PIC 9(02)   COMP VALUE ZERO.
001190     05  WS-MAX-SUB              PIC 9(02)   COMP VALUE ZERO.
001200     05  WS-MAX-COUNT            PIC 9(06)   VALUE ZERO.
001210     05  WS-RANK-NO              PIC 9(02)   VALUE ZERO.
001220     05  WS-TERM-ATTEMPTS        PIC 9(06)   VALUE ZERO.
001230     05  WS-TERM-RATE            PIC 9(03)V9(01) VALUE ZERO.
001240     05  WS-OVERALL-RATE         PIC 9(03)V9(01) VALUE ZERO.
001250
001260 01  WS-PRT-FIELDS.
001270     05  WS-PRT-COUNT            PIC ZZZZ,ZZ9.
001280     05  WS-PRT-ACCEPTED         PIC ZZZ,ZZ9.
001290     05  WS-PRT-REJECTED         PIC ZZZ,ZZ9.
001300     05  WS-PRT-RATE             PIC ZZ9.9.
001310     05  WS-PRT-RANK             PIC Z9.
001320     05  WS-PRT-FLAG             PIC X(08).
001330
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
001380         UNTIL WS-END-OF-AUDIT.
001390     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     GOBACK.
001420
001430*-----------------------------------------------------------*
001440*  1000 - INITIALIZATION.  WORKING-STORAGE IS NOT            *
001450*          REINITIALIZED BETWEEN CALLS WITHIN A RUN UNIT, SO  *
001460*          EVERY SWITCH, COUNTER AND TABLE IS RESET HERE THE  *
001470*          SAME WAY AGERPT RESETS ITS OWN.                    *
001480*-----------------------------------------------------------*
001490 1000-INITIALIZE.
001500     DISPLAY "AGEAUDRP starting.".
001510     MOVE "N" TO WS-AUDIT-EOF-SW.
001520     MOVE "N" TO WS-AUDIT-OPEN-SW.
001530     MOVE "N" TO WS-VALID-RANGE-SW.
001540     MOVE "N" TO WS-TERM-TABLE-FULL-SW.
001550     MOVE "N" TO WS-RSN-TABLE-FULL-SW.
001560     MOVE ZERO TO WS-RECORDS-READ.
001570     MOVE ZERO TO WS-RECORDS-SELECTED.
001580     MOVE ZERO TO WS-TOTAL-ACCEPTED.
001590     MOVE ZERO TO WS-TOTAL-REJECTED.
001600     MOVE ZERO TO WS-TERM-ENTRY-COUNT.
001610     MOVE ZERO TO WS-RSN-ENTRY-COUNT.
001620     PERFORM 1170-CLEAR-CHAN-ROW THRU 1170-EXIT
001630         VARYING WS-SUB FROM 1 BY 1
001640         UNTIL WS-SUB > 3.
001650     PERFORM 1100-CLEAR-TERM-ROW THRU 1100-EXIT
001660         VARYING WS-SUB FROM 1 BY 1
001670         UNTIL WS-SUB > WS-TERM-TABLE-MAX.
001680     PERFORM 1150-CLEAR-RSN-ROW THRU 1150-EXIT
001690         VARYING WS-SUB FROM 1 BY 1
001700         UNTIL WS-SUB > WS-RSN-TABLE-MAX.
001710     PERFORM 1200-PROMPT-RANGE THRU 1200-EXIT
001720         UNTIL WS-RANGE-IS-VALID.
001730     OPEN INPUT AGE-AUDIT-FILE.
001740     IF AGE-AUDIT-STATUS NOT = "00"
001750         DISPLAY "*** ERROR: cannot open age audit file, "
001760             "status " AGE-AUDIT-STATUS
001770         MOVE "Y" TO WS-AUDIT-EOF-SW
001780         GO TO 1000-EXIT
001790     END-IF.
001800     MOVE "Y" TO WS-AUDIT-OPEN-SW.
001810     OPEN OUTPUT AGE-AUDRP-FILE.
001820     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850
001860 1100-CLEAR-TERM-ROW.
001870     MOVE SPACES TO WS-TERM-ROW-ID(WS-SUB).
001880     MOVE ZERO TO WS-TERM-ACCEPTED(WS-SUB).
001890     MOVE ZERO TO WS-TERM-REJECTED(WS-SUB).
001900 1100-EXIT.
001910     EXIT.
001920
001930 1150-CLEAR-RSN-ROW.
001940     MOVE SPACES TO WS-RSN-TEXT(WS-SUB).
001950     MOVE ZERO TO WS-RSN-COUNT(WS-SUB).
001960 1150-EXIT.
001970     EXIT.
001980
001990 1170-CLEAR-CHAN-ROW.
002000     MOVE ZERO TO WS-CHAN-ACCEPTED(WS-SUB).
002010     MOVE ZERO TO WS-CHAN-REJECTED(WS-SUB).
002020 1170-EXIT.
002030     EXIT.
002040
002050 1200-PROMPT-RANGE.
002060     DISPLAY "Enter report FROM date (CCYYMMDD): ".
002070     ACCEPT WS-RANGE-FROM.
002080     DISPLAY "Enter report TO date (CCYYMMDD): ".
002090     ACCEPT WS-RANGE-TO.
002100     IF WS-RANGE-FROM NOT NUMERIC OR WS-RANGE-TO NOT NUMERIC
002110         DISPLAY "*** ERROR: dates must be 8 numeric digits "
002120             "(CCYYMMDD). Try again."
002130         GO TO 1200-EXIT
002140     END-IF.
002150     IF WS-RANGE-FROM-N > WS-RANGE-TO-N
002160         DISPLAY "*** ERROR: FROM date is after TO date. "
002170             "Try again."
002180         GO TO 1200-EXIT
002190     END-IF.
002200     MOVE "Y" TO WS-VALID-RANGE-SW.
002210 1200-EXIT.
002220     EXIT.
002230
002240*-----------------------------------------------------------*
002250*  2000 - TALLY ONE AUDIT RECORD WITHIN THE DATE RANGE       *
002260*-----------------------------------------------------------*
002270 2000-PROCESS-AUDIT.
002280     ADD 1 TO WS-RECORDS-READ.
002290     IF AUD-TS-DATE < WS-RANGE-FROM-N OR
002300             AUD-TS-DATE > WS-RANGE-TO-N
002310         GO TO 2000-READ-NEXT
002320     END-IF.
002330     ADD 1 TO WS-RECORDS-SELECTED.
002340     PERFORM 2200-TALLY-TERMINAL THRU 2200-EXIT.
002350     PERFORM 2400-TALLY-CHANNEL THRU 2400-EXIT.
002360     IF AUD-ACCEPTED
002370         ADD 1 TO WS-TOTAL-ACCEPTED
002380     ELSE
002390         ADD 1 TO WS-TOTAL-REJECTED
002400         PERFORM 2300-TALLY-REASON THRU 2300-EXIT
002410     END-IF.
002420 2000-READ-NEXT.
002430     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002440 2000-EXIT.
002450     EXIT.
002460
002470 2100-READ-AUDIT.
002480     READ AGE-AUDIT-FILE
002490         AT END
002500             MOVE "Y" TO WS-AUDIT-EOF-SW
002510     END-READ.
002520 2100-EXIT.
002530     EXIT.
002540
002550*-----------------------------------------------------------*
002560*  2200 - FIND OR ADD THE TERMINAL'S TALLY ROW AND COUNT     *
002570*          THE ATTEMPT AGAINST IT.                            *
002580*-----------------------------------------------------------*
002590 2200-TALLY-TERMINAL.
002600     MOVE ZERO TO WS-SUB.
002610     PERFORM 2250-MATCH-TERM-ROW THRU 2250-EXIT
002620         VARYING WS-SUB FROM 1 BY 1
002630         UNTIL WS-SUB > WS-TERM-ENTRY-COUNT
002640         OR WS-TERM-ROW-ID(WS-SUB) = AUD-TERM-ID.
002650     IF WS-SUB > WS-TERM-ENTRY-COUNT
002660         IF WS-TERM-ENTRY-COUNT < WS-TERM-TABLE-MAX
002670             ADD 1 TO WS-TERM-ENTRY-COUNT
002680             MOVE WS-TERM-ENTRY-COUNT TO WS-SUB
002690             MOVE AUD-TERM-ID TO WS-TERM-ROW-ID(WS-SUB)
002700         ELSE
002710             MOVE "Y" TO WS-TERM-TABLE-FULL-SW
002720             GO TO 2200-EXIT
002730         END-IF
002740     END-IF.
002750     IF AUD-ACCEPTED
002760         ADD 1 TO WS-TERM-ACCEPTED(WS-SUB)
002770     ELSE
002780         ADD 1 TO WS-TERM-REJECTED(WS-SUB)
002790     END-IF.
002800 2200-EXIT.
002810     EXIT.
002820
002830 2250-MATCH-TERM-ROW.
002840     CONTINUE.
002850 2250-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------*
002890*  2300 - FIND OR ADD THE REJECTION REASON'S TALLY ROW AND   *
002900*          COUNT THE REJECTION AGAINST IT.                    *
002910*-----------------------------------------------------------*
002920 2300-TALLY-REASON.
002930     MOVE ZERO TO WS-SUB.
002940     PERFORM 2350-MATCH-RSN-ROW THRU 2350-EXIT
002950         VARYING WS-SUB FROM 1 BY 1
002960         UNTIL WS-SUB > WS-RSN-ENTRY-COUNT
002970         OR WS-RSN-TEXT(WS-SUB) = AUD-REASON.
002980     IF WS-SUB > WS-RSN-ENTRY-COUNT
002990         IF WS-RSN-ENTRY-COUNT < WS-RSN-TABLE-MAX
003000             ADD 1 TO WS-RSN-ENTRY-COUNT
003010             MOVE WS-RSN-ENTRY-COUNT TO WS-SUB
003020             MOVE AUD-REASON TO WS-RSN-TEXT(WS-SUB)
003030         ELSE
003040             MOVE "Y" TO WS-RSN-TABLE-FULL-SW
003050             GO TO 2300-EXIT
003060         END-IF
003070     END-IF.
003080     ADD 1 TO WS-RSN-COUNT(WS-SUB).
003090 2300-EXIT.
003100     EXIT.
003110
003120 2350-MATCH-RSN-ROW.
003130     CONTINUE.
003140 2350-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------*
003180*  2400 - COUNT THE ATTEMPT AGAINST ITS SOURCE CHANNEL.      *
003190*-----------------------------------------------------------*
003200 2400-TALLY-CHANNEL.
003210     EVALUATE TRUE
003220         WHEN AUD-FROM-PARTNER
003230             MOVE 3 TO WS-SUB
003240         WHEN AUD-FROM-BRANCH
003250             MOVE 2 TO WS-SUB
003260         WHEN AUD-FROM-TERMINAL
003270             MOVE 1 TO WS-SUB
003280         WHEN AUD-TERM-ID = "BATCH"
003290             MOVE 2 TO WS-SUB
003300         WHEN OTHER
003310             MOVE 1 TO WS-SUB
003320     END-EVALUATE.
003330     IF AUD-ACCEPTED
003340         ADD 1 TO WS-CHAN-ACCEPTED(WS-SUB)
003350     ELSE
003360         ADD 1 TO WS-CHAN-REJECTED(WS-SUB)
003370     END-IF.
003380 2400-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------*
003420*  3000 - PRINT THE ANALYSIS REPORT                          *
003430*-----------------------------------------------------------*
003440 3000-PRINT-REPORT.
003450     IF NOT WS-AUDIT-WAS-OPENED
003460         GO TO 3000-EXIT
003470     END-IF.
003480     MOVE SPACES TO AGE-AUDRP-RECORD.
003490     STRING "AUDIT LOG ANALYSIS  " WS-RANGE-FROM
003500         " THRU " WS-RANGE-TO
003510         DELIMITED BY SIZE INTO AGE-AUDRP-RECORD.
003520     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003530     MOVE SPACES TO AGE-AUDRP-RECORD.
003540     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003550     IF WS-TOTAL-ACCEPTED + WS-TOTAL-REJECTED > 0
003560         COMPUTE WS-OVERALL-RATE ROUNDED =
003570             WS-TOTAL-REJECTED * 100
003580             / (WS-TOTAL-ACCEPTED + WS-TOTAL-REJECTED)
003590     ELSE
003600         MOVE ZERO TO WS-OVERALL-RATE
003610     END-IF.
003620     MOVE "CHANNEL       ACCEPTED  REJECTED  REJ RATE"
003630         TO AGE-AUDRP-RECORD.
003640     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003650     PERFORM 3050-PRINT-CHAN-ROW THRU 3050-EXIT
003660         VARYING WS-SUB FROM 1 BY 1
003670         UNTIL WS-SUB > 3.
003680     MOVE SPACES TO AGE-AUDRP-RECORD.
003690     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003700     MOVE "TERMINAL  ACCEPTED  REJECTED  REJ RATE"
003710         TO AGE-AUDRP-RECORD.
003720     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003730     PERFORM 3100-PRINT-TERM-ROW THRU 3100-EXIT
003740         VARYING WS-SUB FROM 1 BY 1
003750         UNTIL WS-SUB > WS-TERM-ENTRY-COUNT.
003760     MOVE SPACES TO AGE-AUDRP-RECORD.
003770     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003780     MOVE WS-OVERALL-RATE TO WS-PRT-RATE.
003790     MOVE SPACES TO AGE-AUDRP-RECORD.
003800     STRING "Overall rejection rate : " WS-PRT-RATE " pct"
003810         DELIMITED BY SIZE INTO AGE-AUDRP-RECORD.
003820     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003830     MOVE SPACES TO AGE-AUDRP-RECORD.
003840     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003850     MOVE "REJECTION REASONS, MOST FREQUENT FIRST"
003860         TO AGE-AUDRP-RECORD.
003870     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003880     MOVE ZERO TO WS-RANK-NO.
003890     PERFORM 3200-PRINT-RANKED-REASON THRU 3200-EXIT
003900         VARYING WS-RANK-SUB FROM 1 BY 1
003910         UNTIL WS-RANK-SUB > WS-RSN-ENTRY-COUNT.
003920     IF WS-TERM-TABLE-IS-FULL OR WS-RSN-TABLE-IS-FULL
003930         MOVE "*** TALLY TABLE OVERFLOWED - RESULTS INCOMPLETE"
003940             TO AGE-AUDRP-RECORD
003950         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
003960     END-IF.
003970     MOVE SPACES TO AGE-AUDRP-RECORD.
003980     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003990     MOVE WS-RECORDS-READ TO WS-PRT-COUNT.
004000     MOVE SPACES TO AGE-AUDRP-RECORD.
004010     STRING "Audit records read     : " WS-PRT-COUNT
004020         DELIMITED BY SIZE INTO AGE-AUDRP-RECORD.
004030     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004040     MOVE WS-RECORDS-SELECTED TO WS-PRT-COUNT.
004050     MOVE SPACES TO AGE-AUDRP-RECORD.
004060     STRING "In the date range      : " WS-PRT-COUNT
004070         DELIMITED BY SIZE INTO AGE-AUDRP-RECORD.
004080     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004090 3000-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------*
004130*  3050 - PRINT ONE SOURCE CHANNEL'S TALLY LINE.             *
004140*-----------------------------------------------------------*
004150 3050-PRINT-CHAN-ROW.
004160     COMPUTE WS-TERM-ATTEMPTS =
004170         WS-CHAN-ACCEPTED(WS-SUB) + WS-CHAN-REJECTED(WS-SUB).
004180     IF WS-TERM-ATTEMPTS > 0
004190         COMPUTE WS-TERM-RATE ROUNDED =
004200             WS-CHAN-REJECTED(WS-SUB) * 100 / WS-TERM-ATTEMPTS
004210     ELSE
004220         MOVE ZERO TO WS-TERM-RATE
004230     END-IF.
004240     MOVE WS-CHAN-ACCEPTED(WS-SUB) TO WS-PRT-ACCEPTED.
004250     MOVE WS-CHAN-REJECTED(WS-SUB) TO WS-PRT-REJECTED.
004260     MOVE WS-TERM-RATE TO WS-PRT-RATE.
004270     MOVE SPACES TO AGE-AUDRP-RECORD.
004280     STRING WS-CHAN-NAME(WS-SUB) "  "
004290         WS-PRT-ACCEPTED "  "
004300         WS-PRT-REJECTED "     "
004310         WS-PRT-RATE
004320         DELIMITED BY SIZE INTO AGE-AUDRP-RECORD.
004330     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004340 3050-EXIT.
004350     EXIT.
004360
004370*-----------------------------------------------------------*
004380*  3100 - PRINT ONE TERMINAL'S TALLY LINE, FLAGGING A        *
004390*          TERMINAL WHOSE REJECTION RATE IS AT LEAST TWICE   *
004400*          THE OVERALL RATE OVER AT LEAST TEN ATTEMPTS.      *
004410*-----------------------------------------------------------*
004420 3100-PRINT-TERM-ROW.
004430     COMPUTE WS-TERM-ATTEMPTS =
004440         WS-TERM-ACCEPTED(WS-SUB) + WS-TERM-REJECTED(WS-SUB).
004450     IF WS-TERM-ATTEMPTS > 0
004460         COMPUTE WS-TERM-RATE ROUNDED =
004470             WS-TERM-REJECTED(WS-SUB) * 100 / WS-TERM-ATTEMPTS
004480     ELSE
004490         MOVE ZERO TO WS-TERM-RATE
004500     END-IF.
004510     MOVE SPACES TO WS-PRT-FLAG.
004520     IF WS-TERM-ATTEMPTS >= WS-FLAG-MIN-ATTEMPTS AND
004530             WS-TERM-RATE >= WS-OVERALL-RATE * 2 AND
004540             WS-TERM-REJECTED(WS-SUB) > 0
004550         MOVE "<< CHECK" TO WS-PRT-FLAG
004560     END-IF.
004570     MOVE WS-TERM-ACCEPTED(WS-SUB) TO WS-PRT-ACCEPTED.
004580     MOVE WS-TERM-REJECTED(WS-SUB) TO WS-PRT-REJECTED.
004590     MOVE WS-TERM-RATE TO WS-PRT-RATE.
004600     MOVE SPACES TO AGE-AUDRP-RECORD.
004610     STRING WS-TERM-ROW-ID(WS-SUB) "  "
004620         WS-PRT-ACCEPTED "  "
004630         WS-PRT-REJECTED "     "
004640         WS-PRT-RATE "  "
004650         WS-PRT-FLAG
004660         DELIMITED BY SIZE INTO AGE-AUDRP-RECORD.
004670     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004680 3100-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------------*
004720*  3200 - PRINT THE NEXT MOST FREQUENT REJECTION REASON.     *
004730*          THE PRINTED ROW'S COUNT IS ZEROED SO EACH PASS    *
004740*          PICKS THE NEXT HIGHEST.                           *
004750*-----------------------------------------------------------*
004760 3200-PRINT-RANKED-REASON.
004770     MOVE ZERO TO WS-MAX-COUNT.
004780     MOVE ZERO TO WS-MAX-SUB.
004790     PERFORM 3250-FIND-MAX-REASON THRU 3250-EXIT
004800         VARYING WS-SUB FROM 1 BY 1
004810         UNTIL WS-SUB > WS-RSN-ENTRY-COUNT.
004820     IF WS-MAX-SUB = ZERO
004830         GO TO 3200-EXIT
004840     END-IF.
004850     ADD 1 TO WS-RANK-NO.
004860     MOVE WS-RANK-NO TO WS-PRT-RANK.
004870     MOVE WS-RSN-COUNT(WS-MAX-SUB) TO WS-PRT-COUNT.
004880     MOVE SPACES TO AGE-AUDRP-RECORD.
004890     STRING WS-PRT-RANK ". "
004900         WS-RSN-TEXT(WS-MAX-SUB) " "
004910         WS-PRT-COUNT
004920         DELIMITED BY SIZE INTO AGE-AUDRP-RECORD.
004930     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004940     MOVE ZERO TO WS-RSN-COUNT(WS-MAX-SUB).
004950 3200-EXIT.
004960     EXIT.
004970
004980 3250-FIND-MAX-REASON.
004990     IF WS-RSN-COUNT(WS-SUB) > WS-MAX-COUNT
005000         MOVE WS-RSN-COUNT(WS-SUB) TO WS-MAX-COUNT
005010         MOVE WS-SUB TO WS-MAX-SUB
005020     END-IF.
005030 3250-EXIT.
005040     EXIT.
005050
005060 3900-PRINT-LINE.
005070     WRITE AGE-AUDRP-RECORD.
005080     DISPLAY AGE-AUDRP-RECORD.
005090 3900-EXIT.
005100     EXIT.
005110
005120*-----------------------------------------------------------*
005130*  9000 - TERMINATION                                        *
005140*-----------------------------------------------------------*
005150 9000-TERMINATE.
005160     IF WS-AUDIT-WAS-OPENED
005170         CLOSE AGE-AUDIT-FILE
005180         CLOSE AGE-AUDRP-FILE
005190     END-IF.
005200     DISPLAY "AGEAUDRP complete.".
005210 9000-EXIT.
005220     EXIT.
