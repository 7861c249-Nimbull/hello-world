000140* REJECTED ATTEMPT COUNTS FROM THE AUDIT LOG, THE REJECTION
000150* RATE, AND A DIRECTION INDICATOR (+ / - / =) AGAINST THE
000160* PRIOR MONTH FOR BOTH REGISTRATIONS AND THE REJECTION RATE.
000170* A SECOND SECTION GIVES EACH MONTH'S REGISTRATIONS AND
000180* REJECTION RATE BY SOURCE CHANNEL (TERMINAL, BRANCH BATCH,
000190* PARTNER FEED).
000200* RUN FROM JCL - SEE JCL MEMBER AGETREND.
000210*
000220* AUTHOR.      NIMBULL DATA PROCESSING.
000230* INSTALLATION. MEMBER SERVICES.
000240* DATE-WRITTEN. 2026-09-02.
000250*
000260* MODIFICATION HISTORY
000270* DATE       INIT DESCRIPTION
000280* 2026-09-02 JDM  ORIGINAL.
000290* 2026-09-02 JDM  APPEND A COMPLETION RECORD (JOB NAME, DATE
000300*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000310*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000320*                 THE AGEMORN MORNING STATUS REPORT.
000330* 2026-10-15 JDM  REGISTRATIONS, ACCEPTED AND REJECTED ATTEMPTS
000340*                 KEPT PER SOURCE CHANNEL FOR EACH MONTH AND
000350*                 PRINTED AS A SECOND SECTION.  A RECORD WRITTEN
000360*                 BEFORE THE CHANNEL WAS CARRIED COUNTS AS BRANCH
000370*                 WHEN ITS TERMINAL ID IS BATCH, OTHERWISE
000380*                 TERMINAL.  INTAKE HISTORY GENERATIONS CUT
000390*                 BEFORE THE RECORD GREW TO 46 BYTES MUST BE
000400*                 PADDED TO THE NEW LENGTH - SEE JCL MEMBER
000410*                 AGETREND.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. AGETREND.
000450 AUTHOR. NIMBULL DATA PROCESSING.
000460 INSTALLATION. MEMBER SERVICES.
000470 DATE-WRITTEN. 2026-09-02.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT AGE-HISTORY-FILE ASSIGN TO "AGEHIST"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS AGE-HISTORY-STATUS.
000550
000560     SELECT AGE-AUDIT-HIST-FILE ASSIGN TO "AGEAUDH"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS AGE-AUDIT-HIST-STATUS.
000590
000600     SELECT AGE-TREND-REPORT-FILE ASSIGN TO "AGETRNDO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS AGE-TREND-REPORT-STATUS.
000630
000640     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  AGE-HISTORY-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY AGEREC.
000740
000750 FD  AGE-AUDIT-HIST-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY AGEAUD.
000790
000800 FD  AGE-TREND-REPORT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  AGE-TREND-REPORT-RECORD     PIC X(80).
000830
000840 FD  AGE-RUN-CONTROL-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY AGERUN.
000880
000890 WORKING-STORAGE SECTION.
000900 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000910 77  AGE-HISTORY-STATUS          PIC X(02)   VALUE SPACES.
000920 77  AGE-AUDIT-HIST-STATUS       PIC X(02)   VALUE SPACES.
000930 77  AGE-TREND-REPORT-STATUS     PIC X(02)   VALUE SPACES.
000940 77  WS-MONTH-TABLE-MAX          PIC 9(02)   COMP VALUE 36.
000950
000960 01  WS-SWITCHES.
000970     05  WS-INTAKE-EOF-SW        PIC X(01)   VALUE "N".
000980         88  WS-END-OF-INTAKE                 VALUE "Y".
000990     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001000         88  WS-END-OF-AUDIT                  VALUE "Y".
001010     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001020         88  WS-FILES-WERE-OPENED             VALUE "Y".
001030     05  WS-MONTH-FULL-SW        PIC X(01)   VALUE "N".
001040         88  WS-MONTH-TABLE-IS-FULL           VALUE "Y".
001050
001060 01  WS-COUNTERS.
001070     05  WS-INTAKE-READ          PIC 9(08)   VALUE ZERO.
001080     05  WS-AUDIT-READ           PIC 9(08)   VALUE ZERO.
001090
001100 01  WS-MONTH-ENTRY-COUNT        PIC 9(02)   COMP VALUE ZERO.
001110 01  WS-MONTH-TABLE.
001120     05  WS-MONTH-ROW OCCURS 36 TIMES INDEXED BY MON-IX.
001130         10  WS-MON-CCYYMM       PIC 9(06).
001140         10  WS-MON-REGS         PIC 9(08).
001150         10  WS-MON-UNDER-18     PIC 9(08).
001160         10  WS-MON-18-29        PIC 9(08).
001170         10  WS-MON-30-49        PIC 9(08).
001180         10  WS-MON-50-64        PIC 9(08).
001190         10  WS-MON-65-UP        PIC 9(08).
001200         10  WS-MON-ACCEPTED     PIC 9(08).
001210         10  WS-MON-REJECTED     PIC 9(08).
001220*            CHANNEL 1 TERMINAL, 2 BRANCH BATCH, 3 PARTNER FEED.
001230         10  WS-MON-CHANNEL OCCURS 3 TIMES.
001240             15  WS-MON-CH-REGS  PIC 9(08).
001250             15  WS-MON-CH-ACC   PIC 9(08).
001260             15  WS-MON-CH-REJ   PIC 9(08).
001270
001280 01  WS-WORK-FIELDS.
001290     05  WS-WORK-CCYYMM          PIC 9(06)   VALUE ZERO.
001300     05  WS-SUB                  PIC 9(02)   COMP VALUE ZERO.
001310     05  WS-SUB-2                PIC 9(02)   COMP VALUE ZERO.
001320     05  WS-FOUND-SUB            PIC 9(02)   COMP VALUE ZERO.
001330     05  WS-SWAP-ROW             PIC X(142).
001340     05  WS-CHAN-SUB             PIC 9(02)   COMP VALUE ZERO.
001350     05  WS-ATTEMPTS             PIC 9(08)   VALUE ZERO.
001360     05  WS-THIS-RATE            PIC 9(03)V9(01) VALUE ZERO.
001370     05  WS-PRIOR-REGS           PIC 9(08)   VALUE ZERO.
001380     05  WS-PRIOR-RATE           PIC 9(03)V9(01) VALUE ZERO.
001390     05  WS-PRIOR-RATE-SET-SW    PIC X(01)   VALUE "N".
001400         88  WS-HAVE-PRIOR-MONTH               VALUE "Y".
001410
001420 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001430
001440 01  WS-TREND-LINE.
001450     05  WS-TL-MONTH             PIC 9(06).
001460     05  FILLER                  PIC X(01)   VALUE SPACES.
001470     05  WS-TL-REGS              PIC ZZZZZ9.
001480     05  FILLER                  PIC X(01)   VALUE SPACES.
001490     05  WS-TL-UNDER-18          PIC ZZZZZ9.
001500     05  FILLER                  PIC X(01)   VALUE SPACES.
001510     05  WS-TL-18-29             PIC ZZZZZ9.
001520     05  FILLER                  PIC X(01)   VALUE SPACES.
001530     05  WS-TL-30-49             PIC ZZZZZ9.
001540     05  FILLER                  PIC X(01)   VALUE SPACES.
001550     05  WS-TL-50-64             PIC ZZZZZ9.
001560     05  FILLER                  PIC X(01)   VALUE SPACES.
001570     05  WS-TL-65-UP             PIC ZZZZZ9.
001580     05  FILLER                  PIC X(01)   VALUE SPACES.
001590     05  WS-TL-ACCEPTED          PIC ZZZZZ9.
001600     05  FILLER                  PIC X(01)   VALUE SPACES.
001610     05  WS-TL-REJECTED          PIC ZZZZZ9.
001620     05  FILLER                  PIC X(01)   VALUE SPACES.
001630     05  WS-TL-RATE              PIC ZZ9.9.
001640     05  FILLER                  PIC X(02)   VALUE SPACES.
001650     05  WS-TL-REGS-DIR          PIC X(01).
001660     05  FILLER                  PIC X(02)   VALUE SPACES.
001670     05  WS-TL-RATE-DIR          PIC X(01).
001680
001690 01  WS-CHANNEL-LINE.
001700     05  WS-CL-MONTH             PIC 9(06).
001710     05  WS-CL-CHANNEL OCCURS 3 TIMES.
001720         10  FILLER              PIC X(03)   VALUE SPACES.
001730         10  WS-CL-REGS          PIC ZZZZZ9.
001740         10  FILLER              PIC X(01)   VALUE SPACES.
001750         10  WS-CL-RATE          PIC ZZ9.9.
001760
001770 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001780
001790 01  WS-RUN-STAMP-FIELDS.
001800     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001810     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001820
001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     PERFORM 2000-TAKE-INTAKE THRU 2000-EXIT
001870         UNTIL WS-END-OF-INTAKE.
001880     PERFORM 2500-TAKE-AUDIT THRU 2500-EXIT
001890         UNTIL WS-END-OF-AUDIT.
001900     PERFORM 3000-SORT-MONTHS THRU 3000-EXIT.
001910     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
001920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001930     STOP RUN.
001940
001950*-----------------------------------------------------------*
001960*  1000 - INITIALIZATION                                    *
001970*-----------------------------------------------------------*
001980 1000-INITIALIZE.
001990     DISPLAY "AGETREND starting.".
002000     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002010     OPEN INPUT AGE-HISTORY-FILE.
002020     IF AGE-HISTORY-STATUS NOT = "00"
002030         DISPLAY "*** ERROR: cannot open intake history "
002040             "concatenation, status " AGE-HISTORY-STATUS
002050         MOVE "Y" TO WS-INTAKE-EOF-SW
002060         MOVE "Y" TO WS-AUDIT-EOF-SW
002070         MOVE 16 TO RETURN-CODE
002080         GO TO 1000-EXIT
002090     END-IF.
002100     OPEN INPUT AGE-AUDIT-HIST-FILE.
002110     IF AGE-AUDIT-HIST-STATUS NOT = "00"
002120         DISPLAY "*** ERROR: cannot open audit history "
002130             "concatenation, status " AGE-AUDIT-HIST-STATUS
002140         CLOSE AGE-HISTORY-FILE
002150         MOVE "Y" TO WS-INTAKE-EOF-SW
002160         MOVE "Y" TO WS-AUDIT-EOF-SW
002170         MOVE 16 TO RETURN-CODE
002180         GO TO 1000-EXIT
002190     END-IF.
002200     OPEN OUTPUT AGE-TREND-REPORT-FILE.
002210     MOVE "Y" TO WS-FILES-OPEN-SW.
002220     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
002230     STRING "MONTHLY REGISTRATION TREND - RUN DATE "
002240         WS-SYS-DATE-YYYYMMDD
002250         DELIMITED BY SIZE INTO AGE-TREND-REPORT-RECORD.
002260     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
002270     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
002280     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
002290     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
002300     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330
002340*-----------------------------------------------------------*
002350*  2000 - ACCUMULATE ONE INTAKE RECORD INTO ITS RUN MONTH    *
002360*-----------------------------------------------------------*
002370 2000-TAKE-INTAKE.
002380     ADD 1 TO WS-INTAKE-READ.
002390     COMPUTE WS-WORK-CCYYMM =
002400         (AGE-REC-RUN-CC * 100 + AGE-REC-RUN-YY) * 100
002410         + AGE-REC-RUN-MM.
002420     PERFORM 2700-FIND-MONTH THRU 2700-EXIT.
002430     IF WS-FOUND-SUB = ZERO
002440         GO TO 2000-READ-NEXT
002450     END-IF.
002460     ADD 1 TO WS-MON-REGS(WS-FOUND-SUB).
002470     EVALUATE TRUE
002480         WHEN AGE-REC-FROM-PARTNER
002490             MOVE 3 TO WS-CHAN-SUB
002500         WHEN AGE-REC-FROM-BRANCH
002510             MOVE 2 TO WS-CHAN-SUB
002520         WHEN AGE-REC-FROM-TERMINAL
002530             MOVE 1 TO WS-CHAN-SUB
002540         WHEN AGE-REC-TERM-ID = "BATCH"
002550             MOVE 2 TO WS-CHAN-SUB
002560         WHEN OTHER
002570             MOVE 1 TO WS-CHAN-SUB
002580     END-EVALUATE.
002590     ADD 1 TO WS-MON-CH-REGS(WS-FOUND-SUB, WS-CHAN-SUB).
002600     EVALUATE TRUE
002610         WHEN AGE-REC-AGE < 18
002620             ADD 1 TO WS-MON-UNDER-18(WS-FOUND-SUB)
002630         WHEN AGE-REC-AGE < 30
002640             ADD 1 TO WS-MON-18-29(WS-FOUND-SUB)
002650         WHEN AGE-REC-AGE < 50
002660             ADD 1 TO WS-MON-30-49(WS-FOUND-SUB)
002670         WHEN AGE-REC-AGE < 65
002680             ADD 1 TO WS-MON-50-64(WS-FOUND-SUB)
002690         WHEN OTHER
002700             ADD 1 TO WS-MON-65-UP(WS-FOUND-SUB)
002710     END-EVALUATE.
002720 2000-READ-NEXT.
002730     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
002740 2000-EXIT.
002750     EXIT.
002760
002770 2100-READ-INTAKE.
002780     READ AGE-HISTORY-FILE
002790         AT END
002800             MOVE "Y" TO WS-INTAKE-EOF-SW
002810     END-READ.
002820 2100-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------*
002860*  2500 - ACCUMULATE ONE AUDIT RECORD INTO ITS MONTH         *
002870*-----------------------------------------------------------*
002880 2500-TAKE-AUDIT.
002890     ADD 1 TO WS-AUDIT-READ.
002900     COMPUTE WS-WORK-CCYYMM = AUD-TS-DATE / 100.
002910     PERFORM 2700-FIND-MONTH THRU 2700-EXIT.
002920     IF WS-FOUND-SUB = ZERO
002930         GO TO 2500-READ-NEXT
002940     END-IF.
002950     EVALUATE TRUE
002960         WHEN AUD-FROM-PARTNER
002970             MOVE 3 TO WS-CHAN-SUB
002980         WHEN AUD-FROM-BRANCH
002990             MOVE 2 TO WS-CHAN-SUB
003000         WHEN AUD-FROM-TERMINAL
003010             MOVE 1 TO WS-CHAN-SUB
003020         WHEN AUD-TERM-ID = "BATCH"
003030             MOVE 2 TO WS-CHAN-SUB
003040         WHEN OTHER
003050             MOVE 1 TO WS-CHAN-SUB
003060     END-EVALUATE.
003070     IF AUD-ACCEPTED
003080         ADD 1 TO WS-MON-ACCEPTED(WS-FOUND-SUB)
003090         ADD 1 TO WS-MON-CH-ACC(WS-FOUND-SUB, WS-CHAN-SUB)
003100     ELSE
003110         ADD 1 TO WS-MON-REJECTED(WS-FOUND-SUB)
003120         ADD 1 TO WS-MON-CH-REJ(WS-FOUND-SUB, WS-CHAN-SUB)
003130     END-IF.
003140 2500-READ-NEXT.
003150     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
003160 2500-EXIT.
003170     EXIT.
003180
003190 2600-READ-AUDIT.
003200     READ AGE-AUDIT-HIST-FILE
003210         AT END
003220             MOVE "Y" TO WS-AUDIT-EOF-SW
003230     END-READ.
003240 2600-EXIT.
003250     EXIT.
003260
003270*-----------------------------------------------------------*
003280*  2700 - FIND THE TABLE ROW FOR WS-WORK-CCYYMM, ADDING A    *
003290*          FRESH ROW FOR A MONTH NOT YET SEEN.  WS-FOUND-SUB  *
003300*          IS ZERO WHEN THE TABLE IS FULL - THE REPORT THEN   *
003310*          PRINTS AN OVERFLOW WARNING RATHER THAN CLAIMING    *
003320*          TO BE COMPLETE.                                    *
003330*-----------------------------------------------------------*
003340 2700-FIND-MONTH.
003350     MOVE ZERO TO WS-FOUND-SUB.
003360     PERFORM 2750-MATCH-MONTH THRU 2750-EXIT
003370         VARYING WS-SUB FROM 1 BY 1
003380         UNTIL WS-SUB > WS-MONTH-ENTRY-COUNT
003390         OR WS-FOUND-SUB > ZERO.
003400     IF WS-FOUND-SUB > ZERO
003410         GO TO 2700-EXIT
003420     END-IF.
003430     IF WS-MONTH-ENTRY-COUNT >= WS-MONTH-TABLE-MAX
003440         MOVE "Y" TO WS-MONTH-FULL-SW
003450         GO TO 2700-EXIT
003460     END-IF.
003470     ADD 1 TO WS-MONTH-ENTRY-COUNT.
003480     MOVE WS-MONTH-ENTRY-COUNT TO WS-FOUND-SUB.
003490     MOVE WS-WORK-CCYYMM TO WS-MON-CCYYMM(WS-FOUND-SUB).
003500     MOVE ZERO TO WS-MON-REGS(WS-FOUND-SUB).
003510     MOVE ZERO TO WS-MON-UNDER-18(WS-FOUND-SUB).
003520     MOVE ZERO TO WS-MON-18-29(WS-FOUND-SUB).
003530     MOVE ZERO TO WS-MON-30-49(WS-FOUND-SUB).
003540     MOVE ZERO TO WS-MON-50-64(WS-FOUND-SUB).
003550     MOVE ZERO TO WS-MON-65-UP(WS-FOUND-SUB).
003560     MOVE ZERO TO WS-MON-ACCEPTED(WS-FOUND-SUB).
003570     MOVE ZERO TO WS-MON-REJECTED(WS-FOUND-SUB).
003580     PERFORM 2760-CLEAR-CHANNEL THRU 2760-EXIT
003590         VARYING WS-CHAN-SUB FROM 1 BY 1
003600         UNTIL WS-CHAN-SUB > 3.
003610 2700-EXIT.
003620     EXIT.
003630
003640 2750-MATCH-MONTH.
003650     IF WS-MON-CCYYMM(WS-SUB) = WS-WORK-CCYYMM
003660         MOVE WS-SUB TO WS-FOUND-SUB
003670     END-IF.
003680 2750-EXIT.
003690     EXIT.
003700
003710 2760-CLEAR-CHANNEL.
003720     MOVE ZERO TO WS-MON-CH-REGS(WS-FOUND-SUB, WS-CHAN-SUB).
003730     MOVE ZERO TO WS-MON-CH-ACC(WS-FOUND-SUB, WS-CHAN-SUB).
003740     MOVE ZERO TO WS-MON-CH-REJ(WS-FOUND-SUB, WS-CHAN-SUB).
003750 2760-EXIT.
003760     EXIT.
003770
003780*-----------------------------------------------------------*
003790*  3000 - ORDER THE MONTH ROWS ASCENDING SO THE REPORT READS *
003800*          OLDEST TO NEWEST AND THE DIRECTION INDICATORS     *
003810*          COMPARE EACH MONTH TO THE ONE BEFORE IT.          *
003820*-----------------------------------------------------------*
003830 3000-SORT-MONTHS.
003840     IF WS-MONTH-ENTRY-COUNT < 2
003850         GO TO 3000-EXIT
003860     END-IF.
003870     PERFORM 3100-SORT-PASS THRU 3100-EXIT
003880         VARYING WS-SUB FROM 1 BY 1
003890         UNTIL WS-SUB >= WS-MONTH-ENTRY-COUNT.
003900 3000-EXIT.
003910     EXIT.
003920
003930 3100-SORT-PASS.
003940     PERFORM 3200-SORT-COMPARE THRU 3200-EXIT
003950         VARYING WS-SUB-2 FROM 1 BY 1
003960         UNTIL WS-SUB-2 >= WS-MONTH-ENTRY-COUNT.
003970 3100-EXIT.
003980     EXIT.
003990
004000 3200-SORT-COMPARE.
004010     IF WS-MON-CCYYMM(WS-SUB-2) > WS-MON-CCYYMM(WS-SUB-2 + 1)
004020         MOVE WS-MONTH-ROW(WS-SUB-2) TO WS-SWAP-ROW
004030         MOVE WS-MONTH-ROW(WS-SUB-2 + 1)
004040             TO WS-MONTH-ROW(WS-SUB-2)
004050         MOVE WS-SWAP-ROW TO WS-MONTH-ROW(WS-SUB-2 + 1)
004060     END-IF.
004070 3200-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------*
004110*  4000 - PRINT ONE LINE PER MONTH WITH THE DIRECTION        *
004120*          INDICATORS AGAINST THE PRIOR MONTH.               *
004130*-----------------------------------------------------------*
004140 4000-PRINT-REPORT.
004150     IF NOT WS-FILES-WERE-OPENED
004160         GO TO 4000-EXIT
004170     END-IF.
004180     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
004190     STRING "MONTH     REGS    <18  18-29  30-49  50-64    65+"
004200         "    ACC    REJ  RATE% RG RT"
004210         DELIMITED BY SIZE INTO AGE-TREND-REPORT-RECORD.
004220     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004230     MOVE "N" TO WS-PRIOR-RATE-SET-SW.
004240     PERFORM 4100-PRINT-MONTH THRU 4100-EXIT
004250         VARYING WS-SUB FROM 1 BY 1
004260         UNTIL WS-SUB > WS-MONTH-ENTRY-COUNT.
004270     IF WS-MONTH-TABLE-IS-FULL
004280         MOVE SPACES TO AGE-TREND-REPORT-RECORD
004290         MOVE "*** MONTH TABLE OVERFLOWED - RESULTS INCOMPLETE"
004300             TO AGE-TREND-REPORT-RECORD
004310         PERFORM 4900-PRINT-LINE THRU 4900-EXIT
004320         MOVE 8 TO RETURN-CODE
004330     END-IF.
004340     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
004350     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004360     MOVE "REGISTRATIONS AND REJECTION RATE BY SOURCE CHANNEL"
004370         TO AGE-TREND-REPORT-RECORD.
004380     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004390     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
004400     STRING "MONTH    --TERMINAL--   ---BRANCH---"
004410         "   --PARTNER---"
004420         DELIMITED BY SIZE INTO AGE-TREND-REPORT-RECORD.
004430     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004440     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
004450     STRING "           REGS RATE%     REGS RATE%"
004460         "     REGS RATE%"
004470         DELIMITED BY SIZE INTO AGE-TREND-REPORT-RECORD.
004480     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004490     PERFORM 4200-PRINT-CHANNEL-MONTH THRU 4200-EXIT
004500         VARYING WS-SUB FROM 1 BY 1
004510         UNTIL WS-SUB > WS-MONTH-ENTRY-COUNT.
004520     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
004530     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004540     MOVE WS-INTAKE-READ TO WS-PRT-COUNT.
004550     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
004560     STRING "Intake records read : " WS-PRT-COUNT
004570         DELIMITED BY SIZE INTO AGE-TREND-REPORT-RECORD.
004580     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004590     MOVE WS-AUDIT-READ TO WS-PRT-COUNT.
004600     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
004610     STRING "Audit records read  : " WS-PRT-COUNT
004620         DELIMITED BY SIZE INTO AGE-TREND-REPORT-RECORD.
004630     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
004640 4000-EXIT.
004650     EXIT.
004660
004670 4100-PRINT-MONTH.
004680     COMPUTE WS-ATTEMPTS = WS-MON-ACCEPTED(WS-SUB)
004690         + WS-MON-REJECTED(WS-SUB).
004700     IF WS-ATTEMPTS > ZERO
004710         COMPUTE WS-THIS-RATE ROUNDED =
004720             WS-MON-REJECTED(WS-SUB) * 100 / WS-ATTEMPTS
004730     ELSE
004740         MOVE ZERO TO WS-THIS-RATE
004750     END-IF.
004760     MOVE WS-MON-CCYYMM(WS-SUB) TO WS-TL-MONTH.
004770     MOVE WS-MON-REGS(WS-SUB) TO WS-TL-REGS.
004780     MOVE WS-MON-UNDER-18(WS-SUB) TO WS-TL-UNDER-18.
004790     MOVE WS-MON-18-29(WS-SUB) TO WS-TL-18-29.
004800     MOVE WS-MON-30-49(WS-SUB) TO WS-TL-30-49.
004810     MOVE WS-MON-50-64(WS-SUB) TO WS-TL-50-64.
004820     MOVE WS-MON-65-UP(WS-SUB) TO WS-TL-65-UP.
004830     MOVE WS-MON-ACCEPTED(WS-SUB) TO WS-TL-ACCEPTED.
004840     MOVE WS-MON-REJECTED(WS-SUB) TO WS-TL-REJECTED.
004850     MOVE WS-THIS-RATE TO WS-TL-RATE.
004860     IF NOT WS-HAVE-PRIOR-MONTH
004870         MOVE SPACE TO WS-TL-REGS-DIR
004880         MOVE SPACE TO WS-TL-RATE-DIR
004890     ELSE
004900         EVALUATE TRUE
004910             WHEN WS-MON-REGS(WS-SUB) > WS-PRIOR-REGS
004920                 MOVE "+" TO WS-TL-REGS-DIR
004930             WHEN WS-MON-REGS(WS-SUB) < WS-PRIOR-REGS
004940                 MOVE "-" TO WS-TL-REGS-DIR
004950             WHEN OTHER
004960                 MOVE "=" TO WS-TL-REGS-DIR
004970         END-EVALUATE
004980         EVALUATE TRUE
004990             WHEN WS-THIS-RATE > WS-PRIOR-RATE
005000                 MOVE "+" TO WS-TL-RATE-DIR
005010             WHEN WS-THIS-RATE < WS-PRIOR-RATE
005020                 MOVE "-" TO WS-TL-RATE-DIR
005030             WHEN OTHER
005040                 MOVE "=" TO WS-TL-RATE-DIR
005050         END-EVALUATE
005060     END-IF.
005070     MOVE WS-MON-REGS(WS-SUB) TO WS-PRIOR-REGS.
005080     MOVE WS-THIS-RATE TO WS-PRIOR-RATE.
005090     MOVE "Y" TO WS-PRIOR-RATE-SET-SW.
005100     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
005110     MOVE WS-TREND-LINE TO AGE-TREND-REPORT-RECORD.
005120     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
005130 4100-EXIT.
005140     EXIT.
005150
005160*-----------------------------------------------------------*
005170*  4200 - PRINT ONE MONTH'S REGISTRATIONS AND REJECTION      *
005180*          RATE FOR EACH SOURCE CHANNEL.                      *
005190*-----------------------------------------------------------*
005200 4200-PRINT-CHANNEL-MONTH.
005210     MOVE WS-MON-CCYYMM(WS-SUB) TO WS-CL-MONTH.
005220     PERFORM 4250-FORMAT-CHANNEL THRU 4250-EXIT
005230         VARYING WS-CHAN-SUB FROM 1 BY 1
005240         UNTIL WS-CHAN-SUB > 3.
005250     MOVE SPACES TO AGE-TREND-REPORT-RECORD.
005260     MOVE WS-CHANNEL-LINE TO AGE-TREND-REPORT-RECORD.
005270     PERFORM 4900-PRINT-LINE THRU 4900-EXIT.
005280 4200-EXIT.
005290     EXIT.
005300
005310 4250-FORMAT-CHANNEL.
005320     COMPUTE WS-ATTEMPTS = WS-MON-CH-ACC(WS-SUB, WS-CHAN-SUB)
005330         + WS-MON-CH-REJ(WS-SUB, WS-CHAN-SUB).
005340     IF WS-ATTEMPTS > ZERO
005350         COMPUTE WS-THIS-RATE ROUNDED =
005360             WS-MON-CH-REJ(WS-SUB, WS-CHAN-SUB) * 100
005370             / WS-ATTEMPTS
005380     ELSE
005390         MOVE ZERO TO WS-THIS-RATE
005400     END-IF.
005410     MOVE WS-MON-CH-REGS(WS-SUB, WS-CHAN-SUB)
005420         TO WS-CL-REGS(WS-CHAN-SUB).
005430     MOVE WS-THIS-RATE TO WS-CL-RATE(WS-CHAN-SUB).
005440 4250-EXIT.
005450     EXIT.
005460
005470 4900-PRINT-LINE.
005480     WRITE AGE-TREND-REPORT-RECORD.
005490     DISPLAY AGE-TREND-REPORT-RECORD.
005500 4900-EXIT.
005510     EXIT.
005520
005530*-----------------------------------------------------------*
005540*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
005550*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
005560*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
005570*          DISTURB THE RUN'S OWN CONDITION CODE.            *
005580*-----------------------------------------------------------*
005590 8000-WRITE-RUN-CONTROL.
005600     OPEN EXTEND AGE-RUN-CONTROL-FILE.
005610     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
005620             AGE-RUN-CONTROL-STATUS NOT = "05"
005630         OPEN OUTPUT AGE-RUN-CONTROL-FILE
005640         CLOSE AGE-RUN-CONTROL-FILE
005650         OPEN EXTEND AGE-RUN-CONTROL-FILE
005660     END-IF.
005670     IF AGE-RUN-CONTROL-STATUS NOT = "00"
005680         DISPLAY "*** WARNING: run-control record not "
005690             "written, status " AGE-RUN-CONTROL-STATUS
005700         GO TO 8000-EXIT
005710     END-IF.
005720     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
005730     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
005740     MOVE "AGETREND" TO RUN-JOB-NAME.
005750     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
005760     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
005770     MOVE WS-INTAKE-READ TO RUN-RECORDS-READ.
005780     MOVE ZERO TO RUN-RECORDS-POSTED.
005790     MOVE ZERO TO RUN-RECORDS-REJECTED.
005800     MOVE RETURN-CODE TO RUN-COND-CODE.
005810     WRITE AGE-RUN-CONTROL-RECORD.
005820     CLOSE AGE-RUN-CONTROL-FILE.
005830 8000-EXIT.
005840     EXIT.
005850
005860*-----------------------------------------------------------*
005870*  9000 - TERMINATION                                        *
005880*-----------------------------------------------------------*
005890 9000-TERMINATE.
005900     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
005910     IF WS-FILES-WERE-OPENED
005920         CLOSE AGE-HISTORY-FILE
005930         CLOSE AGE-AUDIT-HIST-FILE
005940         CLOSE AGE-TREND-REPORT-FILE
005950     END-IF.
005960     DISPLAY "AGETREND complete.  Months reported "
005970         WS-MONTH-ENTRY-COUNT "." .
005980 9000-EXIT.
005990     EXIT.
