000160* AN END CARD - SO THE MONTHLY JOBS ARE ONLY EXPECTED ON THE
000170* NIGHTS THE SCHEDULE SAYS THEY SHOULD HAVE RUN.  ENDS WITH
000180* CC 8 WHEN ANY EXPECTED JOB IS FLAGGED.  RUN FROM JCL - SEE
000190* JCL MEMBER AGEMORN.  A MASTER BACKOUT (AGEBKOUT) IS NEVER ON
000200* THE SCHEDULE, SO ANY BACKOUT RUN FOR THE DATE IS ADDED TO THE
000210* REPORT AND FLAGGED WHETHER IT WAS EXPECTED OR NOT.
000220*
000230* AUTHOR.      NIMBULL DATA PROCESSING.
000240* INSTALLATION. MEMBER SERVICES.
000250* DATE-WRITTEN. 2026-09-02.
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT DESCRIPTION
000290* 2026-09-02 JDM  ORIGINAL.
000300* 2026-10-15 JDM  SHOW AND FLAG ANY AGEBKOUT MASTER BACKOUT RUN
000310*                 FOR THE DATE EVEN WHEN NOT ON THE JOB LIST.
000320* 2026-10-15 JDM  THE AGEDQSCN DATA-QUALITY SCAN'S POSTED COLUMN
000330*                 SHOWS ITS QUALITY SCORE AS A PERCENT.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. AGEMORN.
000370 AUTHOR. NIMBULL DATA PROCESSING.
000380 INSTALLATION. MEMBER SERVICES.
000390 DATE-WRITTEN. 2026-09-02.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000470
000480     SELECT AGE-MORN-REPORT-FILE ASSIGN TO "AGEMORNO"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AGE-MORN-REPORT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  AGE-RUN-CONTROL-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 COPY AGERUN.
000580
000590 FD  AGE-MORN-REPORT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  AGE-MORN-REPORT-RECORD      PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000650 77  AGE-MORN-REPORT-STATUS      PIC X(02)   VALUE SPACES.
000660 77  WS-EXPECT-TABLE-MAX         PIC 9(02)   COMP VALUE 20.
000670
000680 01  WS-SWITCHES.
000690     05  WS-RUN-EOF-SW           PIC X(01)   VALUE "N".
000700         88  WS-END-OF-RUN-FILE               VALUE "Y".
000710     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000720         88  WS-FILES-WERE-OPENED             VALUE "Y".
000730     05  WS-LIST-DONE-SW         PIC X(01)   VALUE "N".
000740         88  WS-JOB-LIST-IS-DONE              VALUE "Y".
000750     05  WS-NIGHT-CLEAN-SW       PIC X(01)   VALUE "Y".
000760         88  WS-NIGHT-RAN-CLEAN               VALUE "Y".
000770
000780 01  WS-COUNTERS.
000790     05  WS-RECORDS-READ         PIC 9(08)   VALUE ZERO.
000800     05  WS-JOBS-FLAGGED         PIC 9(08)   VALUE ZERO.
000810
000820 01  WS-DATE-CARD                PIC X(08)   VALUE SPACES.
000830 01  WS-DATE-CARD-N REDEFINES WS-DATE-CARD
000840                                 PIC 9(08).
000850 01  WS-REPORT-DATE              PIC 9(08)   VALUE ZERO.
000860 01  WS-JOB-CARD                 PIC X(08)   VALUE SPACES.
000870
000880 01  WS-EXPECT-ENTRY-COUNT       PIC 9(02)   COMP VALUE ZERO.
000890 01  WS-EXPECT-TABLE.
000900     05  WS-EXP-ROW OCCURS 20 TIMES INDEXED BY EXP-IX.
000910         10  WS-EXP-JOB-NAME     PIC X(08).
000920         10  WS-EXP-FOUND-SW     PIC X(01).
000930         10  WS-EXP-TIME         PIC 9(08).
000940         10  WS-EXP-READ         PIC 9(08).
000950         10  WS-EXP-POSTED       PIC 9(08).
000960         10  WS-EXP-REJECTED     PIC 9(08).
000970         10  WS-EXP-COND-CODE    PIC 9(02).
000980
000990 01  WS-WORK-FIELDS.
001000     05  WS-SUB                  PIC 9(02)   COMP VALUE ZERO.
001010     05  WS-FOUND-SUB            PIC 9(02)   COMP VALUE ZERO.
001020     05  WS-PAIR-SUB             PIC 9(02)   COMP VALUE ZERO.
001030     05  WS-PAIR-JOB-NAME        PIC X(08)   VALUE SPACES.
001040     05  WS-MORN-FLAG            PIC X(14)   VALUE SPACES.
001050
001060 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001070
001080 01  WS-MORN-LINE.
001090     05  WS-ML-JOB-NAME          PIC X(08).
001100     05  FILLER                  PIC X(02)   VALUE SPACES.
001110     05  WS-ML-TIME              PIC X(08).
001120     05  FILLER                  PIC X(02)   VALUE SPACES.
001130     05  WS-ML-READ              PIC X(08).
001140     05  FILLER                  PIC X(01)   VALUE SPACES.
001150     05  WS-ML-POSTED            PIC X(08).
001160     05  FILLER                  PIC X(01)   VALUE SPACES.
001170     05  WS-ML-REJECTED          PIC X(08).
001180     05  FILLER                  PIC X(02)   VALUE SPACES.
001190     05  WS-ML-COND-CODE         PIC X(02).
001200     05  FILLER                  PIC X(02)   VALUE SPACES.
001210     05  WS-ML-FLAG              PIC X(14).
001220
001230 01  WS-EDIT-COUNT               PIC ZZZZZZZ9.
001240 01  WS-SCORE-RAW                PIC 9(08)   VALUE ZERO.
001250 01  WS-SCORE-RAW-R REDEFINES WS-SCORE-RAW
001260                                 PIC 9(06)V9(02).
001270 01  WS-EDIT-SCORE               PIC ZZ9.99.
001280
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-TAKE-RUN-RECORD THRU 2000-EXIT
001330         UNTIL WS-END-OF-RUN-FILE.
001340     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001360     STOP RUN.
001370
001380*-----------------------------------------------------------*
001390*  1000 - INITIALIZATION.  THE REPORT DATE AND THE EXPECTED  *
001400*          JOB LIST COME FROM SYSIN.                         *
001410*-----------------------------------------------------------*
001420 1000-INITIALIZE.
001430     DISPLAY "AGEMORN starting.".
001440     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001450     DISPLAY "Enter the processing date to check (CCYYMMDD, "
001460         "or TODAY): ".
001470     ACCEPT WS-DATE-CARD.
001480     IF WS-DATE-CARD = "TODAY" OR WS-DATE-CARD = SPACES
001490         MOVE WS-SYS-DATE-YYYYMMDD TO WS-REPORT-DATE
001500     ELSE
001510         IF WS-DATE-CARD NOT NUMERIC
001520             DISPLAY "*** ERROR: the date card must be "
001530                 "CCYYMMDD or TODAY."
001540             MOVE "Y" TO WS-RUN-EOF-SW
001550             MOVE 16 TO RETURN-CODE
001560             GO TO 1000-EXIT
001570         END-IF
001580         MOVE WS-DATE-CARD-N TO WS-REPORT-DATE
001590     END-IF.
001600     PERFORM 1200-TAKE-JOB-CARD THRU 1200-EXIT
001610         UNTIL WS-JOB-LIST-IS-DONE.
001620     IF WS-EXPECT-ENTRY-COUNT = ZERO
001630         DISPLAY "*** ERROR: no expected jobs supplied."
001640         MOVE "Y" TO WS-RUN-EOF-SW
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN INPUT AGE-RUN-CONTROL-FILE.
001690     IF AGE-RUN-CONTROL-STATUS NOT = "00"
001700         DISPLAY "*** ERROR: cannot open the run-control "
001710             "file, status " AGE-RUN-CONTROL-STATUS
001720             " - was anything run last night?"
001730         MOVE "Y" TO WS-RUN-EOF-SW
001740         MOVE 16 TO RETURN-CODE
001750         GO TO 1000-EXIT
001760     END-IF.
001770     OPEN OUTPUT AGE-MORN-REPORT-FILE.
001780     MOVE "Y" TO WS-FILES-OPEN-SW.
001790     MOVE SPACES TO AGE-MORN-REPORT-RECORD.
001800     STRING "MORNING BATCH STATUS FOR " WS-REPORT-DATE
001810         " - RUN DATE " WS-SYS-DATE-YYYYMMDD
001820         DELIMITED BY SIZE INTO AGE-MORN-REPORT-RECORD.
001830     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001840     MOVE SPACES TO AGE-MORN-REPORT-RECORD.
001850     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001860     PERFORM 2100-READ-RUN-RECORD THRU 2100-EXIT.
001870 1000-EXIT.
001880     EXIT.
001890
001900 1200-TAKE-JOB-CARD.
001910     DISPLAY "Enter an expected job name, or END: ".
001920     ACCEPT WS-JOB-CARD.
001930     IF WS-JOB-CARD = "END" OR WS-JOB-CARD = "end"
001940             OR WS-JOB-CARD = SPACES
001950         MOVE "Y" TO WS-LIST-DONE-SW
001960         GO TO 1200-EXIT
001970     END-IF.
001980     IF WS-EXPECT-ENTRY-COUNT >= WS-EXPECT-TABLE-MAX
001990         DISPLAY "*** ERROR: no more than " WS-EXPECT-TABLE-MAX
002000             " expected jobs - the rest are ignored."
002010         MOVE "Y" TO WS-LIST-DONE-SW
002020         GO TO 1200-EXIT
002030     END-IF.
002040     ADD 1 TO WS-EXPECT-ENTRY-COUNT.
002050     MOVE WS-JOB-CARD
002060         TO WS-EXP-JOB-NAME(WS-EXPECT-ENTRY-COUNT).
002070     MOVE "N" TO WS-EXP-FOUND-SW(WS-EXPECT-ENTRY-COUNT).
002080     MOVE ZERO TO WS-EXP-TIME(WS-EXPECT-ENTRY-COUNT).
002090     MOVE ZERO TO WS-EXP-READ(WS-EXPECT-ENTRY-COUNT).
002100     MOVE ZERO TO WS-EXP-POSTED(WS-EXPECT-ENTRY-COUNT).
002110     MOVE ZERO TO WS-EXP-REJECTED(WS-EXPECT-ENTRY-COUNT).
002120     MOVE ZERO TO WS-EXP-COND-CODE(WS-EXPECT-ENTRY-COUNT).
002130 1200-EXIT.
002140     EXIT.
002150
002160*-----------------------------------------------------------*
002170*  2000 - POST ONE RUN-CONTROL RECORD INTO THE EXPECTED-JOB  *
002180*          TABLE.  ONLY RECORDS FOR THE REPORT DATE COUNT;   *
002190*          A RERUN KEEPS THE LATEST COMPLETION TIME.         *
002200*-----------------------------------------------------------*
002210 2000-TAKE-RUN-RECORD.
002220     ADD 1 TO WS-RECORDS-READ.
002230     IF RUN-DATE NOT = WS-REPORT-DATE
002240         GO TO 2000-READ-NEXT
002250     END-IF.
002260     MOVE ZERO TO WS-FOUND-SUB.
002270     PERFORM 2200-MATCH-JOB THRU 2200-EXIT
002280         VARYING WS-SUB FROM 1 BY 1
002290         UNTIL WS-SUB > WS-EXPECT-ENTRY-COUNT
002300         OR WS-FOUND-SUB > ZERO.
002310     IF WS-FOUND-SUB = ZERO AND RUN-JOB-NAME = "AGEBKOUT"
002320         PERFORM 2300-ADD-BACKOUT-JOB THRU 2300-EXIT
002330     END-IF.
002340     IF WS-FOUND-SUB = ZERO
002350         GO TO 2000-READ-NEXT
002360     END-IF.
002370     IF WS-EXP-FOUND-SW(WS-FOUND-SUB) = "Y" AND
002380             RUN-TIME < WS-EXP-TIME(WS-FOUND-SUB)
002390         GO TO 2000-READ-NEXT
002400     END-IF.
002410     MOVE "Y" TO WS-EXP-FOUND-SW(WS-FOUND-SUB).
002420     MOVE RUN-TIME TO WS-EXP-TIME(WS-FOUND-SUB).
002430     MOVE RUN-RECORDS-READ TO WS-EXP-READ(WS-FOUND-SUB).
002440     MOVE RUN-RECORDS-POSTED TO WS-EXP-POSTED(WS-FOUND-SUB).
002450     MOVE RUN-RECORDS-REJECTED
002460         TO WS-EXP-REJECTED(WS-FOUND-SUB).
002470     MOVE RUN-COND-CODE TO WS-EXP-COND-CODE(WS-FOUND-SUB).
002480 2000-READ-NEXT.
002490     PERFORM 2100-READ-RUN-RECORD THRU 2100-EXIT.
002500 2000-EXIT.
002510     EXIT.
002520
002530 2100-READ-RUN-RECORD.
002540     READ AGE-RUN-CONTROL-FILE
002550         AT END
002560             MOVE "Y" TO WS-RUN-EOF-SW
002570     END-READ.
002580 2100-EXIT.
002590     EXIT.
002600
002610 2200-MATCH-JOB.
002620     IF WS-EXP-JOB-NAME(WS-SUB) = RUN-JOB-NAME
002630         MOVE WS-SUB TO WS-FOUND-SUB
002640     END-IF.
002650 2200-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------*
002690*  2300 - A MASTER BACKOUT IS NEVER ON THE EXPECTED LIST.    *
002700*          ADD IT TO THE TABLE SO IT IS ALWAYS REPORTED.     *
002710*-----------------------------------------------------------*
002720 2300-ADD-BACKOUT-JOB.
002730     IF WS-EXPECT-ENTRY-COUNT >= WS-EXPECT-TABLE-MAX
002740         DISPLAY "*** WARNING: AGEBKOUT ran for the date but "
002750             "the job table is full."
002760         GO TO 2300-EXIT
002770     END-IF.
002780     ADD 1 TO WS-EXPECT-ENTRY-COUNT.
002790     MOVE WS-EXPECT-ENTRY-COUNT TO WS-FOUND-SUB.
002800     MOVE RUN-JOB-NAME TO WS-EXP-JOB-NAME(WS-FOUND-SUB).
002810     MOVE "N" TO WS-EXP-FOUND-SW(WS-FOUND-SUB).
002820     MOVE ZERO TO WS-EXP-TIME(WS-FOUND-SUB).
002830 2300-EXIT.
002840     EXIT.
002850
002860*-----------------------------------------------------------*
002870*  3000 - PRINT ONE LINE PER EXPECTED JOB WITH ITS FLAG      *
002880*-----------------------------------------------------------*
002890 3000-PRINT-REPORT.
002900     IF NOT WS-FILES-WERE-OPENED
002910         GO TO 3000-EXIT
002920     END-IF.
002930     MOVE SPACES TO AGE-MORN-REPORT-RECORD.
002940     STRING "JOB       TIME OF    READ     POSTED   "
002950         "REJECTED  CC  STATUS"
002960         DELIMITED BY SIZE INTO AGE-MORN-REPORT-RECORD.
002970     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002980     PERFORM 3100-PRINT-JOB THRU 3100-EXIT
002990         VARYING WS-SUB FROM 1 BY 1
003000         UNTIL WS-SUB > WS-EXPECT-ENTRY-COUNT.
003010     MOVE SPACES TO AGE-MORN-REPORT-RECORD.
003020     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003030     IF WS-JOBS-FLAGGED = ZERO
003040         MOVE "ALL EXPECTED JOBS RAN CLEAN AND IN ORDER"
003050             TO AGE-MORN-REPORT-RECORD
003060         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
003070     ELSE
003080         MOVE SPACES TO AGE-MORN-REPORT-RECORD
003090         MOVE WS-JOBS-FLAGGED TO WS-EDIT-COUNT
003100         STRING "*** " WS-EDIT-COUNT
003110             " JOB(S) NEED ATTENTION - SEE THE FLAGS ABOVE"
003120             DELIMITED BY SIZE INTO AGE-MORN-REPORT-RECORD
003130         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
003140         MOVE 8 TO RETURN-CODE
003150     END-IF.
003160 3000-EXIT.
003170     EXIT.
003180
003190*-----------------------------------------------------------*
003200*  3100 - PRINT ONE EXPECTED JOB.  MISSING AND NON-ZERO     *
003210*          CONDITION CODES ARE FLAGGED; AGEBATCH IS ALSO    *
003220*          FLAGGED WHEN NO SAME-DATE AGEEDIT FINISHED IN    *
003230*          FRONT OF IT, AND AGEELOAD WHEN NO SAME-DATE      *
003240*          AGEXTRCT PRECEDED IT.  A MASTER BACKOUT THAT ENDED *
003250*          CLEAN IS STILL FLAGGED SO IT IS NOTICED.           *
003260*-----------------------------------------------------------*
003270 3100-PRINT-JOB.
003280     MOVE WS-EXP-JOB-NAME(WS-SUB) TO WS-ML-JOB-NAME.
003290     IF WS-EXP-FOUND-SW(WS-SUB) NOT = "Y"
003300         MOVE SPACES TO WS-ML-TIME
003310         MOVE SPACES TO WS-ML-READ
003320         MOVE SPACES TO WS-ML-POSTED
003330         MOVE SPACES TO WS-ML-REJECTED
003340         MOVE SPACES TO WS-ML-COND-CODE
003350         MOVE "** MISSING" TO WS-ML-FLAG
003360         ADD 1 TO WS-JOBS-FLAGGED
003370         GO TO 3100-PUT-LINE
003380     END-IF.
003390     MOVE WS-EXP-TIME(WS-SUB) TO WS-ML-TIME.
003400     MOVE WS-EXP-READ(WS-SUB) TO WS-ML-READ.
003410     MOVE WS-EXP-POSTED(WS-SUB) TO WS-ML-POSTED.
003420     IF WS-EXP-JOB-NAME(WS-SUB) = "AGEDQSCN"
003430         MOVE WS-EXP-POSTED(WS-SUB) TO WS-SCORE-RAW
003440         MOVE WS-SCORE-RAW-R TO WS-EDIT-SCORE
003450         MOVE SPACES TO WS-ML-POSTED
003460         STRING " " WS-EDIT-SCORE "%"
003470             DELIMITED BY SIZE INTO WS-ML-POSTED
003480     END-IF.
003490     MOVE WS-EXP-REJECTED(WS-SUB) TO WS-ML-REJECTED.
003500     MOVE WS-EXP-COND-CODE(WS-SUB) TO WS-ML-COND-CODE.
003510     MOVE SPACES TO WS-MORN-FLAG.
003520     IF WS-EXP-COND-CODE(WS-SUB) NOT = ZERO
003530         MOVE "** ENDED CC" TO WS-MORN-FLAG
003540         MOVE WS-EXP-COND-CODE(WS-SUB) TO WS-MORN-FLAG(13:2)
003550     END-IF.
003560     IF WS-MORN-FLAG = SPACES
003570         MOVE SPACES TO WS-PAIR-JOB-NAME
003580         IF WS-EXP-JOB-NAME(WS-SUB) = "AGEBATCH"
003590             MOVE "AGEEDIT" TO WS-PAIR-JOB-NAME
003600         END-IF
003610         IF WS-EXP-JOB-NAME(WS-SUB) = "AGEELOAD"
003620             MOVE "AGEXTRCT" TO WS-PAIR-JOB-NAME
003630         END-IF
003640         IF WS-PAIR-JOB-NAME NOT = SPACES
003650             PERFORM 3200-CHECK-SEQUENCE THRU 3200-EXIT
003660         END-IF
003670     END-IF.
003680     IF WS-MORN-FLAG = SPACES AND
003690             WS-EXP-JOB-NAME(WS-SUB) = "AGEBKOUT"
003700         MOVE "** BACKOUT RUN" TO WS-MORN-FLAG
003710     END-IF.
003720     IF WS-MORN-FLAG = SPACES
003730         MOVE "OK" TO WS-MORN-FLAG
003740     ELSE
003750         ADD 1 TO WS-JOBS-FLAGGED
003760     END-IF.
003770     MOVE WS-MORN-FLAG TO WS-ML-FLAG.
003780 3100-PUT-LINE.
003790     MOVE SPACES TO AGE-MORN-REPORT-RECORD.
003800     MOVE WS-MORN-LINE TO AGE-MORN-REPORT-RECORD.
003810     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003820 3100-EXIT.
003830     EXIT.
003840
003850*-----------------------------------------------------------*
003860*  3200 - FLAG A JOB WHOSE REQUIRED PREDECESSOR (IN          *
003870*          WS-PAIR-JOB-NAME) IS MISSING FOR THE DATE OR      *
003880*          FINISHED AFTER IT.                                *
003890*-----------------------------------------------------------*
003900 3200-CHECK-SEQUENCE.
003910     MOVE ZERO TO WS-FOUND-SUB.
003920     PERFORM 3250-MATCH-PAIR THRU 3250-EXIT
003930         VARYING WS-PAIR-SUB FROM 1 BY 1
003940         UNTIL WS-PAIR-SUB > WS-EXPECT-ENTRY-COUNT
003950         OR WS-FOUND-SUB > ZERO.
003960     IF WS-FOUND-SUB = ZERO
003970         MOVE "** NO PREDECSR" TO WS-MORN-FLAG
003980         GO TO 3200-EXIT
003990     END-IF.
004000     IF WS-EXP-FOUND-SW(WS-FOUND-SUB) NOT = "Y"
004010         MOVE "** OUT OF SEQ" TO WS-MORN-FLAG
004020         GO TO 3200-EXIT
004030     END-IF.
004040     IF WS-EXP-TIME(WS-FOUND-SUB) > WS-EXP-TIME(WS-SUB)
004050         MOVE "** OUT OF SEQ" TO WS-MORN-FLAG
004060     END-IF.
004070 3200-EXIT.
004080     EXIT.
004090
004100 3250-MATCH-PAIR.
004110     IF WS-EXP-JOB-NAME(WS-PAIR-SUB) = WS-PAIR-JOB-NAME
004120         MOVE WS-PAIR-SUB TO WS-FOUND-SUB
004130     END-IF.
004140 3250-EXIT.
004150     EXIT.
004160
004170 3900-PRINT-LINE.
004180     WRITE AGE-MORN-REPORT-RECORD.
004190     DISPLAY AGE-MORN-REPORT-RECORD.
004200 3900-EXIT.
004210     EXIT.
004220
004230*-----------------------------------------------------------*
004240*  9000 - TERMINATION                                        *
004250*-----------------------------------------------------------*
004260 9000-TERMINATE.
004270     IF WS-FILES-WERE-OPENED
004280         CLOSE AGE-RUN-CONTROL-FILE
004290         CLOSE AGE-MORN-REPORT-FILE
004300     END-IF.
004310     DISPLAY "AGEMORN complete.  Records read " WS-RECORDS-READ
004320         "  Jobs flagged " WS-JOBS-FLAGGED "." .
004330 9000-EXIT.
004340     EXIT.
