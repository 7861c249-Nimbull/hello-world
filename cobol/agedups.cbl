000010*****************************************************************
000020* AGEDUPS.CBL
000030* PROBABLE DUPLICATE-PERSON REPORT.
000040*
000050* HELLO AND AGEBATCH ONLY STOP A MEMBER ID ALREADY ON THE
000060* MASTER - THE SAME PERSON REGISTERED TWICE UNDER TWO IDS GOES
000070* THROUGH, AND SURFACES ONLY WHEN THE ELIGIBILITY SHOP SENDS
000080* BACK TWO DETERMINATIONS FOR ONE HUMAN BEING.  THIS WEEKLY JOB
000090* READS THE MEMBER MASTER IN BIRTH-DATE ORDER THROUGH THE
000100* ALTERNATE INDEX ON MAST-MEMBER-DOB AND COMPARES EVERY PAIR OF
000110* LIVE MEMBERS SHARING A BIRTH DATE ON NAME AND MAILING
000120* ADDRESS.  EACH PAIR IS SCORED - 2 FOR THE SAME NAME (1 IF
000130* ONLY THE FIRST 8 CHARACTERS AGREE), 2 FOR THE SAME STREET AND
000140* ZIP (1 IF ONLY THE ZIP AGREES) - AND A PAIR SCORING 2 OR MORE
000150* IS LISTED, GRADED STRONG (4), LIKELY (3) OR POSSIBLE (2),
000160* STRONGEST FIRST.  A SUPERVISOR RESOLVES EACH PAIR THROUGH THE
000170* AGEMERGE FUNCTION ON AGEMENU; A MERGED MEMBER DROPS OFF THE
000180* NEXT LIST.  ENDS WITH CC 4 WHEN ANY PAIR IS LISTED.  RUN FROM
000190* JCL - SEE JCL MEMBER AGEDUPS.
000200*
000210* AUTHOR.      NIMBULL DATA PROCESSING.
000220* INSTALLATION. MEMBER SERVICES.
000230* DATE-WRITTEN. 2026-10-15.
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT DESCRIPTION
000270* 2026-10-15 JDM  ORIGINAL.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AGEDUPS.
000310 AUTHOR. NIMBULL DATA PROCESSING.
000320 INSTALLATION. MEMBER SERVICES.
000330 DATE-WRITTEN. 2026-10-15.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS MAST-MEMBER-ID
000420         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000430             WITH DUPLICATES
000440         FILE STATUS IS AGE-MASTER-STATUS.
000450
000460     SELECT AGE-DUPS-REPORT-FILE ASSIGN TO "AGEDUPSO"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS AGE-DUPS-REPORT-STATUS.
000490
000500     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  AGE-MASTER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY AGEMAST.
000590
000600 FD  AGE-DUPS-REPORT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  AGE-DUPS-REPORT-RECORD      PIC X(80).
000630
000640 FD  AGE-RUN-CONTROL-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY AGERUN.
000680
000690 WORKING-STORAGE SECTION.
000700 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000710 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000720 77  AGE-DUPS-REPORT-STATUS      PIC X(02)   VALUE SPACES.
000730 77  WS-GROUP-MAX                PIC 9(04)   COMP VALUE 50.
000740 77  WS-PAIR-MAX                 PIC 9(04)   COMP VALUE 500.
000750
000760 01  WS-SWITCHES.
000770     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
000780         88  WS-END-OF-MASTER                 VALUE "Y".
000790     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000800         88  WS-FILES-WERE-OPENED             VALUE "Y".
000810     05  WS-GROUP-FULL-SW        PIC X(01)   VALUE "N".
000820         88  WS-GROUP-OVERFLOWED              VALUE "Y".
000830     05  WS-PAIR-FULL-SW         PIC X(01)   VALUE "N".
000840         88  WS-PAIRS-OVERFLOWED              VALUE "Y".
000850
000860 01  WS-COUNTERS.
000870     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
000880     05  WS-MEMBERS-SKIPPED      PIC 9(08)   VALUE ZERO.
000890     05  WS-PAIRS-COMPARED       PIC 9(08)   VALUE ZERO.
000900     05  WS-PAIRS-LISTED         PIC 9(08)   VALUE ZERO.
000910     05  WS-PAIRS-STRONG         PIC 9(08)   VALUE ZERO.
000920     05  WS-PAIRS-LIKELY         PIC 9(08)   VALUE ZERO.
000930     05  WS-PAIRS-POSSIBLE       PIC 9(08)   VALUE ZERO.
000940     05  WS-PAIRS-NOT-LISTED     PIC 9(08)   VALUE ZERO.
000950
000960 01  WS-SUBSCRIPTS.
000970     05  WS-GROUP-COUNT          PIC 9(04)   COMP VALUE ZERO.
000980     05  WS-SUB-1                PIC 9(04)   COMP VALUE ZERO.
000990     05  WS-SUB-2                PIC 9(04)   COMP VALUE ZERO.
001000     05  WS-PAIR-COUNT           PIC 9(04)   COMP VALUE ZERO.
001010     05  WS-PAIR-SUB             PIC 9(04)   COMP VALUE ZERO.
001020
001030 01  WS-GROUP-DOB                PIC 9(08)   VALUE ZERO.
001040 01  WS-MATCH-SCORE              PIC 9(01)   VALUE ZERO.
001050 01  WS-PRINT-SCORE              PIC 9(01)   VALUE ZERO.
001060
001070*-----------------------------------------------------------*
001080*  LIVE MEMBERS SHARING THE CURRENT BIRTH DATE.  THE NAME    *
001090*  AND STREET ARE HELD IN UPPER CASE FOR THE COMPARISON.     *
001100*-----------------------------------------------------------*
001110 01  WS-GROUP-TABLE.
001120     05  WS-GRP-ENTRY OCCURS 50 TIMES.
001130         10  WS-GRP-MEMBER-ID    PIC X(10).
001140         10  WS-GRP-NAME         PIC X(25).
001150         10  WS-GRP-NAME-R REDEFINES WS-GRP-NAME.
001160             15  WS-GRP-NAME-8   PIC X(08).
001170             15  FILLER          PIC X(17).
001180         10  WS-GRP-STREET       PIC X(25).
001190         10  WS-GRP-ZIP          PIC X(05).
001200
001210 01  WS-PAIR-TABLE.
001220     05  WS-PAIR-ENTRY OCCURS 500 TIMES.
001230         10  WS-PR-SCORE         PIC 9(01).
001240         10  WS-PR-DOB           PIC 9(08).
001250         10  WS-PR-ID-1          PIC X(10).
001260         10  WS-PR-NAME-1        PIC X(25).
001270         10  WS-PR-ZIP-1         PIC X(05).
001280         10  WS-PR-ID-2          PIC X(10).
001290         10  WS-PR-NAME-2        PIC X(25).
001300         10  WS-PR-ZIP-2         PIC X(05).
001310
001320 01  WS-LOWER-CASE               PIC X(26)   VALUE
001330     "abcdefghijklmnopqrstuvwxyz".
001340 01  WS-UPPER-CASE               PIC X(26)   VALUE
001350     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001360
001370 01  WS-DUPS-LINE.
001380     05  WS-DL-GRADE             PIC X(08).
001390     05  FILLER                  PIC X(02)   VALUE SPACES.
001400     05  WS-DL-DOB               PIC X(08).
001410     05  FILLER                  PIC X(02)   VALUE SPACES.
001420     05  WS-DL-MEMBER-ID         PIC X(10).
001430     05  FILLER                  PIC X(02)   VALUE SPACES.
001440     05  WS-DL-NAME              PIC X(25).
001450     05  FILLER                  PIC X(02)   VALUE SPACES.
001460     05  WS-DL-ZIP               PIC X(05).
001470
001480 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001490
001500 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001510
001520 01  WS-RUN-STAMP-FIELDS.
001530     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001540     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001550
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-TAKE-MEMBER THRU 2000-EXIT
001600         UNTIL WS-END-OF-MASTER.
001610     PERFORM 2500-COMPARE-GROUP THRU 2500-EXIT.
001620     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001640     STOP RUN.
001650
001660*-----------------------------------------------------------*
001670*  1000 - INITIALIZATION.  POSITION AT THE LOWEST BIRTH      *
001680*          DATE ON THE ALTERNATE INDEX.                       *
001690*-----------------------------------------------------------*
001700 1000-INITIALIZE.
001710     DISPLAY "AGEDUPS starting.".
001720     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001730     OPEN INPUT AGE-MASTER-FILE.
001740     IF AGE-MASTER-STATUS NOT = "00"
001750         DISPLAY "*** ERROR: cannot open member master file, "
001760             "status " AGE-MASTER-STATUS
001770         MOVE "Y" TO WS-MASTER-EOF-SW
001780         MOVE 16 TO RETURN-CODE
001790         GO TO 1000-EXIT
001800     END-IF.
001810     OPEN OUTPUT AGE-DUPS-REPORT-FILE.
001820     MOVE "Y" TO WS-FILES-OPEN-SW.
001830     MOVE ZERO TO MAST-MEMBER-DOB.
001840     START AGE-MASTER-FILE
001850         KEY IS NOT LESS THAN MAST-MEMBER-DOB
001860         INVALID KEY
001870             MOVE "Y" TO WS-MASTER-EOF-SW
001880     END-START.
001890 1000-EXIT.
001900     EXIT.
001910
001920*-----------------------------------------------------------*
001930*  2000 - TAKE ONE MEMBER IN BIRTH-DATE ORDER.  DELETED AND  *
001940*          ALREADY-MERGED MEMBERS ARE NOT CANDIDATES.  A NEW *
001950*          BIRTH DATE CLOSES THE PRIOR GROUP, WHICH IS THEN  *
001960*          COMPARED PAIR BY PAIR.                             *
001970*-----------------------------------------------------------*
001980 2000-TAKE-MEMBER.
001990     READ AGE-MASTER-FILE NEXT RECORD
002000         AT END
002010             MOVE "Y" TO WS-MASTER-EOF-SW
002020             GO TO 2000-EXIT
002030     END-READ.
002040     ADD 1 TO WS-MEMBERS-READ.
002050     IF MAST-IS-DELETED OR MAST-IS-MERGED
002060         ADD 1 TO WS-MEMBERS-SKIPPED
002070         GO TO 2000-EXIT
002080     END-IF.
002090     IF MAST-MEMBER-DOB NOT = WS-GROUP-DOB
002100         PERFORM 2500-COMPARE-GROUP THRU 2500-EXIT
002110         MOVE ZERO TO WS-GROUP-COUNT
002120         MOVE MAST-MEMBER-DOB TO WS-GROUP-DOB
002130     END-IF.
002140     IF WS-GROUP-COUNT >= WS-GROUP-MAX
002150         IF NOT WS-GROUP-OVERFLOWED
002160             DISPLAY "*** WARNING: more than " WS-GROUP-MAX
002170                 " members born " WS-GROUP-DOB
002180                 " - the rest of that date is not compared."
002190         END-IF
002200         MOVE "Y" TO WS-GROUP-FULL-SW
002210         GO TO 2000-EXIT
002220     END-IF.
002230     ADD 1 TO WS-GROUP-COUNT.
002240     MOVE MAST-MEMBER-ID TO WS-GRP-MEMBER-ID (WS-GROUP-COUNT).
002250     MOVE MAST-MEMBER-NAME TO WS-GRP-NAME (WS-GROUP-COUNT).
002260     MOVE MAST-ADDR-STREET TO WS-GRP-STREET (WS-GROUP-COUNT).
002270     MOVE MAST-ADDR-ZIP TO WS-GRP-ZIP (WS-GROUP-COUNT).
002280     INSPECT WS-GRP-NAME (WS-GROUP-COUNT)
002290         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002300     INSPECT WS-GRP-STREET (WS-GROUP-COUNT)
002310         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002320 2000-EXIT.
002330     EXIT.
002340
002350*-----------------------------------------------------------*
002360*  2500 - COMPARE EVERY PAIR IN THE GROUP JUST CLOSED.       *
002370*-----------------------------------------------------------*
002380 2500-COMPARE-GROUP.
002390     IF WS-GROUP-COUNT < 2
002400         GO TO 2500-EXIT
002410     END-IF.
002420     PERFORM 2550-COMPARE-FIRST THRU 2550-EXIT
002430         VARYING WS-SUB-1 FROM 1 BY 1
002440         UNTIL WS-SUB-1 >= WS-GROUP-COUNT.
002450 2500-EXIT.
002460     EXIT.
002470
002480 2550-COMPARE-FIRST.
002490     COMPUTE WS-SUB-2 = WS-SUB-1 + 1.
002500     PERFORM 2600-COMPARE-PAIR THRU 2600-EXIT
002510         VARYING WS-SUB-2 FROM WS-SUB-2 BY 1
002520         UNTIL WS-SUB-2 > WS-GROUP-COUNT.
002530 2550-EXIT.
002540     EXIT.
002550
002560*-----------------------------------------------------------*
002570*  2600 - SCORE ONE PAIR ON NAME AND ADDRESS AND KEEP IT     *
002580*          FOR THE LIST WHEN IT SCORES 2 OR MORE.            *
002590*-----------------------------------------------------------*
002600 2600-COMPARE-PAIR.
002610     ADD 1 TO WS-PAIRS-COMPARED.
002620     MOVE ZERO TO WS-MATCH-SCORE.
002630     IF WS-GRP-NAME (WS-SUB-1) = WS-GRP-NAME (WS-SUB-2)
002640         ADD 2 TO WS-MATCH-SCORE
002650     ELSE
002660         IF WS-GRP-NAME-8 (WS-SUB-1) = WS-GRP-NAME-8 (WS-SUB-2)
002670                 AND WS-GRP-NAME-8 (WS-SUB-1) NOT = SPACES
002680             ADD 1 TO WS-MATCH-SCORE
002690         END-IF
002700     END-IF.
002710     IF WS-GRP-ZIP (WS-SUB-1) = WS-GRP-ZIP (WS-SUB-2)
002720             AND WS-GRP-ZIP (WS-SUB-1) NOT = SPACES
002730         IF WS-GRP-STREET (WS-SUB-1) = WS-GRP-STREET (WS-SUB-2)
002740             ADD 2 TO WS-MATCH-SCORE
002750         ELSE
002760             ADD 1 TO WS-MATCH-SCORE
002770         END-IF
002780     END-IF.
002790     IF WS-MATCH-SCORE < 2
002800         GO TO 2600-EXIT
002810     END-IF.
002820     IF WS-PAIR-COUNT >= WS-PAIR-MAX
002830         MOVE "Y" TO WS-PAIR-FULL-SW
002840         ADD 1 TO WS-PAIRS-NOT-LISTED
002850         GO TO 2600-EXIT
002860     END-IF.
002870     ADD 1 TO WS-PAIR-COUNT.
002880     MOVE WS-MATCH-SCORE TO WS-PR-SCORE (WS-PAIR-COUNT).
002890     MOVE WS-GROUP-DOB TO WS-PR-DOB (WS-PAIR-COUNT).
002900     MOVE WS-GRP-MEMBER-ID (WS-SUB-1)
002910         TO WS-PR-ID-1 (WS-PAIR-COUNT).
002920     MOVE WS-GRP-NAME (WS-SUB-1) TO WS-PR-NAME-1 (WS-PAIR-COUNT).
002930     MOVE WS-GRP-ZIP (WS-SUB-1) TO WS-PR-ZIP-1 (WS-PAIR-COUNT).
002940     MOVE WS-GRP-MEMBER-ID (WS-SUB-2)
002950         TO WS-PR-ID-2 (WS-PAIR-COUNT).
002960     MOVE WS-GRP-NAME (WS-SUB-2) TO WS-PR-NAME-2 (WS-PAIR-COUNT).
002970     MOVE WS-GRP-ZIP (WS-SUB-2) TO WS-PR-ZIP-2 (WS-PAIR-COUNT).
002980     EVALUATE WS-MATCH-SCORE
002990         WHEN 4
003000             ADD 1 TO WS-PAIRS-STRONG
003010         WHEN 3
003020             ADD 1 TO WS-PAIRS-LIKELY
003030         WHEN OTHER
003040             ADD 1 TO WS-PAIRS-POSSIBLE
003050     END-EVALUATE.
003060     ADD 1 TO WS-PAIRS-LISTED.
003070 2600-EXIT.
003080     EXIT.
003090
003100*-----------------------------------------------------------*
003110*  3000 - PRINT THE MATCH LIST, STRONGEST GRADE FIRST, THEN  *
003120*          THE TOTALS.  CC 4 WHEN ANY PAIR IS LISTED.        *
003130*-----------------------------------------------------------*
003140 3000-PRINT-REPORT.
003150     IF NOT WS-FILES-WERE-OPENED
003160         GO TO 3000-EXIT
003170     END-IF.
003180     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003190     STRING "PROBABLE DUPLICATE MEMBERS - RUN DATE "
003200         WS-SYS-DATE-YYYYMMDD
003210         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003220     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003230     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003240     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003250     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003260     STRING "GRADE     BORN      MEMBER      NAME           "
003270         "            ZIP"
003280         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003290     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003300     MOVE 4 TO WS-PRINT-SCORE.
003310     PERFORM 3100-PRINT-GRADE THRU 3100-EXIT
003320         VARYING WS-PAIR-SUB FROM 1 BY 1
003330         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
003340     MOVE 3 TO WS-PRINT-SCORE.
003350     PERFORM 3100-PRINT-GRADE THRU 3100-EXIT
003360         VARYING WS-PAIR-SUB FROM 1 BY 1
003370         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
003380     MOVE 2 TO WS-PRINT-SCORE.
003390     PERFORM 3100-PRINT-GRADE THRU 3100-EXIT
003400         VARYING WS-PAIR-SUB FROM 1 BY 1
003410         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
003420     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003430     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003440     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
003450     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003460     STRING "Members read          : " WS-PRT-COUNT
003470         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003480     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003490     MOVE WS-MEMBERS-SKIPPED TO WS-PRT-COUNT.
003500     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003510     STRING "Deleted/merged skipped: " WS-PRT-COUNT
003520         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003530     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003540     MOVE WS-PAIRS-COMPARED TO WS-PRT-COUNT.
003550     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003560     STRING "Pairs compared        : " WS-PRT-COUNT
003570         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003580     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003590     MOVE WS-PAIRS-LISTED TO WS-PRT-COUNT.
003600     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003610     STRING "Pairs listed          : " WS-PRT-COUNT
003620         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003630     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003640     MOVE WS-PAIRS-STRONG TO WS-PRT-COUNT.
003650     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003660     STRING "  Strong              : " WS-PRT-COUNT
003670         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003680     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003690     MOVE WS-PAIRS-LIKELY TO WS-PRT-COUNT.
003700     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003710     STRING "  Likely              : " WS-PRT-COUNT
003720         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003730     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003740     MOVE WS-PAIRS-POSSIBLE TO WS-PRT-COUNT.
003750     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
003760     STRING "  Possible            : " WS-PRT-COUNT
003770         DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD.
003780     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003790     IF WS-PAIRS-OVERFLOWED
003800         MOVE WS-PAIRS-NOT-LISTED TO WS-PRT-COUNT
003810         MOVE SPACES TO AGE-DUPS-REPORT-RECORD
003820         STRING "*** Pairs not listed  : " WS-PRT-COUNT
003830             " (list full - resolve and rerun)"
003840             DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD
003850         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
003860     END-IF.
003870     IF WS-GROUP-OVERFLOWED
003880         MOVE SPACES TO AGE-DUPS-REPORT-RECORD
003890         STRING "*** A birth date had more members than "
003900             "could be compared - see the job log."
003910             DELIMITED BY SIZE INTO AGE-DUPS-REPORT-RECORD
003920         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
003930     END-IF.
003940     IF WS-PAIRS-LISTED > ZERO
003950         MOVE 4 TO RETURN-CODE
003960     END-IF.
003970 3000-EXIT.
003980     EXIT.
003990
004000*-----------------------------------------------------------*
004010*  3100 - PRINT ONE KEPT PAIR WHEN IT IS OF THE GRADE BEING  *
004020*          PRINTED: THE GRADE AND BIRTH DATE ON THE FIRST    *
004030*          MEMBER'S LINE, THE SECOND MEMBER UNDER IT.        *
004040*-----------------------------------------------------------*
004050 3100-PRINT-GRADE.
004060     IF WS-PR-SCORE (WS-PAIR-SUB) NOT = WS-PRINT-SCORE
004070         GO TO 3100-EXIT
004080     END-IF.
004090     EVALUATE WS-PRINT-SCORE
004100         WHEN 4
004110             MOVE "STRONG" TO WS-DL-GRADE
004120         WHEN 3
004130             MOVE "LIKELY" TO WS-DL-GRADE
004140         WHEN OTHER
004150             MOVE "POSSIBLE" TO WS-DL-GRADE
004160     END-EVALUATE.
004170     MOVE WS-PR-DOB (WS-PAIR-SUB) TO WS-DL-DOB.
004180     MOVE WS-PR-ID-1 (WS-PAIR-SUB) TO WS-DL-MEMBER-ID.
004190     MOVE WS-PR-NAME-1 (WS-PAIR-SUB) TO WS-DL-NAME.
004200     MOVE WS-PR-ZIP-1 (WS-PAIR-SUB) TO WS-DL-ZIP.
004210     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
004220     MOVE WS-DUPS-LINE TO AGE-DUPS-REPORT-RECORD.
004230     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004240     MOVE SPACES TO WS-DL-GRADE.
004250     MOVE SPACES TO WS-DL-DOB.
004260     MOVE WS-PR-ID-2 (WS-PAIR-SUB) TO WS-DL-MEMBER-ID.
004270     MOVE WS-PR-NAME-2 (WS-PAIR-SUB) TO WS-DL-NAME.
004280     MOVE WS-PR-ZIP-2 (WS-PAIR-SUB) TO WS-DL-ZIP.
004290     MOVE SPACES TO AGE-DUPS-REPORT-RECORD.
004300     MOVE WS-DUPS-LINE TO AGE-DUPS-REPORT-RECORD.
004310     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004320 3100-EXIT.
004330     EXIT.
004340
004350 3900-PRINT-LINE.
004360     WRITE AGE-DUPS-REPORT-RECORD.
004370     DISPLAY AGE-DUPS-REPORT-RECORD.
004380 3900-EXIT.
004390     EXIT.
004400
004410*-----------------------------------------------------------*
004420*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
004430*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
004440*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
004450*          DISTURB THE RUN'S OWN CONDITION CODE.            *
004460*-----------------------------------------------------------*
004470 8000-WRITE-RUN-CONTROL.
004480     OPEN EXTEND AGE-RUN-CONTROL-FILE.
004490     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
004500             AGE-RUN-CONTROL-STATUS NOT = "05"
004510         OPEN OUTPUT AGE-RUN-CONTROL-FILE
004520         CLOSE AGE-RUN-CONTROL-FILE
004530         OPEN EXTEND AGE-RUN-CONTROL-FILE
004540     END-IF.
004550     IF AGE-RUN-CONTROL-STATUS NOT = "00"
004560         DISPLAY "*** WARNING: run-control record not "
004570             "written, status " AGE-RUN-CONTROL-STATUS
004580         GO TO 8000-EXIT
004590     END-IF.
004600     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
004610     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
004620     MOVE "AGEDUPS" TO RUN-JOB-NAME.
004630     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
004640     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
004650     MOVE WS-MEMBERS-READ TO RUN-RECORDS-READ.
004660     MOVE WS-PAIRS-LISTED TO RUN-RECORDS-POSTED.
004670     MOVE ZERO TO RUN-RECORDS-REJECTED.
004680     MOVE RETURN-CODE TO RUN-COND-CODE.
004690     WRITE AGE-RUN-CONTROL-RECORD.
004700     CLOSE AGE-RUN-CONTROL-FILE.
004710 8000-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------*
004750*  9000 - TERMINATION                                        *
004760*-----------------------------------------------------------*
004770 9000-TERMINATE.
004780     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
004790     IF WS-FILES-WERE-OPENED
004800         CLOSE AGE-MASTER-FILE
004810         CLOSE AGE-DUPS-REPORT-FILE
004820     END-IF.
004830     DISPLAY "AGEDUPS complete.  Read " WS-MEMBERS-READ
004840         "  Pairs listed " WS-PAIRS-LISTED "." .
004850 9000-EXIT.
004860     EXIT.
