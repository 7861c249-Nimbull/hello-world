000380*                 AND TIME, TOTALS, CONDITION CODE) TO THE
000390*                 SHARED RUN-CONTROL FILE AT END OF RUN FOR
000400*                 THE AGEMORN MORNING STATUS REPORT.
000410* 2026-10-15 JDM  MEMBERS MERGED INTO ANOTHER ID BY AGEMERGE ARE
000420*                 COUNTED WITH THE DELETED ONES IN THE
000430*                 MASTER-BACK PASS, NOT RECONCILED AS LIVE.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. AGERECON.
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
000580     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS AGE-AUDIT-STATUS.
000610
000620     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS MAST-MEMBER-ID
000660         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000670             WITH DUPLICATES
000680         FILE STATUS IS AGE-MASTER-STATUS.
000690
000700     SELECT AGE-RECON-REPORT-FILE ASSIGN TO "AGERECO"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS AGE-RECON-REPORT-STATUS.
000730
000740     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  AGE-INTAKE-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY AGEREC.
000840
000850 FD  AGE-AUDIT-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY AGEAUD.
000890
000900 FD  AGE-MASTER-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY AGEMAST.
000930
000940 FD  AGE-RECON-REPORT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  AGE-RECON-REPORT-RECORD     PIC X(80).
000970
000980 FD  AGE-RUN-CONTROL-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY AGERUN.
001020
001030 WORKING-STORAGE SECTION.
001040 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
001050 77  AGE-INTAKE-STATUS           PIC X(02)   VALUE SPACES.
001060 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
001070 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001080 77  AGE-RECON-REPORT-STATUS     PIC X(02)   VALUE SPACES.
001090 77  WS-TABLE-MAX                PIC 9(04)   COMP VALUE 5000.
001100
001110 01  WS-SWITCHES.
001120     05  WS-INTAKE-EOF-SW        PIC X(01)   VALUE "N".
001130         88  WS-END-OF-INTAKE                 VALUE "Y".
001140     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001150         88  WS-END-OF-AUDIT                  VALUE "Y".
001160     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001170         88  WS-END-OF-MASTER                 VALUE "Y".
001180     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001190         88  WS-FILES-WERE-OPENED             VALUE "Y".
001200     05  WS-AUD-TABLE-FULL-SW    PIC X(01)   VALUE "N".
001210         88  WS-AUD-TABLE-IS-FULL             VALUE "Y".
001220     05  WS-INTK-TABLE-FULL-SW   PIC X(01)   VALUE "N".
001230         88  WS-INTK-TABLE-IS-FULL            VALUE "Y".
001240
001250 01  WS-COUNTERS.
001260     05  WS-INTAKE-COUNT         PIC 9(08)   VALUE ZERO.
001270     05  WS-ACCEPTED-AUDIT-COUNT PIC 9(08)   VALUE ZERO.
001280     05  WS-MASTER-COUNT         PIC 9(08)   VALUE ZERO.
001290     05  WS-INTAKE-NO-MASTER     PIC 9(08)   VALUE ZERO.
001300     05  WS-INTAKE-NO-AUDIT      PIC 9(08)   VALUE ZERO.
001310     05  WS-MASTER-NO-INTAKE     PIC 9(08)   VALUE ZERO.
001320     05  WS-MASTER-PRIOR-PERIOD  PIC 9(08)   VALUE ZERO.
001330     05  WS-MASTER-DELETED       PIC 9(08)   VALUE ZERO.
001340     05  WS-EXCEPTION-COUNT      PIC 9(08)   VALUE ZERO.
001350
001360 01  WS-AUD-ENTRY-COUNT          PIC 9(04)   COMP VALUE ZERO.
001370 01  WS-AUDIT-ID-TABLE.
001380     05  WS-AUD-MEMBER-ID        PIC X(10)
001390         OCCURS 0 TO 5000 TIMES
001400         DEPENDING ON WS-AUD-ENTRY-COUNT
001410         INDEXED BY AUD-IX.
001420
001430 01  WS-INTK-ENTRY-COUNT         PIC 9(04)   COMP VALUE ZERO.
001440 01  WS-INTAKE-ID-TABLE.
001450     05  WS-INTK-MEMBER-ID       PIC X(10)
001460         OCCURS 0 TO 5000 TIMES
001470         DEPENDING ON WS-INTK-ENTRY-COUNT
001480         INDEXED BY INTK-IX.
001490
001500 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001510
001520 01  WS-EXCP-MEMBER-ID           PIC X(10)   VALUE SPACES.
001530
001540 01  WS-INTAKE-RUN-DATE          PIC 9(08)   VALUE ZERO.
001550 01  WS-EARLIEST-RUN-DATE        PIC 9(08)   VALUE 99999999.
001560
001570 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001580
001590 01  WS-RUN-STAMP-FIELDS.
001600     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001610     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001620
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-LOAD-AUDIT THRU 2000-EXIT
001670         UNTIL WS-END-OF-AUDIT.
001680     PERFORM 3000-PROCESS-INTAKE THRU 3000-EXIT
001690         UNTIL WS-END-OF-INTAKE.
001700     PERFORM 3900-POSITION-MASTER THRU 3900-EXIT.
001710     PERFORM 4000-PROCESS-MASTER THRU 4000-EXIT
001720         UNTIL WS-END-OF-MASTER.
001730     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001750     STOP RUN.
001760
001770*-----------------------------------------------------------*
001780*  1000 - INITIALIZATION                                    *
001790*-----------------------------------------------------------*
001800 1000-INITIALIZE.
001810     DISPLAY "AGERECON starting.".
001820     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001830     OPEN INPUT AGE-INTAKE-FILE.
001840     IF AGE-INTAKE-STATUS NOT = "00"
001850         DISPLAY "*** ERROR: cannot open age intake file, "
001860             "status " AGE-INTAKE-STATUS
001870         MOVE "Y" TO WS-INTAKE-EOF-SW
001880         MOVE "Y" TO WS-AUDIT-EOF-SW
001890         MOVE "Y" TO WS-MASTER-EOF-SW
001900         MOVE 16 TO RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     OPEN INPUT AGE-AUDIT-FILE.
001940     IF AGE-AUDIT-STATUS NOT = "00"
001950         DISPLAY "*** ERROR: cannot open age audit file, "
001960             "status " AGE-AUDIT-STATUS
001970         CLOSE AGE-INTAKE-FILE
001980         MOVE "Y" TO WS-INTAKE-EOF-SW
001990         MOVE "Y" TO WS-AUDIT-EOF-SW
002000         MOVE "Y" TO WS-MASTER-EOF-SW
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF.
002040     OPEN INPUT AGE-MASTER-FILE.
002050     IF AGE-MASTER-STATUS NOT = "00"
002060         DISPLAY "*** ERROR: cannot open member master file, "
002070             "status " AGE-MASTER-STATUS
002080         CLOSE AGE-INTAKE-FILE
002090         CLOSE AGE-AUDIT-FILE
002100         MOVE "Y" TO WS-INTAKE-EOF-SW
002110         MOVE "Y" TO WS-AUDIT-EOF-SW
002120         MOVE "Y" TO WS-MASTER-EOF-SW
002130         MOVE 16 TO RETURN-CODE
002140         GO TO 1000-EXIT
002150     END-IF.
002160     OPEN OUTPUT AGE-RECON-REPORT-FILE.
002170     MOVE "Y" TO WS-FILES-OPEN-SW.
002180     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
002190     STRING "AGE FILE RECONCILIATION - RUN DATE "
002200         WS-SYS-DATE-YYYYMMDD
002210         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
002220     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
002230     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
002240     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
002250     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002260     PERFORM 3100-READ-INTAKE THRU 3100-EXIT.
002270 1000-EXIT.
002280     EXIT.
002290
002300*-----------------------------------------------------------*
002310*  2000 - LOAD THE MEMBER IDS OF THE ACCEPTED AUDIT RECORDS  *
002320*          INTO A TABLE FOR MATCHING, AND COUNT THEM.         *
002330*-----------------------------------------------------------*
002340 2000-LOAD-AUDIT.
002350     IF AUD-ACCEPTED
002360         ADD 1 TO WS-ACCEPTED-AUDIT-COUNT
002370         IF WS-AUD-ENTRY-COUNT < WS-TABLE-MAX
002380             ADD 1 TO WS-AUD-ENTRY-COUNT
002390             MOVE AUD-RAW-INPUT(1:10)
002400                 TO WS-AUD-MEMBER-ID(WS-AUD-ENTRY-COUNT)
002410         ELSE
002420             MOVE "Y" TO WS-AUD-TABLE-FULL-SW
002430         END-IF
002440     END-IF.
002450     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002460 2000-EXIT.
002470     EXIT.
002480
002490 2100-READ-AUDIT.
002500     READ AGE-AUDIT-FILE
002510         AT END
002520             MOVE "Y" TO WS-AUDIT-EOF-SW
002530     END-READ.
002540 2100-EXIT.
002550     EXIT.
002560
002570*-----------------------------------------------------------*
002580*  3000 - MATCH ONE INTAKE RECORD TO THE MASTER FILE AND TO  *
002590*          AN ACCEPTED AUDIT RECORD.                          *
002600*-----------------------------------------------------------*
002610 3000-PROCESS-INTAKE.
002620     ADD 1 TO WS-INTAKE-COUNT.
002630     MOVE AGE-REC-RUN-DATE TO WS-INTAKE-RUN-DATE.
002640     IF WS-INTAKE-RUN-DATE < WS-EARLIEST-RUN-DATE
002650         MOVE WS-INTAKE-RUN-DATE TO WS-EARLIEST-RUN-DATE
002660     END-IF.
002670     IF WS-INTK-ENTRY-COUNT < WS-TABLE-MAX
002680         ADD 1 TO WS-INTK-ENTRY-COUNT
002690         MOVE AGE-REC-MEMBER-ID
002700             TO WS-INTK-MEMBER-ID(WS-INTK-ENTRY-COUNT)
002710     ELSE
002720         MOVE "Y" TO WS-INTK-TABLE-FULL-SW
002730     END-IF.
002740     MOVE AGE-REC-MEMBER-ID TO WS-EXCP-MEMBER-ID.
002750     MOVE AGE-REC-MEMBER-ID TO MAST-MEMBER-ID.
002760     READ AGE-MASTER-FILE
002770         KEY IS MAST-MEMBER-ID
002780         INVALID KEY
002790             ADD 1 TO WS-INTAKE-NO-MASTER
002800             MOVE "ON INTAKE, NOT ON MASTER     "
002810                 TO AGE-RECON-REPORT-RECORD
002820             PERFORM 5800-PRINT-EXCEPTION THRU 5800-EXIT
002830     END-READ.
002840     SET AUD-IX TO 1.
002850     SEARCH WS-AUD-MEMBER-ID
002860         AT END
002870             ADD 1 TO WS-INTAKE-NO-AUDIT
002880             MOVE "ON INTAKE, NO ACCEPTED AUDIT "
002890                 TO AGE-RECON-REPORT-RECORD
002900             PERFORM 5800-PRINT-EXCEPTION THRU 5800-EXIT
002910         WHEN WS-AUD-MEMBER-ID(AUD-IX) = AGE-REC-MEMBER-ID
002920             CONTINUE
002930     END-SEARCH.
002940     PERFORM 3100-READ-INTAKE THRU 3100-EXIT.
002950 3000-EXIT.
002960     EXIT.
002970
002980 3100-READ-INTAKE.
002990     READ AGE-INTAKE-FILE
003000         AT END
003010             MOVE "Y" TO WS-INTAKE-EOF-SW
003020     END-READ.
003030 3100-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------*
003070*  3900 - REPOSITION THE MASTER FILE TO ITS FIRST RECORD.    *
003080*          THE RANDOM READS IN 3000 LEAVE THE FILE POSITION   *
003090*          AT THE LAST MEMBER READ, SO WITHOUT THIS START THE *
003100*          SEQUENTIAL PASS WOULD BEGIN MID-FILE.              *
003110*-----------------------------------------------------------*
003120 3900-POSITION-MASTER.
003130     IF WS-END-OF-MASTER
003140         GO TO 3900-EXIT
003150     END-IF.
003160     MOVE LOW-VALUES TO MAST-MEMBER-ID.
003170     START AGE-MASTER-FILE KEY NOT < MAST-MEMBER-ID
003180         INVALID KEY
003190             MOVE "Y" TO WS-MASTER-EOF-SW
003200     END-START.
003210 3900-EXIT.
003220     EXIT.
003230
003240*-----------------------------------------------------------*
003250*  4000 - MATCH ONE MASTER ENTRY BACK TO THE INTAKE FILE.    *
003260*          ONLY ENTRIES ADDED IN THE LIVE PERIOD ARE MATCHED  *
003270*          - A MEMBER POSTED IN A MONTH THE AGEARCH JOB HAS   *
003280*          ALREADY ARCHIVED IS NOT AN EXCEPTION.              *
003290*-----------------------------------------------------------*
003300 4000-PROCESS-MASTER.
003310     READ AGE-MASTER-FILE NEXT RECORD
003320         AT END
003330             MOVE "Y" TO WS-MASTER-EOF-SW
003340             GO TO 4000-EXIT
003350     END-READ.
003360     ADD 1 TO WS-MASTER-COUNT.
003370     IF MAST-IS-DELETED OR MAST-IS-MERGED
003380         ADD 1 TO WS-MASTER-DELETED
003390         GO TO 4000-EXIT
003400     END-IF.
003410     IF MAST-ADD-DATE < WS-EARLIEST-RUN-DATE
003420         ADD 1 TO WS-MASTER-PRIOR-PERIOD
003430         GO TO 4000-EXIT
003440     END-IF.
003450     MOVE MAST-MEMBER-ID TO WS-EXCP-MEMBER-ID.
003460     SET INTK-IX TO 1.
003470     SEARCH WS-INTK-MEMBER-ID
003480         AT END
003490             ADD 1 TO WS-MASTER-NO-INTAKE
003500             MOVE "ON MASTER, NOT ON INTAKE     "
003510                 TO AGE-RECON-REPORT-RECORD
003520             PERFORM 5800-PRINT-EXCEPTION THRU 5800-EXIT
003530         WHEN WS-INTK-MEMBER-ID(INTK-IX) = MAST-MEMBER-ID
003540             CONTINUE
003550     END-SEARCH.
003560 4000-EXIT.
003570     EXIT.
003580
003590*-----------------------------------------------------------*
003600*  5000 - PRINT THE BALANCING TOTALS AND SET THE CONDITION   *
003610*          CODE WHEN THE FILES DO NOT BALANCE.               *
003620*-----------------------------------------------------------*
003630 5000-PRINT-TOTALS.
003640     IF NOT WS-FILES-WERE-OPENED
003650         GO TO 5000-EXIT
003660     END-IF.
003670     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
003680     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
003690     MOVE WS-INTAKE-COUNT TO WS-PRT-COUNT.
003700     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
003710     STRING "Intake records read          : " WS-PRT-COUNT
003720         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
003730     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
003740     MOVE WS-ACCEPTED-AUDIT-COUNT TO WS-PRT-COUNT.
003750     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
003760     STRING "Accepted audit records       : " WS-PRT-COUNT
003770         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
003780     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
003790     MOVE WS-MASTER-COUNT TO WS-PRT-COUNT.
003800     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
003810     STRING "Master entries read          : " WS-PRT-COUNT
003820         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
003830     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
003840     MOVE WS-MASTER-PRIOR-PERIOD TO WS-PRT-COUNT.
003850     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
003860     STRING "Master adds before period    : " WS-PRT-COUNT
003870         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
003880     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
003890     MOVE WS-MASTER-DELETED TO WS-PRT-COUNT.
003900     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
003910     STRING "Master deleted or merged     : " WS-PRT-COUNT
003920         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
003930     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
003940     MOVE WS-INTAKE-NO-MASTER TO WS-PRT-COUNT.
003950     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
003960     STRING "On intake, not on master     : " WS-PRT-COUNT
003970         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
003980     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
003990     MOVE WS-INTAKE-NO-AUDIT TO WS-PRT-COUNT.
004000     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
004010     STRING "On intake, no accepted audit : " WS-PRT-COUNT
004020         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
004030     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
004040     MOVE WS-MASTER-NO-INTAKE TO WS-PRT-COUNT.
004050     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
004060     STRING "On master, not on intake     : " WS-PRT-COUNT
004070         DELIMITED BY SIZE INTO AGE-RECON-REPORT-RECORD.
004080     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
004090     IF WS-AUD-TABLE-IS-FULL OR WS-INTK-TABLE-IS-FULL
004100         MOVE SPACES TO AGE-RECON-REPORT-RECORD
004110         MOVE "*** MATCH TABLE OVERFLOWED - RESULTS INCOMPLETE"
004120             TO AGE-RECON-REPORT-RECORD
004130         PERFORM 5900-PRINT-LINE THRU 5900-EXIT
004140         ADD 1 TO WS-EXCEPTION-COUNT
004150     END-IF.
004160     ADD WS-INTAKE-NO-MASTER TO WS-EXCEPTION-COUNT.
004170     ADD WS-INTAKE-NO-AUDIT TO WS-EXCEPTION-COUNT.
004180     ADD WS-MASTER-NO-INTAKE TO WS-EXCEPTION-COUNT.
004190     MOVE SPACES TO AGE-RECON-REPORT-RECORD.
004200     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
004210     IF WS-EXCEPTION-COUNT = ZERO AND
004220             WS-ACCEPTED-AUDIT-COUNT = WS-INTAKE-COUNT
004230         MOVE "FILES ARE IN BALANCE"
004240             TO AGE-RECON-REPORT-RECORD
004250         PERFORM 5900-PRINT-LINE THRU 5900-EXIT
004260     ELSE
004270         MOVE "*** FILES ARE OUT OF BALANCE ***"
004280             TO AGE-RECON-REPORT-RECORD
004290         PERFORM 5900-PRINT-LINE THRU 5900-EXIT
004300         MOVE 8 TO RETURN-CODE
004310     END-IF.
004320 5000-EXIT.
004330     EXIT.
004340
004350*-----------------------------------------------------------*
004360*  5800 - PRINT ONE EXCEPTION LINE.  THE CALLER LEAVES THE   *
004370*          EXCEPTION TEXT IN THE FIRST 29 BYTES OF THE        *
004380*          REPORT RECORD; THE MEMBER ID IS APPENDED HERE.     *
004390*-----------------------------------------------------------*
004400 5800-PRINT-EXCEPTION.
004410     MOVE WS-EXCP-MEMBER-ID TO AGE-RECON-REPORT-RECORD(31:10).
004420     PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
004430 5800-EXIT.
004440     EXIT.
004450
004460 5900-PRINT-LINE.
004470     WRITE AGE-RECON-REPORT-RECORD.
004480     DISPLAY AGE-RECON-REPORT-RECORD.
004490 5900-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------*
004530*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
004540*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
004550*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
004560*          DISTURB THE RUN'S OWN CONDITION CODE.            *
004570*-----------------------------------------------------------*
004580 8000-WRITE-RUN-CONTROL.
004590     OPEN EXTEND AGE-RUN-CONTROL-FILE.
004600     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
004610             AGE-RUN-CONTROL-STATUS NOT = "05"
004620         OPEN OUTPUT AGE-RUN-CONTROL-FILE
004630         CLOSE AGE-RUN-CONTROL-FILE
004640         OPEN EXTEND AGE-RUN-CONTROL-FILE
004650     END-IF.
004660     IF AGE-RUN-CONTROL-STATUS NOT = "00"
004670         DISPLAY "*** WARNING: run-control record not "
004680             "written, status " AGE-RUN-CONTROL-STATUS
004690         GO TO 8000-EXIT
004700     END-IF.
004710     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
004720     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
004730     MOVE "AGERECON" TO RUN-JOB-NAME.
004740     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
004750     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
004760     MOVE WS-INTAKE-COUNT TO RUN-RECORDS-READ.
004770     MOVE WS-MASTER-COUNT TO RUN-RECORDS-POSTED.
004780     MOVE WS-EXCEPTION-COUNT TO RUN-RECORDS-REJECTED.
004790     MOVE RETURN-CODE TO RUN-COND-CODE.
004800     WRITE AGE-RUN-CONTROL-RECORD.
004810     CLOSE AGE-RUN-CONTROL-FILE.
004820 8000-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------*
004860*  9000 - TERMINATION                                        *
004870*-----------------------------------------------------------*
004880 9000-TERMINATE.
004890     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
004900     IF WS-FILES-WERE-OPENED
004910         CLOSE AGE-INTAKE-FILE
004920         CLOSE AGE-AUDIT-FILE
004930         CLOSE AGE-MASTER-FILE
004940         CLOSE AGE-RECON-REPORT-FILE
004950     END-IF.
004960     DISPLAY "AGERECON complete.  Exceptions "
004970         WS-EXCEPTION-COUNT "." .
004980 9000-EXIT.
004990     EXIT.
