000010*****************************************************************
000020* AGERETN.CBL
000030* RETURNED-MAIL LOAD.
000040*
000050* READS THE RETURNED-MAIL TRANSACTIONS KEYED FROM THE ENVELOPES
000060* THE POST OFFICE SENDS BACK (MEMBER ID, DATE RETURNED, REASON)
000070* AND HOLDS EACH MEMBER'S ADDRESS AS UNDELIVERABLE ON THE
000080* MASTER WITH THE DATE AND REASON.  AGEMILE MAILS NOTHING TO A
000090* HELD ADDRESS AND LISTS THE MEMBER ON ITS ADDRESS-NEEDED
000100* REPORT INSTEAD; THE HOLD IS CLEARED WHEN THE ADDRESS IS
000110* CORRECTED IN AGEMAINT.  A TRANSACTION WHOSE MEMBER ID IS NOT
000120* ON THE MASTER, OR IS DELETED OR MERGED, OR WHOSE DATE OR
000130* REASON IS NOT VALID, IS PRINTED ON AN EXCEPTION LIST.  ENDS
000140* WITH CC 8 WHEN THERE WERE EXCEPTIONS.  EVERY HOLD IS JOURNALED
000150* ON AGEJRNL UNDER THE RUN STAMP THE JOB PUTS ON AGERUNF, SO A
000160* BAD LOAD CAN BE BACKED OUT BY AGEBKOUT; THE RUN STOPS CC 16 IF
000170* THE JOURNAL CANNOT BE OPENED OR WRITTEN.  RUN FROM JCL - SEE
000180* JCL MEMBER AGERETN.
000190*
000200* AUTHOR.      NIMBULL DATA PROCESSING.
000210* INSTALLATION. MEMBER SERVICES.
000220* DATE-WRITTEN. 2026-10-15.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT DESCRIPTION
000260* 2026-10-15 JDM  ORIGINAL.
000270* 2026-10-15 JDM  JOURNAL EACH ADDRESS HOLD ON AGEJRNL, STAMPED
000280*                 WITH THE RUN START ALSO USED ON AGERUNF.  CC 16
000290*                 WHEN THE JOURNAL CANNOT BE OPENED OR WRITTEN.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AGERETN.
000330 AUTHOR. NIMBULL DATA PROCESSING.
000340 INSTALLATION. MEMBER SERVICES.
000350 DATE-WRITTEN. 2026-10-15.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AGE-RETMAIL-FILE ASSIGN TO "AGERETF"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS AGE-RETMAIL-STATUS.
000430
000440     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS MAST-MEMBER-ID
000480         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000490             WITH DUPLICATES
000500         FILE STATUS IS AGE-MASTER-STATUS.
000510
000520     SELECT RETN-EXCEPTION-FILE ASSIGN TO "AGERETNO"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RETN-EXCEPTION-STATUS.
000550
000560     SELECT AGE-JOURNAL-FILE ASSIGN TO "AGEJRNL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS AGE-JOURNAL-STATUS.
000590
000600     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AGE-RETMAIL-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY AGERETM.
000700
000710 FD  AGE-MASTER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY AGEMAST.
000740
000750 FD  RETN-EXCEPTION-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  RETN-EXCEPTION-RECORD       PIC X(80).
000780
000790 FD  AGE-JOURNAL-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY AGEJRNL.
000830
000840 FD  AGE-RUN-CONTROL-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY AGERUN.
000880
000890 WORKING-STORAGE SECTION.
000900 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000910 77  AGE-RETMAIL-STATUS          PIC X(02)   VALUE SPACES.
000920 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000930 77  RETN-EXCEPTION-STATUS       PIC X(02)   VALUE SPACES.
000940 77  AGE-JOURNAL-STATUS          PIC X(02)   VALUE SPACES.
000950
000960 01  WS-SWITCHES.
000970     05  WS-RETM-EOF-SW          PIC X(01)   VALUE "N".
000980         88  WS-END-OF-RETURNS                VALUE "Y".
000990     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001000         88  WS-FILES-WERE-OPENED             VALUE "Y".
001010
001020 01  WS-COUNTERS.
001030     05  WS-RETURNS-READ         PIC 9(08)   VALUE ZERO.
001040     05  WS-RETURNS-HELD         PIC 9(08)   VALUE ZERO.
001050     05  WS-RETURNS-ALREADY-HELD PIC 9(08)   VALUE ZERO.
001060     05  WS-RETURNS-EXCEPTED     PIC 9(08)   VALUE ZERO.
001070
001080 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001090
001100 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001110
001120 01  WS-MAST-BEFORE-IMAGE        PIC X(161)  VALUE SPACES.
001130
001140 01  WS-RUN-STAMP-FIELDS.
001150     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001160     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001170
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
001220         UNTIL WS-END-OF-RETURNS.
001230     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001250     STOP RUN.
001260
001270*-----------------------------------------------------------*
001280*  1000 - INITIALIZATION                                    *
001290*-----------------------------------------------------------*
001300 1000-INITIALIZE.
001310     DISPLAY "AGERETN starting.".
001320     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001330     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
001340     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001350     OPEN INPUT AGE-RETMAIL-FILE.
001360     IF AGE-RETMAIL-STATUS NOT = "00"
001370         DISPLAY "*** ERROR: cannot open returned-mail file, "
001380             "status " AGE-RETMAIL-STATUS
001390         MOVE "Y" TO WS-RETM-EOF-SW
001400         MOVE 16 TO RETURN-CODE
001410         GO TO 1000-EXIT
001420     END-IF.
001430     OPEN I-O AGE-MASTER-FILE.
001440     IF AGE-MASTER-STATUS NOT = "00"
001450         DISPLAY "*** ERROR: cannot open member master file, "
001460             "status " AGE-MASTER-STATUS
001470         CLOSE AGE-RETMAIL-FILE
001480         MOVE "Y" TO WS-RETM-EOF-SW
001490         MOVE 16 TO RETURN-CODE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     OPEN EXTEND AGE-JOURNAL-FILE.
001530     IF AGE-JOURNAL-STATUS NOT = "00" AND
001540             AGE-JOURNAL-STATUS NOT = "05"
001550         OPEN OUTPUT AGE-JOURNAL-FILE
001560         CLOSE AGE-JOURNAL-FILE
001570         OPEN EXTEND AGE-JOURNAL-FILE
001580     END-IF.
001590     IF AGE-JOURNAL-STATUS NOT = "00"
001600         DISPLAY "*** ERROR: cannot open the master journal, "
001610             "status " AGE-JOURNAL-STATUS
001620             " - no master updates made."
001630         CLOSE AGE-RETMAIL-FILE
001640         CLOSE AGE-MASTER-FILE
001650         MOVE "Y" TO WS-RETM-EOF-SW
001660         MOVE 16 TO RETURN-CODE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     OPEN OUTPUT RETN-EXCEPTION-FILE.
001700     MOVE "Y" TO WS-FILES-OPEN-SW.
001710     MOVE SPACES TO RETN-EXCEPTION-RECORD.
001720     STRING "RETURNED-MAIL LOAD - RUN DATE "
001730         WS-SYS-DATE-YYYYMMDD
001740         DELIMITED BY SIZE INTO RETN-EXCEPTION-RECORD.
001750     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001760     MOVE SPACES TO RETN-EXCEPTION-RECORD.
001770     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001780     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
001790 1000-EXIT.
001800     EXIT.
001810
001820*-----------------------------------------------------------*
001830*  2000 - HOLD ONE MEMBER'S ADDRESS AS UNDELIVERABLE.  A     *
001840*          MEMBER ALREADY HELD FROM THE SAME OR A LATER       *
001850*          RETURN IS COUNTED BUT NOT REWRITTEN.               *
001860*-----------------------------------------------------------*
001870 2000-PROCESS-RETURN.
001880     ADD 1 TO WS-RETURNS-READ.
001890     IF RETM-RETURN-DATE NOT NUMERIC
001900         OR RETM-RETURN-DATE = ZERO
001910         OR RETM-RETURN-DATE > WS-SYS-DATE-YYYYMMDD
001920         MOVE "BAD RETURN DATE              "
001930             TO RETN-EXCEPTION-RECORD
001940         PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
001950         GO TO 2000-READ-NEXT
001960     END-IF.
001970     IF NOT RETM-REASON-VALID
001980         MOVE "BAD RETURN REASON            "
001990             TO RETN-EXCEPTION-RECORD
002000         PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002010         GO TO 2000-READ-NEXT
002020     END-IF.
002030     MOVE RETM-MEMBER-ID TO MAST-MEMBER-ID.
002040     READ AGE-MASTER-FILE
002050         KEY IS MAST-MEMBER-ID
002060         INVALID KEY
002070             MOVE "MEMBER NOT ON MASTER FILE    "
002080                 TO RETN-EXCEPTION-RECORD
002090             PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002100             GO TO 2000-READ-NEXT
002110     END-READ.
002120     IF MAST-IS-DELETED
002130         MOVE "MEMBER IS DELETED            "
002140             TO RETN-EXCEPTION-RECORD
002150         PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002160         GO TO 2000-READ-NEXT
002170     END-IF.
002180     IF MAST-IS-MERGED
002190         MOVE "MEMBER MERGED INTO           "
002200             TO RETN-EXCEPTION-RECORD
002210         MOVE MAST-MERGED-INTO-ID TO RETN-EXCEPTION-RECORD(20:10)
002220         PERFORM 2300-PRINT-EXCEPTION THRU 2300-EXIT
002230         GO TO 2000-READ-NEXT
002240     END-IF.
002250     IF MAST-ADDR-UNDELIVERABLE
002260         AND MAST-ADDR-RETURN-DATE NOT < RETM-RETURN-DATE
002270         ADD 1 TO WS-RETURNS-ALREADY-HELD
002280         GO TO 2000-READ-NEXT
002290     END-IF.
002300     MOVE AGE-MASTER-RECORD TO WS-MAST-BEFORE-IMAGE.
002310     MOVE "U" TO MAST-ADDR-STATUS.
002320     MOVE RETM-RETURN-DATE TO MAST-ADDR-RETURN-DATE.
002330     MOVE RETM-REASON TO MAST-ADDR-RETURN-REASON.
002340     REWRITE AGE-MASTER-RECORD
002350         INVALID KEY
002360             DISPLAY "*** ERROR: rewrite of member "
002370                 RETM-MEMBER-ID " failed, status "
002380                 AGE-MASTER-STATUS
002390             MOVE 8 TO RETURN-CODE
002400             GO TO 2000-READ-NEXT
002410     END-REWRITE.
002420     ADD 1 TO WS-RETURNS-HELD.
002430     MOVE "C" TO JRNL-ACTION.
002440     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002450 2000-READ-NEXT.
002460     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
002470 2000-EXIT.
002480     EXIT.
002490
002500 2100-READ-RETURN.
002510     READ AGE-RETMAIL-FILE
002520         AT END
002530             MOVE "Y" TO WS-RETM-EOF-SW
002540     END-READ.
002550 2100-EXIT.
002560     EXIT.
002570
002580*-----------------------------------------------------------*
002590*  2300 - PRINT ONE EXCEPTION LINE.  THE CALLER LEAVES THE   *
002600*          EXCEPTION TEXT IN THE FIRST 29 BYTES OF THE        *
002610*          RECORD; THE TRANSACTION FIELDS ARE APPENDED HERE.  *
002620*-----------------------------------------------------------*
002630 2300-PRINT-EXCEPTION.
002640     ADD 1 TO WS-RETURNS-EXCEPTED.
002650     MOVE RETM-MEMBER-ID TO RETN-EXCEPTION-RECORD(31:10).
002660     MOVE RETM-RETURN-DATE TO RETN-EXCEPTION-RECORD(43:8).
002670     MOVE RETM-REASON TO RETN-EXCEPTION-RECORD(53:2).
002680     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002690 2300-EXIT.
002700     EXIT.
002710
002720*-----------------------------------------------------------*
002730*  3000 - PRINT THE BALANCING TOTALS AND SET THE CONDITION   *
002740*          CODE WHEN THERE WERE EXCEPTIONS, UNLESS THE RUN    *
002750*          ALREADY STOPPED ON A JOURNAL FAILURE.              *
002760*-----------------------------------------------------------*
002770 3000-PRINT-TOTALS.
002780     IF NOT WS-FILES-WERE-OPENED
002790         GO TO 3000-EXIT
002800     END-IF.
002810     MOVE SPACES TO RETN-EXCEPTION-RECORD.
002820     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002830     MOVE WS-RETURNS-READ TO WS-PRT-COUNT.
002840     MOVE SPACES TO RETN-EXCEPTION-RECORD.
002850     STRING "Returns read           : " WS-PRT-COUNT
002860         DELIMITED BY SIZE INTO RETN-EXCEPTION-RECORD.
002870     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002880     MOVE WS-RETURNS-HELD TO WS-PRT-COUNT.
002890     MOVE SPACES TO RETN-EXCEPTION-RECORD.
002900     STRING "Addresses held         : " WS-PRT-COUNT
002910         DELIMITED BY SIZE INTO RETN-EXCEPTION-RECORD.
002920     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002930     MOVE WS-RETURNS-ALREADY-HELD TO WS-PRT-COUNT.
002940     MOVE SPACES TO RETN-EXCEPTION-RECORD.
002950     STRING "Already held           : " WS-PRT-COUNT
002960         DELIMITED BY SIZE INTO RETN-EXCEPTION-RECORD.
002970     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002980     MOVE WS-RETURNS-EXCEPTED TO WS-PRT-COUNT.
002990     MOVE SPACES TO RETN-EXCEPTION-RECORD.
003000     STRING "Exceptions listed      : " WS-PRT-COUNT
003010         DELIMITED BY SIZE INTO RETN-EXCEPTION-RECORD.
003020     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003030     IF WS-RETURNS-EXCEPTED > ZERO AND RETURN-CODE < 8
003040         MOVE 8 TO RETURN-CODE
003050     END-IF.
003060 3000-EXIT.
003070     EXIT.
003080
003090 3900-PRINT-LINE.
003100     WRITE RETN-EXCEPTION-RECORD.
003110     DISPLAY RETN-EXCEPTION-RECORD.
003120 3900-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------*
003160*  7000 - APPEND ONE ENTRY TO THE MASTER JOURNAL.  THE       *
003170*          CALLER SETS JRNL-ACTION AND LEAVES THE RECORD AS  *
003180*          IT WAS IN WS-MAST-BEFORE-IMAGE; THE AFTER IMAGE   *
003190*          IS THE MASTER RECORD AS JUST WRITTEN.  A JOURNAL  *
003200*          THAT CANNOT BE WRITTEN STOPS THE RUN - AN         *
003210*          UNJOURNALED CHANGE CANNOT BE BACKED OUT.          *
003220*-----------------------------------------------------------*
003230 7000-WRITE-JOURNAL.
003240     MOVE "AGERETN" TO JRNL-JOB-NAME.
003250     MOVE WS-RUN-STAMP-DATE TO JRNL-RUN-DATE.
003260     MOVE WS-RUN-STAMP-TIME TO JRNL-RUN-TIME.
003270     MOVE MAST-MEMBER-ID TO JRNL-MEMBER-ID.
003280     MOVE WS-MAST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
003290     MOVE AGE-MASTER-RECORD TO JRNL-AFTER-IMAGE.
003300     WRITE AGE-JOURNAL-RECORD.
003310     IF AGE-JOURNAL-STATUS NOT = "00"
003320         DISPLAY "*** ERROR: master journal write failed, "
003330             "status " AGE-JOURNAL-STATUS
003340             " - run stopped after member " MAST-MEMBER-ID
003350         MOVE "Y" TO WS-RETM-EOF-SW
003360         MOVE 16 TO RETURN-CODE
003370     END-IF.
003380 7000-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------*
003420*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003430*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003440*          REPORT.  THE DATE AND TIME ARE THE RUN STAMP     *
003450*          TAKEN AT START, THE SAME ONES THE MASTER JOURNAL *
003460*          CARRIES.  A FAILURE HERE IS REPORTED BUT DOES    *
003470*          NOT DISTURB THE RUN'S OWN CONDITION CODE.        *
003480*-----------------------------------------------------------*
003490 8000-WRITE-RUN-CONTROL.
003500     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003510     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003520             AGE-RUN-CONTROL-STATUS NOT = "05"
003530         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003540         CLOSE AGE-RUN-CONTROL-FILE
003550         OPEN EXTEND AGE-RUN-CONTROL-FILE
003560     END-IF.
003570     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003580         DISPLAY "*** WARNING: run-control record not "
003590             "written, status " AGE-RUN-CONTROL-STATUS
003600         GO TO 8000-EXIT
003610     END-IF.
003620     MOVE "AGERETN" TO RUN-JOB-NAME.
003630     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003640     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003650     MOVE WS-RETURNS-READ TO RUN-RECORDS-READ.
003660     MOVE WS-RETURNS-HELD TO RUN-RECORDS-POSTED.
003670     MOVE WS-RETURNS-EXCEPTED TO RUN-RECORDS-REJECTED.
003680     MOVE RETURN-CODE TO RUN-COND-CODE.
003690     WRITE AGE-RUN-CONTROL-RECORD.
003700     CLOSE AGE-RUN-CONTROL-FILE.
003710 8000-EXIT.
003720     EXIT.
003730
003740*-----------------------------------------------------------*
003750*  9000 - TERMINATION                                        *
003760*-----------------------------------------------------------*
003770 9000-TERMINATE.
003780     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003790     IF WS-FILES-WERE-OPENED
003800         CLOSE AGE-RETMAIL-FILE
003810         CLOSE AGE-MASTER-FILE
003820         CLOSE AGE-JOURNAL-FILE
003830         CLOSE RETN-EXCEPTION-FILE
003840     END-IF.
003850     DISPLAY "AGERETN complete.  Read " WS-RETURNS-READ
003860         "  Held " WS-RETURNS-HELD
003870         "  Exceptions " WS-RETURNS-EXCEPTED "." .
003880 9000-EXIT.
003890     EXIT.
