000010*****************************************************************
000020* AGEGRDRP.CBL
000030* MONTHLY GUARDIAN LINK ATTENTION REPORT.
000040*
000050* PASSES THE MEMBER-RELATIONSHIP FILE (AGEGRDN) AND LOOKS UP
000060* BOTH SIDES OF EVERY LINK ON THE MEMBER MASTER.  A LINK IS
000070* LISTED WHEN IT NEEDS ATTENTION FROM MEMBER SERVICES:
000080*   - THE GUARDIAN HAS BEEN DELETED OR MERGED AWAY, OR IS NO
000090*     LONGER ON THE MASTER AT ALL, SO THE MINOR HAS NOBODY
000100*     RESPONSIBLE ON RECORD;
000110*   - THE MINOR HAS TURNED 18 (AGE FROM THE DATE OF BIRTH AS
000120*     OF THE RUN DATE), SO THE LINK SHOULD BE ENDED;
000130*   - THE MINOR HAS BEEN DELETED OR MERGED AWAY, OR IS NO
000140*     LONGER ON THE MASTER, SO THE LINK IS LEFT OVER.
000150* A LINK WITH MORE THAN ONE PROBLEM GETS ONE LINE PER PROBLEM.
000160* THE REPORT ONLY READS - LINKS ARE ENDED BY MEMBER SERVICES.
000170* CC 4 = LINKS NEED ATTENTION.  RUN FROM JCL - SEE JCL MEMBER
000180* AGEGRDRP.
000190*
000200* AUTHOR.      NIMBULL DATA PROCESSING.
000210* INSTALLATION. MEMBER SERVICES.
000220* DATE-WRITTEN. 2026-10-15.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT DESCRIPTION
000260* 2026-10-15 JDM  ORIGINAL.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. AGEGRDRP.
000300 AUTHOR. NIMBULL DATA PROCESSING.
000310 INSTALLATION. MEMBER SERVICES.
000320 DATE-WRITTEN. 2026-10-15.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AGE-GUARDIAN-FILE ASSIGN TO "AGEGRDN"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GRDN-MINOR-ID
000410         ALTERNATE RECORD KEY IS GRDN-GUARDIAN-ID
000420             WITH DUPLICATES
000430         FILE STATUS IS AGE-GUARDIAN-STATUS.
000440
000450     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MAST-MEMBER-ID
000490         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000500             WITH DUPLICATES
000510         FILE STATUS IS AGE-MASTER-STATUS.
000520
000530     SELECT AGE-GRDRP-FILE ASSIGN TO "AGEGRDRO"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS AGE-GRDRP-STATUS.
000560
000570     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  AGE-GUARDIAN-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY AGEGRDN.
000660
000670 FD  AGE-MASTER-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY AGEMAST.
000700
000710 FD  AGE-GRDRP-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  AGE-GRDRP-RECORD            PIC X(80).
000740
000750 FD  AGE-RUN-CONTROL-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY AGERUN.
000790
000800 WORKING-STORAGE SECTION.
000810 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000820 77  AGE-GUARDIAN-STATUS         PIC X(02)   VALUE SPACES.
000830 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000840 77  AGE-GRDRP-STATUS            PIC X(02)   VALUE SPACES.
000850 77  WS-ADULT-AGE                PIC 9(03)   VALUE 18.
000860
000870 01  WS-SWITCHES.
000880     05  WS-LINK-EOF-SW          PIC X(01)   VALUE "N".
000890         88  WS-END-OF-LINKS                  VALUE "Y".
000900     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000910         88  WS-FILES-WERE-OPENED             VALUE "Y".
000920     05  WS-LINK-FLAGGED-SW      PIC X(01)   VALUE "N".
000930         88  WS-LINK-IS-FLAGGED               VALUE "Y".
000940
000950 01  WS-COUNTERS.
000960     05  WS-LINKS-READ           PIC 9(08)   VALUE ZERO.
000970     05  WS-LINKS-FLAGGED        PIC 9(08)   VALUE ZERO.
000980     05  WS-GUARDIANS-GONE       PIC 9(08)   VALUE ZERO.
000990     05  WS-MINORS-OF-AGE        PIC 9(08)   VALUE ZERO.
001000     05  WS-MINORS-GONE          PIC 9(08)   VALUE ZERO.
001010
001020 01  WS-DOB-FIELDS.
001030     05  WS-DOB-INPUT            PIC 9(08).
001040 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
001050     05  WS-DOB-CC               PIC 9(02).
001060     05  WS-DOB-YY               PIC 9(02).
001070     05  WS-DOB-MM               PIC 9(02).
001080     05  WS-DOB-DD               PIC 9(02).
001090
001100 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001110 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-YYYYMMDD.
001120     05  WS-SYS-CC               PIC 9(02).
001130     05  WS-SYS-YY               PIC 9(02).
001140     05  WS-SYS-MM               PIC 9(02).
001150     05  WS-SYS-DD               PIC 9(02).
001160
001170 01  WS-AGE-CALC                 PIC S9(05)  VALUE ZERO.
001180 01  WS-PRT-AGE                  PIC ZZ9.
001190 01  WS-FLAG-DETAIL              PIC X(40)   VALUE SPACES.
001200
001210 01  WS-GRDRP-LINE.
001220     05  WS-GL-MINOR-ID          PIC X(10).
001230     05  FILLER                  PIC X(02)   VALUE SPACES.
001240     05  WS-GL-GUARDIAN-ID       PIC X(10).
001250     05  FILLER                  PIC X(02)   VALUE SPACES.
001260     05  WS-GL-LINK-DATE         PIC 9(08).
001270     05  FILLER                  PIC X(02)   VALUE SPACES.
001280     05  WS-GL-DETAIL            PIC X(40).
001290
001300 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001310
001320 01  WS-RUN-STAMP-FIELDS.
001330     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001340     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001350
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-CHECK-LINK THRU 2000-EXIT
001400         UNTIL WS-END-OF-LINKS.
001410     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001430     STOP RUN.
001440
001450*-----------------------------------------------------------*
001460*  1000 - INITIALIZATION                                    *
001470*-----------------------------------------------------------*
001480 1000-INITIALIZE.
001490     DISPLAY "AGEGRDRP starting.".
001500     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001510     OPEN INPUT AGE-GUARDIAN-FILE.
001520     IF AGE-GUARDIAN-STATUS NOT = "00"
001530         DISPLAY "*** ERROR: cannot open guardian link file, "
001540             "status " AGE-GUARDIAN-STATUS
001550         MOVE "Y" TO WS-LINK-EOF-SW
001560         MOVE 16 TO RETURN-CODE
001570         GO TO 1000-EXIT
001580     END-IF.
001590     OPEN INPUT AGE-MASTER-FILE.
001600     IF AGE-MASTER-STATUS NOT = "00"
001610         DISPLAY "*** ERROR: cannot open member master file, "
001620             "status " AGE-MASTER-STATUS
001630         CLOSE AGE-GUARDIAN-FILE
001640         MOVE "Y" TO WS-LINK-EOF-SW
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN OUTPUT AGE-GRDRP-FILE.
001690     MOVE "Y" TO WS-FILES-OPEN-SW.
001700     MOVE SPACES TO AGE-GRDRP-RECORD.
001710     STRING "GUARDIAN LINKS NEEDING ATTENTION - RUN DATE "
001720         WS-SYS-DATE-YYYYMMDD
001730         DELIMITED BY SIZE INTO AGE-GRDRP-RECORD.
001740     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001750     MOVE SPACES TO AGE-GRDRP-RECORD.
001760     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001770     MOVE "MINOR ID    GUARDIAN    LINKED    ATTENTION NEEDED"
001780         TO AGE-GRDRP-RECORD.
001790     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001800 1000-EXIT.
001810     EXIT.
001820
001830*-----------------------------------------------------------*
001840*  2000 - CHECK ONE LINK: THE MINOR'S SIDE FIRST, THEN THE   *
001850*          GUARDIAN'S                                        *
001860*-----------------------------------------------------------*
001870 2000-CHECK-LINK.
001880     READ AGE-GUARDIAN-FILE NEXT RECORD
001890         AT END
001900             MOVE "Y" TO WS-LINK-EOF-SW
001910             GO TO 2000-EXIT
001920     END-READ.
001930     ADD 1 TO WS-LINKS-READ.
001940     MOVE "N" TO WS-LINK-FLAGGED-SW.
001950     PERFORM 2100-CHECK-MINOR THRU 2100-EXIT.
001960     PERFORM 2200-CHECK-GUARDIAN THRU 2200-EXIT.
001970     IF WS-LINK-IS-FLAGGED
001980         ADD 1 TO WS-LINKS-FLAGGED
001990     END-IF.
002000 2000-EXIT.
002010     EXIT.
002020
002030*-----------------------------------------------------------*
002040*  2100 - THE MINOR MUST STILL BE ON THE MASTER, NOT         *
002050*          DELETED OR MERGED, AND STILL UNDER 18             *
002060*-----------------------------------------------------------*
002070 2100-CHECK-MINOR.
002080     MOVE GRDN-MINOR-ID TO MAST-MEMBER-ID.
002090     READ AGE-MASTER-FILE
002100         KEY IS MAST-MEMBER-ID
002110         INVALID KEY
002120             MOVE "MINOR NOT ON MASTER FILE" TO WS-FLAG-DETAIL
002130             ADD 1 TO WS-MINORS-GONE
002140             PERFORM 2900-LIST-LINK THRU 2900-EXIT
002150             GO TO 2100-EXIT
002160     END-READ.
002170     IF MAST-IS-DELETED OR MAST-IS-MERGED
002180         IF MAST-IS-DELETED
002190             MOVE "MINOR DELETED" TO WS-FLAG-DETAIL
002200         ELSE
002210             MOVE "MINOR MERGED INTO ANOTHER MEMBER"
002220                 TO WS-FLAG-DETAIL
002230         END-IF
002240         ADD 1 TO WS-MINORS-GONE
002250         PERFORM 2900-LIST-LINK THRU 2900-EXIT
002260         GO TO 2100-EXIT
002270     END-IF.
002280     IF MAST-MEMBER-DOB NOT NUMERIC
002290         GO TO 2100-EXIT
002300     END-IF.
002310     MOVE MAST-MEMBER-DOB TO WS-DOB-INPUT.
002320     COMPUTE WS-AGE-CALC =
002330         (WS-SYS-CC * 100 + WS-SYS-YY)
002340         - (WS-DOB-CC * 100 + WS-DOB-YY).
002350     IF WS-SYS-MM < WS-DOB-MM
002360         SUBTRACT 1 FROM WS-AGE-CALC
002370     ELSE
002380         IF WS-SYS-MM = WS-DOB-MM AND WS-SYS-DD < WS-DOB-DD
002390             SUBTRACT 1 FROM WS-AGE-CALC
002400         END-IF
002410     END-IF.
002420     IF WS-AGE-CALC < WS-ADULT-AGE
002430         GO TO 2100-EXIT
002440     END-IF.
002450     MOVE WS-AGE-CALC TO WS-PRT-AGE.
002460     MOVE SPACES TO WS-FLAG-DETAIL.
002470     STRING "MINOR NOW " WS-PRT-AGE " - END THE LINK"
002480         DELIMITED BY SIZE INTO WS-FLAG-DETAIL.
002490     ADD 1 TO WS-MINORS-OF-AGE.
002500     PERFORM 2900-LIST-LINK THRU 2900-EXIT.
002510 2100-EXIT.
002520     EXIT.
002530
002540*-----------------------------------------------------------*
002550*  2200 - THE GUARDIAN MUST STILL BE ON THE MASTER AND NOT   *
002560*          DELETED OR MERGED                                 *
002570*-----------------------------------------------------------*
002580 2200-CHECK-GUARDIAN.
002590     MOVE GRDN-GUARDIAN-ID TO MAST-MEMBER-ID.
002600     READ AGE-MASTER-FILE
002610         KEY IS MAST-MEMBER-ID
002620         INVALID KEY
002630             MOVE "GUARDIAN NOT ON MASTER FILE" TO WS-FLAG-DETAIL
002640             ADD 1 TO WS-GUARDIANS-GONE
002650             PERFORM 2900-LIST-LINK THRU 2900-EXIT
002660             GO TO 2200-EXIT
002670     END-READ.
002680     IF MAST-IS-DELETED
002690         MOVE "GUARDIAN DELETED" TO WS-FLAG-DETAIL
002700         ADD 1 TO WS-GUARDIANS-GONE
002710         PERFORM 2900-LIST-LINK THRU 2900-EXIT
002720         GO TO 2200-EXIT
002730     END-IF.
002740     IF MAST-IS-MERGED
002750         MOVE "GUARDIAN MERGED INTO ANOTHER MEMBER"
002760             TO WS-FLAG-DETAIL
002770         ADD 1 TO WS-GUARDIANS-GONE
002780         PERFORM 2900-LIST-LINK THRU 2900-EXIT
002790     END-IF.
002800 2200-EXIT.
002810     EXIT.
002820
002830 2900-LIST-LINK.
002840     MOVE "Y" TO WS-LINK-FLAGGED-SW.
002850     MOVE SPACES TO WS-GRDRP-LINE.
002860     MOVE GRDN-MINOR-ID TO WS-GL-MINOR-ID.
002870     MOVE GRDN-GUARDIAN-ID TO WS-GL-GUARDIAN-ID.
002880     MOVE GRDN-LINK-DATE TO WS-GL-LINK-DATE.
002890     MOVE WS-FLAG-DETAIL TO WS-GL-DETAIL.
002900     MOVE SPACES TO AGE-GRDRP-RECORD.
002910     MOVE WS-GRDRP-LINE TO AGE-GRDRP-RECORD.
002920     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002930 2900-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------*
002970*  3000 - TOTALS                                             *
002980*-----------------------------------------------------------*
002990 3000-PRINT-SUMMARY.
003000     IF NOT WS-FILES-WERE-OPENED
003010         GO TO 3000-EXIT
003020     END-IF.
003030     MOVE SPACES TO AGE-GRDRP-RECORD.
003040     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003050     MOVE WS-LINKS-READ TO WS-PRT-COUNT.
003060     MOVE SPACES TO AGE-GRDRP-RECORD.
003070     STRING "Links read            : " WS-PRT-COUNT
003080         DELIMITED BY SIZE INTO AGE-GRDRP-RECORD.
003090     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003100     MOVE WS-LINKS-FLAGGED TO WS-PRT-COUNT.
003110     MOVE SPACES TO AGE-GRDRP-RECORD.
003120     STRING "Links needing action  : " WS-PRT-COUNT
003130         DELIMITED BY SIZE INTO AGE-GRDRP-RECORD.
003140     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003150     MOVE WS-GUARDIANS-GONE TO WS-PRT-COUNT.
003160     MOVE SPACES TO AGE-GRDRP-RECORD.
003170     STRING "  Guardian gone       : " WS-PRT-COUNT
003180         DELIMITED BY SIZE INTO AGE-GRDRP-RECORD.
003190     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003200     MOVE WS-MINORS-OF-AGE TO WS-PRT-COUNT.
003210     MOVE SPACES TO AGE-GRDRP-RECORD.
003220     STRING "  Minor now 18 or over: " WS-PRT-COUNT
003230         DELIMITED BY SIZE INTO AGE-GRDRP-RECORD.
003240     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003250     MOVE WS-MINORS-GONE TO WS-PRT-COUNT.
003260     MOVE SPACES TO AGE-GRDRP-RECORD.
003270     STRING "  Minor gone          : " WS-PRT-COUNT
003280         DELIMITED BY SIZE INTO AGE-GRDRP-RECORD.
003290     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
003300     IF WS-LINKS-FLAGGED > ZERO
003310         MOVE 4 TO RETURN-CODE
003320     END-IF.
003330 3000-EXIT.
003340     EXIT.
003350
003360 3900-PRINT-LINE.
003370     WRITE AGE-GRDRP-RECORD.
003380     DISPLAY AGE-GRDRP-RECORD.
003390 3900-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------*
003430*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
003440*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
003450*          REPORT.  READ IS THE LINKS CHECKED AND REJECTED  *
003460*          THE LINKS NEEDING ATTENTION.  A FAILURE HERE IS  *
003470*          REPORTED BUT DOES NOT DISTURB THE RUN'S OWN      *
003480*          CONDITION CODE.                                  *
003490*-----------------------------------------------------------*
003500 8000-WRITE-RUN-CONTROL.
003510     OPEN EXTEND AGE-RUN-CONTROL-FILE.
003520     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
003530             AGE-RUN-CONTROL-STATUS NOT = "05"
003540         OPEN OUTPUT AGE-RUN-CONTROL-FILE
003550         CLOSE AGE-RUN-CONTROL-FILE
003560         OPEN EXTEND AGE-RUN-CONTROL-FILE
003570     END-IF.
003580     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003590         DISPLAY "*** WARNING: run-control record not "
003600             "written, status " AGE-RUN-CONTROL-STATUS
003610         GO TO 8000-EXIT
003620     END-IF.
003630     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
003640     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
003650     MOVE "AGEGRDRP" TO RUN-JOB-NAME.
003660     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003670     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003680     MOVE WS-LINKS-READ TO RUN-RECORDS-READ.
003690     MOVE ZERO TO RUN-RECORDS-POSTED.
003700     MOVE WS-LINKS-FLAGGED TO RUN-RECORDS-REJECTED.
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
003820     IF WS-FILES-WERE-OPENED
003830         CLOSE AGE-GUARDIAN-FILE
003840         CLOSE AGE-MASTER-FILE
003850         CLOSE AGE-GRDRP-FILE
003860     END-IF.
003870     DISPLAY "AGEGRDRP complete.  Links " WS-LINKS-READ
003880         "  Needing action " WS-LINKS-FLAGGED "." .
003890 9000-EXIT.
003900     EXIT.
