000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* 2026-09-02 JDM  ORIGINAL.
000240* 2026-10-15 JDM  MASTER RECORD LENGTH 131 TO 149 FOR THE
000250*                 MERGED-INTO ID AND MERGE DATE.
000260* 2026-10-15 JDM  MASTER RECORD LENGTH 149 TO 160 FOR THE
000270*                 UNDELIVERABLE-ADDRESS HOLD.
000280* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000290*                 CHANNEL.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AGEUNLD.
000330 AUTHOR. NIMBULL DATA PROCESSING.
000340 INSTALLATION. MEMBER SERVICES.
000350 DATE-WRITTEN. 2026-09-02.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MAST-MEMBER-ID
000440         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000450             WITH DUPLICATES
000460         FILE STATUS IS AGE-MASTER-STATUS.
000470
000480     SELECT AGE-BACKUP-FILE ASSIGN TO "AGEBKUP"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS AGE-BACKUP-STATUS.
000510
000520     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  AGE-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY AGEMAST.
000610
000620 FD  AGE-BACKUP-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  AGE-BACKUP-RECORD           PIC X(161).
000660
000670 FD  AGE-RUN-CONTROL-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 COPY AGERUN.
000710
000720 WORKING-STORAGE SECTION.
000730 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000740 77  AGE-BACKUP-STATUS           PIC X(02)   VALUE SPACES.
000750 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000760
000770 01  WS-SWITCHES.
000780     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
000790         88  WS-END-OF-MASTER                 VALUE "Y".
000800     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000810         88  WS-FILES-WERE-OPENED             VALUE "Y".
000820
000830 01  WS-COUNTERS.
000840     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
000850     05  WS-MEMBERS-UNLOADED     PIC 9(08)   VALUE ZERO.
000860
000870 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
000880
000890 01  WS-BACKUP-HEADER.
000900     05  FILLER                  PIC X(03)   VALUE "HDR".
000910     05  WS-BKP-HDR-DATE         PIC 9(08).
000920     05  FILLER                  PIC X(150)  VALUE SPACES.
000930
000940 01  WS-BACKUP-TRAILER.
000950     05  FILLER                  PIC X(03)   VALUE "TRL".
000960     05  WS-BKP-TRL-COUNT        PIC 9(07).
000970     05  FILLER                  PIC X(151)  VALUE SPACES.
000980
000990 01  WS-RUN-STAMP-FIELDS.
001000     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001010     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001020
001030 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001040
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-UNLOAD-MEMBER THRU 2000-EXIT
001090         UNTIL WS-END-OF-MASTER.
001100     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
001110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001120     STOP RUN.
001130
001140*-----------------------------------------------------------*
001150*  1000 - INITIALIZATION                                    *
001160*-----------------------------------------------------------*
001170 1000-INITIALIZE.
001180     DISPLAY "AGEUNLD starting.".
001190     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001200     OPEN INPUT AGE-MASTER-FILE.
001210     IF AGE-MASTER-STATUS NOT = "00"
001220         DISPLAY "*** ERROR: cannot open member master file, "
001230             "status " AGE-MASTER-STATUS
001240         MOVE "Y" TO WS-MASTER-EOF-SW
001250         MOVE 16 TO RETURN-CODE
001260         GO TO 1000-EXIT
001270     END-IF.
001280     OPEN OUTPUT AGE-BACKUP-FILE.
001290     IF AGE-BACKUP-STATUS NOT = "00"
001300         DISPLAY "*** ERROR: cannot open the backup file, "
001310             "status " AGE-BACKUP-STATUS
001320         CLOSE AGE-MASTER-FILE
001330         MOVE "Y" TO WS-MASTER-EOF-SW
001340         MOVE 16 TO RETURN-CODE
001350         GO TO 1000-EXIT
001360     END-IF.
001370     MOVE "Y" TO WS-FILES-OPEN-SW.
001380     MOVE WS-SYS-DATE-YYYYMMDD TO WS-BKP-HDR-DATE.
001390     WRITE AGE-BACKUP-RECORD FROM WS-BACKUP-HEADER.
001400     IF AGE-BACKUP-STATUS NOT = "00"
001410         DISPLAY "*** ERROR: backup header write failed, "
001420             "status " AGE-BACKUP-STATUS
001430         MOVE "Y" TO WS-MASTER-EOF-SW
001440         MOVE 16 TO RETURN-CODE
001450     END-IF.
001460 1000-EXIT.
001470     EXIT.
001480
001490*-----------------------------------------------------------*
001500*  2000 - COPY ONE MASTER RECORD TO THE BACKUP.  A FAILED    *
001510*          WRITE STOPS THE JOB CC 16 - A SHORT BACKUP MUST   *
001520*          NEVER LOOK GOOD.                                  *
001530*-----------------------------------------------------------*
001540 2000-UNLOAD-MEMBER.
001550     READ AGE-MASTER-FILE NEXT RECORD
001560         AT END
001570             MOVE "Y" TO WS-MASTER-EOF-SW
001580             GO TO 2000-EXIT
001590     END-READ.
001600     ADD 1 TO WS-MEMBERS-READ.
001610     WRITE AGE-BACKUP-RECORD FROM AGE-MASTER-RECORD.
001620     IF AGE-BACKUP-STATUS NOT = "00"
001630         DISPLAY "*** ERROR: backup write failed, status "
001640             AGE-BACKUP-STATUS " - unload stopped."
001650         MOVE "Y" TO WS-MASTER-EOF-SW
001660         MOVE 16 TO RETURN-CODE
001670         GO TO 2000-EXIT
001680     END-IF.
001690     ADD 1 TO WS-MEMBERS-UNLOADED.
001700 2000-EXIT.
001710     EXIT.
001720
001730*-----------------------------------------------------------*
001740*  3000 - WRITE THE TRAILER WITH THE RECORD COUNT AND PRINT  *
001750*          THE BALANCING TOTALS.  A READ/UNLOAD MISMATCH     *
001760*          ENDS CC 16 SO A BAD BACKUP IS SEEN TONIGHT, NOT   *
001770*          THE DAY IT IS NEEDED.                             *
001780*-----------------------------------------------------------*
001790 3000-WRITE-TRAILER.
001800     IF NOT WS-FILES-WERE-OPENED
001810         GO TO 3000-EXIT
001820     END-IF.
001830     MOVE WS-MEMBERS-UNLOADED TO WS-BKP-TRL-COUNT.
001840     WRITE AGE-BACKUP-RECORD FROM WS-BACKUP-TRAILER.
001850     IF AGE-BACKUP-STATUS NOT = "00"
001860         DISPLAY "*** ERROR: backup trailer write failed, "
001870             "status " AGE-BACKUP-STATUS
001880         MOVE 16 TO RETURN-CODE
001890     END-IF.
001900     IF WS-MEMBERS-READ NOT = WS-MEMBERS-UNLOADED
001910         DISPLAY "*** ERROR: read " WS-MEMBERS-READ
001920             " but unloaded " WS-MEMBERS-UNLOADED
001930             " - the backup is short, do not rely on it."
001940         MOVE 16 TO RETURN-CODE
001950     END-IF.
001960     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
001970     DISPLAY "Master records read     : " WS-PRT-COUNT.
001980     MOVE WS-MEMBERS-UNLOADED TO WS-PRT-COUNT.
001990     DISPLAY "Records on the backup   : " WS-PRT-COUNT.
002000 3000-EXIT.
002010     EXIT.
002020
002030*-----------------------------------------------------------*
002040*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
002050*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
002060*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
002070*          DISTURB THE RUN'S OWN CONDITION CODE.            *
002080*-----------------------------------------------------------*
002090 8000-WRITE-RUN-CONTROL.
002100     OPEN EXTEND AGE-RUN-CONTROL-FILE.
002110     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
002120             AGE-RUN-CONTROL-STATUS NOT = "05"
002130         OPEN OUTPUT AGE-RUN-CONTROL-FILE
002140         CLOSE AGE-RUN-CONTROL-FILE
002150         OPEN EXTEND AGE-RUN-CONTROL-FILE
002160     END-IF.
002170     IF AGE-RUN-CONTROL-STATUS NOT = "00"
002180         DISPLAY "*** WARNING: run-control record not "
002190             "written, status " AGE-RUN-CONTROL-STATUS
002200         GO TO 8000-EXIT
002210     END-IF.
002220     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
002230     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
002240     MOVE "AGEUNLD" TO RUN-JOB-NAME.
002250     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
002260     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
002270     MOVE WS-MEMBERS-READ TO RUN-RECORDS-READ.
002280     MOVE WS-MEMBERS-UNLOADED TO RUN-RECORDS-POSTED.
002290     MOVE ZERO TO RUN-RECORDS-REJECTED.
002300     MOVE RETURN-CODE TO RUN-COND-CODE.
002310     WRITE AGE-RUN-CONTROL-RECORD.
002320     CLOSE AGE-RUN-CONTROL-FILE.
002330 8000-EXIT.
002340     EXIT.
002350
002360*-----------------------------------------------------------*
002370*  9000 - TERMINATION                                        *
002380*-----------------------------------------------------------*
002390 9000-TERMINATE.
002400     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
002410     IF WS-FILES-WERE-OPENED
002420         CLOSE AGE-MASTER-FILE
002430         CLOSE AGE-BACKUP-FILE
002440     END-IF.
002450     DISPLAY "AGEUNLD complete.  Read " WS-MEMBERS-READ
002460         "  Unloaded " WS-MEMBERS-UNLOADED "." .
002470 9000-EXIT.
002480     EXIT.
