000190* MODIFICATION HISTORY
000200* DATE       INIT DESCRIPTION
000210* 2026-09-02 JDM  ORIGINAL.
000220* 2026-10-15 JDM  MASTER RECORD LENGTH 131 TO 149 FOR THE
000230*                 MERGED-INTO ID AND MERGE DATE.
000240* 2026-10-15 JDM  MASTER RECORD LENGTH 149 TO 160 FOR THE
000250*                 UNDELIVERABLE-ADDRESS HOLD.
000260* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000270*                 CHANNEL.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AGERELD.
000310 AUTHOR. NIMBULL DATA PROCESSING.
000320 INSTALLATION. MEMBER SERVICES.
000330 DATE-WRITTEN. 2026-09-02.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AGE-BACKUP-FILE ASSIGN TO "AGEBKUP"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS AGE-BACKUP-STATUS.
000410
000420     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MAST-MEMBER-ID
000460         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000470             WITH DUPLICATES
000480         FILE STATUS IS AGE-MASTER-STATUS.
000490
000500     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  AGE-BACKUP-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  AGE-BACKUP-RECORD           PIC X(161).
000600
000610 FD  AGE-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY AGEMAST.
000640
000650 FD  AGE-RUN-CONTROL-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY AGERUN.
000690
000700 WORKING-STORAGE SECTION.
000710 77  AGE-BACKUP-STATUS           PIC X(02)   VALUE SPACES.
000720 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000730 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000740
000750 01  WS-SWITCHES.
000760     05  WS-BACKUP-EOF-SW        PIC X(01)   VALUE "N".
000770         88  WS-END-OF-BACKUP                 VALUE "Y".
000780     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000790         88  WS-FILES-WERE-OPENED             VALUE "Y".
000800     05  WS-TRAILER-SEEN-SW      PIC X(01)   VALUE "N".
000810         88  WS-TRAILER-WAS-SEEN              VALUE "Y".
000820     05  WS-VERIFY-EOF-SW        PIC X(01)   VALUE "N".
000830         88  WS-END-OF-VERIFY                 VALUE "Y".
000840
000850 01  WS-COUNTERS.
000860     05  WS-RECORDS-READ         PIC 9(08)   VALUE ZERO.
000870     05  WS-RECORDS-LOADED       PIC 9(08)   VALUE ZERO.
000880     05  WS-TRAILER-COUNT        PIC 9(08)   VALUE ZERO.
000890     05  WS-VERIFY-COUNT         PIC 9(08)   VALUE ZERO.
000900
000910 01  WS-BACKUP-HEADER-DATE       PIC 9(08)   VALUE ZERO.
000920
000930 01  WS-BACKUP-CONTROL-VIEW.
000940     05  WS-BKP-REC-TYPE         PIC X(03).
000950         88  WS-BKP-IS-HEADER    VALUE "HDR".
000960         88  WS-BKP-IS-TRAILER   VALUE "TRL".
000970     05  WS-BKP-HDR-DATE         PIC X(08).
000980     05  FILLER                  PIC X(150).
000990 01  WS-BKP-TRAILER-VIEW REDEFINES WS-BACKUP-CONTROL-VIEW.
001000     05  FILLER                  PIC X(03).
001010     05  WS-BKP-TRL-COUNT        PIC X(07).
001020     05  WS-BKP-TRL-COUNT-N REDEFINES WS-BKP-TRL-COUNT
001030                                 PIC 9(07).
001040     05  FILLER                  PIC X(151).
001050
001060 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001070
001080 01  WS-RUN-STAMP-FIELDS.
001090     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001100     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001110
001120 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001130
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
001180         UNTIL WS-END-OF-BACKUP.
001190     PERFORM 3000-CHECK-CONTROLS THRU 3000-EXIT.
001200     PERFORM 4000-VERIFY-RELOAD THRU 4000-EXIT.
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001220     STOP RUN.
001230
001240*-----------------------------------------------------------*
001250*  1000 - INITIALIZATION.  THE FIRST BACKUP RECORD MUST BE   *
001260*          THE AGEUNLD HEADER - ANYTHING ELSE MEANS THE DD   *
001270*          POINTS AT THE WRONG FILE AND THE MASTER IS LEFT   *
001280*          UNTOUCHED.                                        *
001290*-----------------------------------------------------------*
001300 1000-INITIALIZE.
001310     DISPLAY "AGERELD starting.".
001320     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001330     OPEN INPUT AGE-BACKUP-FILE.
001340     IF AGE-BACKUP-STATUS NOT = "00"
001350         DISPLAY "*** ERROR: cannot open the backup file, "
001360             "status " AGE-BACKUP-STATUS
001370         MOVE "Y" TO WS-BACKUP-EOF-SW
001380         MOVE 16 TO RETURN-CODE
001390         GO TO 1000-EXIT
001400     END-IF.
001410     READ AGE-BACKUP-FILE
001420         AT END
001430             DISPLAY "*** ERROR: the backup file is empty."
001440             CLOSE AGE-BACKUP-FILE
001450             MOVE "Y" TO WS-BACKUP-EOF-SW
001460             MOVE 16 TO RETURN-CODE
001470             GO TO 1000-EXIT
001480     END-READ.
001490     MOVE AGE-BACKUP-RECORD TO WS-BACKUP-CONTROL-VIEW.
001500     IF NOT WS-BKP-IS-HEADER
001510         DISPLAY "*** ERROR: no header record - this is not "
001520             "an AGEUNLD backup.  The master is untouched."
001530         CLOSE AGE-BACKUP-FILE
001540         MOVE "Y" TO WS-BACKUP-EOF-SW
001550         MOVE 16 TO RETURN-CODE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     IF WS-BKP-HDR-DATE NUMERIC
001590         MOVE WS-BKP-HDR-DATE TO WS-BACKUP-HEADER-DATE
001600     END-IF.
001610     DISPLAY "Reloading from the backup unloaded on "
001620         WS-BACKUP-HEADER-DATE "." .
001630     OPEN OUTPUT AGE-MASTER-FILE.
001640     IF AGE-MASTER-STATUS NOT = "00"
001650         DISPLAY "*** ERROR: cannot rebuild the member "
001660             "master file, status " AGE-MASTER-STATUS
001670         CLOSE AGE-BACKUP-FILE
001680         MOVE "Y" TO WS-BACKUP-EOF-SW
001690         MOVE 16 TO RETURN-CODE
001700         GO TO 1000-EXIT
001710     END-IF.
001720     MOVE "Y" TO WS-FILES-OPEN-SW.
001730     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
001740 1000-EXIT.
001750     EXIT.
001760
001770*-----------------------------------------------------------*
001780*  2000 - LOAD ONE BACKUP RECORD INTO THE REBUILT MASTER.    *
001790*          THE TRAILER ENDS THE LOAD AND CARRIES THE COUNT   *
001800*          TO BALANCE AGAINST.                               *
001810*-----------------------------------------------------------*
001820 2000-LOAD-RECORD.
001830     MOVE AGE-BACKUP-RECORD TO WS-BACKUP-CONTROL-VIEW.
001840     IF WS-BKP-IS-TRAILER
001850         MOVE "Y" TO WS-TRAILER-SEEN-SW
001860         IF WS-BKP-TRL-COUNT NUMERIC
001870             MOVE WS-BKP-TRL-COUNT-N TO WS-TRAILER-COUNT
001880         ELSE
001890             DISPLAY "*** ERROR: bad trailer count."
001900             MOVE 16 TO RETURN-CODE
001910         END-IF
001920         MOVE "Y" TO WS-BACKUP-EOF-SW
001930         GO TO 2000-EXIT
001940     END-IF.
001950     ADD 1 TO WS-RECORDS-READ.
001960     MOVE AGE-BACKUP-RECORD(1:161) TO AGE-MASTER-RECORD.
001970     WRITE AGE-MASTER-RECORD
001980         INVALID KEY
001990             DISPLAY "*** ERROR: load of member "
002000                 MAST-MEMBER-ID " failed, status "
002010                 AGE-MASTER-STATUS " - reload stopped."
002020             MOVE "Y" TO WS-BACKUP-EOF-SW
002030             MOVE 16 TO RETURN-CODE
002040             GO TO 2000-EXIT
002050     END-WRITE.
002060     ADD 1 TO WS-RECORDS-LOADED.
002070     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
002080 2000-EXIT.
002090     EXIT.
002100
002110 2100-READ-BACKUP.
002120     READ AGE-BACKUP-FILE
002130         AT END
002140             MOVE "Y" TO WS-BACKUP-EOF-SW
002150     END-READ.
002160 2100-EXIT.
002170     EXIT.
002180
002190*-----------------------------------------------------------*
002200*  3000 - BALANCE THE RECORDS LOADED AGAINST THE TRAILER     *
002210*          COUNT THE UNLOAD WROTE                            *
002220*-----------------------------------------------------------*
002230 3000-CHECK-CONTROLS.
002240     IF NOT WS-FILES-WERE-OPENED
002250         GO TO 3000-EXIT
002260     END-IF.
002270     IF NOT WS-TRAILER-WAS-SEEN
002280         DISPLAY "*** ERROR: no trailer record - the backup "
002290             "is truncated, do not trust this reload."
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 3000-EXIT
002320     END-IF.
002330     IF WS-RECORDS-LOADED NOT = WS-TRAILER-COUNT
002340         DISPLAY "*** ERROR: the backup trailer says "
002350             WS-TRAILER-COUNT " record(s) but "
002360             WS-RECORDS-LOADED " were loaded."
002370         MOVE 16 TO RETURN-CODE
002380     END-IF.
002390 3000-EXIT.
002400     EXIT.
002410
002420*-----------------------------------------------------------*
002430*  4000 - RE-READ THE REBUILT MASTER AND CHECK THAT COUNT    *
002440*          AGAINST THE UNLOAD TOTALS TOO, SO A RELOAD THAT   *
002450*          LOOKED CLEAN BUT LEFT A SHORT FILE IS CAUGHT      *
002460*          TONIGHT.                                          *
002470*-----------------------------------------------------------*
002480 4000-VERIFY-RELOAD.
002490     IF NOT WS-FILES-WERE-OPENED
002500         GO TO 4000-EXIT
002510     END-IF.
002520     CLOSE AGE-MASTER-FILE.
002530     OPEN INPUT AGE-MASTER-FILE.
002540     IF AGE-MASTER-STATUS NOT = "00"
002550         DISPLAY "*** ERROR: cannot re-open the rebuilt "
002560             "master for verification, status "
002570             AGE-MASTER-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         GO TO 4000-EXIT
002600     END-IF.
002610     MOVE "N" TO WS-VERIFY-EOF-SW.
002620     PERFORM 4100-COUNT-MEMBER THRU 4100-EXIT
002630         UNTIL WS-END-OF-VERIFY.
002640     IF WS-VERIFY-COUNT NOT = WS-RECORDS-LOADED
002650         DISPLAY "*** ERROR: the rebuilt master holds "
002660             WS-VERIFY-COUNT " record(s) but "
002670             WS-RECORDS-LOADED " were loaded."
002680         MOVE 16 TO RETURN-CODE
002690     END-IF.
002700     MOVE WS-RECORDS-LOADED TO WS-PRT-COUNT.
002710     DISPLAY "Records loaded          : " WS-PRT-COUNT.
002720     MOVE WS-VERIFY-COUNT TO WS-PRT-COUNT.
002730     DISPLAY "Records on verification : " WS-PRT-COUNT.
002740 4000-EXIT.
002750     EXIT.
002760
002770 4100-COUNT-MEMBER.
002780     READ AGE-MASTER-FILE NEXT RECORD
002790         AT END
002800             MOVE "Y" TO WS-VERIFY-EOF-SW
002810             GO TO 4100-EXIT
002820     END-READ.
002830     ADD 1 TO WS-VERIFY-COUNT.
002840 4100-EXIT.
002850     EXIT.
002860
002870*-----------------------------------------------------------*
002880*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
002890*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
002900*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
002910*          DISTURB THE RUN'S OWN CONDITION CODE.            *
002920*-----------------------------------------------------------*
002930 8000-WRITE-RUN-CONTROL.
002940     OPEN EXTEND AGE-RUN-CONTROL-FILE.
002950     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
002960             AGE-RUN-CONTROL-STATUS NOT = "05"
002970         OPEN OUTPUT AGE-RUN-CONTROL-FILE
002980         CLOSE AGE-RUN-CONTROL-FILE
002990         OPEN EXTEND AGE-RUN-CONTROL-FILE
003000     END-IF.
003010     IF AGE-RUN-CONTROL-STATUS NOT = "00"
003020         DISPLAY "*** WARNING: run-control record not "
003030             "written, status " AGE-RUN-CONTROL-STATUS
003040         GO TO 8000-EXIT
003050     END-IF.
003060     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
003070     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
003080     MOVE "AGERELD" TO RUN-JOB-NAME.
003090     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
003100     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
003110     MOVE WS-RECORDS-READ TO RUN-RECORDS-READ.
003120     MOVE WS-RECORDS-LOADED TO RUN-RECORDS-POSTED.
003130     MOVE ZERO TO RUN-RECORDS-REJECTED.
003140     MOVE RETURN-CODE TO RUN-COND-CODE.
003150     WRITE AGE-RUN-CONTROL-RECORD.
003160     CLOSE AGE-RUN-CONTROL-FILE.
003170 8000-EXIT.
003180     EXIT.
003190
003200*-----------------------------------------------------------*
003210*  9000 - TERMINATION                                        *
003220*-----------------------------------------------------------*
003230 9000-TERMINATE.
003240     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003250     IF WS-FILES-WERE-OPENED
003260         CLOSE AGE-BACKUP-FILE
003270         CLOSE AGE-MASTER-FILE
003280     END-IF.
003290     DISPLAY "AGERELD complete.  Loaded " WS-RECORDS-LOADED
003300         "  Verified " WS-VERIFY-COUNT "." .
003310 9000-EXIT.
003320     EXIT.
