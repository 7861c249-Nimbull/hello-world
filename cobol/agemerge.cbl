000010*****************************************************************
000020* AGEMERGE.CBL
000030* DUPLICATE MEMBER MERGE.
000040*
000050* SUPERVISOR PROGRAM TO RESOLVE A PAIR OF MEMBER IDS THAT ARE
000060* THE SAME PERSON, AS LISTED BY THE WEEKLY AGEDUPS PROBABLE
000070* DUPLICATE REPORT.  BOTH MEMBERS ARE SHOWN SIDE BY SIDE; THE
000080* SUPERVISOR PICKS THE SURVIVING ID AND CONFIRMS.  THE OTHER
000090* RECORD IS MARKED MERGED ("M") WITH THE SURVIVING ID AND THE
000100* MERGE DATE - IT IS KEPT ON THE MASTER, NOT DELETED, SO THE ID
000110* CAN NEVER BE RE-REGISTERED AND AN INQUIRY ON IT LEADS TO THE
000120* SURVIVOR.  THE MERGE IS WRITTEN TO THE MAINTENANCE LOG WITH
000130* THE ACTION "MERGE" AND THE SURVIVING ID.  AGEINQ, AGEXTRCT
000140* AND AGEMILE TREAT A MERGED MEMBER AS NO LONGER LIVE.  A
000150* DELETED OR ALREADY-MERGED MEMBER CANNOT TAKE PART IN A MERGE.
000160* REACHED FROM THE AGEMENU FRONT END.
000170*
000180* AUTHOR.      NIMBULL DATA PROCESSING.
000190* INSTALLATION. MEMBER SERVICES.
000200* DATE-WRITTEN. 2026-10-15.
000210*
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000240* 2026-10-15 JDM  ORIGINAL.
000250* 2026-10-15 JDM  STAMP EACH MAINTENANCE LOG RECORD WITH THE DATE
000260*                 AND TIME IT IS WRITTEN, NOT THE SESSION START.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. AGEMERGE.
000300 AUTHOR. NIMBULL DATA PROCESSING.
000310 INSTALLATION. MEMBER SERVICES.
000320 DATE-WRITTEN. 2026-10-15.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS MAST-MEMBER-ID
000410         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000420             WITH DUPLICATES
000430         FILE STATUS IS AGE-MASTER-STATUS.
000440
000450     SELECT AGE-MAINT-LOG-FILE ASSIGN TO "AGEMNTLG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS AGE-MAINT-LOG-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AGE-MASTER-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY AGEMAST.
000540
000550 FD  AGE-MAINT-LOG-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 COPY AGEMNT.
000590
000600 WORKING-STORAGE SECTION.
000610 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000620 77  AGE-MAINT-LOG-STATUS        PIC X(02)   VALUE SPACES.
000630
000640 01  WS-SWITCHES.
000650     05  WS-QUIT-SW              PIC X(01)   VALUE "N".
000660         88  WS-QUIT-REQUESTED                 VALUE "Y".
000670     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
000680         88  WS-MASTER-WAS-OPENED              VALUE "Y".
000690     05  WS-LIVE-MEMBER-SW       PIC X(01)   VALUE "N".
000700         88  WS-MEMBER-IS-LIVE                 VALUE "Y".
000710
000720 01  WS-OPERATOR-FIELDS.
000730     05  WS-TERM-ID              PIC X(08).
000740     05  WS-MEMBER-ID            PIC X(10).
000750
000760 01  WS-PAIR-FIELDS.
000770     05  WS-FIRST-ID             PIC X(10)   VALUE SPACES.
000780     05  WS-FIRST-DOB            PIC 9(08)   VALUE ZERO.
000790     05  WS-SECOND-ID            PIC X(10)   VALUE SPACES.
000800     05  WS-SECOND-DOB           PIC 9(08)   VALUE ZERO.
000810     05  WS-SURVIVOR-ID          PIC X(10)   VALUE SPACES.
000820     05  WS-MERGED-ID            PIC X(10)   VALUE SPACES.
000830
000840 01  WS-KEEP-CHOICE              PIC X(01)   VALUE SPACES.
000850     88  WS-KEEP-FIRST                         VALUE "1".
000860     88  WS-KEEP-SECOND                        VALUE "2".
000870
000880 01  WS-CONFIRM-CHOICE           PIC X(01)   VALUE SPACES.
000890     88  WS-CONFIRM-YES                        VALUE "Y" "y".
000900
000910 01  WS-BEFORE-FIELDS.
000920     05  WS-BEFORE-DOB           PIC 9(08)   VALUE ZERO.
000930     05  WS-BEFORE-AGE           PIC 9(03)   VALUE ZERO.
000940     05  WS-BEFORE-NAME          PIC X(25)   VALUE SPACES.
000950     05  WS-BEFORE-ADDRESS       PIC X(50)   VALUE SPACES.
000960
000970 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
000980 01  WS-SYS-TIME-HHMMSSHS        PIC 9(08)   VALUE ZERO.
000990
001000 01  WS-COUNTERS.
001010     05  WS-MERGES-DONE          PIC 9(08)   VALUE ZERO.
001020
001030 LINKAGE SECTION.
001040 COPY AGESIGN.
001050
001060 PROCEDURE DIVISION USING AGE-SIGNON-AREA.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-PROCESS-PAIR THRU 2000-EXIT
001100         UNTIL WS-QUIT-REQUESTED.
001110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001120     GOBACK.
001130
001140*-----------------------------------------------------------*
001150*  1000 - INITIALIZATION                                    *
001160*-----------------------------------------------------------*
001170 1000-INITIALIZE.
001180     DISPLAY "AGEMERGE - duplicate member merge.".
001190     MOVE "N" TO WS-QUIT-SW.
001200     MOVE "N" TO WS-MASTER-OPEN-SW.
001210     MOVE ZERO TO WS-MERGES-DONE.
001220     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001230     IF ADDRESS OF AGE-SIGNON-AREA = NULL
001240         DISPLAY "Enter your operator/terminal ID: "
001250         ACCEPT WS-TERM-ID
001260     ELSE
001270         MOVE SIGN-OPER-ID TO WS-TERM-ID
001280     END-IF.
001290     OPEN I-O AGE-MASTER-FILE.
001300     IF AGE-MASTER-STATUS NOT = "00"
001310         DISPLAY "*** ERROR: cannot open member master file, "
001320             "status " AGE-MASTER-STATUS
001330         MOVE "Y" TO WS-QUIT-SW
001340         GO TO 1000-EXIT
001350     END-IF.
001360     MOVE "Y" TO WS-MASTER-OPEN-SW.
001370     OPEN EXTEND AGE-MAINT-LOG-FILE.
001380     IF AGE-MAINT-LOG-STATUS NOT = "00" AND
001390             AGE-MAINT-LOG-STATUS NOT = "05"
001400         OPEN OUTPUT AGE-MAINT-LOG-FILE
001410         CLOSE AGE-MAINT-LOG-FILE
001420         OPEN EXTEND AGE-MAINT-LOG-FILE
001430     END-IF.
001440 1000-EXIT.
001450     EXIT.
001460
001470*-----------------------------------------------------------*
001480*  2000 - RESOLVE ONE PAIR.  BOTH MEMBERS MUST BE LIVE AND   *
001490*          DIFFERENT; THE SUPERVISOR PICKS THE SURVIVOR AND  *
001500*          CONFIRMS BEFORE ANYTHING IS CHANGED.              *
001510*-----------------------------------------------------------*
001520 2000-PROCESS-PAIR.
001530     DISPLAY " ".
001540     DISPLAY "Enter the first member ID of the pair "
001550         "(or END to quit): ".
001560     ACCEPT WS-MEMBER-ID.
001570     IF WS-MEMBER-ID = "END" OR WS-MEMBER-ID = "end"
001580         MOVE "Y" TO WS-QUIT-SW
001590         GO TO 2000-EXIT
001600     END-IF.
001610     PERFORM 2100-READ-LIVE-MEMBER THRU 2100-EXIT.
001620     IF NOT WS-MEMBER-IS-LIVE
001630         GO TO 2000-EXIT
001640     END-IF.
001650     MOVE MAST-MEMBER-ID TO WS-FIRST-ID.
001660     MOVE MAST-MEMBER-DOB TO WS-FIRST-DOB.
001670     PERFORM 2150-SHOW-MEMBER THRU 2150-EXIT.
001680     DISPLAY "Enter the second member ID of the pair: ".
001690     ACCEPT WS-MEMBER-ID.
001700     IF WS-MEMBER-ID = WS-FIRST-ID
001710         DISPLAY "*** The two member IDs must be different."
001720         GO TO 2000-EXIT
001730     END-IF.
001740     PERFORM 2100-READ-LIVE-MEMBER THRU 2100-EXIT.
001750     IF NOT WS-MEMBER-IS-LIVE
001760         GO TO 2000-EXIT
001770     END-IF.
001780     MOVE MAST-MEMBER-ID TO WS-SECOND-ID.
001790     MOVE MAST-MEMBER-DOB TO WS-SECOND-DOB.
001800     PERFORM 2150-SHOW-MEMBER THRU 2150-EXIT.
001810     IF WS-FIRST-DOB NOT = WS-SECOND-DOB
001820         DISPLAY "*** NOTE: the two dates of birth differ - "
001830             "correct the survivor's DOB in AGEMAINT if needed."
001840     END-IF.
001850     DISPLAY "Enter 1 to keep " WS-FIRST-ID ", 2 to keep "
001860         WS-SECOND-ID ", anything else to leave both: ".
001870     ACCEPT WS-KEEP-CHOICE.
001880     EVALUATE TRUE
001890         WHEN WS-KEEP-FIRST
001900             MOVE WS-FIRST-ID TO WS-SURVIVOR-ID
001910             MOVE WS-SECOND-ID TO WS-MERGED-ID
001920         WHEN WS-KEEP-SECOND
001930             MOVE WS-SECOND-ID TO WS-SURVIVOR-ID
001940             MOVE WS-FIRST-ID TO WS-MERGED-ID
001950         WHEN OTHER
001960             DISPLAY "Members " WS-FIRST-ID " and " WS-SECOND-ID
001970                 " left unchanged."
001980             GO TO 2000-EXIT
001990     END-EVALUATE.
002000     DISPLAY "Merge " WS-MERGED-ID " into " WS-SURVIVOR-ID
002010         "?  Enter Y to confirm: ".
002020     ACCEPT WS-CONFIRM-CHOICE.
002030     IF NOT WS-CONFIRM-YES
002040         DISPLAY "Members " WS-FIRST-ID " and " WS-SECOND-ID
002050             " left unchanged."
002060         GO TO 2000-EXIT
002070     END-IF.
002080     PERFORM 2400-MERGE-MEMBER THRU 2400-EXIT.
002090 2000-EXIT.
002100     EXIT.
002110
002120*-----------------------------------------------------------*
002130*  2100 - READ WS-MEMBER-ID AND CHECK IT IS A LIVE MEMBER -  *
002140*          ON FILE, NOT DELETED AND NOT ALREADY MERGED.      *
002150*-----------------------------------------------------------*
002160 2100-READ-LIVE-MEMBER.
002170     MOVE "N" TO WS-LIVE-MEMBER-SW.
002180     MOVE WS-MEMBER-ID TO MAST-MEMBER-ID.
002190     READ AGE-MASTER-FILE
002200         KEY IS MAST-MEMBER-ID
002210         INVALID KEY
002220             DISPLAY "*** Member " WS-MEMBER-ID
002230                 " is not on the member master file."
002240             GO TO 2100-EXIT
002250     END-READ.
002260     IF MAST-IS-DELETED
002270         DISPLAY "*** Member " WS-MEMBER-ID " was deleted on "
002280             MAST-DELETE-DATE " - it cannot be merged."
002290         GO TO 2100-EXIT
002300     END-IF.
002310     IF MAST-IS-MERGED
002320         DISPLAY "*** Member " WS-MEMBER-ID " was already "
002330             "merged into " MAST-MERGED-INTO-ID " on "
002340             MAST-MERGE-DATE "."
002350         GO TO 2100-EXIT
002360     END-IF.
002370     MOVE "Y" TO WS-LIVE-MEMBER-SW.
002380 2100-EXIT.
002390     EXIT.
002400
002410 2150-SHOW-MEMBER.
002420     DISPLAY "Member   : " MAST-MEMBER-ID.
002430     DISPLAY "Name     : " MAST-MEMBER-NAME.
002440     DISPLAY "Street   : " MAST-ADDR-STREET.
002450     DISPLAY "City     : " MAST-ADDR-CITY "  "
002460         MAST-ADDR-STATE "  " MAST-ADDR-ZIP.
002470     DISPLAY "DOB      : " MAST-MEMBER-DOB.
002480     DISPLAY "Age      : " MAST-MEMBER-AGE.
002490     DISPLAY "Added on : " MAST-ADD-DATE.
002500     DISPLAY "Eligible : " MAST-ELIG-STATUS
002510         "  sent " MAST-EXTRACT-DATE.
002520 2150-EXIT.
002530     EXIT.
002540
002550*-----------------------------------------------------------*
002560*  2400 - MARK THE NON-SURVIVING MEMBER MERGED INTO THE      *
002570*          SURVIVOR AND LOG THE MERGE.  THE RECORD IS RE-READ *
002580*          FIRST SO THE REWRITE IS OF THE RIGHT MEMBER.      *
002590*-----------------------------------------------------------*
002600 2400-MERGE-MEMBER.
002610     MOVE WS-MERGED-ID TO WS-MEMBER-ID.
002620     PERFORM 2100-READ-LIVE-MEMBER THRU 2100-EXIT.
002630     IF NOT WS-MEMBER-IS-LIVE
002640         GO TO 2400-EXIT
002650     END-IF.
002660     MOVE MAST-MEMBER-DOB TO WS-BEFORE-DOB.
002670     MOVE MAST-MEMBER-AGE TO WS-BEFORE-AGE.
002680     MOVE MAST-MEMBER-NAME TO WS-BEFORE-NAME.
002690     MOVE MAST-MAIL-ADDRESS TO WS-BEFORE-ADDRESS.
002700     MOVE "M" TO MAST-REC-STATUS.
002710     MOVE WS-SURVIVOR-ID TO MAST-MERGED-INTO-ID.
002720     MOVE WS-SYS-DATE-YYYYMMDD TO MAST-MERGE-DATE.
002730     REWRITE AGE-MASTER-RECORD
002740         INVALID KEY
002750             DISPLAY "*** ERROR: merge of member "
002760                 WS-MEMBER-ID " failed, status "
002770                 AGE-MASTER-STATUS
002780             GO TO 2400-EXIT
002790     END-REWRITE.
002800     MOVE "MERGE" TO MNT-ACTION.
002810     MOVE MAST-MEMBER-DOB TO MNT-AFTER-DOB.
002820     MOVE MAST-MEMBER-AGE TO MNT-AFTER-AGE.
002830     MOVE MAST-MEMBER-NAME TO MNT-AFTER-NAME.
002840     MOVE MAST-MAIL-ADDRESS TO MNT-AFTER-ADDRESS.
002850     PERFORM 2500-WRITE-MAINT-LOG THRU 2500-EXIT.
002860     ADD 1 TO WS-MERGES-DONE.
002870     DISPLAY "Member " WS-MERGED-ID " merged into "
002880         WS-SURVIVOR-ID " as of " MAST-MERGE-DATE "." .
002890 2400-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------*
002930*  2500 - WRITE ONE MAINTENANCE LOG RECORD FOR THE MERGED    *
002940*          MEMBER, CARRYING THE SURVIVING ID.                 *
002950*-----------------------------------------------------------*
002960 2500-WRITE-MAINT-LOG.
002970     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002980     ACCEPT WS-SYS-TIME-HHMMSSHS FROM TIME.
002990     MOVE WS-TERM-ID TO MNT-TERM-ID.
003000     MOVE WS-SYS-DATE-YYYYMMDD TO MNT-TS-DATE.
003010     MOVE WS-SYS-TIME-HHMMSSHS TO MNT-TS-TIME.
003020     MOVE WS-MEMBER-ID TO MNT-MEMBER-ID.
003030     MOVE WS-BEFORE-DOB TO MNT-BEFORE-DOB.
003040     MOVE WS-BEFORE-AGE TO MNT-BEFORE-AGE.
003050     MOVE WS-BEFORE-NAME TO MNT-BEFORE-NAME.
003060     MOVE WS-BEFORE-ADDRESS TO MNT-BEFORE-ADDRESS.
003070     MOVE WS-SURVIVOR-ID TO MNT-MERGED-INTO-ID.
003080     WRITE AGE-MAINT-LOG-RECORD.
003090 2500-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------*
003130*  9000 - TERMINATION                                        *
003140*-----------------------------------------------------------*
003150 9000-TERMINATE.
003160     IF WS-MASTER-WAS-OPENED
003170         CLOSE AGE-MASTER-FILE
003180         CLOSE AGE-MAINT-LOG-FILE
003190     END-IF.
003200     DISPLAY "AGEMERGE complete.  Merges " WS-MERGES-DONE ".".
003210 9000-EXIT.
003220     EXIT.
