000530*                 MAINTENANCE PROGRAM (AGEDTADM) AS A
000540*                 SUPERVISOR-ONLY MENU CHOICE.  QUIT MOVED
000550*                 TO 9.
000560* 2026-10-15 JDM  ADD THE DUPLICATE MEMBER MERGE PROGRAM
000570*                 (AGEMERGE) AS A SUPERVISOR-ONLY MENU CHOICE
000580*                 FOR RESOLVING THE PAIRS ON THE WEEKLY
000590*                 AGEDUPS LIST.  THE CHOICE IS NOW TWO
000600*                 POSITIONS.  QUIT MOVED TO 10.
000610* 2026-10-15 JDM  ADD THE BATCH SUSPENSE MAINTENANCE PROGRAM
000620*                 (AGESUSM) AS A SUPERVISOR-ONLY MENU CHOICE
000630*                 FOR CORRECTING OR WRITING OFF THE ITEMS
000640*                 AGEEDIT HOLDS ON THE SUSPENSE FILE.  QUIT
000650*                 MOVED TO 11.
000660* 2026-10-15 JDM  MARK A REJECTED SIGN-ON'S AUDIT RECORD WITH
000670*                 THE TERMINAL SOURCE CHANNEL (T).
000680* 2026-10-15 JDM  PASS THE SIGN-ON AREA TO AGEINQ SO A CONTACT
000690*                 LOGGED FROM THE MEMBER DISPLAY CARRIES THE
000700*                 SIGNED-ON OPERATOR.
000710*****************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID. AGEMENU.
000740 AUTHOR. NIMBULL DATA PROCESSING.
000750 INSTALLATION. MEMBER SERVICES.
000760 DATE-WRITTEN. 2026-08-09.
000770
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT AGE-OPERATOR-FILE ASSIGN TO "AGEOPER"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS OPER-ID
000850         FILE STATUS IS AGE-OPERATOR-STATUS.
000860
000870     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS AGE-AUDIT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  AGE-OPERATOR-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY AGEOPER.
000960
000970 FD  AGE-AUDIT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY AGEAUD.
001010
001020 WORKING-STORAGE SECTION.
001030 77  AGE-OPERATOR-STATUS         PIC X(02)   VALUE SPACES.
001040 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
001050 77  WS-SIGNON-MAX-TRIES         PIC 9(01)   VALUE 3.
001060
001070 01  WS-SWITCHES.
001080     05  WS-QUIT-SW              PIC X(01)   VALUE "N".
001090         88  WS-QUIT-REQUESTED                 VALUE "Y".
001100     05  WS-SIGNED-ON-SW         PIC X(01)   VALUE "N".
001110         88  WS-IS-SIGNED-ON                   VALUE "Y".
001120
001130 01  WS-MENU-CHOICE              PIC X(02)   VALUE SPACES.
001140     88  WS-CHOICE-REGISTER                    VALUE "1".
001150     88  WS-CHOICE-REPORT                      VALUE "2".
001160     88  WS-CHOICE-EXTRACT                     VALUE "3".
001170     88  WS-CHOICE-MAINT                       VALUE "4".
001180     88  WS-CHOICE-AUDRPT                      VALUE "5".
001190     88  WS-CHOICE-INQUIRY                     VALUE "6".
001200     88  WS-CHOICE-OPERADM                     VALUE "7".
001210     88  WS-CHOICE-DETADM                      VALUE "8".
001220     88  WS-CHOICE-MERGE                       VALUE "9".
001230     88  WS-CHOICE-SUSPENSE                    VALUE "10".
001240     88  WS-CHOICE-QUIT                        VALUE "11" "Q" "q".
001250
001260 01  WS-SIGNON-FIELDS.
001270     05  WS-SIGNON-TRY           PIC 9(01)   VALUE ZERO.
001280     05  WS-ENTERED-OPER-ID      PIC X(08)   VALUE SPACES.
001290
001300 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001310 01  WS-SYS-TIME-HHMMSSHS        PIC 9(08)   VALUE ZERO.
001320
001330 COPY AGESIGN.
001340
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370     PERFORM 0500-SIGN-ON THRU 0500-EXIT.
001380     IF WS-IS-SIGNED-ON
001390         PERFORM 1000-PROCESS-CHOICE THRU 1000-EXIT
001400             UNTIL WS-QUIT-REQUESTED
001410     END-IF.
001420     DISPLAY "AGEMENU complete.".
001430     GOBACK.
001440
001450*-----------------------------------------------------------*
001460*  0500 - OPERATOR SIGN-ON.  THE ENTERED ID MUST BE AN       *
001470*          ACTIVE OPERATOR ON THE PROFILE FILE; THE VERIFIED  *
001480*          ID AND AUTHORITY LEVEL ARE KEPT IN THE SIGN-ON     *
001490*          AREA FOR THE CALLED PROGRAMS.  EACH FAILED        *
001500*          ATTEMPT IS AUDITED; THREE FAILURES END THE        *
001510*          SESSION.                                          *
001520*-----------------------------------------------------------*
001530 0500-SIGN-ON.
001540     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001550     ACCEPT WS-SYS-TIME-HHMMSSHS FROM TIME.
001560     OPEN INPUT AGE-OPERATOR-FILE.
001570     IF AGE-OPERATOR-STATUS NOT = "00"
001580         DISPLAY "*** ERROR: cannot open operator profile "
001590             "file, status " AGE-OPERATOR-STATUS
001600             " - see data processing."
001610         GO TO 0500-EXIT
001620     END-IF.
001630     OPEN EXTEND AGE-AUDIT-FILE.
001640     IF AGE-AUDIT-STATUS NOT = "00" AND
001650             AGE-AUDIT-STATUS NOT = "05"
001660         OPEN OUTPUT AGE-AUDIT-FILE
001670         CLOSE AGE-AUDIT-FILE
001680         OPEN EXTEND AGE-AUDIT-FILE
001690     END-IF.
001700     PERFORM 0550-SIGNON-ATTEMPT THRU 0550-EXIT
001710         UNTIL WS-IS-SIGNED-ON
001720         OR WS-SIGNON-TRY >= WS-SIGNON-MAX-TRIES.
001730     IF NOT WS-IS-SIGNED-ON
001740         DISPLAY "*** Sign-on failed " WS-SIGNON-MAX-TRIES
001750             " times - session ended.  See a supervisor."
001760     END-IF.
001770     CLOSE AGE-OPERATOR-FILE.
001780     CLOSE AGE-AUDIT-FILE.
001790 0500-EXIT.
001800     EXIT.
001810
001820 0550-SIGNON-ATTEMPT.
001830     ADD 1 TO WS-SIGNON-TRY.
001840     DISPLAY "Enter your operator ID to sign on: ".
001850     ACCEPT WS-ENTERED-OPER-ID.
001860     MOVE WS-ENTERED-OPER-ID TO OPER-ID.
001870     READ AGE-OPERATOR-FILE
001880         KEY IS OPER-ID
001890         INVALID KEY
001900             PERFORM 0580-AUDIT-FAILED-SIGNON THRU 0580-EXIT
001910             GO TO 0550-EXIT
001920     END-READ.
001930     IF NOT OPER-IS-ACTIVE
001940         PERFORM 0580-AUDIT-FAILED-SIGNON THRU 0580-EXIT
001950         GO TO 0550-EXIT
001960     END-IF.
001970     MOVE OPER-ID TO SIGN-OPER-ID.
001980     MOVE OPER-AUTH-LEVEL TO SIGN-AUTH-LEVEL.
001990     MOVE "Y" TO WS-SIGNED-ON-SW.
002000     DISPLAY "Signed on: " OPER-NAME.
002010 0550-EXIT.
002020     EXIT.
002030
002040 0580-AUDIT-FAILED-SIGNON.
002050     DISPLAY "*** Operator ID " WS-ENTERED-OPER-ID
002060         " is not a valid, active operator.".
002070     MOVE WS-ENTERED-OPER-ID TO AUD-TERM-ID.
002080     MOVE WS-SYS-DATE-YYYYMMDD TO AUD-TS-DATE.
002090     MOVE WS-SYS-TIME-HHMMSSHS TO AUD-TS-TIME.
002100     MOVE SPACES TO AUD-RAW-INPUT.
002110     MOVE "SIGN-ON" TO AUD-RAW-INPUT(1:7).
002120     MOVE WS-ENTERED-OPER-ID TO AUD-RAW-INPUT(9:8).
002130     MOVE "REJECTED" TO AUD-OUTCOME.
002140     MOVE "INVALID OPERATOR ID" TO AUD-REASON.
002150     MOVE "T" TO AUD-SOURCE-CHANNEL.
002160     WRITE AGE-AUDIT-RECORD.
002170 0580-EXIT.
002180     EXIT.
002190
002200*-----------------------------------------------------------*
002210*  1000 - DISPLAY THE MENU, READ A CHOICE, AND ACT ON IT      *
002220*-----------------------------------------------------------*
002230 1000-PROCESS-CHOICE.
002240     DISPLAY " ".
002250     DISPLAY "---------------------------------------".
002260     DISPLAY " AGE SYSTEM MAIN MENU".
002270     DISPLAY " Operator: " SIGN-OPER-ID.
002280     DISPLAY "---------------------------------------".
002290     DISPLAY " 1.  Register a member (HELLO)".
002300     DISPLAY " 2.  Age distribution report (AGERPT)".
002310     DISPLAY " 3.  Eligibility CSV extract (AGEXTRCT)".
002320     DISPLAY " 4.  Member maintenance (AGEMAINT)".
002330     DISPLAY " 5.  Audit log analysis (AGEAUDRP)".
002340     DISPLAY " 6.  Member inquiry/browse (AGEINQ)".
002350     DISPLAY " 7.  Operator administration (AGEOPADM)".
002360     DISPLAY " 8.  Determination code table (AGEDTADM)".
002370     DISPLAY " 9.  Duplicate member merge (AGEMERGE)".
002380     DISPLAY "10.  Batch suspense maintenance (AGESUSM)".
002390     DISPLAY "11.  Quit".
002400     DISPLAY "---------------------------------------".
002410     DISPLAY "Enter your choice: " WITH NO ADVANCING.
002420     ACCEPT WS-MENU-CHOICE.
002430     EVALUATE TRUE
002440         WHEN WS-CHOICE-REGISTER
002450             CALL "HELLO" USING AGE-SIGNON-AREA
002460         WHEN WS-CHOICE-REPORT
002470             CALL "AGERPT"
002480         WHEN WS-CHOICE-EXTRACT
002490             CALL "AGEXTRCT"
002500         WHEN WS-CHOICE-MAINT
002510             IF SIGN-IS-SUPERVISOR
002520                 CALL "AGEMAINT" USING AGE-SIGNON-AREA
002530             ELSE
002540                 DISPLAY "*** Member maintenance is restricted "
002550                     "to supervisors."
002560             END-IF
002570         WHEN WS-CHOICE-AUDRPT
002580             IF SIGN-IS-SUPERVISOR
002590                 CALL "AGEAUDRP"
002600             ELSE
002610                 DISPLAY "*** The audit log analysis is "
002620                     "restricted to supervisors."
002630             END-IF
002640         WHEN WS-CHOICE-INQUIRY
002650             CALL "AGEINQ" USING AGE-SIGNON-AREA
002660         WHEN WS-CHOICE-OPERADM
002670             IF SIGN-IS-SUPERVISOR
002680                 CALL "AGEOPADM" USING AGE-SIGNON-AREA
002690             ELSE
002700                 DISPLAY "*** Operator administration is "
002710                     "restricted to supervisors."
002720             END-IF
002730         WHEN WS-CHOICE-DETADM
002740             IF SIGN-IS-SUPERVISOR
002750                 CALL "AGEDTADM"
002760             ELSE
002770                 DISPLAY "*** The determination code table is "
002780                     "restricted to supervisors."
002790             END-IF
002800         WHEN WS-CHOICE-MERGE
002810             IF SIGN-IS-SUPERVISOR
002820                 CALL "AGEMERGE" USING AGE-SIGNON-AREA
002830             ELSE
002840                 DISPLAY "*** The duplicate member merge is "
002850                     "restricted to supervisors."
002860             END-IF
002870         WHEN WS-CHOICE-SUSPENSE
002880             IF SIGN-IS-SUPERVISOR
002890                 CALL "AGESUSM" USING AGE-SIGNON-AREA
002900             ELSE
002910                 DISPLAY "*** Batch suspense maintenance is "
002920                     "restricted to supervisors."
002930             END-IF
002940         WHEN WS-CHOICE-QUIT
002950             MOVE "Y" TO WS-QUIT-SW
002960         WHEN OTHER
002970             DISPLAY "*** Invalid choice - please enter 1, 2, "
002980                 "3, 4, 5, 6, 7, 8, 9, 10 or 11."
002990     END-EVALUATE.
003000 1000-EXIT.
003010     EXIT.
