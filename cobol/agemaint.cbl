000340*                 RECORD ALREADY DELETED IS SHOWN AS SUCH AND
000350*                 LEFT ALONE; THE SCHEDULED AGEPURGE JOB DOES
000360*                 THE PHYSICAL REMOVAL AFTER RETENTION.
000370* 2026-10-15 JDM  A MEMBER MERGED INTO ANOTHER ID BY AGEMERGE
000380*                 IS REFUSED THE SAME WAY A DELETED ONE IS -
000390*                 MAINTENANCE BELONGS ON THE SURVIVING ID.
000400* 2026-10-15 JDM  SHOW A RETURNED-MAIL HOLD ON THE MEMBER, AND
000410*                 CLEAR IT WHEN A NAME/ADDRESS CORRECTION
000420*                 CHANGES ANY PART OF THE ADDRESS.  A NAME-ONLY
000430*                 CORRECTION LEAVES THE HOLD IN PLACE.
000440* 2026-10-15 JDM  STAMP EACH MAINTENANCE LOG RECORD WITH THE DATE
000450*                 AND TIME IT IS WRITTEN, NOT THE SESSION START.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. AGEMAINT.
000490 AUTHOR. NIMBULL DATA PROCESSING.
000500 INSTALLATION. MEMBER SERVICES.
000510 DATE-WRITTEN. 2026-08-22.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MAST-MEMBER-ID
000600         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000610             WITH DUPLICATES
000620         FILE STATUS IS AGE-MASTER-STATUS.
000630
000640     SELECT AGE-MAINT-LOG-FILE ASSIGN TO "AGEMNTLG"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AGE-MAINT-LOG-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  AGE-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY AGEMAST.
000730
000740 FD  AGE-MAINT-LOG-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY AGEMNT.
000780
000790 WORKING-STORAGE SECTION.
000800 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000810 77  AGE-MAINT-LOG-STATUS        PIC X(02)   VALUE SPACES.
000820
000830 01  WS-SWITCHES.
000840     05  WS-QUIT-SW              PIC X(01)   VALUE "N".
000850         88  WS-QUIT-REQUESTED                 VALUE "Y".
000860     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
000870         88  WS-MASTER-WAS-OPENED              VALUE "Y".
000880     05  WS-VALID-DOB-SW         PIC X(01)   VALUE "N".
000890         88  WS-DOB-IS-VALID                   VALUE "Y".
000900     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
000910         88  WS-IS-LEAP-YEAR                   VALUE "Y".
000920
000930 01  WS-OPERATOR-FIELDS.
000940     05  WS-TERM-ID              PIC X(08).
000950     05  WS-MEMBER-ID            PIC X(10).
000960
000970 01  WS-ACTION-CHOICE            PIC X(01)   VALUE SPACES.
000980     88  WS-ACTION-CORRECT                     VALUE "C" "c".
000990     88  WS-ACTION-DELETE                      VALUE "D" "d".
001000     88  WS-ACTION-NAME-ADDR                   VALUE "N" "n".
001010
001020 01  WS-CONFIRM-CHOICE           PIC X(01)   VALUE SPACES.
001030     88  WS-CONFIRM-YES                        VALUE "Y" "y".
001040
001050 01  WS-BEFORE-FIELDS.
001060     05  WS-BEFORE-DOB           PIC 9(08)   VALUE ZERO.
001070     05  WS-BEFORE-AGE           PIC 9(03)   VALUE ZERO.
001080     05  WS-BEFORE-NAME          PIC X(25)   VALUE SPACES.
001090     05  WS-BEFORE-ADDRESS       PIC X(50)   VALUE SPACES.
001100
001110 01  WS-NEW-NAME-ADDR-FIELDS.
001120     05  WS-NEW-NAME             PIC X(25).
001130     05  WS-NEW-STREET           PIC X(25).
001140     05  WS-NEW-CITY             PIC X(18).
001150     05  WS-NEW-STATE            PIC X(02).
001160     05  WS-NEW-ZIP              PIC X(05).
001170
001180 01  WS-DOB-FIELDS.
001190     05  WS-DOB-INPUT            PIC X(08).
001200 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
001210     05  WS-DOB-CC               PIC 9(02).
001220     05  WS-DOB-YY               PIC 9(02).
001230     05  WS-DOB-MM               PIC 9(02).
001240     05  WS-DOB-DD               PIC 9(02).
001250
001260 01  WS-SYS-DATE-YYYYMMDD.
001270     05  WS-SYS-CC               PIC 9(02).
001280     05  WS-SYS-YY               PIC 9(02).
001290     05  WS-SYS-MM               PIC 9(02).
001300     05  WS-SYS-DD               PIC 9(02).
001310
001320 01  WS-SYS-TIME-HHMMSSHS.
001330     05  WS-SYS-HH               PIC 9(02).
001340     05  WS-SYS-MN               PIC 9(02).
001350     05  WS-SYS-SS               PIC 9(02).
001360     05  WS-SYS-HS               PIC 9(02).
001370
001380 01  WS-AGE-CALC                 PIC S9(05)  VALUE ZERO.
001390
001400 01  WS-DOB-MAX-DAY              PIC 9(02)   VALUE ZERO.
001410 01  WS-DOB-FULL-YEAR            PIC 9(04)   VALUE ZERO.
001420 01  WS-LEAP-WORK-FIELDS.
001430     05  WS-LEAP-QUOT-4          PIC 9(04).
001440     05  WS-LEAP-REM-4           PIC 9(02).
001450     05  WS-LEAP-QUOT-100        PIC 9(04).
001460     05  WS-LEAP-REM-100         PIC 9(02).
001470     05  WS-LEAP-QUOT-400        PIC 9(04).
001480     05  WS-LEAP-REM-400         PIC 9(03).
001490
001500 LINKAGE SECTION.
001510 COPY AGESIGN.
001520
001530 PROCEDURE DIVISION USING AGE-SIGNON-AREA.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001570         UNTIL WS-QUIT-REQUESTED.
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001590     GOBACK.
001600
001610*-----------------------------------------------------------*
001620*  1000 - INITIALIZATION                                    *
001630*-----------------------------------------------------------*
001640 1000-INITIALIZE.
001650     DISPLAY "AGEMAINT - member master maintenance.".
001660     MOVE "N" TO WS-QUIT-SW.
001670     MOVE "N" TO WS-MASTER-OPEN-SW.
001680     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001690     IF ADDRESS OF AGE-SIGNON-AREA = NULL
001700         DISPLAY "Enter your operator/terminal ID: "
001710         ACCEPT WS-TERM-ID
001720     ELSE
001730         MOVE SIGN-OPER-ID TO WS-TERM-ID
001740     END-IF.
001750     OPEN I-O AGE-MASTER-FILE.
001760     IF AGE-MASTER-STATUS NOT = "00"
001770         DISPLAY "*** ERROR: cannot open member master file, "
001780             "status " AGE-MASTER-STATUS
001790         MOVE "Y" TO WS-QUIT-SW
001800         GO TO 1000-EXIT
001810     END-IF.
001820     MOVE "Y" TO WS-MASTER-OPEN-SW.
001830     OPEN EXTEND AGE-MAINT-LOG-FILE.
001840     IF AGE-MAINT-LOG-STATUS NOT = "00" AND
001850             AGE-MAINT-LOG-STATUS NOT = "05"
001860         OPEN OUTPUT AGE-MAINT-LOG-FILE
001870         CLOSE AGE-MAINT-LOG-FILE
001880         OPEN EXTEND AGE-MAINT-LOG-FILE
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920
001930*-----------------------------------------------------------*
001940*  2000 - PROCESS ONE MAINTENANCE REQUEST                    *
001950*-----------------------------------------------------------*
001960 2000-PROCESS-REQUEST.
001970     DISPLAY " ".
001980     DISPLAY "Enter member ID to maintain (or END to quit): ".
001990     ACCEPT WS-MEMBER-ID.
002000     IF WS-MEMBER-ID = "END" OR WS-MEMBER-ID = "end"
002010         MOVE "Y" TO WS-QUIT-SW
002020         GO TO 2000-EXIT
002030     END-IF.
002040     MOVE WS-MEMBER-ID TO MAST-MEMBER-ID.
002050     READ AGE-MASTER-FILE
002060         KEY IS MAST-MEMBER-ID
002070         INVALID KEY
002080             DISPLAY "*** Member " WS-MEMBER-ID
002090                 " is not on the member master file."
002100             GO TO 2000-EXIT
002110     END-READ.
002120     IF MAST-IS-DELETED
002130         DISPLAY "*** Member " WS-MEMBER-ID " was deleted on "
002140             MAST-DELETE-DATE " - record retained for the "
002150             "purge job, no maintenance allowed."
002160         GO TO 2000-EXIT
002170     END-IF.
002180     IF MAST-IS-MERGED
002190         DISPLAY "*** Member " WS-MEMBER-ID " was merged into "
002200             MAST-MERGED-INTO-ID " on " MAST-MERGE-DATE
002210             " - maintain the surviving member instead."
002220         GO TO 2000-EXIT
002230     END-IF.
002240     DISPLAY "Member   : " MAST-MEMBER-ID.
002250     DISPLAY "Name     : " MAST-MEMBER-NAME.
002260     DISPLAY "Street   : " MAST-ADDR-STREET.
002270     DISPLAY "City     : " MAST-ADDR-CITY "  "
002280         MAST-ADDR-STATE "  " MAST-ADDR-ZIP.
002290     DISPLAY "DOB      : " MAST-MEMBER-DOB.
002300     DISPLAY "Age      : " MAST-MEMBER-AGE.
002310     DISPLAY "Added on : " MAST-ADD-DATE.
002320     IF MAST-ADDR-UNDELIVERABLE
002330         DISPLAY "*** Mail to this address was returned on "
002340             MAST-ADDR-RETURN-DATE " (reason "
002350             MAST-ADDR-RETURN-REASON ")."
002360     END-IF.
002370     MOVE MAST-MEMBER-DOB TO WS-BEFORE-DOB.
002380     MOVE MAST-MEMBER-AGE TO WS-BEFORE-AGE.
002390     MOVE MAST-MEMBER-NAME TO WS-BEFORE-NAME.
002400     MOVE MAST-MAIL-ADDRESS TO WS-BEFORE-ADDRESS.
002410     DISPLAY "Action - C = correct DOB, D = delete, "
002420         "N = correct name/address, "
002430         "anything else to leave unchanged: ".
002440     ACCEPT WS-ACTION-CHOICE.
002450     EVALUATE TRUE
002460         WHEN WS-ACTION-CORRECT
002470             PERFORM 2300-CORRECT-DOB THRU 2300-EXIT
002480         WHEN WS-ACTION-DELETE
002490             PERFORM 2400-DELETE-MEMBER THRU 2400-EXIT
002500         WHEN WS-ACTION-NAME-ADDR
002510             PERFORM 2350-CORRECT-NAME-ADDR THRU 2350-EXIT
002520         WHEN OTHER
002530             DISPLAY "Member " WS-MEMBER-ID " left unchanged."
002540     END-EVALUATE.
002550 2000-EXIT.
002560     EXIT.
002570
002580*-----------------------------------------------------------*
002590*  2180 - DETERMINE THE NUMBER OF DAYS IN THE GIVEN MONTH,    *
002600*          ACCOUNTING FOR LEAP YEARS IN FEBRUARY.             *
002610*-----------------------------------------------------------*
002620 2180-SET-MAX-DAY.
002630     EVALUATE WS-DOB-MM
002640         WHEN 4
002650         WHEN 6
002660         WHEN 9
002670         WHEN 11
002680             MOVE 30 TO WS-DOB-MAX-DAY
002690         WHEN 2
002700             PERFORM 2185-CHECK-LEAP-YEAR THRU 2185-EXIT
002710             IF WS-IS-LEAP-YEAR
002720                 MOVE 29 TO WS-DOB-MAX-DAY
002730             ELSE
002740                 MOVE 28 TO WS-DOB-MAX-DAY
002750             END-IF
002760         WHEN OTHER
002770             MOVE 31 TO WS-DOB-MAX-DAY
002780     END-EVALUATE.
002790 2180-EXIT.
002800     EXIT.
002810
002820 2185-CHECK-LEAP-YEAR.
002830     COMPUTE WS-DOB-FULL-YEAR = WS-DOB-CC * 100 + WS-DOB-YY.
002840     MOVE "N" TO WS-LEAP-YEAR-SW.
002850     DIVIDE WS-DOB-FULL-YEAR BY 4 GIVING WS-LEAP-QUOT-4
002860         REMAINDER WS-LEAP-REM-4.
002870     IF WS-LEAP-REM-4 = 0
002880         DIVIDE WS-DOB-FULL-YEAR BY 100 GIVING WS-LEAP-QUOT-100
002890             REMAINDER WS-LEAP-REM-100
002900         IF WS-LEAP-REM-100 NOT = 0
002910             MOVE "Y" TO WS-LEAP-YEAR-SW
002920         ELSE
002930             DIVIDE WS-DOB-FULL-YEAR BY 400
002940                 GIVING WS-LEAP-QUOT-400
002950                 REMAINDER WS-LEAP-REM-400
002960             IF WS-LEAP-REM-400 = 0
002970                 MOVE "Y" TO WS-LEAP-YEAR-SW
002980             END-IF
002990         END-IF
003000     END-IF.
003010 2185-EXIT.
003020     EXIT.
003030
003040 2200-COMPUTE-AGE.
003050     COMPUTE WS-AGE-CALC =
003060         (WS-SYS-CC * 100 + WS-SYS-YY)
003070         - (WS-DOB-CC * 100 + WS-DOB-YY).
003080     IF WS-SYS-MM < WS-DOB-MM
003090         SUBTRACT 1 FROM WS-AGE-CALC
003100     ELSE
003110         IF WS-SYS-MM = WS-DOB-MM AND WS-SYS-DD < WS-DOB-DD
003120             SUBTRACT 1 FROM WS-AGE-CALC
003130         END-IF
003140     END-IF.
003150 2200-EXIT.
003160     EXIT.
003170
003180*-----------------------------------------------------------*
003190*  2300 - CORRECT THE MEMBER'S DATE OF BIRTH AND RECOMPUTE   *
003200*          THE STORED AGE THE SAME WAY HELLO COMPUTES IT AT   *
003210*          REGISTRATION.                                      *
003220*-----------------------------------------------------------*
003230 2300-CORRECT-DOB.
003240     MOVE "N" TO WS-VALID-DOB-SW.
003250     PERFORM 2310-PROMPT-NEW-DOB THRU 2310-EXIT
003260         UNTIL WS-DOB-IS-VALID.
003270     MOVE WS-DOB-INPUT TO MAST-MEMBER-DOB.
003280     MOVE WS-AGE-CALC TO MAST-MEMBER-AGE.
003290     REWRITE AGE-MASTER-RECORD
003300         INVALID KEY
003310             DISPLAY "*** ERROR: rewrite of member "
003320                 WS-MEMBER-ID " failed, status "
003330                 AGE-MASTER-STATUS
003340             GO TO 2300-EXIT
003350     END-REWRITE.
003360     MOVE "CORRECT" TO MNT-ACTION.
003370     MOVE MAST-MEMBER-DOB TO MNT-AFTER-DOB.
003380     MOVE MAST-MEMBER-AGE TO MNT-AFTER-AGE.
003390     MOVE MAST-MEMBER-NAME TO MNT-AFTER-NAME.
003400     MOVE MAST-MAIL-ADDRESS TO MNT-AFTER-ADDRESS.
003410     PERFORM 2500-WRITE-MAINT-LOG THRU 2500-EXIT.
003420     DISPLAY "Member " WS-MEMBER-ID " corrected: DOB "
003430         WS-BEFORE-DOB " age " WS-BEFORE-AGE " changed to DOB "
003440         MAST-MEMBER-DOB " age " MAST-MEMBER-AGE "." .
003450 2300-EXIT.
003460     EXIT.
003470
003480 2310-PROMPT-NEW-DOB.
003490     DISPLAY "Enter corrected date of birth (CCYYMMDD): ".
003500     ACCEPT WS-DOB-INPUT.
003510     IF WS-DOB-INPUT NOT NUMERIC
003520         DISPLAY "*** ERROR: date of birth must be 8 numeric "
003530             "digits (CCYYMMDD). Try again."
003540         GO TO 2310-EXIT
003550     END-IF.
003560     IF WS-DOB-MM < 1 OR WS-DOB-MM > 12
003570         DISPLAY "*** ERROR: date of birth is not a valid "
003580             "calendar date. Try again."
003590         GO TO 2310-EXIT
003600     END-IF.
003610     PERFORM 2180-SET-MAX-DAY THRU 2180-EXIT.
003620     IF WS-DOB-DD < 1 OR WS-DOB-DD > WS-DOB-MAX-DAY
003630         DISPLAY "*** ERROR: date of birth is not a valid "
003640             "calendar date. Try again."
003650         GO TO 2310-EXIT
003660     END-IF.
003670     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
003680     IF WS-AGE-CALC < 0 OR WS-AGE-CALC > 120
003690         DISPLAY "*** ERROR: computed age " WS-AGE-CALC
003700             " is out of the valid range 0 thru 120. Try again."
003710         GO TO 2310-EXIT
003720     END-IF.
003730     MOVE "Y" TO WS-VALID-DOB-SW.
003740 2310-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------*
003780*  2350 - CORRECT THE MEMBER'S NAME AND MAILING ADDRESS.     *
003790*          A BLANK REPLY AT ANY PROMPT KEEPS THE STORED       *
003800*          VALUE, SO A STREET-ONLY CHANGE DOES NOT FORCE THE  *
003810*          WHOLE ADDRESS TO BE REKEYED.                       *
003820*-----------------------------------------------------------*
003830 2350-CORRECT-NAME-ADDR.
003840     DISPLAY "Enter corrected name (blank keeps "
003850         MAST-MEMBER-NAME "): ".
003860     ACCEPT WS-NEW-NAME.
003870     IF WS-NEW-NAME NOT = SPACES
003880         MOVE WS-NEW-NAME TO MAST-MEMBER-NAME
003890     END-IF.
003900     DISPLAY "Enter corrected street (blank keeps "
003910         MAST-ADDR-STREET "): ".
003920     ACCEPT WS-NEW-STREET.
003930     IF WS-NEW-STREET NOT = SPACES
003940         MOVE WS-NEW-STREET TO MAST-ADDR-STREET
003950     END-IF.
003960     DISPLAY "Enter corrected city (blank keeps "
003970         MAST-ADDR-CITY "): ".
003980     ACCEPT WS-NEW-CITY.
003990     IF WS-NEW-CITY NOT = SPACES
004000         MOVE WS-NEW-CITY TO MAST-ADDR-CITY
004010     END-IF.
004020     DISPLAY "Enter corrected state (blank keeps "
004030         MAST-ADDR-STATE "): ".
004040     ACCEPT WS-NEW-STATE.
004050     IF WS-NEW-STATE NOT = SPACES
004060         MOVE WS-NEW-STATE TO MAST-ADDR-STATE
004070     END-IF.
004080     DISPLAY "Enter corrected ZIP (blank keeps "
004090         MAST-ADDR-ZIP "): ".
004100     ACCEPT WS-NEW-ZIP.
004110     IF WS-NEW-ZIP NOT = SPACES
004120         MOVE WS-NEW-ZIP TO MAST-ADDR-ZIP
004130     END-IF.
004140     IF MAST-ADDR-UNDELIVERABLE
004150         IF WS-NEW-STREET NOT = SPACES OR WS-NEW-CITY NOT = SPACES
004160                 OR WS-NEW-STATE NOT = SPACES
004170                 OR WS-NEW-ZIP NOT = SPACES
004180             MOVE SPACE TO MAST-ADDR-STATUS
004190             MOVE ZERO TO MAST-ADDR-RETURN-DATE
004200             MOVE SPACES TO MAST-ADDR-RETURN-REASON
004210             DISPLAY "Returned-mail hold cleared."
004220         ELSE
004230             DISPLAY "*** The address was not changed - the "
004240                 "returned-mail hold stays in place."
004250         END-IF
004260     END-IF.
004270     REWRITE AGE-MASTER-RECORD
004280         INVALID KEY
004290             DISPLAY "*** ERROR: rewrite of member "
004300                 WS-MEMBER-ID " failed, status "
004310                 AGE-MASTER-STATUS
004320             GO TO 2350-EXIT
004330     END-REWRITE.
004340     MOVE "NAMEADDR" TO MNT-ACTION.
004350     MOVE MAST-MEMBER-DOB TO MNT-AFTER-DOB.
004360     MOVE MAST-MEMBER-AGE TO MNT-AFTER-AGE.
004370     MOVE MAST-MEMBER-NAME TO MNT-AFTER-NAME.
004380     MOVE MAST-MAIL-ADDRESS TO MNT-AFTER-ADDRESS.
004390     PERFORM 2500-WRITE-MAINT-LOG THRU 2500-EXIT.
004400     DISPLAY "Member " WS-MEMBER-ID " name/address corrected.".
004410 2350-EXIT.
004420     EXIT.
004430
004440*-----------------------------------------------------------*
004450*  2400 - DELETE A MEMBER ENTRY KEYED IN ERROR.  THE RECORD  *
004460*          IS MARKED DELETED WITH TODAY'S DATE AND KEPT, SO  *
004470*          THE ID CANNOT BE QUIETLY RE-REGISTERED; THE       *
004480*          AGEPURGE RETENTION JOB DOES THE PHYSICAL REMOVAL. *
004490*-----------------------------------------------------------*
004500 2400-DELETE-MEMBER.
004510     DISPLAY "Delete member " WS-MEMBER-ID
004520         "?  Enter Y to confirm: ".
004530     ACCEPT WS-CONFIRM-CHOICE.
004540     IF NOT WS-CONFIRM-YES
004550         DISPLAY "Member " WS-MEMBER-ID " left unchanged."
004560         GO TO 2400-EXIT
004570     END-IF.
004580     MOVE "D" TO MAST-REC-STATUS.
004590     MOVE WS-SYS-DATE-YYYYMMDD TO MAST-DELETE-DATE.
004600     REWRITE AGE-MASTER-RECORD
004610         INVALID KEY
004620             DISPLAY "*** ERROR: delete of member "
004630                 WS-MEMBER-ID " failed, status "
004640                 AGE-MASTER-STATUS
004650             GO TO 2400-EXIT
004660     END-REWRITE.
004670     MOVE "DELETE" TO MNT-ACTION.
004680     MOVE MAST-MEMBER-DOB TO MNT-AFTER-DOB.
004690     MOVE MAST-MEMBER-AGE TO MNT-AFTER-AGE.
004700     MOVE MAST-MEMBER-NAME TO MNT-AFTER-NAME.
004710     MOVE MAST-MAIL-ADDRESS TO MNT-AFTER-ADDRESS.
004720     PERFORM 2500-WRITE-MAINT-LOG THRU 2500-EXIT.
004730     DISPLAY "Member " WS-MEMBER-ID " marked deleted as of "
004740         MAST-DELETE-DATE "." .
004750 2400-EXIT.
004760     EXIT.
004770
004780*-----------------------------------------------------------*
004790*  2500 - WRITE ONE MAINTENANCE LOG RECORD WITH THE BEFORE   *
004800*          AND AFTER VALUES.  MNT-ACTION, MNT-AFTER-DOB AND   *
004810*          MNT-AFTER-AGE ARE SET BY THE CALLER.               *
004820*-----------------------------------------------------------*
004830 2500-WRITE-MAINT-LOG.
004840     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
004850     ACCEPT WS-SYS-TIME-HHMMSSHS FROM TIME.
004860     MOVE WS-TERM-ID TO MNT-TERM-ID.
004870     MOVE WS-SYS-DATE-YYYYMMDD TO MNT-TS-DATE.
004880     MOVE WS-SYS-TIME-HHMMSSHS TO MNT-TS-TIME.
004890     MOVE WS-MEMBER-ID TO MNT-MEMBER-ID.
004900     MOVE WS-BEFORE-DOB TO MNT-BEFORE-DOB.
004910     MOVE WS-BEFORE-AGE TO MNT-BEFORE-AGE.
004920     MOVE WS-BEFORE-NAME TO MNT-BEFORE-NAME.
004930     MOVE WS-BEFORE-ADDRESS TO MNT-BEFORE-ADDRESS.
004940     MOVE SPACES TO MNT-MERGED-INTO-ID.
004950     WRITE AGE-MAINT-LOG-RECORD.
004960 2500-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------*
005000*  9000 - TERMINATION                                        *
005010*-----------------------------------------------------------*
005020 9000-TERMINATE.
005030     IF WS-MASTER-WAS-OPENED
005040         CLOSE AGE-MASTER-FILE
005050         CLOSE AGE-MAINT-LOG-FILE
005060     END-IF.
005070     DISPLAY "AGEMAINT complete.".
005080 9000-EXIT.
005090     EXIT.
