000010*****************************************************************
000020* AGESUSM.CBL
000030* SUSPENSE MAINTENANCE.
000040*
000050* SUPERVISOR PROGRAM TO WORK THE BATCH SUSPENSE FILE (AGESUSP)
000060* THAT AGEEDIT FILLS WITH THE TRANSACTIONS IT COULD NOT PASS.
000070* THE SUPERVISOR LISTS THE ITEMS STILL OUTSTANDING, PICKS ONE
000080* BY ITS KEY (TRANSMISSION RUN DATE AND SEQUENCE) AND EITHER
000090* CORRECTS THE MEMBER ID, DATE OF BIRTH, NAME OR ADDRESS, OR
000100* WRITES THE ITEM OFF WITH A REASON.  A CORRECTED ITEM IS NOT
000110* POSTED HERE - THE NEXT NIGHT'S AGEEDIT RUN PUTS IT THROUGH
000120* THE SAME EDITS AS THE TRANSMISSION AND RELEASES IT TO
000130* AGEBATCH, OR HOLDS IT AGAIN WITH THE NEW REASON.  THE
000140* SIGNED-ON OPERATOR AND THE DATE ARE KEPT ON THE ITEM.
000150* REACHED FROM THE AGEMENU FRONT END.
000160*
000170* AUTHOR.      NIMBULL DATA PROCESSING.
000180* INSTALLATION. MEMBER SERVICES.
000190* DATE-WRITTEN. 2026-10-15.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* 2026-10-15 JDM  ORIGINAL.
000240* 2026-10-15 JDM  SHOW AND CORRECT THE GUARDIAN MEMBER ID THE
000250*                 TRANSACTION NOW CARRIES, SO A MINOR HELD FOR
000260*                 A MISSING GUARDIAN CAN BE RELEASED.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. AGESUSM.
000300 AUTHOR. NIMBULL DATA PROCESSING.
000310 INSTALLATION. MEMBER SERVICES.
000320 DATE-WRITTEN. 2026-10-15.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AGE-SUSPENSE-FILE ASSIGN TO "AGESUSP"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SUSP-KEY
000410         FILE STATUS IS AGE-SUSPENSE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  AGE-SUSPENSE-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 COPY AGESUSP.
000480
000490 WORKING-STORAGE SECTION.
000500 77  AGE-SUSPENSE-STATUS         PIC X(02)   VALUE SPACES.
000510 77  WS-PAGE-SIZE                PIC 9(02)   COMP VALUE 15.
000520 77  WS-LINES-SHOWN              PIC 9(02)   COMP VALUE ZERO.
000530
000540 01  WS-SWITCHES.
000550     05  WS-QUIT-SW              PIC X(01)   VALUE "N".
000560         88  WS-QUIT-REQUESTED                 VALUE "Y".
000570     05  WS-SUSPENSE-OPEN-SW     PIC X(01)   VALUE "N".
000580         88  WS-SUSPENSE-WAS-OPENED            VALUE "Y".
000590     05  WS-BROWSE-EOF-SW        PIC X(01)   VALUE "N".
000600         88  WS-END-OF-BROWSE                  VALUE "Y".
000610     05  WS-MORE-SW              PIC X(01)   VALUE "N".
000620         88  WS-WANTS-MORE                     VALUE "Y" "y".
000630     05  WS-WORKABLE-SW          PIC X(01)   VALUE "N".
000640         88  WS-ITEM-IS-WORKABLE               VALUE "Y".
000650
000660 01  WS-OPERATOR-FIELDS.
000670     05  WS-TERM-ID              PIC X(08).
000680
000690 01  WS-REQUEST                  PIC X(15)   VALUE SPACES.
000700 01  WS-ITEM-KEY REDEFINES WS-REQUEST.
000710     05  WS-ITEM-TRAN-DATE       PIC 9(08).
000720     05  WS-ITEM-TRAN-SEQ        PIC 9(07).
000730
000740 01  WS-ITEM-ACTION              PIC X(01)   VALUE SPACES.
000750     88  WS-ACTION-CORRECT                     VALUE "C" "c".
000760     88  WS-ACTION-WRITE-OFF                   VALUE "W" "w".
000770
000780 01  WS-CONFIRM-CHOICE           PIC X(01)   VALUE SPACES.
000790     88  WS-CONFIRM-YES                        VALUE "Y" "y".
000800
000810 01  WS-NEW-FIELDS.
000820     05  WS-NEW-MEMBER-ID        PIC X(10)   VALUE SPACES.
000830     05  WS-NEW-DOB              PIC X(08)   VALUE SPACES.
000840     05  WS-NEW-NAME             PIC X(25)   VALUE SPACES.
000850     05  WS-NEW-STREET           PIC X(25)   VALUE SPACES.
000860     05  WS-NEW-CITY             PIC X(18)   VALUE SPACES.
000870     05  WS-NEW-STATE            PIC X(02)   VALUE SPACES.
000880     05  WS-NEW-ZIP              PIC X(05)   VALUE SPACES.
000890     05  WS-NEW-GUARDIAN-ID      PIC X(10)   VALUE SPACES.
000900
000910 01  WS-CORRECTED-DATA           PIC X(104)  VALUE SPACES.
000920 01  WS-WRITEOFF-REASON          PIC X(30)   VALUE SPACES.
000930 01  WS-STATUS-TAG               PIC X(09)   VALUE SPACES.
000940
000950 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
000960
000970 01  WS-COUNTERS.
000980     05  WS-ITEMS-LISTED         PIC 9(08)   VALUE ZERO.
000990     05  WS-ITEMS-CORRECTED      PIC 9(08)   VALUE ZERO.
001000     05  WS-ITEMS-WRITTEN-OFF    PIC 9(08)   VALUE ZERO.
001010
001020 LINKAGE SECTION.
001030 COPY AGESIGN.
001040
001050 PROCEDURE DIVISION USING AGE-SIGNON-AREA.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001090         UNTIL WS-QUIT-REQUESTED.
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110     GOBACK.
001120
001130*-----------------------------------------------------------*
001140*  1000 - INITIALIZATION                                    *
001150*-----------------------------------------------------------*
001160 1000-INITIALIZE.
001170     DISPLAY "AGESUSM - batch suspense maintenance.".
001180     MOVE "N" TO WS-QUIT-SW.
001190     MOVE "N" TO WS-SUSPENSE-OPEN-SW.
001200     MOVE ZERO TO WS-ITEMS-CORRECTED.
001210     MOVE ZERO TO WS-ITEMS-WRITTEN-OFF.
001220     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001230     IF ADDRESS OF AGE-SIGNON-AREA = NULL
001240         DISPLAY "Enter your operator/terminal ID: "
001250         ACCEPT WS-TERM-ID
001260     ELSE
001270         MOVE SIGN-OPER-ID TO WS-TERM-ID
001280     END-IF.
001290     OPEN I-O AGE-SUSPENSE-FILE.
001300     IF AGE-SUSPENSE-STATUS NOT = "00"
001310         DISPLAY "*** ERROR: cannot open suspense file, "
001320             "status " AGE-SUSPENSE-STATUS
001330         MOVE "Y" TO WS-QUIT-SW
001340         GO TO 1000-EXIT
001350     END-IF.
001360     MOVE "Y" TO WS-SUSPENSE-OPEN-SW.
001370 1000-EXIT.
001380     EXIT.
001390
001400*-----------------------------------------------------------*
001410*  2000 - ONE REQUEST: L LISTS THE OUTSTANDING ITEMS, A      *
001420*          15-DIGIT ITEM KEY OPENS THAT ITEM FOR WORK.       *
001430*-----------------------------------------------------------*
001440 2000-PROCESS-REQUEST.
001450     DISPLAY " ".
001460     DISPLAY "Enter L to list outstanding items, an item key "
001470         "(run date and sequence, 15 digits), or END: ".
001480     ACCEPT WS-REQUEST.
001490     IF WS-REQUEST = "END" OR WS-REQUEST = "end"
001500         MOVE "Y" TO WS-QUIT-SW
001510         GO TO 2000-EXIT
001520     END-IF.
001530     IF WS-REQUEST = "L" OR WS-REQUEST = "l"
001540         PERFORM 2300-LIST-ITEMS THRU 2300-EXIT
001550         GO TO 2000-EXIT
001560     END-IF.
001570     IF WS-ITEM-KEY NOT NUMERIC
001580         DISPLAY "*** Item key must be 15 digits - the run date "
001590             "(CCYYMMDD) then the 7-digit sequence."
001600         GO TO 2000-EXIT
001610     END-IF.
001620     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
001630     IF NOT WS-ITEM-IS-WORKABLE
001640         GO TO 2000-EXIT
001650     END-IF.
001660     PERFORM 2150-SHOW-ITEM THRU 2150-EXIT.
001670     DISPLAY "Enter C to correct, W to write off, anything "
001680         "else to leave the item: ".
001690     ACCEPT WS-ITEM-ACTION.
001700     EVALUATE TRUE
001710         WHEN WS-ACTION-CORRECT
001720             PERFORM 2400-CORRECT-ITEM THRU 2400-EXIT
001730         WHEN WS-ACTION-WRITE-OFF
001740             PERFORM 2500-WRITE-OFF-ITEM THRU 2500-EXIT
001750         WHEN OTHER
001760             DISPLAY "Item " WS-REQUEST " left unchanged."
001770     END-EVALUATE.
001780 2000-EXIT.
001790     EXIT.
001800
001810*-----------------------------------------------------------*
001820*  2100 - READ THE ITEM AT WS-ITEM-KEY AND CHECK IT IS STILL *
001830*          OUTSTANDING (OPEN, OR CORRECTED BUT NOT YET       *
001840*          RELEASED).                                         *
001850*-----------------------------------------------------------*
001860 2100-READ-ITEM.
001870     MOVE "N" TO WS-WORKABLE-SW.
001880     MOVE WS-ITEM-TRAN-DATE TO SUSP-TRAN-DATE.
001890     MOVE WS-ITEM-TRAN-SEQ TO SUSP-TRAN-SEQ.
001900     READ AGE-SUSPENSE-FILE
001910         KEY IS SUSP-KEY
001920         INVALID KEY
001930             DISPLAY "*** Item " WS-REQUEST
001940                 " is not on the suspense file."
001950             GO TO 2100-EXIT
001960     END-READ.
001970     IF SUSP-IS-RELEASED
001980         DISPLAY "*** Item " WS-REQUEST " was released to "
001990             "AGEBATCH on " SUSP-RELEASE-DATE "."
002000         GO TO 2100-EXIT
002010     END-IF.
002020     IF SUSP-IS-WRITTEN-OFF
002030         DISPLAY "*** Item " WS-REQUEST " was written off on "
002040             SUSP-ACTION-DATE " by " SUSP-ACTION-OPER "."
002050         GO TO 2100-EXIT
002060     END-IF.
002070     MOVE "Y" TO WS-WORKABLE-SW.
002080 2100-EXIT.
002090     EXIT.
002100
002110 2150-SHOW-ITEM.
002120     PERFORM 2160-SET-STATUS-TAG THRU 2160-EXIT.
002130     DISPLAY "Item     : " SUSP-TRAN-DATE SUSP-TRAN-SEQ
002140         "  " WS-STATUS-TAG.
002150     DISPLAY "Reason   : " SUSP-REASON.
002160     DISPLAY "Held     : " SUSP-FIRST-DATE "  last edited "
002170         SUSP-LAST-DATE "  times " SUSP-TIMES-SUSPENDED.
002180     DISPLAY "Action   : " SUSP-ACTION-CODE.
002190     DISPLAY "Member   : " SUSP-MEMBER-ID.
002200     DISPLAY "DOB      : " SUSP-DOB.
002210     DISPLAY "Name     : " SUSP-MEMBER-NAME.
002220     DISPLAY "Street   : " SUSP-ADDR-STREET.
002230     DISPLAY "City     : " SUSP-ADDR-CITY "  "
002240         SUSP-ADDR-STATE "  " SUSP-ADDR-ZIP.
002250     DISPLAY "Guardian : " SUSP-GUARDIAN-ID.
002260     IF SUSP-IS-CORRECTED
002270         DISPLAY "Corrected: " SUSP-ACTION-DATE " by "
002280             SUSP-ACTION-OPER " - awaiting the next AGEEDIT run."
002290     END-IF.
002300 2150-EXIT.
002310     EXIT.
002320
002330 2160-SET-STATUS-TAG.
002340     EVALUATE TRUE
002350         WHEN SUSP-IS-OPEN
002360             MOVE "OPEN" TO WS-STATUS-TAG
002370         WHEN SUSP-IS-CORRECTED
002380             MOVE "CORRECTED" TO WS-STATUS-TAG
002390         WHEN SUSP-IS-RELEASED
002400             MOVE "RELEASED" TO WS-STATUS-TAG
002410         WHEN SUSP-IS-WRITTEN-OFF
002420             MOVE "WRITE-OFF" TO WS-STATUS-TAG
002430         WHEN OTHER
002440             MOVE "UNKNOWN" TO WS-STATUS-TAG
002450     END-EVALUATE.
002460 2160-EXIT.
002470     EXIT.
002480
002490*-----------------------------------------------------------*
002500*  2300 - LIST THE OUTSTANDING ITEMS, OLDEST TRANSMISSION    *
002510*          FIRST, A PAGE AT A TIME.                           *
002520*-----------------------------------------------------------*
002530 2300-LIST-ITEMS.
002540     MOVE LOW-VALUES TO SUSP-KEY.
002550     MOVE "N" TO WS-BROWSE-EOF-SW.
002560     MOVE ZERO TO WS-ITEMS-LISTED.
002570     START AGE-SUSPENSE-FILE KEY NOT < SUSP-KEY
002580         INVALID KEY
002590             DISPLAY "*** The suspense file is empty."
002600             GO TO 2300-EXIT
002610     END-START.
002620     MOVE "Y" TO WS-MORE-SW.
002630     PERFORM 2350-LIST-PAGE THRU 2350-EXIT
002640         UNTIL WS-END-OF-BROWSE OR NOT WS-WANTS-MORE.
002650     DISPLAY WS-ITEMS-LISTED " outstanding item(s) listed.".
002660 2300-EXIT.
002670     EXIT.
002680
002690 2350-LIST-PAGE.
002700     MOVE ZERO TO WS-LINES-SHOWN.
002710     PERFORM 2360-LIST-ONE THRU 2360-EXIT
002720         UNTIL WS-END-OF-BROWSE
002730         OR WS-LINES-SHOWN >= WS-PAGE-SIZE.
002740     IF WS-END-OF-BROWSE
002750         DISPLAY "(end of file)"
002760         GO TO 2350-EXIT
002770     END-IF.
002780     DISPLAY "More?  Enter Y to continue: ".
002790     ACCEPT WS-MORE-SW.
002800 2350-EXIT.
002810     EXIT.
002820
002830 2360-LIST-ONE.
002840     READ AGE-SUSPENSE-FILE NEXT RECORD
002850         AT END
002860             MOVE "Y" TO WS-BROWSE-EOF-SW
002870             GO TO 2360-EXIT
002880     END-READ.
002890     IF NOT SUSP-IS-OPEN AND NOT SUSP-IS-CORRECTED
002900         GO TO 2360-EXIT
002910     END-IF.
002920     PERFORM 2160-SET-STATUS-TAG THRU 2160-EXIT.
002930     DISPLAY SUSP-TRAN-DATE SUSP-TRAN-SEQ " " WS-STATUS-TAG
002940         " " SUSP-FIRST-DATE " " SUSP-MEMBER-ID " "
002950         SUSP-REASON.
002960     ADD 1 TO WS-LINES-SHOWN.
002970     ADD 1 TO WS-ITEMS-LISTED.
002980 2360-EXIT.
002990     EXIT.
003000
003010*-----------------------------------------------------------*
003020*  2400 - CORRECT THE ITEM.  EACH FIELD IS PROMPTED WITH ITS *
003030*          CURRENT VALUE; BLANK KEEPS IT.  NO EDITS ARE DONE *
003040*          HERE - AGEEDIT APPLIES THE FULL EDITS WHEN IT      *
003050*          RECYCLES THE ITEM.  THE ITEM IS RE-READ BEFORE THE *
003060*          REWRITE SO THE RIGHT RECORD IS CHANGED.            *
003070*-----------------------------------------------------------*
003080 2400-CORRECT-ITEM.
003090     MOVE SPACES TO WS-NEW-FIELDS.
003100     DISPLAY "Member ID [" SUSP-MEMBER-ID "]: ".
003110     ACCEPT WS-NEW-MEMBER-ID.
003120     DISPLAY "DOB CCYYMMDD [" SUSP-DOB "]: ".
003130     ACCEPT WS-NEW-DOB.
003140     DISPLAY "Name [" SUSP-MEMBER-NAME "]: ".
003150     ACCEPT WS-NEW-NAME.
003160     DISPLAY "Street [" SUSP-ADDR-STREET "]: ".
003170     ACCEPT WS-NEW-STREET.
003180     DISPLAY "City [" SUSP-ADDR-CITY "]: ".
003190     ACCEPT WS-NEW-CITY.
003200     DISPLAY "State [" SUSP-ADDR-STATE "]: ".
003210     ACCEPT WS-NEW-STATE.
003220     DISPLAY "ZIP [" SUSP-ADDR-ZIP "]: ".
003230     ACCEPT WS-NEW-ZIP.
003240     DISPLAY "Guardian ID [" SUSP-GUARDIAN-ID "]: ".
003250     ACCEPT WS-NEW-GUARDIAN-ID.
003260     IF WS-NEW-FIELDS = SPACES
003270         DISPLAY "Nothing changed - item " WS-REQUEST
003280             " left unchanged."
003290         GO TO 2400-EXIT
003300     END-IF.
003310     IF WS-NEW-MEMBER-ID NOT = SPACES
003320         MOVE WS-NEW-MEMBER-ID TO SUSP-MEMBER-ID
003330     END-IF.
003340     IF WS-NEW-DOB NOT = SPACES
003350         MOVE WS-NEW-DOB TO SUSP-DOB
003360     END-IF.
003370     IF WS-NEW-NAME NOT = SPACES
003380         MOVE WS-NEW-NAME TO SUSP-MEMBER-NAME
003390     END-IF.
003400     IF WS-NEW-STREET NOT = SPACES
003410         MOVE WS-NEW-STREET TO SUSP-ADDR-STREET
003420     END-IF.
003430     IF WS-NEW-CITY NOT = SPACES
003440         MOVE WS-NEW-CITY TO SUSP-ADDR-CITY
003450     END-IF.
003460     IF WS-NEW-STATE NOT = SPACES
003470         MOVE WS-NEW-STATE TO SUSP-ADDR-STATE
003480     END-IF.
003490     IF WS-NEW-ZIP NOT = SPACES
003500         MOVE WS-NEW-ZIP TO SUSP-ADDR-ZIP
003510     END-IF.
003520     IF WS-NEW-GUARDIAN-ID NOT = SPACES
003530         MOVE WS-NEW-GUARDIAN-ID TO SUSP-GUARDIAN-ID
003540     END-IF.
003550     MOVE SUSP-TRAN-DATA TO WS-CORRECTED-DATA.
003560     PERFORM 2150-SHOW-ITEM THRU 2150-EXIT.
003570     DISPLAY "Release this correction to the next AGEEDIT "
003580         "run?  Enter Y to confirm: ".
003590     ACCEPT WS-CONFIRM-CHOICE.
003600     IF NOT WS-CONFIRM-YES
003610         DISPLAY "Item " WS-REQUEST " left unchanged."
003620         GO TO 2400-EXIT
003630     END-IF.
003640     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
003650     IF NOT WS-ITEM-IS-WORKABLE
003660         GO TO 2400-EXIT
003670     END-IF.
003680     MOVE WS-CORRECTED-DATA TO SUSP-TRAN-DATA.
003690     MOVE "C" TO SUSP-STATUS.
003700     MOVE WS-SYS-DATE-YYYYMMDD TO SUSP-ACTION-DATE.
003710     MOVE WS-TERM-ID TO SUSP-ACTION-OPER.
003720     REWRITE AGE-SUSPENSE-RECORD
003730         INVALID KEY
003740             DISPLAY "*** ERROR: correction of item "
003750                 WS-REQUEST " failed, status "
003760                 AGE-SUSPENSE-STATUS
003770             GO TO 2400-EXIT
003780     END-REWRITE.
003790     ADD 1 TO WS-ITEMS-CORRECTED.
003800     DISPLAY "Item " WS-REQUEST " corrected - it will be "
003810         "edited again in the next AGEEDIT run.".
003820 2400-EXIT.
003830     EXIT.
003840
003850*-----------------------------------------------------------*
003860*  2500 - WRITE THE ITEM OFF.  A REASON IS REQUIRED; THE     *
003870*          ITEM IS KEPT ON FILE, CLOSED, FOR THE RECORD.      *
003880*-----------------------------------------------------------*
003890 2500-WRITE-OFF-ITEM.
003900     DISPLAY "Write-off reason: ".
003910     MOVE SPACES TO WS-WRITEOFF-REASON.
003920     ACCEPT WS-WRITEOFF-REASON.
003930     IF WS-WRITEOFF-REASON = SPACES
003940         DISPLAY "*** A write-off needs a reason - item "
003950             WS-REQUEST " left unchanged."
003960         GO TO 2500-EXIT
003970     END-IF.
003980     DISPLAY "Write off item " WS-REQUEST
003990         "?  Enter Y to confirm: ".
004000     ACCEPT WS-CONFIRM-CHOICE.
004010     IF NOT WS-CONFIRM-YES
004020         DISPLAY "Item " WS-REQUEST " left unchanged."
004030         GO TO 2500-EXIT
004040     END-IF.
004050     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
004060     IF NOT WS-ITEM-IS-WORKABLE
004070         GO TO 2500-EXIT
004080     END-IF.
004090     MOVE "W" TO SUSP-STATUS.
004100     MOVE WS-WRITEOFF-REASON TO SUSP-WRITEOFF-REASON.
004110     MOVE WS-SYS-DATE-YYYYMMDD TO SUSP-ACTION-DATE.
004120     MOVE WS-TERM-ID TO SUSP-ACTION-OPER.
004130     REWRITE AGE-SUSPENSE-RECORD
004140         INVALID KEY
004150             DISPLAY "*** ERROR: write-off of item "
004160                 WS-REQUEST " failed, status "
004170                 AGE-SUSPENSE-STATUS
004180             GO TO 2500-EXIT
004190     END-REWRITE.
004200     ADD 1 TO WS-ITEMS-WRITTEN-OFF.
004210     DISPLAY "Item " WS-REQUEST " written off.".
004220 2500-EXIT.
004230     EXIT.
004240
004250*-----------------------------------------------------------*
004260*  9000 - TERMINATION                                        *
004270*-----------------------------------------------------------*
004280 9000-TERMINATE.
004290     IF WS-SUSPENSE-WAS-OPENED
004300         CLOSE AGE-SUSPENSE-FILE
004310     END-IF.
004320     DISPLAY "AGESUSM complete.  Corrected " WS-ITEMS-CORRECTED
004330         "  Written off " WS-ITEMS-WRITTEN-OFF ".".
004340 9000-EXIT.
004350     EXIT.
