000090* STARTING MEMBER ID A SCREENFUL AT A TIME, OR LIST EVERY
000100* MEMBER WHOSE STORED AGE FALLS IN AN ENTERED RANGE.  UNLIKE
000110* ATTEMPTING A REGISTRATION IN HELLO JUST TO SEE THE DUPLICATE
000120* WARNING, AN INQUIRY HERE CHANGES NOTHING ON THE MASTER OR THE
000130* GUARDIAN LINKS IT SHOWS; THE ONLY RECORD IT WRITES IS A CALL
000140* LOGGED TO THE MEMBER CONTACT LOG FROM THE MEMBER DISPLAY.
000150* REACHED FROM THE AGEMENU FRONT END.
000160*
000170* AUTHOR.      NIMBULL DATA PROCESSING.
000180* INSTALLATION. MEMBER SERVICES.
000190* DATE-WRITTEN. 2026-08-22.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* 2026-08-22 JDM  ORIGINAL.
000240* 2026-09-02 JDM  DISPLAY THE MEMBER NAME AND MAILING ADDRESS
000250*                 NOW STORED ON THE MASTER, SO AN OPERATOR CAN
000260*                 CONFIRM A CALLER IS WHO THEY SAY THEY ARE.
000270* 2026-09-02 JDM  SHOW A RECORD MARKED DELETED AS SUCH, WITH
000280*                 THE DELETION DATE, ON THE LOOKUP AND AS A
000290*                 TAG ON THE BROWSE AND AGE-RANGE LINES.
000300* 2026-09-02 JDM  SHOW THE DETERMINATION CODE TABLE
000310*                 DESCRIPTION NEXT TO THE RAW ELIGIBILITY
000320*                 CODE, RETIRING THE PHOTOCOPIED TRANSLATION
000330*                 SHEET TAPED TO THE TERMINALS.
000340* 2026-09-02 JDM  FIND MEMBERS BY DATE OF BIRTH (OR BY BIRTH
000350*                 MONTH) THROUGH THE NEW ALTERNATE INDEX ON
000360*                 MAST-MEMBER-DOB - MEMBER SERVICES' MOST
000370*                 COMMON FAILED LOOKUP IS A CALLER WHO KNOWS
000380*                 THEIR BIRTH DATE BUT NOT THEIR MEMBER ID.
000390*                 QUIT MOVED TO 5.
000400* 2026-10-15 JDM  A MEMBER MERGED INTO ANOTHER ID BY AGEMERGE
000410*                 IS NO LONGER SHOWN AS A MEMBER IN ITS OWN
000420*                 RIGHT: THE LOOKUP SAYS WHERE IT WAS MERGED
000430*                 AND SHOWS THE SURVIVING MEMBER INSTEAD, AND
000440*                 THE BROWSE, AGE-RANGE AND DATE-OF-BIRTH
000450*                 LINES CARRY A MERGED TAG.
000460* 2026-10-15 JDM  SHOW AN UNDELIVERABLE-ADDRESS HOLD FROM THE
000470*                 RETURNED-MAIL LOAD UNDER THE ADDRESS, SO THE
000480*                 CLERK ASKS THE CALLER FOR A NEW ADDRESS.
000490* 2026-10-15 JDM  MEMBER CONTACT LOG: THE MEMBER DISPLAY SHOWS
000500*                 THE MOST RECENT CONTACTS ON THE NEW KEYED
000510*                 CONTACT FILE (AGECONT) AND LETS THE CLERK LOG
000520*                 THIS ONE - REASON, NOTE AND FOLLOW-UP DATE -
000530*                 UNDER THE SIGNED-ON OPERATOR.  NOW CALLED
000540*                 WITH THE AGEMENU SIGN-ON AREA; RUN ON ITS OWN
000550*                 IT PROMPTS FOR THE OPERATOR ID.  A CONTACT
000560*                 FILE THAT WILL NOT OPEN LEAVES THE INQUIRY
000570*                 WORKING WITHOUT IT.
000580* 2026-10-15 JDM  SHOW THE GUARDIAN LINKS ON THE NEW AGEGRDN FILE
000590*                 BOTH WAYS ON THE MEMBER DISPLAY: A MINOR'S
000600*                 GUARDIAN, AND THE MINORS A MEMBER IS GUARDIAN
000610*                 OF, EACH WITH NAME AND STATUS FROM THE MASTER.
000620* 2026-10-15 JDM  A CONTACT FOLLOW-UP DATE MUST BE A REAL DATE -
000630*                 THE DAY IS CHECKED AGAINST THE LENGTH OF THE
000640*                 MONTH, FEBRUARY BY THE LEAP-YEAR RULE.
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. AGEINQ.
000680 AUTHOR. NIMBULL DATA PROCESSING.
000690 INSTALLATION. MEMBER SERVICES.
000700 DATE-WRITTEN. 2026-08-22.
000710
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS MAST-MEMBER-ID
000790         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000800             WITH DUPLICATES
000810         FILE STATUS IS AGE-MASTER-STATUS.
000820
000830     SELECT AGE-DETERM-FILE ASSIGN TO "AGEDTRM"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS DTRM-CODE
000870         FILE STATUS IS AGE-DETERM-STATUS.
000880
000890     SELECT AGE-CONTACT-FILE ASSIGN TO "AGECONT"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CONT-KEY
000930         FILE STATUS IS AGE-CONTACT-STATUS.
000940
000950     SELECT AGE-GUARDIAN-FILE ASSIGN TO "AGEGRDN"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS GRDN-MINOR-ID
000990         ALTERNATE RECORD KEY IS GRDN-GUARDIAN-ID
001000             WITH DUPLICATES
001010         FILE STATUS IS AGE-GUARDIAN-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  AGE-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY AGEMAST.
001080
001090 FD  AGE-DETERM-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY AGEDTRM.
001120
001130 FD  AGE-CONTACT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY AGECONT.
001160
001170 FD  AGE-GUARDIAN-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY AGEGRDN.
001200
001210 WORKING-STORAGE SECTION.
001220 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001230 77  AGE-DETERM-STATUS           PIC X(02)   VALUE SPACES.
001240 77  AGE-CONTACT-STATUS          PIC X(02)   VALUE SPACES.
001250 77  AGE-GUARDIAN-STATUS         PIC X(02)   VALUE SPACES.
001260 77  WS-PAGE-SIZE                PIC 9(02)   COMP VALUE 15.
001270 77  WS-RECENT-MAX               PIC 9(02)   COMP VALUE 5.
001280
001290 01  WS-SWITCHES.
001300     05  WS-QUIT-SW              PIC X(01)   VALUE "N".
001310         88  WS-QUIT-REQUESTED                 VALUE "Y".
001320     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
001330         88  WS-MASTER-WAS-OPENED              VALUE "Y".
001340     05  WS-DETERM-OPEN-SW       PIC X(01)   VALUE "N".
001350         88  WS-DETERM-WAS-OPENED              VALUE "Y".
001360     05  WS-BROWSE-EOF-SW        PIC X(01)   VALUE "N".
001370         88  WS-END-OF-BROWSE                  VALUE "Y".
001380     05  WS-MORE-SW              PIC X(01)   VALUE "N".
001390         88  WS-WANTS-MORE                     VALUE "Y" "y".
001400     05  WS-FOLLOW-STOP-SW       PIC X(01)   VALUE "N".
001410         88  WS-FOLLOW-STOPPED                 VALUE "Y".
001420     05  WS-CONTACT-OPEN-SW      PIC X(01)   VALUE "N".
001430         88  WS-CONTACT-WAS-OPENED             VALUE "Y".
001440     05  WS-CONTACT-EOF-SW       PIC X(01)   VALUE "N".
001450         88  WS-END-OF-CONTACTS                VALUE "Y".
001460     05  WS-GUARDIAN-OPEN-SW     PIC X(01)   VALUE "N".
001470         88  WS-GUARDIAN-WAS-OPENED            VALUE "Y".
001480     05  WS-WARD-EOF-SW          PIC X(01)   VALUE "N".
001490         88  WS-END-OF-WARDS                   VALUE "Y".
001500     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
001510         88  WS-IS-LEAP-YEAR                   VALUE "Y".
001520
001530 01  WS-INQ-CHOICE               PIC X(01)   VALUE SPACES.
001540     88  WS-INQ-LOOKUP                         VALUE "1".
001550     88  WS-INQ-BROWSE                         VALUE "2".
001560     88  WS-INQ-AGE-RANGE                      VALUE "3".
001570     88  WS-INQ-DOB-SEARCH                     VALUE "4".
001580     88  WS-INQ-QUIT                           VALUE "5" "Q" "q".
001590
001600 01  WS-MEMBER-ID                PIC X(10)   VALUE SPACES.
001610 01  WS-DELETED-TAG              PIC X(09)   VALUE SPACES.
001620 01  WS-DETERM-DESC              PIC X(30)   VALUE SPACES.
001630 01  WS-RETURN-DESC              PIC X(14)   VALUE SPACES.
001640 01  WS-TERM-ID                  PIC X(08)   VALUE SPACES.
001650 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001660 01  WS-SYS-TIME-HHMMSSHS        PIC 9(08)   VALUE ZERO.
001670
001680*    THE MEMBER ON DISPLAY, KEPT BECAUSE THE GUARDIAN LINKS ARE
001690*    SHOWN BY READING THE LINKED MEMBERS INTO THE MASTER AREA.
001700 01  WS-SHOWN-MEMBER-ID          PIC X(10)   VALUE SPACES.
001710 01  WS-LINK-FIELDS.
001720     05  WS-LINK-MEMBER-ID       PIC X(10)   VALUE SPACES.
001730     05  WS-LINK-NAME            PIC X(25)   VALUE SPACES.
001740     05  WS-LINK-TAG             PIC X(09)   VALUE SPACES.
001750
001760 01  WS-CONTACT-FIELDS.
001770     05  WS-CONTACT-CHOICE       PIC X(01)   VALUE SPACES.
001780         88  WS-ADD-CONTACT                    VALUE "A" "a".
001790     05  WS-CONT-MEMBER-ID       PIC X(10)   VALUE SPACES.
001800     05  WS-CONT-REASON-IN       PIC X(02)   VALUE SPACES.
001810     05  WS-CONT-NOTE-IN         PIC X(60)   VALUE SPACES.
001820     05  WS-CONT-FOLLOWUP-IN     PIC X(08)   VALUE SPACES.
001830     05  WS-CONT-FOLLOWUP-IN-N REDEFINES WS-CONT-FOLLOWUP-IN
001840                                 PIC 9(08).
001850     05  WS-CONT-FOLLOWUP-IN-R REDEFINES WS-CONT-FOLLOWUP-IN.
001860         10  WS-CONT-FOLLOWUP-CCYY
001870                                 PIC 9(04).
001880         10  WS-CONT-FOLLOWUP-MM PIC 9(02).
001890         10  WS-CONT-FOLLOWUP-DD PIC 9(02).
001900     05  WS-CONT-MAX-DAY         PIC 9(02)   VALUE ZERO.
001910     05  WS-REASON-DESC          PIC X(24)   VALUE SPACES.
001920
001930 01  WS-LEAP-WORK-FIELDS.
001940     05  WS-LEAP-QUOT-4          PIC 9(04).
001950     05  WS-LEAP-REM-4           PIC 9(02).
001960     05  WS-LEAP-QUOT-100        PIC 9(04).
001970     05  WS-LEAP-REM-100         PIC 9(02).
001980     05  WS-LEAP-QUOT-400        PIC 9(04).
001990     05  WS-LEAP-REM-400         PIC 9(03).
002000
002010 01  WS-RECENT-TABLE.
002020     05  WS-RECENT-ENTRY         PIC X(104)  OCCURS 5 TIMES.
002030
002040 01  WS-AGE-RANGE-FIELDS.
002050     05  WS-AGE-LOW              PIC X(03).
002060     05  WS-AGE-LOW-N REDEFINES WS-AGE-LOW
002070                                 PIC 9(03).
002080     05  WS-AGE-HIGH             PIC X(03).
002090     05  WS-AGE-HIGH-N REDEFINES WS-AGE-HIGH
002100                                 PIC 9(03).
002110
002120
002130 01  WS-DOB-SEARCH-FIELDS.
002140     05  WS-DOB-SEARCH-INPUT     PIC X(08)   VALUE SPACES.
002150     05  WS-DOB-SEARCH-INPUT-R REDEFINES WS-DOB-SEARCH-INPUT.
002160         10  WS-DOB-SEARCH-CCYYMM PIC X(06).
002170         10  WS-DOB-SEARCH-DD    PIC X(02).
002180     05  WS-DOB-SEARCH-INPUT-N REDEFINES WS-DOB-SEARCH-INPUT.
002190         10  WS-DOB-SEARCH-CCYYMM-N
002200                                 PIC 9(06).
002210         10  FILLER              PIC X(02).
002220     05  WS-DOB-SEARCH-LOW       PIC 9(08)   VALUE ZERO.
002230     05  WS-DOB-SEARCH-HIGH      PIC 9(08)   VALUE ZERO.
002240 01  WS-COUNTERS.
002250     05  WS-LINES-SHOWN          PIC 9(02)   COMP VALUE ZERO.
002260     05  WS-MATCH-COUNT          PIC 9(08)   VALUE ZERO.
002270     05  WS-MERGE-HOPS           PIC 9(02)   COMP VALUE ZERO.
002280     05  WS-RECENT-COUNT         PIC 9(02)   COMP VALUE ZERO.
002290     05  WS-RECENT-SUB           PIC 9(02)   COMP VALUE ZERO.
002300     05  WS-CONTACTS-ON-FILE     PIC 9(08)   VALUE ZERO.
002310
002320 LINKAGE SECTION.
002330 COPY AGESIGN.
002340
002350 PROCEDURE DIVISION USING AGE-SIGNON-AREA.
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
002390         UNTIL WS-QUIT-REQUESTED.
002400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002410     GOBACK.
002420
002430*-----------------------------------------------------------*
002440*  1000 - INITIALIZATION                                    *
002450*-----------------------------------------------------------*
002460 1000-INITIALIZE.
002470     DISPLAY "AGEINQ - member master inquiry.".
002480     MOVE "N" TO WS-QUIT-SW.
002490     MOVE "N" TO WS-MASTER-OPEN-SW.
002500     MOVE "N" TO WS-CONTACT-OPEN-SW.
002510     IF ADDRESS OF AGE-SIGNON-AREA = NULL
002520         DISPLAY "Enter your operator/terminal ID: "
002530         ACCEPT WS-TERM-ID
002540     ELSE
002550         MOVE SIGN-OPER-ID TO WS-TERM-ID
002560     END-IF.
002570     OPEN INPUT AGE-MASTER-FILE.
002580     IF AGE-MASTER-STATUS NOT = "00"
002590         DISPLAY "*** ERROR: cannot open member master file, "
002600             "status " AGE-MASTER-STATUS
002610         MOVE "Y" TO WS-QUIT-SW
002620         GO TO 1000-EXIT
002630     END-IF.
002640     MOVE "Y" TO WS-MASTER-OPEN-SW.
002650     MOVE "N" TO WS-DETERM-OPEN-SW.
002660     OPEN INPUT AGE-DETERM-FILE.
002670     IF AGE-DETERM-STATUS = "00"
002680         MOVE "Y" TO WS-DETERM-OPEN-SW
002690     ELSE
002700         DISPLAY "*** WARNING: determination code table not "
002710             "available, status " AGE-DETERM-STATUS
002720             " - raw codes will be shown."
002730     END-IF.
002740     OPEN I-O AGE-CONTACT-FILE.
002750     IF AGE-CONTACT-STATUS = "00"
002760         MOVE "Y" TO WS-CONTACT-OPEN-SW
002770     ELSE
002780         DISPLAY "*** WARNING: member contact log not "
002790             "available, status " AGE-CONTACT-STATUS
002800             " - contacts cannot be shown or logged."
002810     END-IF.
002820     MOVE "N" TO WS-GUARDIAN-OPEN-SW.
002830     OPEN INPUT AGE-GUARDIAN-FILE.
002840     IF AGE-GUARDIAN-STATUS = "00"
002850         MOVE "Y" TO WS-GUARDIAN-OPEN-SW
002860     ELSE
002870         DISPLAY "*** WARNING: guardian links not available, "
002880             "status " AGE-GUARDIAN-STATUS
002890             " - links will not be shown."
002900     END-IF.
002910 1000-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------*
002950*  2000 - SHOW THE INQUIRY MENU AND ACT ON THE CHOICE        *
002960*-----------------------------------------------------------*
002970 2000-PROCESS-INQUIRY.
002980     DISPLAY " ".
002990     DISPLAY " 1.  Look up one member".
003000     DISPLAY " 2.  Browse from a starting member ID".
003010     DISPLAY " 3.  List members in an age range".
003020     DISPLAY " 4.  Find members by date of birth".
003030     DISPLAY " 5.  Return to the main menu".
003040     DISPLAY "Enter your choice: ".
003050     ACCEPT WS-INQ-CHOICE.
003060     EVALUATE TRUE
003070         WHEN WS-INQ-LOOKUP
003080             PERFORM 2200-LOOKUP-MEMBER THRU 2200-EXIT
003090         WHEN WS-INQ-BROWSE
003100             PERFORM 2300-BROWSE-MEMBERS THRU 2300-EXIT
003110         WHEN WS-INQ-AGE-RANGE
003120             PERFORM 2400-LIST-AGE-RANGE THRU 2400-EXIT
003130         WHEN WS-INQ-DOB-SEARCH
003140             PERFORM 2500-FIND-BY-DOB THRU 2500-EXIT
003150         WHEN WS-INQ-QUIT
003160             MOVE "Y" TO WS-QUIT-SW
003170         WHEN OTHER
003180             DISPLAY "*** Invalid choice - please enter 1, 2, "
003190                 "3, 4 or 5."
003200     END-EVALUATE.
003210 2000-EXIT.
003220     EXIT.
003230
003240*-----------------------------------------------------------*
003250*  2200 - DISPLAY ONE MEMBER'S FULL MASTER RECORD            *
003260*-----------------------------------------------------------*
003270 2200-LOOKUP-MEMBER.
003280     DISPLAY "Enter member ID: ".
003290     ACCEPT WS-MEMBER-ID.
003300     MOVE WS-MEMBER-ID TO MAST-MEMBER-ID.
003310     READ AGE-MASTER-FILE
003320         KEY IS MAST-MEMBER-ID
003330         INVALID KEY
003340             DISPLAY "*** Member " WS-MEMBER-ID
003350                 " is not on the member master file."
003360             GO TO 2200-EXIT
003370     END-READ.
003380     MOVE "N" TO WS-FOLLOW-STOP-SW.
003390     MOVE ZERO TO WS-MERGE-HOPS.
003400     PERFORM 2210-FOLLOW-MERGE THRU 2210-EXIT
003410         UNTIL NOT MAST-IS-MERGED
003420         OR WS-FOLLOW-STOPPED.
003430     IF WS-FOLLOW-STOPPED
003440         GO TO 2200-EXIT
003450     END-IF.
003460     PERFORM 2250-SHOW-MEMBER THRU 2250-EXIT.
003470 2200-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------*
003510*  2210 - A MEMBER MERGED INTO ANOTHER ID IS NOT A LIVE      *
003520*          MEMBER: SAY WHERE IT WENT AND READ THE SURVIVOR   *
003530*          IN ITS PLACE.  A CHAIN OF MERGES IS FOLLOWED A    *
003540*          FEW LINKS AT MOST.                                *
003550*-----------------------------------------------------------*
003560 2210-FOLLOW-MERGE.
003570     DISPLAY "*** MERGED  : member " MAST-MEMBER-ID
003580         " was merged into " MAST-MERGED-INTO-ID " on "
003590         MAST-MERGE-DATE " - showing the surviving member.".
003600     ADD 1 TO WS-MERGE-HOPS.
003610     IF WS-MERGE-HOPS > 5
003620         DISPLAY "*** Too many merge links - look the "
003630             "survivor up directly."
003640         MOVE "Y" TO WS-FOLLOW-STOP-SW
003650         GO TO 2210-EXIT
003660     END-IF.
003670     MOVE MAST-MERGED-INTO-ID TO WS-MEMBER-ID.
003680     MOVE WS-MEMBER-ID TO MAST-MEMBER-ID.
003690     READ AGE-MASTER-FILE
003700         KEY IS MAST-MEMBER-ID
003710         INVALID KEY
003720             DISPLAY "*** Surviving member " WS-MEMBER-ID
003730                 " is not on the member master file."
003740             MOVE "Y" TO WS-FOLLOW-STOP-SW
003750     END-READ.
003760 2210-EXIT.
003770     EXIT.
003780
003790 2250-SHOW-MEMBER.
003800     IF MAST-IS-DELETED
003810         DISPLAY "*** DELETED : this member was deleted on "
003820             MAST-DELETE-DATE " - record retained for the "
003830             "purge job."
003840     END-IF.
003850     IF MAST-IS-MERGED
003860         DISPLAY "*** MERGED  : this member was merged into "
003870             MAST-MERGED-INTO-ID " on " MAST-MERGE-DATE "."
003880     END-IF.
003890     DISPLAY "Member      : " MAST-MEMBER-ID.
003900     DISPLAY "Name        : " MAST-MEMBER-NAME.
003910     DISPLAY "Street      : " MAST-ADDR-STREET.
003920     DISPLAY "City        : " MAST-ADDR-CITY "  "
003930         MAST-ADDR-STATE "  " MAST-ADDR-ZIP.
003940     IF MAST-ADDR-UNDELIVERABLE
003950         PERFORM 2260-SET-RETURN-DESC THRU 2260-EXIT
003960         DISPLAY "*** ADDRESS : mail returned "
003970             MAST-ADDR-RETURN-DATE " - " WS-RETURN-DESC
003980         DISPLAY "              ask the caller for a new "
003990             "address (AGEMAINT action N)."
004000     END-IF.
004010     DISPLAY "DOB         : " MAST-MEMBER-DOB.
004020     DISPLAY "Age         : " MAST-MEMBER-AGE.
004030     DISPLAY "Added on    : " MAST-ADD-DATE.
004040     IF MAST-ELIG-STATUS = SPACES
004050         DISPLAY "Eligibility : not yet determined"
004060     ELSE
004070         PERFORM 2270-GET-DETERM-DESC THRU 2270-EXIT
004080         DISPLAY "Eligibility : " MAST-ELIG-STATUS
004090             " - " WS-DETERM-DESC
004100         DISPLAY "Effective   : " MAST-ELIG-DATE
004110     END-IF.
004120     MOVE MAST-MEMBER-ID TO WS-SHOWN-MEMBER-ID.
004130     IF WS-GUARDIAN-WAS-OPENED
004140         PERFORM 2275-SHOW-GUARDIAN-LINKS THRU 2275-EXIT
004150     END-IF.
004160     IF WS-CONTACT-WAS-OPENED
004170         MOVE WS-SHOWN-MEMBER-ID TO WS-CONT-MEMBER-ID
004180         PERFORM 2280-SHOW-CONTACTS THRU 2280-EXIT
004190         PERFORM 2290-ADD-CONTACT THRU 2290-EXIT
004200     END-IF.
004210 2250-EXIT.
004220     EXIT.
004230
004240 2260-SET-RETURN-DESC.
004250     EVALUATE TRUE
004260         WHEN MAST-RETURN-MOVED
004270             MOVE "MOVED" TO WS-RETURN-DESC
004280         WHEN MAST-RETURN-NO-STREET
004290             MOVE "NO SUCH STREET" TO WS-RETURN-DESC
004300         WHEN MAST-RETURN-REFUSED
004310             MOVE "REFUSED" TO WS-RETURN-DESC
004320         WHEN OTHER
004330             MOVE MAST-ADDR-RETURN-REASON TO WS-RETURN-DESC
004340     END-EVALUATE.
004350 2260-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------*
004390*  2275 - SHOW THE MEMBER'S GUARDIAN LINKS BOTH WAYS: THE    *
004400*          GUARDIAN OF A MINOR, THEN EVERY MINOR THE MEMBER  *
004410*          IS GUARDIAN OF, READ ON THE GUARDIAN ID INDEX.    *
004420*          NOTHING IS SHOWN FOR A MEMBER WITH NO LINKS.      *
004430*-----------------------------------------------------------*
004440 2275-SHOW-GUARDIAN-LINKS.
004450     MOVE WS-SHOWN-MEMBER-ID TO GRDN-MINOR-ID.
004460     READ AGE-GUARDIAN-FILE
004470         KEY IS GRDN-MINOR-ID
004480         INVALID KEY
004490             CONTINUE
004500         NOT INVALID KEY
004510             MOVE GRDN-GUARDIAN-ID TO WS-LINK-MEMBER-ID
004520             PERFORM 2279-GET-LINK-NAME THRU 2279-EXIT
004530             DISPLAY "Guardian    : " GRDN-GUARDIAN-ID "  "
004540                 WS-LINK-NAME WS-LINK-TAG
004550             DISPLAY "              linked " GRDN-LINK-DATE
004560                 " by " GRDN-LINK-TERM-ID
004570     END-READ.
004580     MOVE "N" TO WS-WARD-EOF-SW.
004590     MOVE WS-SHOWN-MEMBER-ID TO GRDN-GUARDIAN-ID.
004600     START AGE-GUARDIAN-FILE KEY = GRDN-GUARDIAN-ID
004610         INVALID KEY
004620             MOVE "Y" TO WS-WARD-EOF-SW
004630     END-START.
004640     PERFORM 2277-SHOW-WARD THRU 2277-EXIT
004650         UNTIL WS-END-OF-WARDS.
004660 2275-EXIT.
004670     EXIT.
004680
004690 2277-SHOW-WARD.
004700     READ AGE-GUARDIAN-FILE NEXT RECORD
004710         AT END
004720             MOVE "Y" TO WS-WARD-EOF-SW
004730             GO TO 2277-EXIT
004740     END-READ.
004750     IF GRDN-GUARDIAN-ID NOT = WS-SHOWN-MEMBER-ID
004760         MOVE "Y" TO WS-WARD-EOF-SW
004770         GO TO 2277-EXIT
004780     END-IF.
004790     MOVE GRDN-MINOR-ID TO WS-LINK-MEMBER-ID.
004800     PERFORM 2279-GET-LINK-NAME THRU 2279-EXIT.
004810     DISPLAY "Guardian of : " GRDN-MINOR-ID "  " WS-LINK-NAME
004820         WS-LINK-TAG.
004830 2277-EXIT.
004840     EXIT.
004850
004860 2279-GET-LINK-NAME.
004870     MOVE SPACES TO WS-LINK-TAG.
004880     MOVE WS-LINK-MEMBER-ID TO MAST-MEMBER-ID.
004890     READ AGE-MASTER-FILE
004900         KEY IS MAST-MEMBER-ID
004910         INVALID KEY
004920             MOVE "(not on master file)" TO WS-LINK-NAME
004930             GO TO 2279-EXIT
004940     END-READ.
004950     MOVE MAST-MEMBER-NAME TO WS-LINK-NAME.
004960     IF MAST-IS-DELETED
004970         MOVE "  DELETED" TO WS-LINK-TAG
004980     END-IF.
004990     IF MAST-IS-MERGED
005000         MOVE "   MERGED" TO WS-LINK-TAG
005010     END-IF.
005020 2279-EXIT.
005030     EXIT.
005040
005050*-----------------------------------------------------------*
005060*  2280 - SHOW THE MEMBER'S MOST RECENT CONTACTS, NEWEST     *
005070*          FIRST.  THE MEMBER'S CONTACTS ARE READ IN KEY     *
005080*          (DATE AND TIME) ORDER AND THE LAST FEW KEPT.      *
005090*-----------------------------------------------------------*
005100 2280-SHOW-CONTACTS.
005110     MOVE ZERO TO WS-RECENT-COUNT.
005120     MOVE ZERO TO WS-CONTACTS-ON-FILE.
005130     MOVE "N" TO WS-CONTACT-EOF-SW.
005140     MOVE WS-CONT-MEMBER-ID TO CONT-MEMBER-ID.
005150     MOVE ZERO TO CONT-TS-DATE.
005160     MOVE ZERO TO CONT-TS-TIME.
005170     START AGE-CONTACT-FILE KEY NOT < CONT-KEY
005180         INVALID KEY
005190             MOVE "Y" TO WS-CONTACT-EOF-SW
005200     END-START.
005210     PERFORM 2282-READ-CONTACT THRU 2282-EXIT
005220         UNTIL WS-END-OF-CONTACTS.
005230     IF WS-CONTACTS-ON-FILE = ZERO
005240         DISPLAY "Contacts    : none logged"
005250         GO TO 2280-EXIT
005260     END-IF.
005270     DISPLAY "Contacts    : " WS-CONTACTS-ON-FILE
005280         " logged - most recent first".
005290     PERFORM 2286-SHOW-ONE-CONTACT THRU 2286-EXIT
005300         VARYING WS-RECENT-SUB FROM WS-RECENT-COUNT BY -1
005310         UNTIL WS-RECENT-SUB < 1.
005320 2280-EXIT.
005330     EXIT.
005340
005350 2282-READ-CONTACT.
005360     READ AGE-CONTACT-FILE NEXT RECORD
005370         AT END
005380             MOVE "Y" TO WS-CONTACT-EOF-SW
005390             GO TO 2282-EXIT
005400     END-READ.
005410     IF CONT-MEMBER-ID NOT = WS-CONT-MEMBER-ID
005420         MOVE "Y" TO WS-CONTACT-EOF-SW
005430         GO TO 2282-EXIT
005440     END-IF.
005450     ADD 1 TO WS-CONTACTS-ON-FILE.
005460     IF WS-RECENT-COUNT < WS-RECENT-MAX
005470         ADD 1 TO WS-RECENT-COUNT
005480     ELSE
005490         PERFORM 2284-SHIFT-RECENT THRU 2284-EXIT
005500             VARYING WS-RECENT-SUB FROM 2 BY 1
005510             UNTIL WS-RECENT-SUB > WS-RECENT-MAX
005520     END-IF.
005530     MOVE AGE-CONTACT-RECORD TO WS-RECENT-ENTRY (WS-RECENT-COUNT).
005540 2282-EXIT.
005550     EXIT.
005560
005570 2284-SHIFT-RECENT.
005580     MOVE WS-RECENT-ENTRY (WS-RECENT-SUB)
005590         TO WS-RECENT-ENTRY (WS-RECENT-SUB - 1).
005600 2284-EXIT.
005610     EXIT.
005620
005630 2286-SHOW-ONE-CONTACT.
005640     MOVE WS-RECENT-ENTRY (WS-RECENT-SUB) TO AGE-CONTACT-RECORD.
005650     PERFORM 2288-SET-REASON-DESC THRU 2288-EXIT.
005660     IF CONT-NO-FOLLOWUP
005670         DISPLAY "  " CONT-TS-DATE "  " CONT-OPER-ID "  "
005680             WS-REASON-DESC
005690     ELSE
005700         DISPLAY "  " CONT-TS-DATE "  " CONT-OPER-ID "  "
005710             WS-REASON-DESC "  follow up by "
005720             CONT-FOLLOWUP-DATE
005730     END-IF.
005740     DISPLAY "      " CONT-NOTE.
005750 2286-EXIT.
005760     EXIT.
005770
005780 2288-SET-REASON-DESC.
005790     EVALUATE TRUE
005800         WHEN CONT-DOB-QUERY
005810             MOVE "DOB QUERY" TO WS-REASON-DESC
005820         WHEN CONT-ELIG-QUESTION
005830             MOVE "ELIGIBILITY QUESTION" TO WS-REASON-DESC
005840         WHEN CONT-ADDR-CHANGE
005850             MOVE "ADDRESS CHANGE REQUEST" TO WS-REASON-DESC
005860         WHEN CONT-COMPLAINT
005870             MOVE "COMPLAINT" TO WS-REASON-DESC
005880         WHEN OTHER
005890             MOVE CONT-REASON TO WS-REASON-DESC
005900     END-EVALUATE.
005910 2288-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------------*
005950*  2290 - LOG THIS CALL AGAINST THE MEMBER ON DISPLAY: A     *
005960*          REASON CODE, A FREE-TEXT NOTE AND AN OPTIONAL     *
005970*          FOLLOW-UP DATE, UNDER THE SIGNED-ON OPERATOR AND  *
005980*          STAMPED WITH THE CURRENT DATE AND TIME.           *
005990*-----------------------------------------------------------*
006000 2290-ADD-CONTACT.
006010     DISPLAY "Enter A to log a contact, or press Enter to "
006020         "continue: ".
006030     ACCEPT WS-CONTACT-CHOICE.
006040     IF NOT WS-ADD-CONTACT
006050         GO TO 2290-EXIT
006060     END-IF.
006070     DISPLAY "Reason - DB DOB query, EQ eligibility question,".
006080     DISPLAY "         AC address change request, CP complaint: ".
006090     ACCEPT WS-CONT-REASON-IN.
006100     INSPECT WS-CONT-REASON-IN CONVERTING
006110         "abcdefghijklmnopqrstuvwxyz"
006120         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006130     MOVE WS-CONT-REASON-IN TO CONT-REASON.
006140     IF NOT CONT-REASON-VALID
006150         DISPLAY "*** ERROR: reason must be DB, EQ, AC or CP - "
006160             "contact not logged."
006170         GO TO 2290-EXIT
006180     END-IF.
006190     DISPLAY "Note: ".
006200     ACCEPT WS-CONT-NOTE-IN.
006210     DISPLAY "Follow-up date (CCYYMMDD, blank for none): ".
006220     ACCEPT WS-CONT-FOLLOWUP-IN.
006230     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
006240     ACCEPT WS-SYS-TIME-HHMMSSHS FROM TIME.
006250     IF WS-CONT-FOLLOWUP-IN = SPACES
006260         MOVE ZERO TO WS-CONT-FOLLOWUP-IN-N
006270     ELSE
006280         IF WS-CONT-FOLLOWUP-IN NOT NUMERIC
006290                 OR WS-CONT-FOLLOWUP-MM < 1
006300                 OR WS-CONT-FOLLOWUP-MM > 12
006310             DISPLAY "*** ERROR: follow-up date must be a valid "
006320                 "CCYYMMDD - contact not logged."
006330             GO TO 2290-EXIT
006340         END-IF
006350         PERFORM 2291-SET-MAX-DAY THRU 2291-EXIT
006360         IF WS-CONT-FOLLOWUP-DD < 1
006370                 OR WS-CONT-FOLLOWUP-DD > WS-CONT-MAX-DAY
006380             DISPLAY "*** ERROR: follow-up date must be a valid "
006390                 "CCYYMMDD - contact not logged."
006400             GO TO 2290-EXIT
006410         END-IF
006420         IF WS-CONT-FOLLOWUP-IN-N < WS-SYS-DATE-YYYYMMDD
006430             DISPLAY "*** ERROR: follow-up date is in the past "
006440                 "- contact not logged."
006450             GO TO 2290-EXIT
006460         END-IF
006470     END-IF.
006480     MOVE SPACES TO AGE-CONTACT-RECORD.
006490     MOVE WS-CONT-MEMBER-ID TO CONT-MEMBER-ID.
006500     MOVE WS-SYS-DATE-YYYYMMDD TO CONT-TS-DATE.
006510     MOVE WS-SYS-TIME-HHMMSSHS TO CONT-TS-TIME.
006520     MOVE WS-TERM-ID TO CONT-OPER-ID.
006530     MOVE WS-CONT-REASON-IN TO CONT-REASON.
006540     MOVE WS-CONT-NOTE-IN TO CONT-NOTE.
006550     MOVE WS-CONT-FOLLOWUP-IN-N TO CONT-FOLLOWUP-DATE.
006560     WRITE AGE-CONTACT-RECORD
006570         INVALID KEY
006580             DISPLAY "*** ERROR: contact not logged, status "
006590                 AGE-CONTACT-STATUS " - try again."
006600             GO TO 2290-EXIT
006610     END-WRITE.
006620     DISPLAY "Contact logged for member " WS-CONT-MEMBER-ID ".".
006630 2290-EXIT.
006640     EXIT.
006650
006660*-----------------------------------------------------------*
006670*  2291 - DETERMINE THE NUMBER OF DAYS IN THE FOLLOW-UP      *
006680*          MONTH, ACCOUNTING FOR LEAP YEARS IN FEBRUARY.      *
006690*-----------------------------------------------------------*
006700 2291-SET-MAX-DAY.
006710     EVALUATE WS-CONT-FOLLOWUP-MM
006720         WHEN 4
006730         WHEN 6
006740         WHEN 9
006750         WHEN 11
006760             MOVE 30 TO WS-CONT-MAX-DAY
006770         WHEN 2
006780             PERFORM 2292-CHECK-LEAP-YEAR THRU 2292-EXIT
006790             IF WS-IS-LEAP-YEAR
006800                 MOVE 29 TO WS-CONT-MAX-DAY
006810             ELSE
006820                 MOVE 28 TO WS-CONT-MAX-DAY
006830             END-IF
006840         WHEN OTHER
006850             MOVE 31 TO WS-CONT-MAX-DAY
006860     END-EVALUATE.
006870 2291-EXIT.
006880     EXIT.
006890
006900 2292-CHECK-LEAP-YEAR.
006910     MOVE "N" TO WS-LEAP-YEAR-SW.
006920     DIVIDE WS-CONT-FOLLOWUP-CCYY BY 4 GIVING WS-LEAP-QUOT-4
006930         REMAINDER WS-LEAP-REM-4.
006940     IF WS-LEAP-REM-4 = 0
006950         DIVIDE WS-CONT-FOLLOWUP-CCYY BY 100
006960             GIVING WS-LEAP-QUOT-100
006970             REMAINDER WS-LEAP-REM-100
006980         IF WS-LEAP-REM-100 NOT = 0
006990             MOVE "Y" TO WS-LEAP-YEAR-SW
007000         ELSE
007010             DIVIDE WS-CONT-FOLLOWUP-CCYY BY 400
007020                 GIVING WS-LEAP-QUOT-400
007030                 REMAINDER WS-LEAP-REM-400
007040             IF WS-LEAP-REM-400 = 0
007050                 MOVE "Y" TO WS-LEAP-YEAR-SW
007060             END-IF
007070         END-IF
007080     END-IF.
007090 2292-EXIT.
007100     EXIT.
007110
007120*-----------------------------------------------------------*
007130*  2300 - BROWSE FORWARD FROM A STARTING MEMBER ID, A        *
007140*          SCREENFUL AT A TIME.                               *
007150*-----------------------------------------------------------*
007160 2300-BROWSE-MEMBERS.
007170     DISPLAY "Enter starting member ID (blank for the top "
007180         "of the file): ".
007190     ACCEPT WS-MEMBER-ID.
007200     IF WS-MEMBER-ID = SPACES
007210         MOVE LOW-VALUES TO MAST-MEMBER-ID
007220     ELSE
007230         MOVE WS-MEMBER-ID TO MAST-MEMBER-ID
007240     END-IF.
007250     MOVE "N" TO WS-BROWSE-EOF-SW.
007260     START AGE-MASTER-FILE KEY NOT < MAST-MEMBER-ID
007270         INVALID KEY
007280             DISPLAY "*** No members on file at or past "
007290                 "that ID."
007300             GO TO 2300-EXIT
007310     END-START.
007320     MOVE "Y" TO WS-MORE-SW.
007330     PERFORM 2350-BROWSE-PAGE THRU 2350-EXIT
007340         UNTIL WS-END-OF-BROWSE OR NOT WS-WANTS-MORE.
007350 2300-EXIT.
007360     EXIT.
007370
007380 2350-BROWSE-PAGE.
007390     MOVE ZERO TO WS-LINES-SHOWN.
007400     PERFORM 2360-BROWSE-ONE THRU 2360-EXIT
007410         UNTIL WS-END-OF-BROWSE
007420         OR WS-LINES-SHOWN >= WS-PAGE-SIZE.
007430     IF WS-END-OF-BROWSE
007440         DISPLAY "(end of file)"
007450         GO TO 2350-EXIT
007460     END-IF.
007470     DISPLAY "More?  Enter Y to continue: ".
007480     ACCEPT WS-MORE-SW.
007490 2350-EXIT.
007500     EXIT.
007510
007520 2360-BROWSE-ONE.
007530     READ AGE-MASTER-FILE NEXT RECORD
007540         AT END
007550             MOVE "Y" TO WS-BROWSE-EOF-SW
007560             GO TO 2360-EXIT
007570     END-READ.
007580     EVALUATE TRUE
007590         WHEN MAST-IS-DELETED
007600             MOVE "  DELETED" TO WS-DELETED-TAG
007610         WHEN MAST-IS-MERGED
007620             MOVE "   MERGED" TO WS-DELETED-TAG
007630         WHEN OTHER
007640             MOVE SPACES TO WS-DELETED-TAG
007650     END-EVALUATE.
007660     DISPLAY MAST-MEMBER-ID "  DOB " MAST-MEMBER-DOB
007670         "  age " MAST-MEMBER-AGE
007680         "  added " MAST-ADD-DATE WS-DELETED-TAG.
007690     ADD 1 TO WS-LINES-SHOWN.
007700 2360-EXIT.
007710     EXIT.
007720
007730*-----------------------------------------------------------*
007740*  2400 - LIST EVERY MEMBER WHOSE STORED AGE FALLS IN THE    *
007750*          ENTERED RANGE.  FULL PASS OF THE FILE IN KEY       *
007760*          ORDER.                                             *
007770*-----------------------------------------------------------*
007780 2400-LIST-AGE-RANGE.
007790     DISPLAY "Enter lowest age (3 digits, e.g. 018): ".
007800     ACCEPT WS-AGE-LOW.
007810     DISPLAY "Enter highest age (3 digits, e.g. 065): ".
007820     ACCEPT WS-AGE-HIGH.
007830     IF WS-AGE-LOW NOT NUMERIC OR WS-AGE-HIGH NOT NUMERIC
007840         DISPLAY "*** ERROR: ages must be 3 numeric digits."
007850         GO TO 2400-EXIT
007860     END-IF.
007870     IF WS-AGE-LOW-N > WS-AGE-HIGH-N
007880         DISPLAY "*** ERROR: lowest age is above highest age."
007890         GO TO 2400-EXIT
007900     END-IF.
007910     MOVE LOW-VALUES TO MAST-MEMBER-ID.
007920     MOVE "N" TO WS-BROWSE-EOF-SW.
007930     START AGE-MASTER-FILE KEY NOT < MAST-MEMBER-ID
007940         INVALID KEY
007950             DISPLAY "*** No members on file."
007960             GO TO 2400-EXIT
007970     END-START.
007980     MOVE ZERO TO WS-MATCH-COUNT.
007990     PERFORM 2450-MATCH-AGE THRU 2450-EXIT
008000         UNTIL WS-END-OF-BROWSE.
008010     DISPLAY WS-MATCH-COUNT " member(s) in the range.".
008020 2400-EXIT.
008030     EXIT.
008040
008050 2450-MATCH-AGE.
008060     READ AGE-MASTER-FILE NEXT RECORD
008070         AT END
008080             MOVE "Y" TO WS-BROWSE-EOF-SW
008090             GO TO 2450-EXIT
008100     END-READ.
008110     IF MAST-MEMBER-AGE >= WS-AGE-LOW-N AND
008120             MAST-MEMBER-AGE <= WS-AGE-HIGH-N
008130         EVALUATE TRUE
008140             WHEN MAST-IS-DELETED
008150                 MOVE "  DELETED" TO WS-DELETED-TAG
008160             WHEN MAST-IS-MERGED
008170                 MOVE "   MERGED" TO WS-DELETED-TAG
008180             WHEN OTHER
008190                 MOVE SPACES TO WS-DELETED-TAG
008200         END-EVALUATE
008210         DISPLAY MAST-MEMBER-ID "  DOB " MAST-MEMBER-DOB
008220             "  age " MAST-MEMBER-AGE WS-DELETED-TAG
008230         ADD 1 TO WS-MATCH-COUNT
008240     END-IF.
008250 2450-EXIT.
008260     EXIT.
008270
008280*-----------------------------------------------------------*
008290*  2270 - LOOK THE ELIGIBILITY CODE UP ON THE DETERMINATION  *
008300*          CODE TABLE.  A CODE NOT ON THE TABLE, OR A TABLE  *
008310*          THAT WOULD NOT OPEN, STILL SHOWS THE RAW CODE     *
008320*          WITH A NOTE RATHER THAN HIDING THE RECORD.        *
008330*-----------------------------------------------------------*
008340 2270-GET-DETERM-DESC.
008350     IF NOT WS-DETERM-WAS-OPENED
008360         MOVE "(code table not available)" TO WS-DETERM-DESC
008370         GO TO 2270-EXIT
008380     END-IF.
008390     MOVE MAST-ELIG-STATUS TO DTRM-CODE.
008400     READ AGE-DETERM-FILE
008410         KEY IS DTRM-CODE
008420         INVALID KEY
008430             MOVE "(code not on the table)" TO WS-DETERM-DESC
008440             GO TO 2270-EXIT
008450     END-READ.
008460     MOVE DTRM-DESC TO WS-DETERM-DESC.
008470 2270-EXIT.
008480     EXIT.
008490
008500*-----------------------------------------------------------*
008510*  2500 - FIND MEMBERS BY DATE OF BIRTH.  A FULL CCYYMMDD    *
008520*          FINDS THAT EXACT DATE; A CCYYMM WITH THE LAST TWO *
008530*          POSITIONS BLANK FINDS THE WHOLE BIRTH MONTH.      *
008540*          POSITIONED READS ON THE ALTERNATE DOB INDEX - NO  *
008550*          FULL-FILE PASS, SO IT IS USABLE ON THE PHONE.     *
008560*-----------------------------------------------------------*
008570 2500-FIND-BY-DOB.
008580     DISPLAY "Enter date of birth (CCYYMMDD), or a birth "
008590         "month (CCYYMM): ".
008600     ACCEPT WS-DOB-SEARCH-INPUT.
008610     EVALUATE TRUE
008620         WHEN WS-DOB-SEARCH-INPUT NUMERIC
008630             MOVE WS-DOB-SEARCH-INPUT TO WS-DOB-SEARCH-LOW
008640             MOVE WS-DOB-SEARCH-LOW TO WS-DOB-SEARCH-HIGH
008650         WHEN WS-DOB-SEARCH-CCYYMM NUMERIC
008660                 AND WS-DOB-SEARCH-DD = SPACES
008670             COMPUTE WS-DOB-SEARCH-LOW =
008680                 WS-DOB-SEARCH-CCYYMM-N * 100 + 1
008690             COMPUTE WS-DOB-SEARCH-HIGH =
008700                 WS-DOB-SEARCH-LOW + 30
008710         WHEN OTHER
008720             DISPLAY "*** ERROR: enter 8 digits (CCYYMMDD) or "
008730                 "6 digits (CCYYMM)."
008740             GO TO 2500-EXIT
008750     END-EVALUATE.
008760     MOVE WS-DOB-SEARCH-LOW TO MAST-MEMBER-DOB.
008770     MOVE "N" TO WS-BROWSE-EOF-SW.
008780     START AGE-MASTER-FILE
008790         KEY IS NOT LESS THAN MAST-MEMBER-DOB
008800         INVALID KEY
008810             DISPLAY "*** No members on file with that date "
008820                 "of birth."
008830             GO TO 2500-EXIT
008840     END-START.
008850     MOVE ZERO TO WS-MATCH-COUNT.
008860     PERFORM 2550-MATCH-DOB THRU 2550-EXIT
008870         UNTIL WS-END-OF-BROWSE.
008880     DISPLAY WS-MATCH-COUNT " member(s) found.".
008890 2500-EXIT.
008900     EXIT.
008910
008920 2550-MATCH-DOB.
008930     READ AGE-MASTER-FILE NEXT RECORD
008940         AT END
008950             MOVE "Y" TO WS-BROWSE-EOF-SW
008960             GO TO 2550-EXIT
008970     END-READ.
008980     IF MAST-MEMBER-DOB > WS-DOB-SEARCH-HIGH
008990         MOVE "Y" TO WS-BROWSE-EOF-SW
009000         GO TO 2550-EXIT
009010     END-IF.
009020     EVALUATE TRUE
009030         WHEN MAST-IS-DELETED
009040             MOVE "  DELETED" TO WS-DELETED-TAG
009050         WHEN MAST-IS-MERGED
009060             MOVE "   MERGED" TO WS-DELETED-TAG
009070         WHEN OTHER
009080             MOVE SPACES TO WS-DELETED-TAG
009090     END-EVALUATE.
009100     DISPLAY MAST-MEMBER-ID "  DOB " MAST-MEMBER-DOB
009110         "  age " MAST-MEMBER-AGE "  " MAST-MEMBER-NAME
009120         WS-DELETED-TAG.
009130     ADD 1 TO WS-MATCH-COUNT.
009140 2550-EXIT.
009150     EXIT.
009160
009170*-----------------------------------------------------------*
009180*  9000 - TERMINATION                                        *
009190*-----------------------------------------------------------*
009200 9000-TERMINATE.
009210     IF WS-MASTER-WAS-OPENED
009220         CLOSE AGE-MASTER-FILE
009230     END-IF.
009240     IF WS-DETERM-WAS-OPENED
009250         CLOSE AGE-DETERM-FILE
009260     END-IF.
009270     IF WS-CONTACT-WAS-OPENED
009280         CLOSE AGE-CONTACT-FILE
009290     END-IF.
009300     IF WS-GUARDIAN-WAS-OPENED
009310         CLOSE AGE-GUARDIAN-FILE
009320     END-IF.
009330     DISPLAY "AGEINQ complete.".
009340 9000-EXIT.
009350     EXIT.
