000070* THE RESULT, WITH THE RUN DATE, RUN TIME AND OPERATOR/TERMINAL
000080* ID, TO THE AGE INTAKE FILE SO THE ENTRIES CAN BE RECONCILED AT
000090* MONTH END.  THE OPERATOR IS REPROMPTED UNTIL A VALID DATE OF
000100* BIRTH YIELDING AN AGE BETWEEN 0 AND 120 IS KEYED IN.  A MEMBER
000110* UNDER 18 MUST BE REGISTERED WITH A GUARDIAN WHO IS AN ACTIVE
000120* ADULT MEMBER; THE LINK IS KEPT ON THE AGEGRDN FILE.
000130*
000140* AUTHOR.      NIMBULL DATA PROCESSING.
000150* INSTALLATION. MEMBER SERVICES.
000160* DATE-WRITTEN. 2026-08-09.
000170*
000180* MODIFICATION HISTORY
000190* DATE       INIT DESCRIPTION
000200* 2026-08-09 JDM  ORIGINAL - DISPLAY/ACCEPT OF AN AGE, NO STORAGE.
000210* 2026-08-09 JDM  APPEND EACH ENTRY TO THE AGE INTAKE FILE.
000220* 2026-08-09 JDM  REJECT NON-NUMERIC/OUT-OF-RANGE AGES, REPROMPT.
000230* 2026-08-09 JDM  CAPTURE A MEMBER ID WITH EACH ENTRY SO BATCH-
000240*                 AND TERMINAL-POSTED RECORDS LOOK ALIKE.
000250* 2026-08-09 JDM  REPLACED THE TYPED AGE WITH A DATE OF BIRTH; THE
000260*                 AGE IS NOW COMPUTED FROM THE SYSTEM DATE.  THE
000270*                 0-120 RANGE CHECK FROM THE EARLIER CHANGE IS
000280*                 KEPT AND NOW APPLIES TO THE COMPUTED AGE.
000290* 2026-08-09 JDM  WRITE AN AUDIT RECORD FOR EVERY DATE OF BIRTH
000300*                 ATTEMPT, ACCEPTED OR REJECTED, TO A SEPARATE
000310*                 LOG.
000320* 2026-08-09 JDM  CHECK THE MEMBER MASTER FOR A DUPLICATE MEMBER
000330*                 ID BEFORE A NEW ENTRY IS ACCEPTED; ADD THE
000340*                 MEMBER TO THE MASTER ONCE THE ENTRY IS POSTED.
000350* 2026-08-09 JDM  GOBACK IN PLACE OF STOP RUN SO THIS PROGRAM CAN
000360*                 BE CALLED FROM THE AGEMENU FRONT END AS WELL AS
000370*                 RUN ON ITS OWN.
000380* 2026-08-09 JDM  AUDIT A DUPLICATE-MEMBER REJECTION THE SAME AS
000390*                 ANY OTHER REJECTED ENTRY, NOT JUST A REJECTED
000400*                 DATE OF BIRTH.
000410* 2026-08-09 JDM  VALIDATE THE DAY OF BIRTH AGAINST THE ACTUAL
000420*                 LENGTH OF THE GIVEN MONTH, INCLUDING LEAP
000430*                 YEARS, RATHER THAN A FLAT 1-31 RANGE.
000440* 2026-08-09 JDM  ADD INVALID KEY HANDLING TO THE MASTER FILE
000450*                 WRITE SO A MEMBER THAT SLIPS PAST THE DUPLICATE
000460*                 CHECK AND OUT INTO AN ADD ANYWAY AT WRITE TIME
000470*                 IS REPORTED RATHER THAN LEFT UNDEFINED.
000480* 2026-08-22 JDM  CLEAR THE NEW ELIGIBILITY STATUS AND DATE ON
000490*                 A NEW MASTER RECORD - A DETERMINATION IS ONLY
000500*                 POSTED LATER BY THE AGEELOAD RESPONSE LOAD.
000510* 2026-08-22 JDM  ACCEPT THE SIGNED-ON OPERATOR ID FROM THE
000520*                 AGEMENU SIGN-ON AREA WHEN CALLED WITH ONE,
000530*                 SO THE AUDIT TRAIL CARRIES THE VERIFIED ID
000540*                 INSTEAD OF A RE-TYPED ONE.  A RUN WITHOUT
000550*                 THE AREA STILL PROMPTS AS BEFORE.
000560* 2026-09-02 JDM  PROMPT FOR THE MEMBER NAME AND MAILING
000570*                 ADDRESS AFTER THE MEMBER ID AND STORE THEM
000580*                 ON THE MASTER RECORD, SO AN INQUIRY CAN
000590*                 CONFIRM A CALLER AND OUTREACH NOTICES NEED
000600*                 NO HAND MATCH AGAINST THE ENROLLMENT CARDS.
000610* 2026-09-02 JDM  NEW MASTER RECORDS ARE WRITTEN ACTIVE, AND
000620*                 A MEMBER ID MARKED DELETED ON THE MASTER IS
000630*                 REFUSED RE-REGISTRATION WITH ITS OWN
000640*                 MESSAGE - A DELETED RECORD IS KEPT ON FILE
000650*                 UNTIL THE AGEPURGE RETENTION JOB DROPS IT.
000660* 2026-10-15 JDM  CLEAR THE NEW MERGED-INTO ID AND MERGE DATE
000670*                 ON A NEW MASTER RECORD.
000680* 2026-10-15 JDM  A NEW MASTER RECORD STARTS WITH NO
000690*                 UNDELIVERABLE-ADDRESS HOLD.
000700* 2026-10-15 JDM  MARK THE INTAKE, MASTER AND AUDIT RECORDS WITH
000710*                 THE TERMINAL SOURCE CHANNEL (T).
000720* 2026-10-15 JDM  A MEMBER WHOSE COMPUTED AGE IS UNDER 18 MUST BE
000730*                 GIVEN A GUARDIAN'S MEMBER ID.  THE GUARDIAN MUST
000740*                 BE ON THE MASTER, ACTIVE AND 18 OR OVER TODAY;
000750*                 OTHERWISE THE ENTRY IS AUDITED AS REJECTED AND
000760*                 THE DATE OF BIRTH IS REPROMPTED.  THE LINK IS
000770*                 WRITTEN TO THE NEW AGEGRDN RELATIONSHIP FILE
000780*                 WITH THE MASTER RECORD.
000790*****************************************************************
000800 IDENTIFICATION DIVISION.
000810 PROGRAM-ID. HELLO.
000820 AUTHOR. NIMBULL DATA PROCESSING.
000830 INSTALLATION. MEMBER SERVICES.
000840 DATE-WRITTEN. 2026-08-09.
000850
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT AGE-INTAKE-FILE ASSIGN TO "AGEINTK"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS AGE-INTAKE-STATUS.
000920
000930     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS AGE-AUDIT-STATUS.
000960
000970     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS MAST-MEMBER-ID
001010         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
001020             WITH DUPLICATES
001030         FILE STATUS IS AGE-MASTER-STATUS.
001040
001050     SELECT AGE-GUARDIAN-FILE ASSIGN TO "AGEGRDN"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS GRDN-MINOR-ID
001090         ALTERNATE RECORD KEY IS GRDN-GUARDIAN-ID
001100             WITH DUPLICATES
001110         FILE STATUS IS AGE-GUARDIAN-STATUS.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  AGE-INTAKE-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 COPY AGEREC.
001190
001200 FD  AGE-AUDIT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY AGEAUD.
001240
001250 FD  AGE-MASTER-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY AGEMAST.
001280
001290 FD  AGE-GUARDIAN-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY AGEGRDN.
001320
001330 WORKING-STORAGE SECTION.
001340 77  AGE-INTAKE-STATUS           PIC X(02)   VALUE SPACES.
001350 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
001360 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
001370 77  AGE-GUARDIAN-STATUS         PIC X(02)   VALUE SPACES.
001380 77  WS-ADULT-AGE                PIC 9(03)   VALUE 18.
001390
001400 01  WS-SWITCHES.
001410     05  WS-VALID-DOB-SW         PIC X(01)   VALUE "N".
001420         88  WS-DOB-IS-VALID                  VALUE "Y".
001430     05  WS-VALID-MEMBER-SW      PIC X(01)   VALUE "N".
001440         88  WS-MEMBER-IS-VALID                VALUE "Y".
001450     05  WS-VALID-NAME-SW        PIC X(01)   VALUE "N".
001460         88  WS-NAME-IS-VALID                  VALUE "Y".
001470     05  WS-VALID-GUARDIAN-SW    PIC X(01)   VALUE "N".
001480         88  WS-GUARDIAN-IS-VALID              VALUE "Y".
001490     05  WS-LEAP-YEAR-SW         PIC X(01)   VALUE "N".
001500         88  WS-IS-LEAP-YEAR                   VALUE "Y".
001510
001520 01  WS-OPERATOR-FIELDS.
001530     05  WS-TERM-ID              PIC X(08).
001540     05  WS-MEMBER-ID            PIC X(10).
001550     05  WS-GUARDIAN-ID          PIC X(10).
001560
001570 01  WS-NAME-ADDR-FIELDS.
001580     05  WS-MEMBER-NAME          PIC X(25).
001590     05  WS-ADDR-STREET          PIC X(25).
001600     05  WS-ADDR-CITY            PIC X(18).
001610     05  WS-ADDR-STATE           PIC X(02).
001620     05  WS-ADDR-ZIP             PIC X(05).
001630
001640 01  WS-DOB-FIELDS.
001650     05  WS-DOB-INPUT            PIC X(08).
001660 01  WS-DOB-FIELDS-R REDEFINES WS-DOB-FIELDS.
001670     05  WS-DOB-CC               PIC 9(02).
001680     05  WS-DOB-YY               PIC 9(02).
001690     05  WS-DOB-MM               PIC 9(02).
001700     05  WS-DOB-DD               PIC 9(02).
001710
001720 01  WS-SYS-DATE-YYYYMMDD.
001730     05  WS-SYS-CC               PIC 9(02).
001740     05  WS-SYS-YY               PIC 9(02).
001750     05  WS-SYS-MM               PIC 9(02).
001760     05  WS-SYS-DD               PIC 9(02).
001770
001780 01  WS-SYS-TIME-HHMMSSHS.
001790     05  WS-SYS-HH               PIC 9(02).
001800     05  WS-SYS-MN               PIC 9(02).
001810     05  WS-SYS-SS               PIC 9(02).
001820     05  WS-SYS-HS               PIC 9(02).
001830
001840 01  WS-AGE-CALC                 PIC S9(05)  VALUE ZERO.
001850
001860*    THE GUARDIAN'S DATE OF BIRTH FROM THE MASTER, SO THE
001870*    GUARDIAN'S AGE TODAY IS COMPUTED WITHOUT DISTURBING THE
001880*    MEMBER'S OWN DATE OF BIRTH AND AGE.
001890 01  WS-GUARDIAN-DOB             PIC 9(08)   VALUE ZERO.
001900 01  WS-GUARDIAN-DOB-R REDEFINES WS-GUARDIAN-DOB.
001910     05  WS-GDOB-CC              PIC 9(02).
001920     05  WS-GDOB-YY              PIC 9(02).
001930     05  WS-GDOB-MM              PIC 9(02).
001940     05  WS-GDOB-DD              PIC 9(02).
001950 01  WS-GUARDIAN-AGE             PIC S9(05)  VALUE ZERO.
001960
001970 01  WS-AUDIT-REASON             PIC X(30)   VALUE SPACES.
001980
001990 01  WS-DOB-MAX-DAY              PIC 9(02)   VALUE ZERO.
002000 01  WS-DOB-FULL-YEAR            PIC 9(04)   VALUE ZERO.
002010 01  WS-LEAP-WORK-FIELDS.
002020     05  WS-LEAP-QUOT-4          PIC 9(04).
002030     05  WS-LEAP-REM-4           PIC 9(02).
002040     05  WS-LEAP-QUOT-100        PIC 9(04).
002050     05  WS-LEAP-REM-100         PIC 9(02).
002060     05  WS-LEAP-QUOT-400        PIC 9(04).
002070     05  WS-LEAP-REM-400         PIC 9(03).
002080
002090 LINKAGE SECTION.
002100 COPY AGESIGN.
002110
002120 PROCEDURE DIVISION USING AGE-SIGNON-AREA.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT.
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170     GOBACK.
002180
002190*-----------------------------------------------------------*
002200*  1000 - INITIALIZATION                                    *
002210*-----------------------------------------------------------*
002220 1000-INITIALIZE.
002230     DISPLAY "Hello World!".
002240     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002250     ACCEPT WS-SYS-TIME-HHMMSSHS FROM TIME.
002260     IF ADDRESS OF AGE-SIGNON-AREA = NULL
002270         DISPLAY "Enter your operator/terminal ID: "
002280         ACCEPT WS-TERM-ID
002290     ELSE
002300         MOVE SIGN-OPER-ID TO WS-TERM-ID
002310     END-IF.
002320     OPEN EXTEND AGE-INTAKE-FILE.
002330     IF AGE-INTAKE-STATUS NOT = "00" AND
002340             AGE-INTAKE-STATUS NOT = "05"
002350         OPEN OUTPUT AGE-INTAKE-FILE
002360         CLOSE AGE-INTAKE-FILE
002370         OPEN EXTEND AGE-INTAKE-FILE
002380     END-IF.
002390     OPEN EXTEND AGE-AUDIT-FILE.
002400     IF AGE-AUDIT-STATUS NOT = "00" AND
002410             AGE-AUDIT-STATUS NOT = "05"
002420         OPEN OUTPUT AGE-AUDIT-FILE
002430         CLOSE AGE-AUDIT-FILE
002440         OPEN EXTEND AGE-AUDIT-FILE
002450     END-IF.
002460     OPEN I-O AGE-MASTER-FILE.
002470     IF AGE-MASTER-STATUS NOT = "00"
002480         OPEN OUTPUT AGE-MASTER-FILE
002490         CLOSE AGE-MASTER-FILE
002500         OPEN I-O AGE-MASTER-FILE
002510     END-IF.
002520     OPEN I-O AGE-GUARDIAN-FILE.
002530     IF AGE-GUARDIAN-STATUS NOT = "00"
002540         OPEN OUTPUT AGE-GUARDIAN-FILE
002550         CLOSE AGE-GUARDIAN-FILE
002560         OPEN I-O AGE-GUARDIAN-FILE
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600
002610*-----------------------------------------------------------*
002620*  2000 - PROCESS ONE AGE ENTRY                              *
002630*-----------------------------------------------------------*
002640 2000-PROCESS-ENTRY.
002650     MOVE "N" TO WS-VALID-MEMBER-SW.
002660     PERFORM 2050-PROMPT-MEMBER THRU 2050-EXIT
002670         UNTIL WS-MEMBER-IS-VALID.
002680     MOVE "N" TO WS-VALID-NAME-SW.
002690     PERFORM 2070-PROMPT-NAME THRU 2070-EXIT
002700         UNTIL WS-NAME-IS-VALID.
002710     PERFORM 2080-PROMPT-ADDRESS THRU 2080-EXIT.
002720     MOVE "N" TO WS-VALID-DOB-SW.
002730     PERFORM 2100-PROMPT-DOB THRU 2100-EXIT
002740         UNTIL WS-DOB-IS-VALID.
002750     MOVE WS-MEMBER-ID TO AGE-REC-MEMBER-ID.
002760     MOVE WS-DOB-CC TO AGE-REC-DOB-CC.
002770     MOVE WS-DOB-YY TO AGE-REC-DOB-YY.
002780     MOVE WS-DOB-MM TO AGE-REC-DOB-MM.
002790     MOVE WS-DOB-DD TO AGE-REC-DOB-DD.
002800     MOVE WS-AGE-CALC TO AGE-REC-AGE.
002810     MOVE WS-SYS-CC TO AGE-REC-RUN-CC.
002820     MOVE WS-SYS-YY TO AGE-REC-RUN-YY.
002830     MOVE WS-SYS-MM TO AGE-REC-RUN-MM.
002840     MOVE WS-SYS-DD TO AGE-REC-RUN-DD.
002850     MOVE WS-SYS-HH TO AGE-REC-RUN-HH.
002860     MOVE WS-SYS-MN TO AGE-REC-RUN-MN.
002870     MOVE WS-SYS-SS TO AGE-REC-RUN-SS.
002880     MOVE WS-SYS-HS TO AGE-REC-RUN-HS.
002890     MOVE WS-TERM-ID TO AGE-REC-TERM-ID.
002900     MOVE "T" TO AGE-REC-SOURCE-CHANNEL.
002910     WRITE AGE-INTAKE-RECORD.
002920     MOVE WS-MEMBER-ID TO MAST-MEMBER-ID.
002930     MOVE WS-DOB-INPUT TO MAST-MEMBER-DOB.
002940     MOVE WS-AGE-CALC TO MAST-MEMBER-AGE.
002950     MOVE WS-SYS-DATE-YYYYMMDD TO MAST-ADD-DATE.
002960     MOVE SPACES TO MAST-ELIG-STATUS.
002970     MOVE ZERO TO MAST-ELIG-DATE.
002980     MOVE WS-MEMBER-NAME TO MAST-MEMBER-NAME.
002990     MOVE WS-ADDR-STREET TO MAST-ADDR-STREET.
003000     MOVE WS-ADDR-CITY TO MAST-ADDR-CITY.
003010     MOVE WS-ADDR-STATE TO MAST-ADDR-STATE.
003020     MOVE WS-ADDR-ZIP TO MAST-ADDR-ZIP.
003030     MOVE ZERO TO MAST-EXTRACT-DATE.
003040     MOVE "A" TO MAST-REC-STATUS.
003050     MOVE ZERO TO MAST-DELETE-DATE.
003060     MOVE SPACES TO MAST-MERGED-INTO-ID.
003070     MOVE ZERO TO MAST-MERGE-DATE.
003080     MOVE SPACE TO MAST-ADDR-STATUS.
003090     MOVE ZERO TO MAST-ADDR-RETURN-DATE.
003100     MOVE SPACES TO MAST-ADDR-RETURN-REASON.
003110     MOVE "T" TO MAST-SOURCE-CHANNEL.
003120     WRITE AGE-MASTER-RECORD
003130         INVALID KEY
003140             DISPLAY "*** WARNING: member " WS-MEMBER-ID
003150                 " was already on the master file at post "
003160                 "time - intake record written, master record "
003170                 "not updated."
003180         NOT INVALID KEY
003190             IF WS-AGE-CALC < WS-ADULT-AGE
003200                 PERFORM 2300-WRITE-GUARDIAN-LINK THRU 2300-EXIT
003210             END-IF
003220     END-WRITE.
003230     DISPLAY "Age entry recorded: member " WS-MEMBER-ID
003240         " age " WS-AGE-CALC ".".
003250 2000-EXIT.
003260     EXIT.
003270
003280 2050-PROMPT-MEMBER.
003290     DISPLAY "Enter member ID (up to 10 characters): ".
003300     ACCEPT WS-MEMBER-ID.
003310     MOVE WS-MEMBER-ID TO MAST-MEMBER-ID.
003320     READ AGE-MASTER-FILE
003330         KEY IS MAST-MEMBER-ID
003340         INVALID KEY
003350             MOVE "Y" TO WS-VALID-MEMBER-SW
003360     END-READ.
003370     IF NOT WS-MEMBER-IS-VALID
003380         IF MAST-IS-DELETED
003390             DISPLAY "*** WARNING: member " WS-MEMBER-ID
003400                 " was deleted on " MAST-DELETE-DATE
003410                 ". A deleted member ID cannot be "
003420                 "re-registered - see a supervisor."
003430             MOVE SPACES TO WS-DOB-INPUT
003440             MOVE "N" TO WS-VALID-DOB-SW
003450             MOVE "MEMBER ID DELETED" TO WS-AUDIT-REASON
003460             PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
003470             GO TO 2050-EXIT
003480         END-IF
003490         DISPLAY "*** WARNING: member " WS-MEMBER-ID
003500             " is already on file with age " MAST-MEMBER-AGE
003510             ". This entry is rejected - see a supervisor if "
003520             "the member's date of birth needs correcting."
003530         MOVE SPACES TO WS-DOB-INPUT
003540         MOVE "N" TO WS-VALID-DOB-SW
003550         MOVE "DUPLICATE MEMBER ID" TO WS-AUDIT-REASON
003560         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
003570         GO TO 2050-EXIT
003580     END-IF.
003590 2050-EXIT.
003600     EXIT.
003610
003620*-----------------------------------------------------------*
003630*  2070 - PROMPT FOR THE MEMBER NAME.  A BLANK NAME IS       *
003640*          REPROMPTED - THE MAIL ROOM CANNOT ADDRESS A        *
003650*          NOTICE WITHOUT ONE.                                *
003660*-----------------------------------------------------------*
003670 2070-PROMPT-NAME.
003680     DISPLAY "Enter member name (up to 25 characters): ".
003690     ACCEPT WS-MEMBER-NAME.
003700     IF WS-MEMBER-NAME = SPACES
003710         DISPLAY "*** ERROR: member name may not be blank. "
003720             "Try again."
003730         GO TO 2070-EXIT
003740     END-IF.
003750     MOVE "Y" TO WS-VALID-NAME-SW.
003760 2070-EXIT.
003770     EXIT.
003780
003790 2080-PROMPT-ADDRESS.
003800     DISPLAY "Enter street address (up to 25 characters): ".
003810     ACCEPT WS-ADDR-STREET.
003820     DISPLAY "Enter city (up to 18 characters): ".
003830     ACCEPT WS-ADDR-CITY.
003840     DISPLAY "Enter state (2 characters): ".
003850     ACCEPT WS-ADDR-STATE.
003860     DISPLAY "Enter ZIP code (5 characters): ".
003870     ACCEPT WS-ADDR-ZIP.
003880 2080-EXIT.
003890     EXIT.
003900
003910 2100-PROMPT-DOB.
003920     DISPLAY "Enter date of birth (CCYYMMDD): ".
003930     ACCEPT WS-DOB-INPUT.
003940     IF WS-DOB-INPUT NOT NUMERIC
003950         DISPLAY "*** ERROR: date of birth must be 8 numeric "
003960             "digits (CCYYMMDD). Try again."
003970         MOVE "BAD DATE FORMAT" TO WS-AUDIT-REASON
003980         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
003990         GO TO 2100-EXIT
004000     END-IF.
004010     IF WS-DOB-MM < 1 OR WS-DOB-MM > 12
004020         DISPLAY "*** ERROR: date of birth is not a valid "
004030             "calendar date. Try again."
004040         MOVE "INVALID CALENDAR DATE" TO WS-AUDIT-REASON
004050         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004060         GO TO 2100-EXIT
004070     END-IF.
004080     PERFORM 2180-SET-MAX-DAY THRU 2180-EXIT.
004090     IF WS-DOB-DD < 1 OR WS-DOB-DD > WS-DOB-MAX-DAY
004100         DISPLAY "*** ERROR: date of birth is not a valid "
004110             "calendar date. Try again."
004120         MOVE "INVALID CALENDAR DATE" TO WS-AUDIT-REASON
004130         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004140         GO TO 2100-EXIT
004150     END-IF.
004160     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
004170     IF WS-AGE-CALC < 0 OR WS-AGE-CALC > 120
004180         DISPLAY "*** ERROR: computed age " WS-AGE-CALC
004190             " is out of the valid range 0 thru 120. Try again."
004200         MOVE "AGE OUT OF RANGE" TO WS-AUDIT-REASON
004210         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004220         GO TO 2100-EXIT
004230     END-IF.
004240     IF WS-AGE-CALC < WS-ADULT-AGE
004250         PERFORM 2120-PROMPT-GUARDIAN THRU 2120-EXIT
004260         IF NOT WS-GUARDIAN-IS-VALID
004270             GO TO 2100-EXIT
004280         END-IF
004290     END-IF.
004300     MOVE "Y" TO WS-VALID-DOB-SW.
004310     MOVE SPACES TO WS-AUDIT-REASON.
004320     PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT.
004330 2100-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------*
004370*  2120 - A MEMBER UNDER 18 MUST HAVE A GUARDIAN: ANOTHER    *
004380*          MEMBER WHO IS ON THE MASTER, ACTIVE AND 18 OR     *
004390*          OVER TODAY.  A GUARDIAN THAT FAILS IS AUDITED AS  *
004400*          A REJECTED ENTRY AND THE DATE OF BIRTH IS         *
004410*          REPROMPTED, THE SAME AS ANY OTHER BAD ENTRY.  THE *
004420*          MASTER RECORD AREA IS REBUILT IN FULL BEFORE THE  *
004430*          MEMBER IS WRITTEN, SO READING THE GUARDIAN INTO   *
004440*          IT HERE IS SAFE.                                  *
004450*-----------------------------------------------------------*
004460 2120-PROMPT-GUARDIAN.
004470     MOVE "N" TO WS-VALID-GUARDIAN-SW.
004480     DISPLAY "Member is under 18 - enter the guardian's member "
004490         "ID: ".
004500     ACCEPT WS-GUARDIAN-ID.
004510     IF WS-GUARDIAN-ID = SPACES
004520         DISPLAY "*** ERROR: a member under 18 must be "
004530             "registered with a guardian. Try again."
004540         MOVE "MINOR WITHOUT GUARDIAN" TO WS-AUDIT-REASON
004550         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004560         GO TO 2120-EXIT
004570     END-IF.
004580     IF WS-GUARDIAN-ID = WS-MEMBER-ID
004590         DISPLAY "*** ERROR: a member cannot be their own "
004600             "guardian. Try again."
004610         MOVE "MINOR IS OWN GUARDIAN" TO WS-AUDIT-REASON
004620         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004630         GO TO 2120-EXIT
004640     END-IF.
004650     MOVE WS-GUARDIAN-ID TO MAST-MEMBER-ID.
004660     READ AGE-MASTER-FILE
004670         KEY IS MAST-MEMBER-ID
004680         INVALID KEY
004690             DISPLAY "*** ERROR: guardian " WS-GUARDIAN-ID
004700                 " is not on the master file. Try again."
004710             MOVE "GUARDIAN NOT ON MASTER FILE" TO WS-AUDIT-REASON
004720             PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004730             GO TO 2120-EXIT
004740     END-READ.
004750     IF NOT MAST-IS-ACTIVE
004760         DISPLAY "*** ERROR: guardian " WS-GUARDIAN-ID
004770             " is not an active member. Try again."
004780         MOVE "GUARDIAN NOT ACTIVE" TO WS-AUDIT-REASON
004790         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004800         GO TO 2120-EXIT
004810     END-IF.
004820     MOVE MAST-MEMBER-DOB TO WS-GUARDIAN-DOB.
004830     PERFORM 2210-COMPUTE-GUARDIAN-AGE THRU 2210-EXIT.
004840     IF WS-GUARDIAN-AGE < WS-ADULT-AGE
004850         DISPLAY "*** ERROR: guardian " WS-GUARDIAN-ID
004860             " is under 18. Try again."
004870         MOVE "GUARDIAN UNDER 18" TO WS-AUDIT-REASON
004880         PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT
004890         GO TO 2120-EXIT
004900     END-IF.
004910     DISPLAY "Guardian: " WS-GUARDIAN-ID " " MAST-MEMBER-NAME.
004920     MOVE "Y" TO WS-VALID-GUARDIAN-SW.
004930 2120-EXIT.
004940     EXIT.
004950
004960 2150-WRITE-AUDIT.
004970     MOVE WS-TERM-ID TO AUD-TERM-ID.
004980     MOVE WS-SYS-DATE-YYYYMMDD TO AUD-TS-DATE.
004990     MOVE WS-SYS-TIME-HHMMSSHS TO AUD-TS-TIME.
005000     MOVE WS-MEMBER-ID TO AUD-RAW-INPUT(1:10).
005010     MOVE WS-DOB-INPUT TO AUD-RAW-INPUT(11:8).
005020     IF WS-DOB-IS-VALID
005030         MOVE "ACCEPTED" TO AUD-OUTCOME
005040     ELSE
005050         MOVE "REJECTED" TO AUD-OUTCOME
005060     END-IF.
005070     MOVE WS-AUDIT-REASON TO AUD-REASON.
005080     MOVE "T" TO AUD-SOURCE-CHANNEL.
005090     WRITE AGE-AUDIT-RECORD.
005100 2150-EXIT.
005110     EXIT.
005120
005130*-----------------------------------------------------------*
005140*  2180 - DETERMINE THE NUMBER OF DAYS IN THE GIVEN MONTH,    *
005150*          ACCOUNTING FOR LEAP YEARS IN FEBRUARY.             *
005160*-----------------------------------------------------------*
005170 2180-SET-MAX-DAY.
005180     EVALUATE WS-DOB-MM
005190         WHEN 4
005200         WHEN 6
005210         WHEN 9
005220         WHEN 11
005230             MOVE 30 TO WS-DOB-MAX-DAY
005240         WHEN 2
005250             PERFORM 2185-CHECK-LEAP-YEAR THRU 2185-EXIT
005260             IF WS-IS-LEAP-YEAR
005270                 MOVE 29 TO WS-DOB-MAX-DAY
005280             ELSE
005290                 MOVE 28 TO WS-DOB-MAX-DAY
005300             END-IF
005310         WHEN OTHER
005320             MOVE 31 TO WS-DOB-MAX-DAY
005330     END-EVALUATE.
005340 2180-EXIT.
005350     EXIT.
005360
005370 2185-CHECK-LEAP-YEAR.
005380     COMPUTE WS-DOB-FULL-YEAR = WS-DOB-CC * 100 + WS-DOB-YY.
005390     MOVE "N" TO WS-LEAP-YEAR-SW.
005400     DIVIDE WS-DOB-FULL-YEAR BY 4 GIVING WS-LEAP-QUOT-4
005410         REMAINDER WS-LEAP-REM-4.
005420     IF WS-LEAP-REM-4 = 0
005430         DIVIDE WS-DOB-FULL-YEAR BY 100 GIVING WS-LEAP-QUOT-100
005440             REMAINDER WS-LEAP-REM-100
005450         IF WS-LEAP-REM-100 NOT = 0
005460             MOVE "Y" TO WS-LEAP-YEAR-SW
005470         ELSE
005480             DIVIDE WS-DOB-FULL-YEAR BY 400
005490                 GIVING WS-LEAP-QUOT-400
005500                 REMAINDER WS-LEAP-REM-400
005510             IF WS-LEAP-REM-400 = 0
005520                 MOVE "Y" TO WS-LEAP-YEAR-SW
005530             END-IF
005540         END-IF
005550     END-IF.
005560 2185-EXIT.
005570     EXIT.
005580
005590 2200-COMPUTE-AGE.
005600     COMPUTE WS-AGE-CALC =
005610         (WS-SYS-CC * 100 + WS-SYS-YY)
005620         - (WS-DOB-CC * 100 + WS-DOB-YY).
005630     IF WS-SYS-MM < WS-DOB-MM
005640         SUBTRACT 1 FROM WS-AGE-CALC
005650     ELSE
005660         IF WS-SYS-MM = WS-DOB-MM AND WS-SYS-DD < WS-DOB-DD
005670             SUBTRACT 1 FROM WS-AGE-CALC
005680         END-IF
005690     END-IF.
005700 2200-EXIT.
005710     EXIT.
005720
005730 2210-COMPUTE-GUARDIAN-AGE.
005740     COMPUTE WS-GUARDIAN-AGE =
005750         (WS-SYS-CC * 100 + WS-SYS-YY)
005760         - (WS-GDOB-CC * 100 + WS-GDOB-YY).
005770     IF WS-SYS-MM < WS-GDOB-MM
005780         SUBTRACT 1 FROM WS-GUARDIAN-AGE
005790     ELSE
005800         IF WS-SYS-MM = WS-GDOB-MM AND WS-SYS-DD < WS-GDOB-DD
005810             SUBTRACT 1 FROM WS-GUARDIAN-AGE
005820         END-IF
005830     END-IF.
005840 2210-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------------*
005880*  2300 - LINK THE NEW MINOR TO THE GUARDIAN.  A LINK LEFT   *
005890*          UNDER THE SAME MEMBER ID BY AN EARLIER RECORD     *
005900*          THAT HAS SINCE BEEN PURGED IS REPLACED.           *
005910*-----------------------------------------------------------*
005920 2300-WRITE-GUARDIAN-LINK.
005930     MOVE WS-MEMBER-ID TO GRDN-MINOR-ID.
005940     MOVE WS-GUARDIAN-ID TO GRDN-GUARDIAN-ID.
005950     MOVE WS-SYS-DATE-YYYYMMDD TO GRDN-LINK-DATE.
005960     MOVE WS-TERM-ID TO GRDN-LINK-TERM-ID.
005970     MOVE "T" TO GRDN-SOURCE-CHANNEL.
005980     WRITE AGE-GUARDIAN-RECORD
005990         INVALID KEY
006000             REWRITE AGE-GUARDIAN-RECORD
006010                 INVALID KEY
006020                     DISPLAY "*** WARNING: guardian link for "
006030                         "member " WS-MEMBER-ID " could not be "
006040                         "written - see a supervisor."
006050             END-REWRITE
006060     END-WRITE.
006070     IF AGE-GUARDIAN-STATUS = "00" OR AGE-GUARDIAN-STATUS = "02"
006080         DISPLAY "Guardian link recorded: member " WS-MEMBER-ID
006090             " guardian " WS-GUARDIAN-ID "."
006100     END-IF.
006110 2300-EXIT.
006120     EXIT.
006130
006140*-----------------------------------------------------------*
006150*  9000 - TERMINATION                                        *
006160*-----------------------------------------------------------*
006170 9000-TERMINATE.
006180     CLOSE AGE-INTAKE-FILE.
006190     CLOSE AGE-AUDIT-FILE.
006200     CLOSE AGE-MASTER-FILE.
006210     CLOSE AGE-GUARDIAN-FILE.
006220 9000-EXIT.
006230     EXIT.
