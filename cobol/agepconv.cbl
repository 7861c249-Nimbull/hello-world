000010*****************************************************************
000020* AGEPCONV.CBL
000030* PARTNER ENROLLMENT FEED CONVERSION.
000040*
000050* AN OUTSIDE PARTNER SENDS ITS ENROLLMENTS AS A COMMA-DELIMITED
000060* FILE IN ITS OWN LAYOUT, ONE ENROLLMENT PER LINE, NO HEADING
000070* LINE AND NO QUOTED FIELDS:
000080*     MEMBER ID,LAST NAME,FIRST NAME,MM/DD/YYYY,STREET,CITY,
000090*     STATE,ZIP[,GUARDIAN MEMBER ID]
000100* THE ZIP MAY BE FIVE DIGITS OR ZIP+4 (NNNNN-NNNN).  THE NINTH
000110* FIELD IS SENT ONLY FOR AN ENROLLEE UNDER 18.  THIS JOB
000120* CHECKS EACH LINE, MAPS IT TO THE STANDARD AGETRAN ADD
000130* TRANSACTION - DATE OF BIRTH TO CCYYMMDD, THE NAME TO FIRST
000140* NAME THEN LAST NAME AS THE TERMINAL TAKES IT, THE STATE TO
000150* UPPER CASE - AND WRITES A COMPLETE TRANSMISSION WITH THE HDR
000160* (RUN DATE, SOURCE CHANNEL P) AND TRL (RECORD COUNT) CONTROL
000170* RECORDS FOR THE USUAL AGEEDIT/AGEBATCH STREAM.  A LINE THAT
000180* CANNOT BE MAPPED IS PRINTED ON THE REJECT LISTING WITH ITS
000190* LINE NUMBER AND REASON AND WRITTEN TO THE AUDIT LOG AS A
000200* REJECTED PARTNER ATTEMPT; CALENDAR AND AGE EDITS ARE LEFT TO
000210* AGEEDIT SO A BAD DATE IS HELD IN SUSPENSE FOR CORRECTION LIKE
000220* ANY OTHER.  ENDS CC 4 WHEN ANY LINE IS REJECTED AND CC 16
000230* WHEN A FILE CANNOT BE OPENED OR THE TRANSMISSION CANNOT BE
000240* WRITTEN.  SEE JCL MEMBER AGEPCONV.
000250*
000260* AUTHOR.      NIMBULL DATA PROCESSING.
000270* INSTALLATION. MEMBER SERVICES.
000280* DATE-WRITTEN. 2026-10-15.
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* 2026-10-15 JDM  ORIGINAL.
000330* 2026-10-15 JDM  TAKE AN OPTIONAL NINTH FIELD, THE GUARDIAN'S
000340*                 MEMBER ID FOR AN ENROLLEE UNDER 18, INTO THE
000350*                 NEW AGETRAN GUARDIAN FIELD (RECORD LENGTH 94
000360*                 TO 104).  AGEEDIT HOLDS A MINOR WITHOUT ONE.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. AGEPCONV.
000400 AUTHOR. NIMBULL DATA PROCESSING.
000410 INSTALLATION. MEMBER SERVICES.
000420 DATE-WRITTEN. 2026-10-15.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT AGE-PARTNER-FILE ASSIGN TO "AGEPART"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS AGE-PARTNER-STATUS.
000500
000510     SELECT AGE-TRANS-FILE ASSIGN TO "AGETRAN"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS AGE-TRANS-STATUS.
000540
000550     SELECT AGE-AUDIT-FILE ASSIGN TO "AGEAUDIT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS AGE-AUDIT-STATUS.
000580
000590     SELECT AGE-PCONV-REPORT-FILE ASSIGN TO "AGEPCVO"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AGE-PCONV-REPORT-STATUS.
000620
000630     SELECT AGE-RUN-CONTROL-FILE ASSIGN TO "AGERUNF"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS AGE-RUN-CONTROL-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  AGE-PARTNER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  AGE-PARTNER-RECORD          PIC X(200).
000720
000730 FD  AGE-TRANS-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY AGETRAN.
000770
000780 FD  AGE-AUDIT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY AGEAUD.
000820
000830 FD  AGE-PCONV-REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  AGE-PCONV-REPORT-RECORD     PIC X(80).
000860
000870 FD  AGE-RUN-CONTROL-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY AGERUN.
000910
000920 WORKING-STORAGE SECTION.
000930 77  AGE-RUN-CONTROL-STATUS      PIC X(02)   VALUE SPACES.
000940 77  AGE-PARTNER-STATUS          PIC X(02)   VALUE SPACES.
000950 77  AGE-TRANS-STATUS            PIC X(02)   VALUE SPACES.
000960 77  AGE-AUDIT-STATUS            PIC X(02)   VALUE SPACES.
000970 77  AGE-PCONV-REPORT-STATUS     PIC X(02)   VALUE SPACES.
000980 77  WS-EXPECTED-FIELDS          PIC 9(02)   VALUE 8.
000990 77  WS-GUARDIAN-FIELD           PIC 9(02)   VALUE 9.
001000
001010 01  WS-SWITCHES.
001020     05  WS-PARTNER-EOF-SW       PIC X(01)   VALUE "N".
001030         88  WS-END-OF-PARTNER                VALUE "Y".
001040     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
001050         88  WS-FILES-WERE-OPENED             VALUE "Y".
001060     05  WS-AUDIT-OPEN-SW        PIC X(01)   VALUE "N".
001070         88  WS-AUDIT-IS-OPEN                 VALUE "Y".
001080     05  WS-FIELD-OVERFLOW-SW    PIC X(01)   VALUE "N".
001090         88  WS-TOO-MANY-FIELDS               VALUE "Y".
001100
001110 01  WS-COUNTERS.
001120     05  WS-LINES-READ           PIC 9(08)   VALUE ZERO.
001130     05  WS-LINES-BLANK          PIC 9(08)   VALUE ZERO.
001140     05  WS-RECORDS-WRITTEN      PIC 9(08)   VALUE ZERO.
001150     05  WS-LINES-REJECTED       PIC 9(08)   VALUE ZERO.
001160
001170 01  WS-TERM-ID                  PIC X(08)   VALUE "BATCH".
001180
001190*    ONE PARTNER LINE SPLIT AT THE COMMAS.  EACH RECEIVING FIELD
001200*    IS WIDER THAN ITS AGETRAN FIELD SO AN OVERLONG VALUE IS
001210*    SEEN BY ITS COUNT AND REJECTED RATHER THAN CUT SHORT.
001220 01  WS-PARTNER-FIELDS.
001230     05  WS-PF-MEMBER-ID         PIC X(30).
001240     05  WS-PF-LAST-NAME         PIC X(40).
001250     05  WS-PF-FIRST-NAME        PIC X(40).
001260     05  WS-PF-DOB               PIC X(20).
001270     05  WS-PF-STREET            PIC X(40).
001280     05  WS-PF-CITY              PIC X(40).
001290     05  WS-PF-STATE             PIC X(10).
001300     05  WS-PF-ZIP               PIC X(20).
001310     05  WS-PF-GUARDIAN-ID       PIC X(30).
001320
001330 01  WS-PARTNER-LENGTHS.
001340     05  WS-PL-MEMBER-ID         PIC 9(04)   COMP.
001350     05  WS-PL-LAST-NAME         PIC 9(04)   COMP.
001360     05  WS-PL-FIRST-NAME        PIC 9(04)   COMP.
001370     05  WS-PL-DOB               PIC 9(04)   COMP.
001380     05  WS-PL-STREET            PIC 9(04)   COMP.
001390     05  WS-PL-CITY              PIC 9(04)   COMP.
001400     05  WS-PL-STATE             PIC 9(04)   COMP.
001410     05  WS-PL-ZIP               PIC 9(04)   COMP.
001420     05  WS-PL-GUARDIAN-ID       PIC 9(04)   COMP.
001430
001440 01  WS-FIELD-COUNT              PIC 9(04)   COMP VALUE ZERO.
001450 01  WS-NAME-LENGTH              PIC 9(04)   COMP VALUE ZERO.
001460
001470*    MM/DD/YYYY AS THE PARTNER SENDS IT.
001480 01  WS-PARTNER-DOB.
001490     05  WS-PD-MM                PIC X(02).
001500     05  WS-PD-SLASH-1           PIC X(01).
001510     05  WS-PD-DD                PIC X(02).
001520     05  WS-PD-SLASH-2           PIC X(01).
001530     05  WS-PD-CCYY              PIC X(04).
001540
001550*    CCYYMMDD AS AGETRAN CARRIES IT.
001560 01  WS-TRAN-DOB.
001570     05  WS-TD-CCYY              PIC X(04).
001580     05  WS-TD-MM                PIC X(02).
001590     05  WS-TD-DD                PIC X(02).
001600 01  WS-TRAN-DOB-N REDEFINES WS-TRAN-DOB
001610                                 PIC 9(08).
001620
001630 01  WS-PARTNER-ZIP.
001640     05  WS-PZ-ZIP5              PIC X(05).
001650     05  WS-PZ-DASH              PIC X(01).
001660     05  WS-PZ-PLUS4             PIC X(04).
001670     05  FILLER                  PIC X(10).
001680
001690 01  WS-LOWER-CASE               PIC X(26)   VALUE
001700     "abcdefghijklmnopqrstuvwxyz".
001710 01  WS-UPPER-CASE               PIC X(26)   VALUE
001720     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001730
001740 01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
001750 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
001760 01  WS-SYS-TIME-HHMMSSHS        PIC 9(08)   VALUE ZERO.
001770 01  WS-PRT-LINE-NO              PIC ZZZZZ9.
001780 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001790
001800 01  WS-RUN-STAMP-FIELDS.
001810     05  WS-RUN-STAMP-DATE       PIC 9(08)   VALUE ZERO.
001820     05  WS-RUN-STAMP-TIME       PIC 9(08)   VALUE ZERO.
001830
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-CONVERT-LINE THRU 2000-EXIT
001880         UNTIL WS-END-OF-PARTNER.
001890     PERFORM 3000-FINISH-TRANSMISSION THRU 3000-EXIT.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910     STOP RUN.
001920
001930*-----------------------------------------------------------*
001940*  1000 - INITIALIZATION.  THE HEADER IS WRITTEN AS SOON AS  *
001950*          THE TRANSMISSION IS OPENED.                        *
001960*-----------------------------------------------------------*
001970 1000-INITIALIZE.
001980     DISPLAY "AGEPCONV starting.".
001990     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002000     ACCEPT WS-SYS-TIME-HHMMSSHS FROM TIME.
002010     OPEN INPUT AGE-PARTNER-FILE.
002020     IF AGE-PARTNER-STATUS NOT = "00"
002030         DISPLAY "*** ERROR: cannot open partner file, status "
002040             AGE-PARTNER-STATUS
002050         MOVE "Y" TO WS-PARTNER-EOF-SW
002060         MOVE 16 TO RETURN-CODE
002070         GO TO 1000-EXIT
002080     END-IF.
002090     OPEN OUTPUT AGE-TRANS-FILE.
002100     IF AGE-TRANS-STATUS NOT = "00"
002110         DISPLAY "*** ERROR: cannot open transmission file, "
002120             "status " AGE-TRANS-STATUS
002130         CLOSE AGE-PARTNER-FILE
002140         MOVE "Y" TO WS-PARTNER-EOF-SW
002150         MOVE 16 TO RETURN-CODE
002160         GO TO 1000-EXIT
002170     END-IF.
002180     OPEN EXTEND AGE-AUDIT-FILE.
002190     IF AGE-AUDIT-STATUS NOT = "00" AND
002200             AGE-AUDIT-STATUS NOT = "05"
002210         OPEN OUTPUT AGE-AUDIT-FILE
002220         CLOSE AGE-AUDIT-FILE
002230         OPEN EXTEND AGE-AUDIT-FILE
002240     END-IF.
002250     IF AGE-AUDIT-STATUS = "00" OR AGE-AUDIT-STATUS = "05"
002260         MOVE "Y" TO WS-AUDIT-OPEN-SW
002270     ELSE
002280         DISPLAY "*** WARNING: cannot open the audit log, status "
002290             AGE-AUDIT-STATUS " - rejected lines not audited."
002300     END-IF.
002310     OPEN OUTPUT AGE-PCONV-REPORT-FILE.
002320     MOVE "Y" TO WS-FILES-OPEN-SW.
002330     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
002340     STRING "PARTNER FEED CONVERSION - RUN DATE "
002350         WS-SYS-DATE-YYYYMMDD
002360         DELIMITED BY SIZE INTO AGE-PCONV-REPORT-RECORD.
002370     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002380     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
002390     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002400     MOVE "  LINE REASON                         PARTNER RECORD"
002410         TO AGE-PCONV-REPORT-RECORD.
002420     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002430     MOVE SPACES TO AGE-TRANS-HEADER-REC.
002440     MOVE "HDR" TO HDR-REC-TYPE.
002450     MOVE WS-SYS-DATE-YYYYMMDD TO HDR-RUN-DATE.
002460     MOVE "P" TO HDR-SOURCE-CHANNEL.
002470     PERFORM 2900-WRITE-TRANS THRU 2900-EXIT.
002480     PERFORM 2100-READ-PARTNER THRU 2100-EXIT.
002490 1000-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------------*
002530*  2000 - CHECK AND MAP ONE PARTNER LINE.  A BLANK LINE IS   *
002540*          COUNTED AND PASSED OVER.                           *
002550*-----------------------------------------------------------*
002560 2000-CONVERT-LINE.
002570     ADD 1 TO WS-LINES-READ.
002580     IF AGE-PARTNER-RECORD = SPACES
002590         ADD 1 TO WS-LINES-BLANK
002600         GO TO 2000-READ-NEXT
002610     END-IF.
002620     PERFORM 2200-SPLIT-LINE THRU 2200-EXIT.
002630     PERFORM 2300-CHECK-FIELDS THRU 2300-EXIT.
002640     IF WS-REJECT-REASON NOT = SPACES
002650         PERFORM 2600-REJECT-LINE THRU 2600-EXIT
002660         GO TO 2000-READ-NEXT
002670     END-IF.
002680     PERFORM 2400-BUILD-TRANSACTION THRU 2400-EXIT.
002690     IF WS-REJECT-REASON NOT = SPACES
002700         PERFORM 2600-REJECT-LINE THRU 2600-EXIT
002710         GO TO 2000-READ-NEXT
002720     END-IF.
002730     PERFORM 2900-WRITE-TRANS THRU 2900-EXIT.
002740     ADD 1 TO WS-RECORDS-WRITTEN.
002750 2000-READ-NEXT.
002760     PERFORM 2100-READ-PARTNER THRU 2100-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-READ-PARTNER.
002810     READ AGE-PARTNER-FILE
002820         AT END
002830             MOVE "Y" TO WS-PARTNER-EOF-SW
002840     END-READ.
002850 2100-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------*
002890*  2200 - SPLIT THE LINE AT THE COMMAS, KEEPING THE LENGTH   *
002900*          OF EVERY FIELD AND THE NUMBER OF FIELDS FOUND.     *
002910*-----------------------------------------------------------*
002920 2200-SPLIT-LINE.
002930     MOVE SPACES TO WS-PARTNER-FIELDS.
002940     MOVE ZERO TO WS-PL-MEMBER-ID WS-PL-LAST-NAME
002950         WS-PL-FIRST-NAME WS-PL-DOB WS-PL-STREET WS-PL-CITY
002960         WS-PL-STATE WS-PL-ZIP WS-PL-GUARDIAN-ID.
002970     MOVE ZERO TO WS-FIELD-COUNT.
002980     MOVE "N" TO WS-FIELD-OVERFLOW-SW.
002990     UNSTRING AGE-PARTNER-RECORD DELIMITED BY ","
003000         INTO WS-PF-MEMBER-ID  COUNT IN WS-PL-MEMBER-ID
003010              WS-PF-LAST-NAME  COUNT IN WS-PL-LAST-NAME
003020              WS-PF-FIRST-NAME COUNT IN WS-PL-FIRST-NAME
003030              WS-PF-DOB        COUNT IN WS-PL-DOB
003040              WS-PF-STREET     COUNT IN WS-PL-STREET
003050              WS-PF-CITY       COUNT IN WS-PL-CITY
003060              WS-PF-STATE      COUNT IN WS-PL-STATE
003070              WS-PF-ZIP        COUNT IN WS-PL-ZIP
003080              WS-PF-GUARDIAN-ID COUNT IN WS-PL-GUARDIAN-ID
003090         TALLYING IN WS-FIELD-COUNT
003100         ON OVERFLOW
003110             MOVE "Y" TO WS-FIELD-OVERFLOW-SW
003120     END-UNSTRING.
003130 2200-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------*
003170*  2300 - CHECK THE SPLIT FIELDS.  WS-REJECT-REASON IS LEFT  *
003180*          SPACES WHEN THE LINE CAN BE MAPPED.  THE LAST      *
003190*          FIELD RUNS TO THE END OF THE LINE, SO ITS LENGTH   *
003200*          INCLUDES THE TRAILING SPACES AND IS NOT CHECKED;   *
003210*          THE OPTIONAL GUARDIAN ID IS CHECKED BY ITS CONTENT *
003220*          INSTEAD.                                           *
003230*-----------------------------------------------------------*
003240 2300-CHECK-FIELDS.
003250     MOVE SPACES TO WS-REJECT-REASON.
003260     IF WS-TOO-MANY-FIELDS
003270         MOVE "TOO MANY FIELDS" TO WS-REJECT-REASON
003280         GO TO 2300-EXIT
003290     END-IF.
003300     IF WS-FIELD-COUNT < WS-EXPECTED-FIELDS
003310         MOVE "TOO FEW FIELDS" TO WS-REJECT-REASON
003320         GO TO 2300-EXIT
003330     END-IF.
003340     IF WS-PF-MEMBER-ID = SPACES
003350         MOVE "MISSING MEMBER ID" TO WS-REJECT-REASON
003360         GO TO 2300-EXIT
003370     END-IF.
003380     IF WS-PL-MEMBER-ID > 10
003390         MOVE "MEMBER ID OVER 10 CHARACTERS" TO WS-REJECT-REASON
003400         GO TO 2300-EXIT
003410     END-IF.
003420     IF WS-PF-LAST-NAME = SPACES
003430         MOVE "MISSING LAST NAME" TO WS-REJECT-REASON
003440         GO TO 2300-EXIT
003450     END-IF.
003460     IF WS-PL-DOB NOT = 10
003470         MOVE "DOB NOT MM/DD/YYYY" TO WS-REJECT-REASON
003480         GO TO 2300-EXIT
003490     END-IF.
003500     IF WS-PL-STREET > 25
003510         MOVE "STREET OVER 25 CHARACTERS" TO WS-REJECT-REASON
003520         GO TO 2300-EXIT
003530     END-IF.
003540     IF WS-PL-CITY > 18
003550         MOVE "CITY OVER 18 CHARACTERS" TO WS-REJECT-REASON
003560         GO TO 2300-EXIT
003570     END-IF.
003580     IF WS-PL-STATE NOT = 2
003590         MOVE "STATE NOT 2 CHARACTERS" TO WS-REJECT-REASON
003600         GO TO 2300-EXIT
003610     END-IF.
003620     IF WS-FIELD-COUNT = WS-GUARDIAN-FIELD
003630             AND WS-PF-GUARDIAN-ID(11:20) NOT = SPACES
003640         MOVE "GUARDIAN ID OVER 10 CHARACTERS" TO WS-REJECT-REASON
003650         GO TO 2300-EXIT
003660     END-IF.
003670 2300-EXIT.
003680     EXIT.
003690
003700*-----------------------------------------------------------*
003710*  2400 - MAP THE CHECKED FIELDS TO AN AGETRAN ADD RECORD.   *
003720*          THE NAME IS BUILT FIRST NAME, ONE SPACE, LAST NAME *
003730*          AND MUST FIT THE 25-CHARACTER NAME FIELD.          *
003740*-----------------------------------------------------------*
003750 2400-BUILD-TRANSACTION.
003760     MOVE SPACES TO AGE-TRANS-RECORD.
003770     MOVE WS-PF-MEMBER-ID TO TRAN-MEMBER-ID.
003780     MOVE WS-PF-DOB TO WS-PARTNER-DOB.
003790     IF WS-PD-SLASH-1 NOT = "/" OR WS-PD-SLASH-2 NOT = "/"
003800         MOVE "DOB NOT MM/DD/YYYY" TO WS-REJECT-REASON
003810         GO TO 2400-EXIT
003820     END-IF.
003830     IF WS-PD-MM NOT NUMERIC OR WS-PD-DD NOT NUMERIC
003840             OR WS-PD-CCYY NOT NUMERIC
003850         MOVE "DOB NOT MM/DD/YYYY" TO WS-REJECT-REASON
003860         GO TO 2400-EXIT
003870     END-IF.
003880     MOVE WS-PD-CCYY TO WS-TD-CCYY.
003890     MOVE WS-PD-MM TO WS-TD-MM.
003900     MOVE WS-PD-DD TO WS-TD-DD.
003910     MOVE WS-TRAN-DOB-N TO TRAN-DOB.
003920     IF WS-PF-FIRST-NAME = SPACES
003930         MOVE WS-PL-LAST-NAME TO WS-NAME-LENGTH
003940     ELSE
003950         COMPUTE WS-NAME-LENGTH =
003960             WS-PL-FIRST-NAME + 1 + WS-PL-LAST-NAME
003970     END-IF.
003980     IF WS-NAME-LENGTH > 25
003990         MOVE "NAME OVER 25 CHARACTERS" TO WS-REJECT-REASON
004000         GO TO 2400-EXIT
004010     END-IF.
004020     IF WS-PF-FIRST-NAME = SPACES
004030         MOVE WS-PF-LAST-NAME TO TRAN-MEMBER-NAME
004040     ELSE
004050         STRING WS-PF-FIRST-NAME(1:WS-PL-FIRST-NAME) " "
004060             WS-PF-LAST-NAME(1:WS-PL-LAST-NAME)
004070             DELIMITED BY SIZE INTO TRAN-MEMBER-NAME
004080     END-IF.
004090     MOVE WS-PF-ZIP TO WS-PARTNER-ZIP.
004100     IF WS-PZ-ZIP5 NOT NUMERIC
004110         MOVE "ZIP NOT 5 DIGITS OR ZIP+4" TO WS-REJECT-REASON
004120         GO TO 2400-EXIT
004130     END-IF.
004140     IF WS-PZ-DASH NOT = SPACE
004150         IF WS-PZ-DASH NOT = "-" OR WS-PZ-PLUS4 NOT NUMERIC
004160             MOVE "ZIP NOT 5 DIGITS OR ZIP+4" TO WS-REJECT-REASON
004170             GO TO 2400-EXIT
004180         END-IF
004190     END-IF.
004200     MOVE WS-PF-STREET TO TRAN-ADDR-STREET.
004210     MOVE WS-PF-CITY TO TRAN-ADDR-CITY.
004220     MOVE WS-PF-STATE TO TRAN-ADDR-STATE.
004230     INSPECT TRAN-ADDR-STATE
004240         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004250     MOVE WS-PZ-ZIP5 TO TRAN-ADDR-ZIP.
004260     MOVE "A" TO TRAN-ACTION-CODE.
004270     MOVE WS-PF-GUARDIAN-ID TO TRAN-GUARDIAN-ID.
004280 2400-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------*
004320*  2600 - LIST A LINE THAT CANNOT BE MAPPED AND AUDIT IT AS  *
004330*          A REJECTED PARTNER ATTEMPT.                        *
004340*-----------------------------------------------------------*
004350 2600-REJECT-LINE.
004360     ADD 1 TO WS-LINES-REJECTED.
004370     MOVE WS-LINES-READ TO WS-PRT-LINE-NO.
004380     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
004390     STRING WS-PRT-LINE-NO " " WS-REJECT-REASON " "
004400         AGE-PARTNER-RECORD
004410         DELIMITED BY SIZE INTO AGE-PCONV-REPORT-RECORD.
004420     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
004430     IF NOT WS-AUDIT-IS-OPEN
004440         GO TO 2600-EXIT
004450     END-IF.
004460     MOVE WS-TERM-ID TO AUD-TERM-ID.
004470     MOVE WS-SYS-DATE-YYYYMMDD TO AUD-TS-DATE.
004480     MOVE WS-SYS-TIME-HHMMSSHS TO AUD-TS-TIME.
004490     MOVE SPACES TO AUD-RAW-INPUT.
004500     MOVE WS-PF-MEMBER-ID TO AUD-RAW-INPUT(1:10).
004510     MOVE WS-PF-DOB TO AUD-RAW-INPUT(11:8).
004520     MOVE "REJECTED" TO AUD-OUTCOME.
004530     MOVE WS-REJECT-REASON TO AUD-REASON.
004540     MOVE "P" TO AUD-SOURCE-CHANNEL.
004550     WRITE AGE-AUDIT-RECORD.
004560     IF AGE-AUDIT-STATUS NOT = "00"
004570         DISPLAY "*** WARNING: audit log write failed, status "
004580             AGE-AUDIT-STATUS " - rejected lines not audited."
004590         MOVE "N" TO WS-AUDIT-OPEN-SW
004600     END-IF.
004610 2600-EXIT.
004620     EXIT.
004630
004640*-----------------------------------------------------------*
004650*  2900 - WRITE ONE RECORD TO THE TRANSMISSION.  A FAILED    *
004660*          WRITE STOPS THE RUN CC 16 - A SHORT TRANSMISSION   *
004670*          MUST NOT GO FORWARD.                               *
004680*-----------------------------------------------------------*
004690 2900-WRITE-TRANS.
004700     WRITE AGE-TRANS-RECORD.
004710     IF AGE-TRANS-STATUS NOT = "00"
004720         DISPLAY "*** ERROR: transmission write failed, status "
004730             AGE-TRANS-STATUS " - conversion stopped."
004740         MOVE "Y" TO WS-PARTNER-EOF-SW
004750         MOVE 16 TO RETURN-CODE
004760     END-IF.
004770 2900-EXIT.
004780     EXIT.
004790
004800*-----------------------------------------------------------*
004810*  3000 - CLOSE THE TRANSMISSION WITH ITS TRAILER AND PRINT  *
004820*          THE CONVERSION TOTALS.  NO TRAILER IS WRITTEN ON A *
004830*          CC 16 RUN, SO AGEEDIT REFUSES WHAT WAS WRITTEN.    *
004840*-----------------------------------------------------------*
004850 3000-FINISH-TRANSMISSION.
004860     IF NOT WS-FILES-WERE-OPENED
004870         GO TO 3000-EXIT
004880     END-IF.
004890     IF RETURN-CODE NOT = 16
004900         MOVE SPACES TO AGE-TRANS-TRAILER-REC
004910         MOVE "TRL" TO TRL-REC-TYPE
004920         MOVE WS-RECORDS-WRITTEN TO TRL-REC-COUNT
004930         PERFORM 2900-WRITE-TRANS THRU 2900-EXIT
004940     END-IF.
004950     IF RETURN-CODE NOT = 16 AND WS-LINES-REJECTED > ZERO
004960         MOVE 4 TO RETURN-CODE
004970     END-IF.
004980     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
004990     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005000     MOVE WS-LINES-READ TO WS-PRT-COUNT.
005010     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
005020     STRING "Partner lines read     : " WS-PRT-COUNT
005030         DELIMITED BY SIZE INTO AGE-PCONV-REPORT-RECORD.
005040     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005050     MOVE WS-LINES-BLANK TO WS-PRT-COUNT.
005060     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
005070     STRING "  Blank lines skipped  : " WS-PRT-COUNT
005080         DELIMITED BY SIZE INTO AGE-PCONV-REPORT-RECORD.
005090     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005100     MOVE WS-RECORDS-WRITTEN TO WS-PRT-COUNT.
005110     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
005120     STRING "Converted to AGETRAN   : " WS-PRT-COUNT
005130         DELIMITED BY SIZE INTO AGE-PCONV-REPORT-RECORD.
005140     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005150     MOVE WS-LINES-REJECTED TO WS-PRT-COUNT.
005160     MOVE SPACES TO AGE-PCONV-REPORT-RECORD.
005170     STRING "Rejected               : " WS-PRT-COUNT
005180         DELIMITED BY SIZE INTO AGE-PCONV-REPORT-RECORD.
005190     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
005200 3000-EXIT.
005210     EXIT.
005220
005230 3900-PRINT-LINE.
005240     WRITE AGE-PCONV-REPORT-RECORD.
005250     DISPLAY AGE-PCONV-REPORT-RECORD.
005260 3900-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------------*
005300*  8000 - APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED *
005310*          RUN-CONTROL FILE FOR THE AGEMORN MORNING STATUS  *
005320*          REPORT.  A FAILURE HERE IS REPORTED BUT DOES NOT *
005330*          DISTURB THE RUN'S OWN CONDITION CODE.            *
005340*-----------------------------------------------------------*
005350 8000-WRITE-RUN-CONTROL.
005360     OPEN EXTEND AGE-RUN-CONTROL-FILE.
005370     IF AGE-RUN-CONTROL-STATUS NOT = "00" AND
005380             AGE-RUN-CONTROL-STATUS NOT = "05"
005390         OPEN OUTPUT AGE-RUN-CONTROL-FILE
005400         CLOSE AGE-RUN-CONTROL-FILE
005410         OPEN EXTEND AGE-RUN-CONTROL-FILE
005420     END-IF.
005430     IF AGE-RUN-CONTROL-STATUS NOT = "00"
005440         DISPLAY "*** WARNING: run-control record not "
005450             "written, status " AGE-RUN-CONTROL-STATUS
005460         GO TO 8000-EXIT
005470     END-IF.
005480     ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
005490     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
005500     MOVE "AGEPCONV" TO RUN-JOB-NAME.
005510     MOVE WS-RUN-STAMP-DATE TO RUN-DATE.
005520     MOVE WS-RUN-STAMP-TIME TO RUN-TIME.
005530     COMPUTE RUN-RECORDS-READ = WS-LINES-READ - WS-LINES-BLANK.
005540     MOVE WS-RECORDS-WRITTEN TO RUN-RECORDS-POSTED.
005550     MOVE WS-LINES-REJECTED TO RUN-RECORDS-REJECTED.
005560     MOVE RETURN-CODE TO RUN-COND-CODE.
005570     WRITE AGE-RUN-CONTROL-RECORD.
005580     CLOSE AGE-RUN-CONTROL-FILE.
005590 8000-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------*
005630*  9000 - TERMINATION                                        *
005640*-----------------------------------------------------------*
005650 9000-TERMINATE.
005660     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
005670     IF WS-FILES-WERE-OPENED
005680         CLOSE AGE-PARTNER-FILE
005690         CLOSE AGE-TRANS-FILE
005700         CLOSE AGE-PCONV-REPORT-FILE
005710     END-IF.
005720     IF WS-AUDIT-IS-OPEN
005730         CLOSE AGE-AUDIT-FILE
005740     END-IF.
005750     DISPLAY "AGEPCONV complete.  Read " WS-LINES-READ
005760         "  Converted " WS-RECORDS-WRITTEN
005770         "  Rejected " WS-LINES-REJECTED "." .
005780 9000-EXIT.
005790     EXIT.
