000070* DETERMINATION CODE TABLE, AND THE NUMBER OF MEMBERS HOLDING
000080* IT - PLUS A LINE FOR MEMBERS WITH NO DETERMINATION YET, SO
000090* THE MIX OF APPROVALS AND DENIALS CAN BE SEEN WITHOUT ASKING
000100* THE ELIGIBILITY SHOP.  MEMBERS MARKED DELETED, OR MERGED INTO
000110* ANOTHER ID, ARE COUNTED ON THEIR OWN LINE AND KEPT OUT OF THE
000120* MIX.  RUN FROM JCL - SEE JCL MEMBER AGEDCRPT.
000130*
000140* AUTHOR.      NIMBULL DATA PROCESSING.
000150* INSTALLATION. MEMBER SERVICES.
000180* MODIFICATION HISTORY
000190* DATE       INIT DESCRIPTION
000200* 2026-09-02 JDM  ORIGINAL.
000210* 2026-10-15 JDM  MEMBERS MERGED INTO ANOTHER ID BY AGEMERGE ARE
000220*                 COUNTED WITH THE DELETED ONES, NOT IN THE
000230*                 DETERMINATION MIX.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AGEDCRPT.
000270 AUTHOR. NIMBULL DATA PROCESSING.
000280 INSTALLATION. MEMBER SERVICES.
000290 DATE-WRITTEN. 2026-09-02.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AGE-MASTER-FILE ASSIGN TO "AGEMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS MAST-MEMBER-ID
000380         ALTERNATE RECORD KEY IS MAST-MEMBER-DOB
000390             WITH DUPLICATES
000400         FILE STATUS IS AGE-MASTER-STATUS.
000410
000420     SELECT AGE-DETERM-FILE ASSIGN TO "AGEDTRM"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS DTRM-CODE
000460         FILE STATUS IS AGE-DETERM-STATUS.
000470
000480     SELECT AGE-DCRPT-FILE ASSIGN TO "AGEDCRPO"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AGE-DCRPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  AGE-MASTER-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY AGEMAST.
000570
000580 FD  AGE-DETERM-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY AGEDTRM.
000610
000620 FD  AGE-DCRPT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  AGE-DCRPT-RECORD            PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 77  AGE-MASTER-STATUS           PIC X(02)   VALUE SPACES.
000680 77  AGE-DETERM-STATUS           PIC X(02)   VALUE SPACES.
000690 77  AGE-DCRPT-STATUS            PIC X(02)   VALUE SPACES.
000700 77  WS-CODE-TABLE-MAX           PIC 9(02)   COMP VALUE 50.
000710
000720 01  WS-SWITCHES.
000730     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
000740         88  WS-END-OF-MASTER                 VALUE "Y".
000750     05  WS-FILES-OPEN-SW        PIC X(01)   VALUE "N".
000760         88  WS-FILES-WERE-OPENED             VALUE "Y".
000770     05  WS-DETERM-OPEN-SW       PIC X(01)   VALUE "N".
000780         88  WS-DETERM-WAS-OPENED             VALUE "Y".
000790     05  WS-CODE-FULL-SW         PIC X(01)   VALUE "N".
000800         88  WS-CODE-TABLE-IS-FULL            VALUE "Y".
000810
000820 01  WS-COUNTERS.
000830     05  WS-MEMBERS-READ         PIC 9(08)   VALUE ZERO.
000840     05  WS-MEMBERS-UNDETERMINED PIC 9(08)   VALUE ZERO.
000850     05  WS-MEMBERS-DELETED      PIC 9(08)   VALUE ZERO.
000860
000870 01  WS-CODE-ENTRY-COUNT         PIC 9(02)   COMP VALUE ZERO.
000880 01  WS-CODE-TABLE.
000890     05  WS-CODE-ROW OCCURS 50 TIMES INDEXED BY CODE-IX.
000900         10  WS-CODE-VALUE       PIC X(02).
000910         10  WS-CODE-COUNT       PIC 9(08).
000920
000930 01  WS-WORK-FIELDS.
000940     05  WS-SUB                  PIC 9(02)   COMP VALUE ZERO.
000950     05  WS-FOUND-SUB            PIC 9(02)   COMP VALUE ZERO.
000960     05  WS-DETERM-DESC          PIC X(30)   VALUE SPACES.
000970
000980 01  WS-SYS-DATE-YYYYMMDD        PIC 9(08)   VALUE ZERO.
000990
001000 01  WS-DCRPT-LINE.
001010     05  WS-DL-CODE              PIC X(02).
001020     05  FILLER                  PIC X(02)   VALUE SPACES.
001030     05  WS-DL-DESC              PIC X(30).
001040     05  FILLER                  PIC X(02)   VALUE SPACES.
001050     05  WS-DL-COUNT             PIC ZZZZ,ZZ9.
001060
001070 01  WS-PRT-COUNT                PIC ZZZZ,ZZ9.
001080
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     PERFORM 2000-COUNT-MEMBER THRU 2000-EXIT
001130         UNTIL WS-END-OF-MASTER.
001140     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001160     STOP RUN.
001170
001180*-----------------------------------------------------------*
001190*  1000 - INITIALIZATION                                    *
001200*-----------------------------------------------------------*
001210 1000-INITIALIZE.
001220     DISPLAY "AGEDCRPT starting.".
001230     ACCEPT WS-SYS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001240     OPEN INPUT AGE-MASTER-FILE.
001250     IF AGE-MASTER-STATUS NOT = "00"
001260         DISPLAY "*** ERROR: cannot open member master file, "
001270             "status " AGE-MASTER-STATUS
001280         MOVE "Y" TO WS-MASTER-EOF-SW
001290         MOVE 16 TO RETURN-CODE
001300         GO TO 1000-EXIT
001310     END-IF.
001320     MOVE "N" TO WS-DETERM-OPEN-SW.
001330     OPEN INPUT AGE-DETERM-FILE.
001340     IF AGE-DETERM-STATUS = "00"
001350         MOVE "Y" TO WS-DETERM-OPEN-SW
001360     ELSE
001370         DISPLAY "*** WARNING: determination code table not "
001380             "available, status " AGE-DETERM-STATUS
001390             " - raw codes will be shown."
001400     END-IF.
001410     OPEN OUTPUT AGE-DCRPT-FILE.
001420     MOVE "Y" TO WS-FILES-OPEN-SW.
001430     MOVE SPACES TO AGE-DCRPT-RECORD.
001440     STRING "MEMBER MIX BY DETERMINATION CODE - RUN DATE "
001450         WS-SYS-DATE-YYYYMMDD
001460         DELIMITED BY SIZE INTO AGE-DCRPT-RECORD.
001470     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001480     MOVE SPACES TO AGE-DCRPT-RECORD.
001490     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001500     MOVE "CODE  DESCRIPTION                        MEMBERS"
001510         TO AGE-DCRPT-RECORD.
001520     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
001530 1000-EXIT.
001540     EXIT.
001550
001560*-----------------------------------------------------------*
001570*  2000 - COUNT ONE MEMBER INTO ITS DETERMINATION CODE       *
001580*-----------------------------------------------------------*
001590 2000-COUNT-MEMBER.
001600     READ AGE-MASTER-FILE NEXT RECORD
001610         AT END
001620             MOVE "Y" TO WS-MASTER-EOF-SW
001630             GO TO 2000-EXIT
001640     END-READ.
001650     ADD 1 TO WS-MEMBERS-READ.
001660     IF MAST-IS-DELETED OR MAST-IS-MERGED
001670         ADD 1 TO WS-MEMBERS-DELETED
001680         GO TO 2000-EXIT
001690     END-IF.
001700     IF MAST-ELIG-STATUS = SPACES
001710         ADD 1 TO WS-MEMBERS-UNDETERMINED
001720         GO TO 2000-EXIT
001730     END-IF.
001740     MOVE ZERO TO WS-FOUND-SUB.
001750     PERFORM 2100-MATCH-CODE THRU 2100-EXIT
001760         VARYING WS-SUB FROM 1 BY 1
001770         UNTIL WS-SUB > WS-CODE-ENTRY-COUNT
001780         OR WS-FOUND-SUB > ZERO.
001790     IF WS-FOUND-SUB > ZERO
001800         ADD 1 TO WS-CODE-COUNT(WS-FOUND-SUB)
001810         GO TO 2000-EXIT
001820     END-IF.
001830     IF WS-CODE-ENTRY-COUNT >= WS-CODE-TABLE-MAX
001840         MOVE "Y" TO WS-CODE-FULL-SW
001850         GO TO 2000-EXIT
001860     END-IF.
001870     ADD 1 TO WS-CODE-ENTRY-COUNT.
001880     MOVE MAST-ELIG-STATUS
001890         TO WS-CODE-VALUE(WS-CODE-ENTRY-COUNT).
001900     MOVE 1 TO WS-CODE-COUNT(WS-CODE-ENTRY-COUNT).
001910 2000-EXIT.
001920     EXIT.
001930
001940 2100-MATCH-CODE.
001950     IF WS-CODE-VALUE(WS-SUB) = MAST-ELIG-STATUS
001960         MOVE WS-SUB TO WS-FOUND-SUB
001970     END-IF.
001980 2100-EXIT.
001990     EXIT.
002000
002010*-----------------------------------------------------------*
002020*  3000 - PRINT ONE LINE PER CODE WITH ITS TABLE             *
002030*          DESCRIPTION, THEN THE REMAINING TOTALS            *
002040*-----------------------------------------------------------*
002050 3000-PRINT-REPORT.
002060     IF NOT WS-FILES-WERE-OPENED
002070         GO TO 3000-EXIT
002080     END-IF.
002090     PERFORM 3100-PRINT-CODE THRU 3100-EXIT
002100         VARYING WS-SUB FROM 1 BY 1
002110         UNTIL WS-SUB > WS-CODE-ENTRY-COUNT.
002120     IF WS-CODE-TABLE-IS-FULL
002130         MOVE SPACES TO AGE-DCRPT-RECORD
002140         MOVE "*** CODE TABLE OVERFLOWED - RESULTS INCOMPLETE"
002150             TO AGE-DCRPT-RECORD
002160         PERFORM 3900-PRINT-LINE THRU 3900-EXIT
002170         MOVE 8 TO RETURN-CODE
002180     END-IF.
002190     MOVE SPACES TO WS-DCRPT-LINE.
002200     MOVE "--" TO WS-DL-CODE.
002210     MOVE "NOT YET DETERMINED" TO WS-DL-DESC.
002220     MOVE WS-MEMBERS-UNDETERMINED TO WS-DL-COUNT.
002230     MOVE SPACES TO AGE-DCRPT-RECORD.
002240     MOVE WS-DCRPT-LINE TO AGE-DCRPT-RECORD.
002250     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002260     MOVE SPACES TO WS-DCRPT-LINE.
002270     MOVE "--" TO WS-DL-CODE.
002280     MOVE "MARKED DELETED OR MERGED" TO WS-DL-DESC.
002290     MOVE WS-MEMBERS-DELETED TO WS-DL-COUNT.
002300     MOVE SPACES TO AGE-DCRPT-RECORD.
002310     MOVE WS-DCRPT-LINE TO AGE-DCRPT-RECORD.
002320     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002330     MOVE SPACES TO AGE-DCRPT-RECORD.
002340     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002350     MOVE WS-MEMBERS-READ TO WS-PRT-COUNT.
002360     MOVE SPACES TO AGE-DCRPT-RECORD.
002370     STRING "Members read : " WS-PRT-COUNT
002380         DELIMITED BY SIZE INTO AGE-DCRPT-RECORD.
002390     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002400 3000-EXIT.
002410     EXIT.
002420
002430 3100-PRINT-CODE.
002440     IF NOT WS-DETERM-WAS-OPENED
002450         MOVE "(code table not available)" TO WS-DETERM-DESC
002460     ELSE
002470         MOVE WS-CODE-VALUE(WS-SUB) TO DTRM-CODE
002480         READ AGE-DETERM-FILE
002490             KEY IS DTRM-CODE
002500             INVALID KEY
002510                 MOVE "(code not on the table)"
002520                     TO WS-DETERM-DESC
002530             NOT INVALID KEY
002540                 MOVE DTRM-DESC TO WS-DETERM-DESC
002550         END-READ
002560     END-IF.
002570     MOVE SPACES TO WS-DCRPT-LINE.
002580     MOVE WS-CODE-VALUE(WS-SUB) TO WS-DL-CODE.
002590     MOVE WS-DETERM-DESC TO WS-DL-DESC.
002600     MOVE WS-CODE-COUNT(WS-SUB) TO WS-DL-COUNT.
002610     MOVE SPACES TO AGE-DCRPT-RECORD.
002620     MOVE WS-DCRPT-LINE TO AGE-DCRPT-RECORD.
002630     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
002640 3100-EXIT.
002650     EXIT.
002660
002670 3900-PRINT-LINE.
002680     WRITE AGE-DCRPT-RECORD.
002690     DISPLAY AGE-DCRPT-RECORD.
002700 3900-EXIT.
002710     EXIT.
002720
002730*-----------------------------------------------------------*
002740*  9000 - TERMINATION                                        *
002750*-----------------------------------------------------------*
002760 9000-TERMINATE.
002770     IF WS-FILES-WERE-OPENED
002780         CLOSE AGE-MASTER-FILE
002790         CLOSE AGE-DCRPT-FILE
002800     END-IF.
002810     IF WS-DETERM-WAS-OPENED
002820         CLOSE AGE-DETERM-FILE
002830     END-IF.
002840     DISPLAY "AGEDCRPT complete.  Read " WS-MEMBERS-READ "." .
002850 9000-EXIT.
002860     EXIT.
