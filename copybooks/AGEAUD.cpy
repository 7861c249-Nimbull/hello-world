000080* MODIFICATION HISTORY
000090* DATE       INIT DESCRIPTION
000100* 2026-08-09 JDM  ORIGINAL.
000110* 2026-10-15 JDM  ADDED THE SOURCE CHANNEL OF THE ATTEMPT: T =
000120*                 TERMINAL, B = BRANCH BATCH, P = OUTSIDE
000130*                 PARTNER FEED.  IT TAKES THE LAST BYTE OF THE
000140*                 RAW INPUT, WHICH NO WRITER EVER FILLED, SO
000150*                 THE RECORD LENGTH DOES NOT CHANGE.  OLDER
000160*                 RECORDS CARRY A SPACE AND ARE TAKEN AS BRANCH
000170*                 WHEN THE TERMINAL ID IS BATCH, OTHERWISE
000180*                 TERMINAL.
000190*****************************************************************
000200 01  AGE-AUDIT-RECORD.
000210     05  AUD-TERM-ID             PIC X(08).
000220     05  AUD-TIMESTAMP.
000230         10  AUD-TS-DATE         PIC 9(08).
000240         10  AUD-TS-TIME         PIC 9(08).
000250     05  AUD-RAW-INPUT           PIC X(19).
000260     05  AUD-SOURCE-CHANNEL      PIC X(01).
000270         88  AUD-FROM-TERMINAL               VALUE "T".
000280         88  AUD-FROM-BRANCH                 VALUE "B".
000290         88  AUD-FROM-PARTNER                VALUE "P".
000300     05  AUD-OUTCOME             PIC X(08).
000310         88  AUD-ACCEPTED        VALUE "ACCEPTED".
000320         88  AUD-REJECTED        VALUE "REJECTED".
000330     05  AUD-REASON              PIC X(30).
