000010*****************************************************************
000020* AGEJRNL.CPY
000030* AGE-JOURNAL-RECORD - LAYOUT OF THE APPEND-ONLY MASTER
000040* JOURNAL.  EVERY BATCH JOB THAT UPDATES THE MEMBER MASTER IN
000050* PLACE (AGEBATCH, AGEELOAD, AGEROLL, AGEPURGE, AGEXTRCT,
000060* AGECHGX, AGERETN) AND THE AGEBKOUT BACKOUT ITSELF WRITES ONE
000070* RECORD PER MASTER RECORD ADDED, CHANGED OR DELETED, WITH THE
000080* WHOLE RECORD AS IT WAS BEFORE AND AFTER.  EACH ENTRY CARRIES THE
000090* JOB NAME AND THE RUN DATE AND TIME THAT JOB PUTS ON ITS
000100* RUN-CONTROL RECORD, SO ONE RUN'S CHANGES CAN BE FOUND FROM THE
000110* AGEMORN REPORT AND BACKED OUT BY AGEBKOUT.  THE BEFORE IMAGE
000120* IS SPACES ON AN ADD AND THE AFTER IMAGE SPACES ON A DELETE.
000130* THE IMAGES ARE THE LENGTH OF AGE-MASTER-RECORD (AGEMAST.CPY)
000140* AND MUST GROW WITH IT.
000150*
000160* MODIFICATION HISTORY
000170* DATE       INIT DESCRIPTION
000180* 2026-10-15 JDM  ORIGINAL.
000190* 2026-10-15 JDM  AGECHGX CHANGE EXTRACT RE-STAMPS ARE JOURNALED.
000200* 2026-10-15 JDM  MASTER RECORD LENGTH 160 TO 161 FOR THE SOURCE
000210*                 CHANNEL.
000220* 2026-10-15 JDM  AGERETN RETURNED-MAIL ADDRESS HOLDS ARE
000230*                 JOURNALED.
000240*****************************************************************
000250 01  AGE-JOURNAL-RECORD.
000260     05  JRNL-JOB-NAME           PIC X(08).
000270     05  JRNL-RUN-DATE           PIC 9(08).
000280     05  JRNL-RUN-TIME           PIC 9(08).
000290     05  JRNL-ACTION             PIC X(01).
000300         88  JRNL-ADDED          VALUE "A".
000310         88  JRNL-CHANGED        VALUE "C".
000320         88  JRNL-DELETED        VALUE "D".
000330     05  JRNL-MEMBER-ID          PIC X(10).
000340     05  JRNL-BEFORE-IMAGE       PIC X(161).
000350     05  JRNL-AFTER-IMAGE        PIC X(161).
