000110* MODIFICATION HISTORY
000120* DATE       INIT DESCRIPTION
000130* 2026-09-02 JDM  ORIGINAL.
000140* 2026-10-15 JDM  THE AGEDQSCN DATA-QUALITY SCAN HAS NOTHING TO
000150*                 POST, SO ITS RECORD CARRIES THE QUALITY SCORE
000160*                 (PERCENT OF RECORDS SCANNED WITH NO ERROR, TWO
000170*                 DECIMALS) IN THE POSTED FIELD.  READ IS THE
000180*                 RECORDS SCANNED AND REJECTED THE RECORDS WITH
000190*                 AT LEAST ONE ERROR.  RECORD LENGTH UNCHANGED.
000200*****************************************************************
000210 01  AGE-RUN-CONTROL-RECORD.
000220     05  RUN-JOB-NAME            PIC X(08).
000230     05  RUN-DATE                PIC 9(08).
000240     05  RUN-TIME                PIC 9(08).
000250     05  RUN-RECORDS-READ        PIC 9(08).
000260     05  RUN-RECORDS-POSTED      PIC 9(08).
000270     05  RUN-QUALITY-SCORE REDEFINES RUN-RECORDS-POSTED
000280                                 PIC 9(06)V9(02).
000290     05  RUN-RECORDS-REJECTED    PIC 9(08).
000300     05  RUN-COND-CODE           PIC 9(02).
