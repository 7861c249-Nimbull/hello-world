000010*****************************************************************
000020* AGERETM.CPY
000030* AGE-RETMAIL-RECORD - LAYOUT OF THE RETURNED-MAIL TRANSACTION
000040* FILE KEYED FROM THE ENVELOPES THE POST OFFICE SENDS BACK.  ONE
000050* RECORD PER RETURNED PIECE: THE MEMBER ID PRINTED ON THE MAIL,
000060* THE DATE IT CAME BACK, AND THE POST OFFICE REASON (MOVED, NO
000070* SUCH STREET, REFUSED).  READ BY AGERETN, WHICH HOLDS THE
000080* MEMBER'S ADDRESS AS UNDELIVERABLE ON THE MASTER.
000090*
000100* MODIFICATION HISTORY
000110* DATE       INIT DESCRIPTION
000120* 2026-10-15 JDM  ORIGINAL.
000130*****************************************************************
000140 01  AGE-RETMAIL-RECORD.
000150     05  RETM-MEMBER-ID          PIC X(10).
000160     05  RETM-RETURN-DATE        PIC 9(08).
000170     05  RETM-REASON             PIC X(02).
000180         88  RETM-REASON-VALID               VALUE "MV" "NS" "RF".
000190         88  RETM-MOVED                      VALUE "MV".
000200         88  RETM-NO-SUCH-STREET             VALUE "NS".
000210         88  RETM-REFUSED                    VALUE "RF".
