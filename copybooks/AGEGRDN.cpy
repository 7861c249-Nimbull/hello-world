000010*****************************************************************
000020* AGEGRDN.CPY
000030* AGE-GUARDIAN-RECORD - LAYOUT OF THE KEYED MEMBER-RELATIONSHIP
000040* FILE THAT RECORDS WHO IS RESPONSIBLE FOR A MEMBER REGISTERED
000050* UNDER 18.  ONE RECORD PER MINOR, KEYED BY THE MINOR'S MEMBER
000060* ID, CARRYING THE MEMBER ID OF THE GUARDIAN, WHO MUST BE AN
000070* ACTIVE ADULT ON AGEMAST WHEN THE LINK IS MADE.  THE GUARDIAN
000080* ID IS AN ALTERNATE KEY WITH DUPLICATES SO ALL THE MINORS IN
000090* ONE GUARDIAN'S CARE CAN BE READ BACK TOGETHER.  WRITTEN BY
000100* HELLO AND AGEBATCH WHEN THE MINOR IS REGISTERED; AGEGRDRP
000110* LISTS THE LINKS THAT NEED ATTENTION EACH MONTH.
000120*
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 JDM  ORIGINAL.
000160*****************************************************************
000170 01  AGE-GUARDIAN-RECORD.
000180     05  GRDN-MINOR-ID           PIC X(10).
000190     05  GRDN-GUARDIAN-ID        PIC X(10).
000200     05  GRDN-LINK-DATE          PIC 9(08).
000210     05  GRDN-LINK-TERM-ID       PIC X(08).
000220     05  GRDN-SOURCE-CHANNEL     PIC X(01).
000230         88  GRDN-FROM-TERMINAL  VALUE "T".
000240         88  GRDN-FROM-BRANCH    VALUE "B".
000250         88  GRDN-FROM-PARTNER   VALUE "P".
