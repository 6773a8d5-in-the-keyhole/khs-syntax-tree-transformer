000050*                                                               *
000060*    EMPNO REQUEST - LKUP-EMPNO NON-BLANK; ONE KEYED READ OF    *
000070*    THE EMPVSAM KSDS, EXACTLY AS BEFORE.  COLUMNS 1-6 ARE      *
000080*    UNCHANGED FROM THE OLD EMPNO-ONLY LAYOUT.                  *
000090*                                                               *
000100*    NAME SEARCH - LKUP-EMPNO BLANK AND LKUP-LASTNAME SET; A    *
000110*    FULL OR PARTIAL (LEADING-CHARACTERS) LAST NAME SEARCHED    *
000120*    THROUGH THE VSM-LASTNAME ALTERNATE INDEX, OPTIONALLY       *
000130*    QUALIFIED BY LKUP-WORKDEPT.  ALL MATCHES ARE REPORTED.     *
000140*                                                               *
000150*  EITHER SHAPE CARRIES THE REQUESTING USER ID IN COLUMNS       *
000160*  25-32.  THE USER MUST HOLD LOOKUP MODE 'L' AND THE           *
000170*  DEPARTMENT ON THE ENTITLEMENT FILE (ENTLREC.CPY); A REQUEST  *
000180*  WITH NO USER ID IS REFUSED.                                  *
000190*****************************************************************
000200 01  LOOKUP-REQUEST-RECORD.
000210     05  LKUP-EMPNO               PIC X(06).
000220     05  LKUP-LASTNAME            PIC X(15).
000230     05  LKUP-WORKDEPT            PIC X(03).
000240     05  LKUP-USER-ID             PIC X(08).
000250     05  FILLER                   PIC X(48).
