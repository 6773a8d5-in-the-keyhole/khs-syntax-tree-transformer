000080*  WRITES THE AFTER IMAGE ONLY AND A DELETE THE BEFORE IMAGE    *
000090*  ONLY.  JRN-EMPLOYEE-DATA IS THE FULL EMPOUT-RECORD IMAGE,    *
000100*  SO THE JOURNAL CAN BE REPLAYED TO SHOW WHAT AN EMPLOYEE'S    *
000110*  ROW LOOKED LIKE AS OF ANY DATE (SEE JRNLINQ), AND A WHOLE    *
000120*  RUN CAN BE BACKED OUT FROM ITS BEFORE IMAGES (SEE JRNLBACK,  *
000130*  WHICH JOURNALS ITS OWN CHANGES HERE THE SAME WAY).           *
000140*****************************************************************
000150 01  JOURNAL-RECORD.
000160     05  JRN-RUN-DATE             PIC X(08).
000170     05  JRN-RUN-TIME             PIC X(08).
000180     05  JRN-JOB-ID               PIC X(08).
000190     05  JRN-USER-ID              PIC X(08).
000200     05  JRN-ACTION               PIC X(08).
000210     05  JRN-IMAGE-TYPE           PIC X(01).
000220         88  JRN-BEFORE-IMAGE         VALUE 'B'.
000230         88  JRN-AFTER-IMAGE          VALUE 'A'.
000240     05  JRN-EMPNO                PIC X(06).
000250     05  JRN-EMPLOYEE-DATA        PIC X(105).
000260     05  FILLER                   PIC X(08).
