000010*****************************************************************
000020*  FORMREC.CPY                                                  *
000030*  FORMER-EMPLOYEE MASTER RECORD (VSAM KSDS FORMEMP).  WRITTEN  *
000040*  BY THE MODE 4 TERMINATION PATH OF COBOLDB2 AFTER THE DELETE  *
000050*  COMMITS, AND NEVER PURGED - THE PERMANENT RECORD OF WHO      *
000060*  LEFT, WHEN AND WHY, WITH THE FINAL EMPLOYEE ROW AS IT STOOD  *
000070*  (EMPOUT LAYOUT) SO THE HISTORY SURVIVES THE DB2 DELETE.      *
000080*                                                               *
000090*  PRIMARY KEY IS THE EMPNO AND TERM DATE, SO AN EMPNO REHIRED  *
000100*  UNDER ITS OLD NUMBER THAT LEAVES AGAIN GETS A SECOND RECORD  *
000110*  AND THE FIRST TERMINATION IS KEPT.  THE REHIRE KEY (LAST     *
000120*  NAME, FIRST NAME, BIRTHDATE) IS AN ALTERNATE KEY WITH        *
000130*  DUPLICATES - MODE 4 READS IT ON EVERY NEW HIRE TO FLAG A     *
000140*  RETURNING EMPLOYEE.  TERM DATE IS YYYY-MM-DD LIKE THE DB2    *
000150*  DATE COLUMNS; THE REASON CODES ARE THOSE ON TRAN-TERM-REASON *
000160*  (TRANREC.CPY).  RPTLINE BROWSES IT BY EMPNO TO TELL A        *
000170*  DEPARTMENT MGRNO THAT IS A FORMER EMPLOYEE FROM ONE THAT WAS *
000180*  NEVER ON EMPLOYEE; JRNLBACK BROWSES IT BY EMPNO TO REMOVE    *
000190*  THE RECORD A BACKED-OUT TERMINATION FILED.                   *
000200*****************************************************************
000210 01  FORMER-EMPLOYEE-RECORD.
000220     05  FRM-KEY.
000230         10  FRM-EMPNO            PIC X(06).
000240         10  FRM-TERM-DATE        PIC X(10).
000250     05  FRM-REHIRE-KEY.
000260         10  FRM-LASTNAME         PIC X(15).
000270         10  FRM-FIRSTNME         PIC X(12).
000280         10  FRM-BIRTHDATE        PIC X(10).
000290     05  FRM-WORKDEPT             PIC X(03).
000300     05  FRM-TERM-REASON          PIC X(02).
000310     05  FRM-TERM-RUN-DATE        PIC X(08).
000320     05  FRM-TERM-JOB-ID          PIC X(08).
000330     05  FRM-TERM-USER-ID         PIC X(08).
000340     05  FRM-EMPLOYEE-DATA        PIC X(105).
000350     05  FILLER                   PIC X(13).
