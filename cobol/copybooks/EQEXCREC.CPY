000010*****************************************************************
000020*  EQEXCREC.CPY                                                 *
000030*  PAY-EQUITY EXCEPTION RECORD, WRITTEN BY PAYEQTY FOR EVERY    *
000040*  EMPLOYEE WHOSE COMPA-RATIO (SALARY OVER THE JOBRATE          *
000050*  MIDPOINT FOR THE JOB) IS BELOW THE MINIMUM ON EQPARM.        *
000060*  EMPLOYEES IN JOBS WITH NO JOBRATE RANGE ARE NOT RATED.       *
000070*  HR WORKS THE FILE AS A LIST OF INDIVIDUALS FOR REVIEW, SO    *
000080*  IT IS WRITTEN WHETHER OR NOT THE EMPLOYEE'S GROUP WAS        *
000090*  LARGE ENOUGH TO PRINT - IT IS COMPENSATION PII AND IS HELD   *
000100*  UNDER THE SAME ACCESS RULES AS THE REPORT.                   *
000110*****************************************************************
000120 01  EQUITY-EXCEPTION-RECORD.
000130     05  EQX-EMPNO                PIC X(06).
000140     05  EQX-LASTNAME             PIC X(15).
000150     05  EQX-FIRSTNME             PIC X(12).
000160     05  EQX-WORKDEPT             PIC X(03).
000170     05  EQX-JOB                  PIC X(08).
000180     05  EQX-SEX                  PIC X(01).
000190     05  EQX-SALARY               PIC 9(07)V99.
000200     05  EQX-MIDPOINT             PIC 9(07)V99.
000210     05  EQX-COMPA-RATIO          PIC 9(02)V999.
000220     05  EQX-RUN-DATE             PIC X(08).
000230     05  FILLER                   PIC X(04).
