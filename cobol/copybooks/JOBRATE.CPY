000040*  SCAN (EMPDQ).  ONE RECORD PER JOB CODE NAMES THE LOWEST      *
000050*  AND HIGHEST SALARY FINANCE CONSIDERS PLAUSIBLE FOR THAT      *
000060*  JOB; AN EXTRACTED EMPLOYEE OUTSIDE THE RANGE IS REPORTED.    *
000070*  JOBS WITH NO RECORD ARE NOT RANGE-CHECKED.  COBOLDB2 MODE 4  *
000080*  READS THE SAME FILE TO REJECT A PAY CHANGE THAT WOULD PUT    *
000090*  THE NEW SALARY OUTSIDE THE NEW JOB'S RANGE.                  *
000100*****************************************************************
000110 01  JOB-RATE-RECORD.
000120     05  JBR-JOB                  PIC X(08).
000130     05  JBR-MIN-SALARY           PIC 9(07)V99.
000140     05  JBR-MAX-SALARY           PIC 9(07)V99.
000150     05  FILLER                   PIC X(54).
