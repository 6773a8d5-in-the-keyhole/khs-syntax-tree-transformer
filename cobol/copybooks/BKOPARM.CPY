000010*****************************************************************
000020*  BKOPARM.CPY                                                  *
000030*  PARAMETER RECORD FOR THE JOURNAL BACK-OUT PROGRAM JRNLBACK.  *
000040*  NAMES THE MAINTENANCE RUN TO BACK OUT BY THE JOB ID AND RUN  *
000050*  DATE IT JOURNALED UNDER (JRN-JOB-ID / JRN-RUN-DATE); THE RUN *
000060*  TIME NARROWS IT TO ONE EXECUTION WHEN THE JOB RAN TWICE THAT *
000070*  DAY (SPACES = EVERY RUN OF THE JOB ON THE DATE).  THE JOB    *
000080*  AND USER ID ARE THE BACK-OUT'S OWN, STAMPED ON THE JOURNAL   *
000090*  AND AUDIT ROWS IT WRITES.  TRIAL = 'Y' PRINTS THE REGISTER   *
000100*  OF WHAT WOULD BE RESTORED WITHOUT CHANGING EMPLOYEE.         *
000110*****************************************************************
000120 01  BACKOUT-PARM-RECORD.
000130     05  BP-TARGET-JOB-ID         PIC X(08).
000140     05  BP-TARGET-RUN-DATE       PIC X(08).
000150     05  BP-TARGET-RUN-TIME       PIC X(08).
000160     05  BP-JOB-ID                PIC X(08).
000170     05  BP-USER-ID               PIC X(08).
000180     05  BP-TRIAL-SW              PIC X(01).
000190         88  BP-TRIAL-RUN             VALUE 'Y'.
000200     05  FILLER                   PIC X(39).
