000030*  PII ACCESS AUDIT TRAIL RECORD, WRITTEN ONCE PER EMPLOYEE     *
000040*  TOUCHED BY COBOLDB2 SO COMPLIANCE HAS A TRACEABLE LOG OF     *
000050*  EVERY BATCH ACCESS TO COMPENSATION AND PERSONAL DATA.        *
000060*                                                               *
000070*  THE ONLINE INQUIRY EMPINQ (TRANSACTION EINQ) WRITES THE SAME *
000080*  RECORD TO CICS QUEUE EAUD - RUN MODE 'L', JOB ID 'EMPINQ',   *
000090*  ACTION 'LIST    ', 'SELECT  ' OR 'REFUSED ' - AND            *
000100*  AUDONLN.JCL APPENDS THOSE RECORDS TO AUDITLOG NIGHTLY.       *
000110*****************************************************************
000120 01  AUDIT-RECORD.
000130     05  AUD-RUN-DATE             PIC X(08).
000140     05  AUD-RUN-TIME             PIC X(08).
000150     05  AUD-JOB-ID               PIC X(08).
000160     05  AUD-USER-ID              PIC X(08).
000170     05  AUD-RUN-MODE             PIC X(01).
000180     05  AUD-ACTION               PIC X(08).
000190     05  AUD-EMPNO                PIC X(06).
000200     05  AUD-SQLCODE              PIC S9(09).
000210     05  FILLER                   PIC X(14).
