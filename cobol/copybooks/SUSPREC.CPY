000140*      R006 - EMPNO ALREADY ON EMPLOYEE (ADD)                   *
000150*      R007 - NEW-HIRE FIELDS INVALID (ADD)                     *
000160*      R008 - EFFECTIVE DATE INVALID (TRANWHSE BANKING)         *
000170*      R009 - PAY-CHANGE FIELDS INVALID (PAY CHANGE)            *
000180*      R010 - SALARY OUTSIDE JOBRATE RANGE FOR JOB (PAY CHANGE) *
000190*      R011 - INCREASE OVER LIMIT, NO SECOND APPROVER           *
000200*             (PAY CHANGE)                                      *
000210*      R012 - TERMINATION FIELDS INVALID (TERM DATE OR          *
000220*             REASON CODE)                                      *
000230*****************************************************************
000240 01  SUSPENSE-RECORD.
000250     05  SUSP-TRAN-DATA           PIC X(120).
000260     05  SUSP-REASON-CODE         PIC X(04).
000270     05  FILLER                   PIC X(08).
