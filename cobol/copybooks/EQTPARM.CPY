000010*****************************************************************
000020*  EQTPARM.CPY                                                  *
000030*  PARAMETER RECORD FOR THE PAY-EQUITY AND COMPA-RATIO REVIEW   *
000040*  (PAYEQTY).  ONE RECORD NAMES THE PERCENTAGE GAP BETWEEN      *
000050*  MALE AND FEMALE AVERAGE SALARY ABOVE WHICH A GROUP IS        *
000060*  FLAGGED (99V99, EG 0500 = 5.00 PCT), THE MINIMUM             *
000070*  COMPA-RATIO BELOW WHICH AN EMPLOYEE GOES TO THE EXCEPTIONS   *
000080*  FILE (9V99, EG 080 = 0.80), AND THE SMALLEST SEX SUBGROUP    *
000090*  THE REPORT MAY PRINT WITHOUT IDENTIFYING SOMEONE'S PAY.      *
000100*****************************************************************
000110 01  EQUITY-PARM-RECORD.
000120     05  EQ-GAP-THRESHOLD         PIC 9(02)V99.
000130     05  EQ-MIN-COMPA-RATIO       PIC 9(01)V99.
000140     05  EQ-MIN-GROUP-SIZE        PIC 9(02).
000150     05  FILLER                   PIC X(71).
