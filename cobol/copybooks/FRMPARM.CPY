000010*****************************************************************
000020*  FRMPARM.CPY                                                  *
000030*  PARAMETER RECORD FOR THE FORMER-EMPLOYEE REPORT FORMRPT.     *
000040*  ONE RECORD SELECTS THE DEPARTMENT AND THE TERMINATION DATE   *
000050*  RANGE; A FILTER LEFT AS SPACES MEANS 'ALL' (DEPARTMENT) OR   *
000060*  'OPEN' (DATES).  DATES ARE YYYYMMDD LIKE THE OTHER           *
000070*  PARAMETER FILES IN THE FAMILY.                               *
000080*****************************************************************
000090 01  FORMER-PARM-RECORD.
000100     05  FP-SEL-WORKDEPT          PIC X(03).
000110     05  FP-DATE-FROM             PIC X(08).
000120     05  FP-DATE-TO               PIC X(08).
000130     05  FILLER                   PIC X(61).
