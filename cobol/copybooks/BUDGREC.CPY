000010*****************************************************************
000020*  BUDGREC.CPY                                                  *
000030*  DEPARTMENT BUDGET RECORD (VSAM KSDS DEPTBUDG), KEYED BY      *
000040*  WORKDEPT - ONE RECORD PER DEPARTMENT FOR THE CURRENT FISCAL  *
000050*  YEAR.  FINANCE MAINTAINS THE APPROVED HEADCOUNT AND SALARY   *
000060*  BUDGET ON THE SEQUENTIAL SOURCE BUDGSRC AND BUDGLOAD.JCL     *
000070*  RELOADS THE CLUSTER FROM IT.                                 *
000080*                                                               *
000090*  READ BY BUDGVAR FOR THE BUDGET VERSUS ACTUAL VARIANCE        *
000100*  REPORT, AND BY COBOLDB2 MODE 4 (ADDS) AND MODE 5             *
000110*  (TRANSFERS) TO WARN ON THE REGISTER WHEN A MOVE TAKES THE    *
000120*  RECEIVING DEPARTMENT OVER ITS BUDGETED HEADCOUNT.            *
000130*  BDG-SALARY IS ANNUAL SALARY DOLLARS ONLY - BONUS AND         *
000140*  COMMISSION ARE BUDGETED SEPARATELY.  DATES ARE YYYYMMDD.     *
000150*****************************************************************
000160 01  BUDGET-RECORD.
000170     05  BDG-WORKDEPT             PIC X(03).
000180     05  BDG-FISCAL-YEAR          PIC 9(04).
000190     05  BDG-HEADCOUNT            PIC 9(05).
000200     05  BDG-SALARY               PIC 9(09)V99.
000210     05  BDG-UPDATED-BY           PIC X(08).
000220     05  BDG-UPDATED-DATE         PIC X(08).
000230     05  FILLER                   PIC X(41).
