000010*****************************************************************
000020*  GLMAPREC.CPY                                                 *
000030*  WORKDEPT TO GENERAL LEDGER MAPPING RECORD (VSAM KSDS GLMAP), *
000040*  KEYED BY WORKDEPT.  FINANCE MAINTAINS THE SEQUENTIAL SOURCE  *
000050*  GLMAPSRC AND GLMLOAD.JCL RELOADS THE CLUSTER FROM IT.        *
000060*                                                               *
000070*  EACH DEPARTMENT NAMES THE COST CENTER ITS LABOR COST IS      *
000080*  CHARGED TO, THE EXPENSE ACCOUNTS DEBITED FOR SALARY, BONUS   *
000090*  AND COMMISSION, AND THE ACCRUED PAYROLL ACCOUNT CREDITED     *
000100*  FOR ALL THREE.  THE RECORD KEYED '***' IS THE SUSPENSE       *
000110*  MAPPING - GLPOST POSTS ANY DEPARTMENT WITH NO RECORD OF ITS  *
000120*  OWN TO THAT COST CENTER AND THOSE ACCOUNTS AND LISTS IT FOR  *
000130*  FINANCE TO MAP.  DATES ARE YYYYMMDD.                         *
000140*****************************************************************
000150 01  GL-MAP-RECORD.
000160     05  GLM-WORKDEPT             PIC X(03).
000170         88  GLM-SUSPENSE-MAP         VALUE '***'.
000180     05  GLM-COST-CENTER          PIC X(06).
000190     05  GLM-SALARY-ACCT          PIC X(10).
000200     05  GLM-BONUS-ACCT           PIC X(10).
000210     05  GLM-COMM-ACCT            PIC X(10).
000220     05  GLM-ACCRUAL-ACCT         PIC X(10).
000230     05  GLM-UPDATED-BY           PIC X(08).
000240     05  GLM-UPDATED-DATE         PIC X(08).
000250     05  FILLER                   PIC X(15).
