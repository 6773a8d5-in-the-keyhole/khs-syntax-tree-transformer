000010*****************************************************************
000020*  RPTLREC.CPY                                                  *
000030*  EMPLOYEE REPORTING-LINE INTERFACE FILE WRITTEN NIGHTLY BY    *
000040*  RPTLINE FOR THE IDENTITY-MANAGEMENT AND EXPENSE-APPROVAL     *
000050*  SYSTEMS.  FIXED 80-BYTE RECORDS: ONE HEADER (RUN DATE AND    *
000060*  SOURCE SYSTEM), ONE DETAIL PER EMPLOYEE ON THE EXTRACT, AND  *
000070*  ONE TRAILER CARRYING THE DETAIL COUNT AND HOW MANY OF THEM   *
000080*  HAVE NO MANAGER RESOLVED, SO THE RECEIVER CAN VERIFY THE     *
000090*  FEED ON RECEIPT.                                             *
000100*                                                               *
000110*  THE MANAGER IS THE MGRNO OF THE EMPLOYEE'S WORKDEPT; A       *
000120*  DEPARTMENT MANAGER ROLLS UP TO THE MANAGER OF THE ADMRDEPT.  *
000130*  A DEPARTMENT WITH NO USABLE MANAGER ROLLS UP THE SAME WAY.   *
000140*  THE SECOND-LEVEL MANAGER IS THE MANAGER'S OWN MANAGER.       *
000150*  LEVEL 01 IS THE TOP OF THE ORGANIZATION, 02 REPORTS TO 01    *
000160*  AND SO ON; 00 MEANS NO MANAGER COULD BE RESOLVED.            *
000170*****************************************************************
000180 01  RPTLINE-HEADER.
000190     05  RLH-RECORD-TYPE          PIC X(01).
000200         88  RLH-IS-HEADER            VALUE 'H'.
000210     05  RLH-RUN-DATE             PIC X(08).
000220     05  RLH-SOURCE-SYSTEM        PIC X(08).
000230     05  FILLER                   PIC X(63).
000240
000250 01  RPTLINE-DETAIL.
000260     05  RLD-RECORD-TYPE          PIC X(01).
000270         88  RLD-IS-DETAIL            VALUE 'D'.
000280     05  RLD-EMPNO                PIC X(06).
000290     05  RLD-MGR-EMPNO            PIC X(06).
000300     05  RLD-MGR2-EMPNO           PIC X(06).
000310     05  RLD-WORKDEPT             PIC X(03).
000320     05  RLD-LEVEL                PIC 9(02).
000330     05  RLD-STATUS               PIC X(01).
000340         88  RLD-RESOLVED             VALUE 'R'.
000350         88  RLD-TOP-OF-ORG           VALUE 'T'.
000360         88  RLD-UNRESOLVED           VALUE 'U'.
000370     05  FILLER                   PIC X(55).
000380
000390 01  RPTLINE-TRAILER.
000400     05  RLT-RECORD-TYPE          PIC X(01).
000410         88  RLT-IS-TRAILER           VALUE 'T'.
000420     05  RLT-RECORD-COUNT         PIC 9(07).
000430     05  RLT-UNRESOLVED-COUNT     PIC 9(07).
000440     05  FILLER                   PIC X(65).
