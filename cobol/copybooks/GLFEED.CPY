000010*****************************************************************
000020*  GLFEED.CPY                                                   *
000030*  GENERAL LEDGER LABOR-COST INTERFACE FILE WRITTEN BY GLPOST.  *
000040*  FIXED 80-BYTE RECORDS: ONE HEADER (RUN DATE OF THE EXTRACT   *
000050*  AND PAYFEED IT WAS BUILT FROM, SOURCE SYSTEM), A BALANCED    *
000060*  DEBIT / CREDIT PAIR PER DEPARTMENT FOR EACH OF SALARY, BONUS *
000070*  AND COMMISSION, AND ONE TRAILER CARRYING THE DETAIL COUNT,   *
000080*  THE DEBIT AND CREDIT TOTALS AND THE SALARY, BONUS AND        *
000090*  COMMISSION HASH TOTALS, SO THE LEDGER CAN VERIFY THE FEED ON *
000100*  RECEIPT.  THE PAY-TYPE TOTALS MATCH THE PAYFEED TRAILER OF   *
000110*  THE SAME RUN DATE.                                           *
000120*****************************************************************
000130 01  GLFEED-HEADER.
000140     05  GLH-RECORD-TYPE          PIC X(01).
000150         88  GLH-IS-HEADER            VALUE 'H'.
000160     05  GLH-RUN-DATE             PIC X(08).
000170     05  GLH-SOURCE-SYSTEM        PIC X(08).
000180     05  GLH-FEED-TYPE            PIC X(08).
000190     05  FILLER                   PIC X(55).
000200
000210 01  GLFEED-DETAIL.
000220     05  GLD-RECORD-TYPE          PIC X(01).
000230         88  GLD-IS-DETAIL            VALUE 'D'.
000240     05  GLD-COST-CENTER          PIC X(06).
000250     05  GLD-ACCOUNT              PIC X(10).
000260     05  GLD-DEBIT-CREDIT         PIC X(01).
000270         88  GLD-DEBIT                VALUE 'D'.
000280         88  GLD-CREDIT               VALUE 'C'.
000290     05  GLD-AMOUNT               PIC 9(11)V99.
000300     05  GLD-PAY-TYPE             PIC X(04).
000310         88  GLD-SALARY               VALUE 'SAL '.
000320         88  GLD-BONUS                VALUE 'BON '.
000330         88  GLD-COMM                 VALUE 'COMM'.
000340     05  GLD-WORKDEPT             PIC X(03).
000350     05  GLD-SUSPENSE-SW          PIC X(01).
000360         88  GLD-IN-SUSPENSE          VALUE 'Y'.
000370     05  GLD-DESCRIPTION          PIC X(30).
000380     05  FILLER                   PIC X(11).
000390
000400 01  GLFEED-TRAILER.
000410     05  GLT-RECORD-TYPE          PIC X(01).
000420         88  GLT-IS-TRAILER           VALUE 'T'.
000430     05  GLT-RECORD-COUNT         PIC 9(07).
000440     05  GLT-DEBIT-TOTAL          PIC 9(13)V99.
000450     05  GLT-CREDIT-TOTAL         PIC 9(13)V99.
000460     05  GLT-SALARY-TOTAL         PIC 9(11)V99.
000470     05  GLT-BONUS-TOTAL          PIC 9(11)V99.
000480     05  GLT-COMM-TOTAL           PIC 9(11)V99.
000490     05  FILLER                   PIC X(03).
