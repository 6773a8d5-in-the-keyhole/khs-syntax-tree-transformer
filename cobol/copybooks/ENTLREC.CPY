000010*****************************************************************
000020*  ENTLREC.CPY                                                  *
000030*  USER ENTITLEMENT RECORD (VSAM KSDS ENTLMNT), KEYED BY THE    *
000040*  USER ID CARRIED IN THE PARM / PARMFILE AND ON LOOKUP         *
000050*  REQUESTS.  MAINTAINED BY DATA SECURITY ON THE SEQUENTIAL     *
000060*  SOURCE ENTLSRC AND RELOADED BY ENTLLOAD.JCL; LISTED FOR      *
000070*  QUARTERLY RECERTIFICATION BY ENTLRPT.                        *
000080*                                                               *
000090*  ENT-RUN-MODES LISTS THE RUN MODES THE USER MAY SUBMIT, ONE   *
000100*  CODE PER BYTE IN ANY ORDER - '1' THROUGH '9' ARE THE         *
000110*  COBOLDB2 RUN MODES, 'L' IS THE EMPVSAM EMPLOYEE LOOKUP       *
000120*  (EMPLKUP BATCH REQUESTS AND THE ONLINE INQUIRY).             *
000130*  ENT-DEPT HOLDS UP TO TEN WORKDEPTS THE USER MAY SEE; '***'   *
000140*  IN ANY SLOT GRANTS EVERY DEPARTMENT, AND IS REQUIRED FOR THE *
000150*  MODES THAT ARE NOT LIMITED TO ONE DEPARTMENT.                *
000160*  ENT-UNMASKED-SW 'Y' CLEARS THE USER FOR UNMASKED SALARY,     *
000170*  BONUS AND COMMISSION.  DATES ARE YYYYMMDD.                   *
000180*****************************************************************
000190 01  ENTITLEMENT-RECORD.
000200     05  ENT-USER-ID              PIC X(08).
000210     05  ENT-USER-NAME            PIC X(30).
000220     05  ENT-RUN-MODES            PIC X(12).
000230     05  ENT-RUN-MODE-TABLE REDEFINES ENT-RUN-MODES.
000240         10  ENT-RUN-MODE OCCURS 12 TIMES
000250                 INDEXED BY ENT-MODE-IX
000260                                  PIC X(01).
000270     05  ENT-DEPT-TABLE.
000280         10  ENT-DEPT OCCURS 10 TIMES
000290                 INDEXED BY ENT-DEPT-IX
000300                                  PIC X(03).
000310             88  ENT-DEPT-ALL         VALUE '***'.
000320     05  ENT-UNMASKED-SW          PIC X(01).
000330         88  ENT-UNMASKED             VALUE 'Y'.
000340     05  ENT-GRANTED-BY           PIC X(08).
000350     05  ENT-GRANTED-DATE         PIC X(08).
000360     05  ENT-REVIEW-DATE          PIC X(08).
000370     05  FILLER                   PIC X(15).
