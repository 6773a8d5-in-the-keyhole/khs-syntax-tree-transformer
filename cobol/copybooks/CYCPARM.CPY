000010*****************************************************************
000020*  CYCPARM.CPY                                                  *
000030*  ONE-RECORD CYCLE-CONTROL PARAMETER CARD, READ AT START-UP BY *
000040*  EVERY STEP OF THE NIGHTLY CHAIN (SEE CYCLREC.CPY).           *
000050*                                                               *
000060*  CP-BUSINESS-DATE IS THE BUSINESS DATE THE STEP RUNS FOR      *
000070*  (YYYYMMDD; SPACES = TODAY'S DATE).  THE SCHEDULER SETS IT    *
000080*  WHEN THE CHAIN RUNS PAST MIDNIGHT.                           *
000090*                                                               *
000100*  THE OVERRIDE FIELDS ARE THE CONTROLLED OPERATOR OVERRIDE     *
000110*  FOR A RERUN.  THEY ARE HONOURED ONLY BY THE PROGRAM NAMED    *
000120*  IN CP-OVERRIDE-PROGRAM, AND ONLY WITH THE OPERATOR'S USER    *
000130*  ID AND A REASON FILLED IN (A PARTIAL OVERRIDE ENDS THE RUN   *
000140*  WITH RC 16).                                                 *
000150*  THE RUN THEN GOES AHEAD EVEN IF IT ALREADY RAN FOR THE DATE  *
000160*  OR ITS PREDECESSOR DID NOT END CLEAN; THE BYPASSED CHECKS GO *
000170*  TO SYSOUT AND THE OPERATOR AND REASON TO CYCLCTL.            *
000180*                                                               *
000190*  CP-CHECK-ONLY 'Y' MAKES THE STEP RUN THE CHECKS AND STOP,    *
000200*  RECORDING NOTHING UNLESS IT IS REFUSED - FOR JOBS WHOSE      *
000210*  EARLIER STEPS ARE DESTRUCTIVE (EMPLOAD IN EMPVSAM.JCL).      *
000220*****************************************************************
000230 01  CYCLE-PARM-RECORD.
000240     05  CP-BUSINESS-DATE         PIC X(08).
000250     05  CP-OVERRIDE-PROGRAM      PIC X(08).
000260     05  CP-OVERRIDE-USER         PIC X(08).
000270     05  CP-OVERRIDE-REASON       PIC X(30).
000280     05  CP-CHECK-ONLY-SW         PIC X(01).
000290         88  CP-CHECK-ONLY            VALUE 'Y'.
000300     05  FILLER                   PIC X(25).
