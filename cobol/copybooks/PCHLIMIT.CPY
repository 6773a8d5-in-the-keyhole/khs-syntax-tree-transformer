000010*****************************************************************
000020*  PCHLIMIT.CPY                                                 *
000030*  PAY-CHANGE APPROVAL LIMIT, SHARED BY THE MODE 4 PAY-CHANGE   *
000040*  PATH OF COBOLDB2 AND THE TRANWHSE PRE-EDIT SO THE TWO NEVER  *
000050*  DISAGREE.  A PAY CHANGE THAT RAISES TOTAL PAY (SALARY +      *
000060*  BONUS + COMM) BY MORE THAN THIS PERCENT OF THE CURRENT TOTAL *
000070*  MUST NAME A SECOND APPROVER.                                 *
000080*****************************************************************
000090 01  WS-PCH-INCR-LIMIT-PCT           PIC 9(03)V99 COMP-3
000100                                                VALUE 10.00.
