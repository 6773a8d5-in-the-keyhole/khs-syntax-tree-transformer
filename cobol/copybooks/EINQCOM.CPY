000010*****************************************************************
000020*  EINQCOM.CPY                                                  *
000030*  COMMAREA CARRIED BETWEEN THE PSEUDO-CONVERSATIONAL TASKS OF  *
000040*  THE EINQ ONLINE EMPLOYEE INQUIRY (EMPINQ).  HOLDS WHICH MAP  *
000050*  IS ON THE SCREEN, THE SEARCH AS LAST ENTERED, AND THE EMPNOS *
000060*  THE LAST NAME SEARCH MATCHED, SO PAGING AND SELECTION WORK   *
000070*  FROM THE SAVED LIST WITHOUT RE-BROWSING THE ALTERNATE INDEX. *
000080*  ONLY EMPNOS ARE KEPT - EVERY LINE AND DETAIL SHOWN IS        *
000090*  RE-READ FROM EMPVSAM, RE-CHECKED AGAINST ENTLMNT AND AUDITED *
000100*  AT THE TIME IT IS DISPLAYED.                                 *
000110*                                                               *
000120*  EIQ-PAGE-TOP IS THE MATCH SHOWN ON THE FIRST LINE OF THE     *
000130*  CURRENT PAGE.  EIQ-MORE-SW 'Y' MEANS THE SEARCH MATCHED MORE *
000140*  EMPLOYEES THAN THE LIST HOLDS AND SHOULD BE NARROWED.        *
000150*****************************************************************
000160 01  EINQ-COMMAREA.
000170     05  EIQ-SCREEN-SW            PIC X(01).
000180         88  EIQ-ON-LIST              VALUE 'L'.
000190         88  EIQ-ON-DETAIL            VALUE 'D'.
000200     05  EIQ-SEARCH-EMPNO         PIC X(06).
000210     05  EIQ-SEARCH-NAME          PIC X(15).
000220     05  EIQ-SEARCH-DEPT          PIC X(03).
000230     05  EIQ-DETAIL-EMPNO         PIC X(06).
000240     05  EIQ-MATCH-COUNT          PIC S9(04) COMP.
000250     05  EIQ-WITHHELD-COUNT       PIC S9(04) COMP.
000260     05  EIQ-PAGE-TOP             PIC S9(04) COMP.
000270     05  EIQ-MORE-SW              PIC X(01).
000280         88  EIQ-MORE-MATCHES         VALUE 'Y'.
000290     05  EIQ-MATCH-TABLE.
000300         10  EIQ-MATCH-EMPNO OCCURS 200 TIMES
000310                                  PIC X(06).
000320     05  FILLER                   PIC X(20).
