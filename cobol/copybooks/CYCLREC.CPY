000010*****************************************************************
000020*  CYCLREC.CPY                                                  *
000030*  SHARED NIGHTLY CYCLE-CONTROL RECORD (CYCLCTL).  EVERY STEP   *
000040*  OF THE NIGHTLY CHAIN APPENDS ONE RECORD PER RUN, KEYED BY    *
000050*  THE BUSINESS DATE IT RAN FOR:                                *
000060*                                                               *
000070*      COBOLDB2 (MODE 3 EXTRACT) - EMPDELTA - EMPLOAD OR        *
000080*      EMPAPPLY - EMPDQ - PAYACK - EMPTURN                      *
000090*                                                               *
000100*  AT START-UP EACH STEP READS THE FILE FOR ITS BUSINESS DATE   *
000110*  AND REFUSES TO RUN (RETURN CODE 20) UNLESS ITS PREDECESSOR   *
000120*  COMPLETED WITH RC 4 OR LESS AND IT HAS NOT ALREADY RUN FOR   *
000130*  THE DATE.  CYC-EVENT 'C' IS A COMPLETED RUN WITH ITS FINAL   *
000140*  RETURN CODE, 'R' A REFUSED ONE (NEVER COUNTS AS A RUN).      *
000150*  WHERE THE DATE HAS MORE THAN ONE 'C' FOR A PROGRAM THE       *
000160*  LATEST ONE STANDS.  A RUN MADE UNDER THE CYCPARM OPERATOR    *
000170*  OVERRIDE CARRIES THE OPERATOR AND REASON.  DATES ARE         *
000180*  YYYYMMDD.                                                    *
000190*****************************************************************
000200 01  CYCLE-CONTROL-RECORD.
000210     05  CYC-BUSINESS-DATE        PIC X(08).
000220     05  CYC-PROGRAM              PIC X(08).
000230     05  CYC-EVENT                PIC X(01).
000240         88  CYC-EVENT-COMPLETED      VALUE 'C'.
000250         88  CYC-EVENT-REFUSED        VALUE 'R'.
000260     05  CYC-RETURN-CODE          PIC 9(04).
000270     05  CYC-RUN-DATE             PIC X(08).
000280     05  CYC-RUN-TIME             PIC X(08).
000290     05  CYC-OVERRIDE-USER        PIC X(08).
000300     05  CYC-REASON               PIC X(30).
000310     05  FILLER                   PIC X(05).
