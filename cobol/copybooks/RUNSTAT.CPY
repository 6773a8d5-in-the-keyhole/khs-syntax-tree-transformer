000070*  AND END TIMESTAMPS, THE RECORDS READ / WRITTEN-OR-APPLIED /  *
000080*  REJECTED-OR-FAILED COUNTS, AND THE FINAL RETURN CODE.  THE   *
000090*  OPSRPT DAILY SUMMARY READS THIS FILE SO THE MORNING CHECK    *
000100*  IS ONE REPORT INSTEAD OF FIVE SPOOL FILES.  RETURN CODE 20   *
000110*  IS A STEP REFUSED BY THE NIGHTLY CYCLE CONTROL (CYCLREC)     *
000120*  THAT DID NO WORK.                                            *
000130*****************************************************************
000140 01  RUN-STAT-RECORD.
000150     05  RST-PROGRAM              PIC X(08).
000160     05  RST-RUN-MODE             PIC X(01).
000170     05  RST-START-DATE           PIC X(08).
000180     05  RST-START-TIME           PIC X(08).
000190     05  RST-END-DATE             PIC X(08).
000200     05  RST-END-TIME             PIC X(08).
000210     05  RST-READ-COUNT           PIC 9(07).
000220     05  RST-WRITTEN-COUNT        PIC 9(07).
000230     05  RST-REJECT-COUNT         PIC 9(07).
000240     05  RST-RETURN-CODE          PIC 9(04).
000250         88  RST-CYCLE-REFUSED        VALUE 20.
000260     05  FILLER                   PIC X(14).
