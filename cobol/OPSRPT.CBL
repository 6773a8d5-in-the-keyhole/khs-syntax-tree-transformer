000130*               ABOVE OR BELOW THE AVERAGE OF THE SAME          *
000140*               PROGRAM/MODE'S EARLIER RUNS ON THE FILE         *
000150*               (ONLY JUDGED ONCE THREE PRIOR RUNS EXIST)       *
000160*      REFUSED - THE NIGHTLY CYCLE CONTROL REFUSED THE STEP     *
000170*               (RETURN CODE 20).  IT DID NO WORK, SO IT IS     *
000180*               NOT JUDGED FOR VOLUME AND IS LEFT OUT OF THE    *
000190*               PROGRAM/MODE AVERAGES                           *
000200*                                                                *
000210*  RETURN CODE 4 MEANS AT LEAST ONE RUN WAS FLAGGED, OR NO      *
000220*  RUNS AT ALL WERE RECORDED FOR THE DATE.                      *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    OPSRPT.
000260 AUTHOR.        R HENSLEY.
000270 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000280 DATE-WRITTEN.  09/02/2026.
000290 DATE-COMPILED.
000300*****************************************************************
000310*  MODIFICATION HISTORY                                         *
000320*  DATE       INIT  DESCRIPTION                                 *
000330*  09/02/2026 RH    ORIGINAL PROGRAM - BATCH-WINDOW RUN         *
000340*                   SUMMARY WITH RETURN-CODE AND VOLUME         *
000350*                   EXCEPTION FLAGGING.                         *
000360*  10/15/2026 RH    RUNS REFUSED BY THE NIGHTLY CYCLE CONTROL   *
000370*                   (RETURN CODE 20) ARE FLAGGED REFUSED        *
000380*                   INSTEAD OF RC, ARE NOT VOLUME-CHECKED, AND  *
000390*                   NO LONGER COUNT TOWARD THE VOLUME NORMS.    *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-ZSERIES.
000440 OBJECT-COMPUTER.  IBM-ZSERIES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT STATS-FILE
000480         ASSIGN TO RUNSTATS
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-STAT-STATUS.
000510
000520     SELECT PARM-FILE
000530         ASSIGN TO OPSPARM
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PARM-FILE-STATUS.
000560
000570     SELECT RPT-FILE
000580         ASSIGN TO OPSRPRT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  STATS-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY RUNSTAT.
000680
000690 FD  PARM-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY OPSPARM.
000730
000740 FD  RPT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  RPT-RECORD                  PIC X(132).
000780
000790 WORKING-STORAGE SECTION.
000800*****************************************************************
000810*  FILE STATUS SWITCHES                                         *
000820*****************************************************************
000830 01  WS-FILE-STATUSES.
000840     05  WS-STAT-STATUS              PIC X(02).
000850     05  WS-PARM-FILE-STATUS         PIC X(02).
000860     05  WS-RPT-STATUS               PIC X(02).
000870
000880 01  WS-IDENTIFICATION.
000890     05  WS-RUN-DATE                 PIC X(08).
000900
000910*****************************************************************
000920*  PROGRAM SWITCHES                                             *
000930*****************************************************************
000940 01  WS-SWITCHES.
000950     05  WS-STATS-EOF-SW             PIC X(01)  VALUE 'N'.
000960         88  STATS-EOF                   VALUE 'Y'.
000970     05  WS-NORM-FOUND-SW            PIC X(01)  VALUE 'N'.
000980         88  NORM-FOUND                  VALUE 'Y'.
000990
001000*****************************************************************
001010*  STANDALONE COUNTERS                                          *
001020*****************************************************************
001030 77  WS-ROWS-READ                   PIC 9(07)   COMP VALUE ZERO.
001040 77  WS-DAY-COUNT                   PIC 9(03)   COMP VALUE ZERO.
001050 77  WS-NORM-COUNT                  PIC 9(03)   COMP VALUE ZERO.
001060 77  WS-FLAGGED-COUNT               PIC 9(03)   COMP VALUE ZERO.
001070 77  WS-DAY-IX                      PIC 9(03)   COMP VALUE ZERO.
001080 77  WS-NORM-IX                     PIC 9(03)   COMP VALUE ZERO.
001090 77  WS-SCAN-IX                     PIC 9(03)   COMP VALUE ZERO.
001100 77  WS-AVG-READ                    PIC 9(09)   COMP VALUE ZERO.
001110 77  WS-LOW-BOUND                   PIC 9(09)   COMP VALUE ZERO.
001120 77  WS-HIGH-BOUND                  PIC 9(09)   COMP VALUE ZERO.
001130 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001140 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001150 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
001160 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001170
001180 01  WS-REPORT-DATE                  PIC X(08).
001190
001200*****************************************************************
001210*  THE REPORT-DATE RUNS, HELD UNTIL THE NORMS ARE COMPLETE.     *
001220*  THE ENTRY MIRRORS RUNSTAT.CPY FIELD FOR FIELD - IT CANNOT    *
001230*  COPY IT BECAUSE THE FD ALREADY DOES.                         *
001240*****************************************************************
001250 01  WS-DAY-TABLE.
001260     05  WS-DAY-ENTRY OCCURS 100 TIMES
001270             PIC X(80).
001280 01  WS-DAY-RECORD.
001290     05  WS-DR-PROGRAM           PIC X(08).
001300     05  WS-DR-RUN-MODE          PIC X(01).
001310     05  WS-DR-START-DATE        PIC X(08).
001320     05  WS-DR-START-TIME        PIC X(08).
001330     05  WS-DR-END-DATE          PIC X(08).
001340     05  WS-DR-END-TIME          PIC X(08).
001350     05  WS-DR-READ-COUNT        PIC 9(07).
001360     05  WS-DR-WRITTEN-COUNT     PIC 9(07).
001370     05  WS-DR-REJECT-COUNT      PIC 9(07).
001380     05  WS-DR-RETURN-CODE       PIC 9(04).
001390         88  DR-CYCLE-REFUSED            VALUE 20.
001400     05  FILLER                  PIC X(14).
001410
001420*****************************************************************
001430*  PER PROGRAM/MODE NORMS FROM THE RUNS BEFORE THE REPORT       *
001440*  DATE                                                         *
001450*****************************************************************
001460 01  WS-NORM-TABLE.
001470     05  WS-NRM-ENTRY OCCURS 50 TIMES.
001480         10  WS-NRM-PROGRAM          PIC X(08).
001490         10  WS-NRM-RUN-MODE         PIC X(01).
001500         10  WS-NRM-RUN-COUNT        PIC 9(05)  COMP.
001510         10  WS-NRM-READ-TOTAL       PIC 9(09)  COMP.
001520
001530*****************************************************************
001540*  REPORT LINES                                                 *
001550*****************************************************************
001560 01  WS-RPT-HEADING-1.
001570     05  FILLER                      PIC X(10)  VALUE SPACES.
001580     05  FILLER                      PIC X(40)
001590         VALUE 'BATCH WINDOW OPERATIONS SUMMARY'.
001600     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
001610     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
001620     05  FILLER                      PIC X(73)  VALUE SPACES.
001630
001640 01  WS-RPT-HEADING-2.
001650     05  FILLER                      PIC X(10)  VALUE SPACES.
001660     05  FILLER                      PIC X(14)
001670         VALUE 'RUN DATE    : '.
001680     05  WS-RPT-DATE-OUT             PIC X(08).
001690     05  FILLER                      PIC X(05)  VALUE SPACES.
001700     05  FILLER                      PIC X(14)
001710         VALUE 'WINDOW DATE : '.
001720     05  WS-RPT-WINDOW-OUT           PIC X(08).
001730     05  FILLER                      PIC X(73)  VALUE SPACES.
001740
001750 01  WS-RPT-HEADING-3.
001760     05  FILLER                      PIC X(10)  VALUE SPACES.
001770     05  FILLER                      PIC X(09)  VALUE 'PROGRAM  '.
001780     05  FILLER                      PIC X(05)  VALUE 'MODE '.
001790     05  FILLER                      PIC X(09)  VALUE 'START    '.
001800     05  FILLER                      PIC X(09)  VALUE 'END      '.
001810     05  FILLER                      PIC X(10)
001820         VALUE '     READ '.
001830     05  FILLER                      PIC X(10)
001840         VALUE '  WRITTEN '.
001850     05  FILLER                      PIC X(10)
001860         VALUE ' REJECTED '.
001870     05  FILLER                      PIC X(05)  VALUE '  RC '.
001880     05  FILLER                      PIC X(10)
001890         VALUE 'FLAGS     '.
001900     05  FILLER                      PIC X(45)  VALUE SPACES.
001910
001920 01  WS-RPT-DETAIL.
001930     05  FILLER                      PIC X(10)  VALUE SPACES.
001940     05  WS-RPT-PROGRAM-OUT          PIC X(08).
001950     05  FILLER                      PIC X(01)  VALUE SPACES.
001960     05  WS-RPT-MODE-OUT             PIC X(01).
001970     05  FILLER                      PIC X(04)  VALUE SPACES.
001980     05  WS-RPT-START-OUT            PIC X(08).
001990     05  FILLER                      PIC X(01)  VALUE SPACES.
002000     05  WS-RPT-END-OUT              PIC X(08).
002010     05  FILLER                      PIC X(01)  VALUE SPACES.
002020     05  WS-RPT-READ-OUT             PIC ZZZ,ZZ9.
002030     05  FILLER                      PIC X(03)  VALUE SPACES.
002040     05  WS-RPT-WRITTEN-OUT          PIC ZZZ,ZZ9.
002050     05  FILLER                      PIC X(03)  VALUE SPACES.
002060     05  WS-RPT-REJECT-OUT           PIC ZZZ,ZZ9.
002070     05  FILLER                      PIC X(01)  VALUE SPACES.
002080     05  WS-RPT-RC-OUT               PIC ZZZ9.
002090     05  FILLER                      PIC X(01)  VALUE SPACES.
002100     05  WS-RPT-FLAGS-OUT            PIC X(10).
002110     05  FILLER                      PIC X(45)  VALUE SPACES.
002120
002130 01  WS-RPT-TOTALS.
002140     05  FILLER                      PIC X(10)  VALUE SPACES.
002150     05  WS-RPT-TOTAL-LABEL          PIC X(20)
002160         VALUE 'RUNS REPORTED    : '.
002170     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
002180     05  FILLER                      PIC X(95)  VALUE SPACES.
002190
002200 01  WS-RPT-MESSAGE.
002210     05  FILLER                      PIC X(10)  VALUE SPACES.
002220     05  WS-RPT-MESSAGE-TEXT         PIC X(60).
002230     05  FILLER                      PIC X(62)  VALUE SPACES.
002240
002250 PROCEDURE DIVISION.
002260*****************************************************************
002270*  0000-MAINLINE                                                *
002280*****************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-INITIALIZE-EXIT
002320     IF WS-RETURN-CODE = ZERO
002330         PERFORM 2000-LOAD-STATISTICS
002340             THRU 2000-LOAD-STATISTICS-EXIT
002350         PERFORM 3000-WRITE-SUMMARY-REPORT
002360             THRU 3000-WRITE-SUMMARY-REPORT-EXIT
002370     END-IF
002380     PERFORM 8000-TERMINATE
002390         THRU 8000-TERMINATE-EXIT
002400     MOVE WS-RETURN-CODE TO RETURN-CODE
002410     STOP RUN.
002420
002430*****************************************************************
002440*  1000-INITIALIZE - READ THE PARAMETER, OPEN FILES             *
002450*****************************************************************
002460 1000-INITIALIZE.
002470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002480     PERFORM 1100-READ-PARAMETER-FILE
002490         THRU 1100-READ-PARAMETER-FILE-EXIT
002500     IF WS-RETURN-CODE NOT = ZERO
002510         GO TO 1000-INITIALIZE-EXIT
002520     END-IF
002530     IF OP-REPORT-DATE = SPACES
002540         MOVE WS-RUN-DATE TO WS-REPORT-DATE
002550     ELSE
002560         MOVE OP-REPORT-DATE TO WS-REPORT-DATE
002570     END-IF
002580     OPEN INPUT STATS-FILE
002590     IF WS-STAT-STATUS NOT = '00'
002600         DISPLAY 'OPSRPT   - UNABLE TO OPEN RUNSTATS, STATUS='
002610             WS-STAT-STATUS
002620         MOVE 16 TO WS-RETURN-CODE
002630     END-IF
002640     OPEN OUTPUT RPT-FILE
002650     IF WS-RPT-STATUS NOT = '00'
002660         DISPLAY 'OPSRPT   - UNABLE TO OPEN OPSRPRT, STATUS='
002670             WS-RPT-STATUS
002680         MOVE 16 TO WS-RETURN-CODE
002690     END-IF.
002700 1000-INITIALIZE-EXIT.
002710     EXIT.
002720
002730 1100-READ-PARAMETER-FILE.
002740     OPEN INPUT PARM-FILE
002750     IF WS-PARM-FILE-STATUS NOT = '00'
002760         DISPLAY 'OPSRPT   - UNABLE TO OPEN OPSPARM, STATUS='
002770             WS-PARM-FILE-STATUS
002780         MOVE 16 TO WS-RETURN-CODE
002790         GO TO 1100-READ-PARAMETER-FILE-EXIT
002800     END-IF
002810     READ PARM-FILE INTO OPS-PARM-RECORD
002820     IF WS-PARM-FILE-STATUS NOT = '00'
002830         DISPLAY 'OPSRPT   - OPSPARM EMPTY OR UNREADABLE'
002840         MOVE 16 TO WS-RETURN-CODE
002850     END-IF
002860     CLOSE PARM-FILE.
002870 1100-READ-PARAMETER-FILE-EXIT.
002880     EXIT.
002890
002900*****************************************************************
002910*  2000-LOAD-STATISTICS                                         *
002920*  ONE PASS OVER THE STATS FILE - REPORT-DATE RUNS GO TO THE    *
002930*  DAY TABLE, EARLIER RUNS FEED THE PER PROGRAM/MODE NORMS.     *
002940*  RUNS AFTER THE REPORT DATE ARE IGNORED SO A BACKDATED        *
002950*  REPORT JUDGES ONLY AGAINST WHAT CAME BEFORE IT.              *
002960*****************************************************************
002970 2000-LOAD-STATISTICS.
002980     PERFORM 2100-READ-STAT-RECORD
002990         THRU 2100-READ-STAT-RECORD-EXIT
003000     PERFORM 2200-POST-STAT-RECORD
003010         THRU 2200-POST-STAT-RECORD-EXIT
003020         UNTIL STATS-EOF
003030     DISPLAY 'OPSRPT   - STAT RECORDS READ   : ' WS-ROWS-READ
003040     DISPLAY 'OPSRPT   - RUNS ON REPORT DATE : ' WS-DAY-COUNT.
003050 2000-LOAD-STATISTICS-EXIT.
003060     EXIT.
003070
003080 2100-READ-STAT-RECORD.
003090     READ STATS-FILE INTO RUN-STAT-RECORD
003100     IF WS-STAT-STATUS = '00'
003110         ADD 1 TO WS-ROWS-READ
003120     ELSE
003130         SET STATS-EOF TO TRUE
003140     END-IF.
003150 2100-READ-STAT-RECORD-EXIT.
003160     EXIT.
003170
003180 2200-POST-STAT-RECORD.
003190     IF RST-START-DATE = WS-REPORT-DATE
003200         IF WS-DAY-COUNT >= 100
003210             DISPLAY 'OPSRPT   - DAY TABLE FULL, RUN SKIPPED '
003220                 'FOR ' RST-PROGRAM
003230             IF WS-RETURN-CODE < 4
003240                 MOVE 4 TO WS-RETURN-CODE
003250             END-IF
003260         ELSE
003270             ADD 1 TO WS-DAY-COUNT
003280             MOVE RUN-STAT-RECORD
003290                 TO WS-DAY-ENTRY (WS-DAY-COUNT)
003300         END-IF
003310     ELSE
003320         IF RST-START-DATE < WS-REPORT-DATE
003330             PERFORM 2300-POST-NORM-ENTRY
003340                 THRU 2300-POST-NORM-ENTRY-EXIT
003350         END-IF
003360     END-IF
003370     PERFORM 2100-READ-STAT-RECORD
003380         THRU 2100-READ-STAT-RECORD-EXIT.
003390 2200-POST-STAT-RECORD-EXIT.
003400     EXIT.
003410
003420*****************************************************************
003430*  2300-POST-NORM-ENTRY                                         *
003440*  FIND (OR CLAIM) THE NORM ENTRY FOR THIS PROGRAM AND MODE     *
003450*  AND ROLL THE RUN'S READ COUNT INTO IT.  A FULL TABLE JUST    *
003460*  MEANS NO VOLUME JUDGMENT FOR THE OVERFLOWING PROGRAM.  A RUN *
003470*  REFUSED BY THE CYCLE CONTROL READ NOTHING AND IS SKIPPED.    *
003480*****************************************************************
003490 2300-POST-NORM-ENTRY.
003500     IF RST-CYCLE-REFUSED
003510         GO TO 2300-POST-NORM-ENTRY-EXIT
003520     END-IF
003530     MOVE ZERO TO WS-NORM-IX
003540     PERFORM 2310-MATCH-NORM-ENTRY
003550         THRU 2310-MATCH-NORM-ENTRY-EXIT
003560         VARYING WS-SCAN-IX FROM 1 BY 1
003570         UNTIL WS-SCAN-IX > WS-NORM-COUNT
003580         OR WS-NORM-IX > ZERO
003590     IF WS-NORM-IX = ZERO
003600         IF WS-NORM-COUNT >= 50
003610             GO TO 2300-POST-NORM-ENTRY-EXIT
003620         END-IF
003630         ADD 1 TO WS-NORM-COUNT
003640         MOVE WS-NORM-COUNT TO WS-NORM-IX
003650         MOVE RST-PROGRAM TO WS-NRM-PROGRAM (WS-NORM-IX)
003660         MOVE RST-RUN-MODE TO WS-NRM-RUN-MODE (WS-NORM-IX)
003670         MOVE ZERO TO WS-NRM-RUN-COUNT (WS-NORM-IX)
003680         MOVE ZERO TO WS-NRM-READ-TOTAL (WS-NORM-IX)
003690     END-IF
003700     ADD 1 TO WS-NRM-RUN-COUNT (WS-NORM-IX)
003710     ADD RST-READ-COUNT TO WS-NRM-READ-TOTAL (WS-NORM-IX).
003720 2300-POST-NORM-ENTRY-EXIT.
003730     EXIT.
003740
003750 2310-MATCH-NORM-ENTRY.
003760     IF WS-NRM-PROGRAM (WS-SCAN-IX) = RST-PROGRAM
003770         AND WS-NRM-RUN-MODE (WS-SCAN-IX) = RST-RUN-MODE
003780         MOVE WS-SCAN-IX TO WS-NORM-IX
003790     END-IF.
003800 2310-MATCH-NORM-ENTRY-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*  3000-WRITE-SUMMARY-REPORT                                    *
003850*****************************************************************
003860 3000-WRITE-SUMMARY-REPORT.
003870     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
003880     IF WS-DAY-COUNT = ZERO
003890         PERFORM 3300-WRITE-PAGE-HEADINGS
003900             THRU 3300-WRITE-PAGE-HEADINGS-EXIT
003910         MOVE 'NO RUNS RECORDED FOR THIS DATE'
003920             TO WS-RPT-MESSAGE-TEXT
003930         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
003940         IF WS-RETURN-CODE < 4
003950             MOVE 4 TO WS-RETURN-CODE
003960         END-IF
003970     END-IF
003980     PERFORM 3100-WRITE-RUN-LINE
003990         THRU 3100-WRITE-RUN-LINE-EXIT
004000         VARYING WS-DAY-IX FROM 1 BY 1
004010         UNTIL WS-DAY-IX > WS-DAY-COUNT
004020     MOVE 'RUNS REPORTED    : ' TO WS-RPT-TOTAL-LABEL
004030     MOVE WS-DAY-COUNT TO WS-RPT-TOTAL-OUT
004040     WRITE RPT-RECORD FROM WS-RPT-TOTALS
004050     MOVE 'RUNS FLAGGED     : ' TO WS-RPT-TOTAL-LABEL
004060     MOVE WS-FLAGGED-COUNT TO WS-RPT-TOTAL-OUT
004070     WRITE RPT-RECORD FROM WS-RPT-TOTALS
004080     DISPLAY 'OPSRPT   - RUNS FLAGGED        : '
004090         WS-FLAGGED-COUNT
004100     IF WS-FLAGGED-COUNT > ZERO
004110         AND WS-RETURN-CODE < 4
004120         MOVE 4 TO WS-RETURN-CODE
004130     END-IF.
004140 3000-WRITE-SUMMARY-REPORT-EXIT.
004150     EXIT.
004160
004170*****************************************************************
004180*  3100-WRITE-RUN-LINE                                          *
004190*  PRINT ONE RUN WITH ITS EXCEPTION FLAGS.  THE VOLUME FLAG     *
004200*  ONLY FIRES ONCE AT LEAST THREE PRIOR RUNS OF THE SAME        *
004210*  PROGRAM/MODE EXIST TO AVERAGE.  A RUN REFUSED BY THE CYCLE   *
004220*  CONTROL IS FLAGGED REFUSED AND NOT VOLUME-CHECKED.           *
004230*****************************************************************
004240 3100-WRITE-RUN-LINE.
004250     MOVE WS-DAY-ENTRY (WS-DAY-IX) TO WS-DAY-RECORD
004260     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004270         PERFORM 3300-WRITE-PAGE-HEADINGS
004280             THRU 3300-WRITE-PAGE-HEADINGS-EXIT
004290     END-IF
004300     MOVE SPACES TO WS-RPT-FLAGS-OUT
004310     IF DR-CYCLE-REFUSED
004320         MOVE 'REFUSED' TO WS-RPT-FLAGS-OUT
004330     ELSE
004340         IF WS-DR-RETURN-CODE NOT = ZERO
004350             MOVE 'RC' TO WS-RPT-FLAGS-OUT
004360         END-IF
004370         PERFORM 3200-CHECK-VOLUME-NORM
004380             THRU 3200-CHECK-VOLUME-NORM-EXIT
004390     END-IF
004400     IF WS-RPT-FLAGS-OUT NOT = SPACES
004410         ADD 1 TO WS-FLAGGED-COUNT
004420     END-IF
004430     MOVE WS-DR-PROGRAM TO WS-RPT-PROGRAM-OUT
004440     MOVE WS-DR-RUN-MODE TO WS-RPT-MODE-OUT
004450     MOVE WS-DR-START-TIME TO WS-RPT-START-OUT
004460     MOVE WS-DR-END-TIME TO WS-RPT-END-OUT
004470     MOVE WS-DR-READ-COUNT TO WS-RPT-READ-OUT
004480     MOVE WS-DR-WRITTEN-COUNT TO WS-RPT-WRITTEN-OUT
004490     MOVE WS-DR-REJECT-COUNT TO WS-RPT-REJECT-OUT
004500     MOVE WS-DR-RETURN-CODE TO WS-RPT-RC-OUT
004510     WRITE RPT-RECORD FROM WS-RPT-DETAIL
004520     ADD 1 TO WS-LINE-COUNT.
004530 3100-WRITE-RUN-LINE-EXIT.
004540     EXIT.
004550
004560 3200-CHECK-VOLUME-NORM.
004570     MOVE 'N' TO WS-NORM-FOUND-SW
004580     MOVE ZERO TO WS-NORM-IX
004590     PERFORM 3210-MATCH-DAY-NORM
004600         THRU 3210-MATCH-DAY-NORM-EXIT
004610         VARYING WS-SCAN-IX FROM 1 BY 1
004620         UNTIL WS-SCAN-IX > WS-NORM-COUNT
004630         OR NORM-FOUND
004640     IF NOT NORM-FOUND
004650         GO TO 3200-CHECK-VOLUME-NORM-EXIT
004660     END-IF
004670     IF WS-NRM-RUN-COUNT (WS-NORM-IX) < 3
004680         GO TO 3200-CHECK-VOLUME-NORM-EXIT
004690     END-IF
004700     COMPUTE WS-AVG-READ ROUNDED =
004710         WS-NRM-READ-TOTAL (WS-NORM-IX)
004720         / WS-NRM-RUN-COUNT (WS-NORM-IX)
004730     COMPUTE WS-LOW-BOUND = WS-AVG-READ / 2
004740     COMPUTE WS-HIGH-BOUND =
004750         WS-AVG-READ + (WS-AVG-READ / 2)
004760     IF WS-DR-READ-COUNT < WS-LOW-BOUND
004770         OR WS-DR-READ-COUNT > WS-HIGH-BOUND
004780         IF WS-RPT-FLAGS-OUT = SPACES
004790             MOVE 'VOLUME' TO WS-RPT-FLAGS-OUT
004800         ELSE
004810             MOVE 'RC VOLUME ' TO WS-RPT-FLAGS-OUT
004820         END-IF
004830     END-IF.
004840 3200-CHECK-VOLUME-NORM-EXIT.
004850     EXIT.
004860
004870 3210-MATCH-DAY-NORM.
004880     IF WS-NRM-PROGRAM (WS-SCAN-IX) = WS-DR-PROGRAM
004890         AND WS-NRM-RUN-MODE (WS-SCAN-IX) = WS-DR-RUN-MODE
004900         MOVE WS-SCAN-IX TO WS-NORM-IX
004910         SET NORM-FOUND TO TRUE
004920     END-IF.
004930 3210-MATCH-DAY-NORM-EXIT.
004940     EXIT.
004950
004960 3300-WRITE-PAGE-HEADINGS.
004970     ADD 1 TO WS-PAGE-COUNT
004980     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
004990     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
005000     MOVE WS-REPORT-DATE TO WS-RPT-WINDOW-OUT
005010     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
005020     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
005030     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
005040     MOVE ZERO TO WS-LINE-COUNT.
005050 3300-WRITE-PAGE-HEADINGS-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
005100*****************************************************************
005110 8000-TERMINATE.
005120     PERFORM 8100-CLOSE-FILES
005130         THRU 8100-CLOSE-FILES-EXIT.
005140 8000-TERMINATE-EXIT.
005150     EXIT.
005160
005170 8100-CLOSE-FILES.
005180     CLOSE STATS-FILE
005190     CLOSE RPT-FILE.
005200 8100-CLOSE-FILES-EXIT.
005210     EXIT.
