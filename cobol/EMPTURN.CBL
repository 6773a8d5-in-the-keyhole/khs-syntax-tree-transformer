000310*                   COMPANY HEADCOUNT MOVEMENT FROM THE         *
000320*                   OPENING SNAPSHOT PLUS THE PERIOD'S          *
000330*                   DELTAS.                                     *
000340*  10/15/2026 RH    NIGHTLY CYCLE CONTROL - THE REPORT IS THE   *
000350*                   LAST STEP OF THE CHAIN AND IS REFUSED WITH  *
000360*                   RC 20 UNLESS PAYACK COMPLETED CLEAN FOR THE *
000370*                   CYCPARM BUSINESS DATE (THE PERIOD-END DATE) *
000380*                   AND THIS STEP HAS NOT ALREADY RUN FOR IT.   *
000390*                   EVERY RUN IS RECORDED ON CYCLCTL, AND A     *
000400*                   RUNSTAT RECORD IS NOW APPENDED TO RUNSTATS  *
000410*                   FOR OPSRPT.                                 *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-ZSERIES.
000460 OBJECT-COMPUTER.  IBM-ZSERIES.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SNAP-FILE
000500         ASSIGN TO SNAPIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-SNAP-STATUS.
000530
000540     SELECT DELTA-FILE
000550         ASSIGN TO DELTAIN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-DELTA-STATUS.
000580
000590     SELECT RPT-FILE
000600         ASSIGN TO TRNRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000630
000640     SELECT STATS-FILE
000650         ASSIGN TO RUNSTATS
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STAT-STATUS.
000680
000690     SELECT CYCLE-FILE
000700         ASSIGN TO CYCLCTL
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CYC-STATUS.
000730
000740     SELECT CYCPARM-FILE
000750         ASSIGN TO CYCPARM
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-CYCPARM-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  SNAP-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY EMPOUT.
000850
000860 FD  DELTA-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY DELTAREC.
000900
000910 FD  RPT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  RPT-RECORD                  PIC X(132).
000950
000960 FD  STATS-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY RUNSTAT.
001000
001010 FD  CYCLE-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY CYCLREC.
001050
001060 FD  CYCPARM-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY CYCPARM.
001100
001110 WORKING-STORAGE SECTION.
001120*****************************************************************
001130*  FILE STATUS SWITCHES                                         *
001140*****************************************************************
001150 01  WS-FILE-STATUSES.
001160     05  WS-SNAP-STATUS              PIC X(02).
001170     05  WS-DELTA-STATUS             PIC X(02).
001180     05  WS-RPT-STATUS               PIC X(02).
001190     05  WS-STAT-STATUS              PIC X(02).
001200     05  WS-CYC-STATUS               PIC X(02).
001210     05  WS-CYCPARM-STATUS           PIC X(02).
001220
001230 01  WS-IDENTIFICATION.
001240     05  WS-RUN-DATE                 PIC X(08).
001250     05  WS-RUN-TIME                 PIC X(08).
001260     05  WS-END-DATE                 PIC X(08).
001270     05  WS-END-TIME                 PIC X(08).
001280
001290*****************************************************************
001300*  NIGHTLY CYCLE CONTROL (CYCLREC / CYCPARM).  THIS STEP NEEDS  *
001310*  PAYACK TO HAVE COMPLETED CLEAN FOR THE BUSINESS DATE.        *
001320*****************************************************************
001330 01  WS-CYCLE-CONTROL.
001340     05  WS-CYC-PROGRAM              PIC X(08)  VALUE 'EMPTURN '.
001350     05  WS-CYC-PREDECESSOR          PIC X(08)  VALUE 'PAYACK  '.
001360     05  WS-CYC-ALTERNATE            PIC X(08)  VALUE SPACES.
001370     05  WS-CYC-EXCLUSIVE            PIC X(08)  VALUE SPACES.
001380     05  WS-CYC-BUSINESS-DATE        PIC X(08)  VALUE SPACES.
001390     05  WS-CYC-PRED-PROGRAM         PIC X(08)  VALUE SPACES.
001400     05  WS-CYC-PRED-RC              PIC 9(04)  VALUE ZERO.
001410     05  WS-CYC-PRIOR-PROGRAM        PIC X(08)  VALUE SPACES.
001420     05  WS-CYC-PRIOR-RC             PIC 9(04)  VALUE ZERO.
001430     05  WS-CYC-OVERRIDE-USER        PIC X(08)  VALUE SPACES.
001440     05  WS-CYC-OVERRIDE-REASON      PIC X(30)  VALUE SPACES.
001450     05  WS-CYC-REASON               PIC X(30)  VALUE SPACES.
001460     05  WS-CYC-PRED-SW              PIC X(01)  VALUE 'N'.
001470         88  CYC-PRED-COMPLETED          VALUE 'Y'.
001480     05  WS-CYC-RAN-SW               PIC X(01)  VALUE 'N'.
001490         88  CYC-ALREADY-RAN             VALUE 'Y'.
001500     05  WS-CYC-EOF-SW               PIC X(01)  VALUE 'N'.
001510         88  CYC-EOF                     VALUE 'Y'.
001520     05  WS-CYC-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
001530         88  CYC-OVERRIDE-IN-EFFECT      VALUE 'Y'.
001540     05  WS-CYC-STATE-SW             PIC X(01)  VALUE SPACE.
001550         88  CYC-STEP-CLEARED            VALUE 'C'.
001560         88  CYC-STEP-REFUSED            VALUE 'R'.
001570
001580*****************************************************************
001590*  PROGRAM SWITCHES                                             *
001600*****************************************************************
001610 01  WS-SWITCHES.
001620     05  WS-SNAP-EOF-SW              PIC X(01)  VALUE 'N'.
001630         88  SNAP-EOF                    VALUE 'Y'.
001640     05  WS-DELTA-EOF-SW             PIC X(01)  VALUE 'N'.
001650         88  DELTA-EOF                   VALUE 'Y'.
001660
001670*****************************************************************
001680*  STANDALONE COUNTERS                                          *
001690*****************************************************************
001700 77  WS-SNAP-READ-COUNT             PIC 9(07)   COMP VALUE ZERO.
001710 77  WS-DELTA-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
001720 77  WS-DEPT-COUNT                  PIC 9(03)   COMP VALUE ZERO.
001730 77  WS-DEPT-IX                     PIC 9(03)   COMP VALUE ZERO.
001740 77  WS-SCAN-IX                     PIC 9(03)   COMP VALUE ZERO.
001750 77  WS-SORT-LIMIT                  PIC 9(03)   COMP VALUE ZERO.
001760 77  WS-CLOSING-COUNT               PIC S9(07)  COMP VALUE ZERO.
001770 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001780 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001790 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
001800 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001810
001820 01  WS-WORK-DEPTNO                  PIC X(03).
001830
001840*****************************************************************
001850*  MINIMAL VIEW OF THE DELTA'S EMPLOYEE IMAGE - ONLY THE        *
001860*  WORKDEPT IS NEEDED HERE (OFFSETS PER EMPOUT.CPY).            *
001870*****************************************************************
001880 01  WS-DELTA-IMAGE                  PIC X(105).
001890 01  WS-DELTA-FIELDS REDEFINES WS-DELTA-IMAGE.
001900     05  FILLER                  PIC X(33).
001910     05  WS-DLT-WORKDEPT         PIC X(03).
001920     05  FILLER                  PIC X(69).
001930
001940*****************************************************************
001950*  PER-DEPARTMENT MOVEMENT TABLE                                *
001960*****************************************************************
001970 01  WS-MOVE-TABLE.
001980     05  WS-MVT-ENTRY OCCURS 200 TIMES.
001990         10  WS-MVT-DEPTNO           PIC X(03).
002000         10  WS-MVT-OPENING          PIC 9(07)  COMP.
002010         10  WS-MVT-HIRES            PIC 9(07)  COMP.
002020         10  WS-MVT-TERMS            PIC 9(07)  COMP.
002030         10  WS-MVT-XFER-IN          PIC 9(07)  COMP.
002040         10  WS-MVT-XFER-OUT         PIC 9(07)  COMP.
002050 01  WS-MVT-SWAP-ENTRY.
002060     05  WS-SWP-DEPTNO               PIC X(03).
002070     05  WS-SWP-OPENING              PIC 9(07)  COMP.
002080     05  WS-SWP-HIRES                PIC 9(07)  COMP.
002090     05  WS-SWP-TERMS                PIC 9(07)  COMP.
002100     05  WS-SWP-XFER-IN              PIC 9(07)  COMP.
002110     05  WS-SWP-XFER-OUT             PIC 9(07)  COMP.
002120
002130*****************************************************************
002140*  COMPANY TOTALS                                               *
002150*****************************************************************
002160 01  WS-COMPANY-TOTALS.
002170     05  WS-TOT-OPENING              PIC 9(07)  COMP VALUE ZERO.
002180     05  WS-TOT-HIRES                PIC 9(07)  COMP VALUE ZERO.
002190     05  WS-TOT-TERMS                PIC 9(07)  COMP VALUE ZERO.
002200     05  WS-TOT-XFER-IN              PIC 9(07)  COMP VALUE ZERO.
002210     05  WS-TOT-XFER-OUT             PIC 9(07)  COMP VALUE ZERO.
002220
002230*****************************************************************
002240*  REPORT LINES                                                 *
002250*****************************************************************
002260 01  WS-RPT-HEADING-1.
002270     05  FILLER                      PIC X(10)  VALUE SPACES.
002280     05  FILLER                      PIC X(40)
002290         VALUE 'HEADCOUNT MOVEMENT AND TURNOVER REPORT'.
002300     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002310     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
002320     05  FILLER                      PIC X(73)  VALUE SPACES.
002330
002340 01  WS-RPT-HEADING-2.
002350     05  FILLER                      PIC X(10)  VALUE SPACES.
002360     05  FILLER                      PIC X(14)
002370         VALUE 'RUN DATE    : '.
002380     05  WS-RPT-DATE-OUT             PIC X(08).
002390     05  FILLER                      PIC X(100) VALUE SPACES.
002400
002410 01  WS-RPT-HEADING-3.
002420     05  FILLER                      PIC X(10)  VALUE SPACES.
002430     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
002440     05  FILLER                      PIC X(10)
002450         VALUE '  OPENING '.
002460     05  FILLER                      PIC X(10)
002470         VALUE '    HIRES '.
002480     05  FILLER                      PIC X(10)
002490         VALUE '    TERMS '.
002500     05  FILLER                      PIC X(10)
002510         VALUE '  XFER IN '.
002520     05  FILLER                      PIC X(10)
002530         VALUE ' XFER OUT '.
002540     05  FILLER                      PIC X(10)
002550         VALUE '  CLOSING '.
002560     05  FILLER                      PIC X(67)  VALUE SPACES.
002570
002580 01  WS-RPT-DETAIL.
002590     05  FILLER                      PIC X(10)  VALUE SPACES.
002600     05  WS-RPT-DEPT-OUT             PIC X(04).
002610     05  WS-RPT-OPENING-OUT          PIC ZZZ,ZZ9.
002620     05  FILLER                      PIC X(03)  VALUE SPACES.
002630     05  WS-RPT-HIRES-OUT            PIC ZZZ,ZZ9.
002640     05  FILLER                      PIC X(03)  VALUE SPACES.
002650     05  WS-RPT-TERMS-OUT            PIC ZZZ,ZZ9.
002660     05  FILLER                      PIC X(03)  VALUE SPACES.
002670     05  WS-RPT-XFERIN-OUT           PIC ZZZ,ZZ9.
002680     05  FILLER                      PIC X(03)  VALUE SPACES.
002690     05  WS-RPT-XFEROUT-OUT          PIC ZZZ,ZZ9.
002700     05  FILLER                      PIC X(03)  VALUE SPACES.
002710     05  WS-RPT-CLOSING-OUT          PIC ZZZ,ZZ9-.
002720     05  FILLER                      PIC X(60)  VALUE SPACES.
002730
002740 PROCEDURE DIVISION.
002750*****************************************************************
002760*  0000-MAINLINE                                                *
002770*****************************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-INITIALIZE-EXIT
002810     IF WS-RETURN-CODE = ZERO
002820         PERFORM 2000-COUNT-OPENING-HEADCOUNT
002830             THRU 2000-COUNT-OPENING-HEADCOUNT-EXIT
002840         PERFORM 3000-POST-DELTA-MOVEMENT
002850             THRU 3000-POST-DELTA-MOVEMENT-EXIT
002860         PERFORM 4000-SORT-MOVE-TABLE
002870             THRU 4000-SORT-MOVE-TABLE-EXIT
002880         PERFORM 5000-WRITE-MOVEMENT-REPORT
002890             THRU 5000-WRITE-MOVEMENT-REPORT-EXIT
002900     END-IF
002910     PERFORM 8000-TERMINATE
002920         THRU 8000-TERMINATE-EXIT
002930     PERFORM 8500-RECORD-CYCLE-EVENT
002940         THRU 8500-RECORD-CYCLE-EVENT-EXIT
002950     PERFORM 9000-WRITE-RUN-STATISTICS
002960         THRU 9000-WRITE-RUN-STATISTICS-EXIT
002970     MOVE WS-RETURN-CODE TO RETURN-CODE
002980     STOP RUN.
002990
003000*****************************************************************
003010*  1000-INITIALIZE - OPEN ALL THREE FILES                       *
003020*****************************************************************
003030 1000-INITIALIZE.
003040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003050     ACCEPT WS-RUN-TIME FROM TIME
003060     PERFORM 1500-CHECK-CYCLE-CONTROL
003070         THRU 1500-CHECK-CYCLE-CONTROL-EXIT
003080     IF WS-RETURN-CODE NOT = ZERO
003090         GO TO 1000-INITIALIZE-EXIT
003100     END-IF
003110     OPEN INPUT SNAP-FILE
003120     IF WS-SNAP-STATUS NOT = '00'
003130         DISPLAY 'EMPTURN  - UNABLE TO OPEN SNAPIN, STATUS='
003140             WS-SNAP-STATUS
003150         MOVE 16 TO WS-RETURN-CODE
003160     END-IF
003170     OPEN INPUT DELTA-FILE
003180     IF WS-DELTA-STATUS NOT = '00'
003190         DISPLAY 'EMPTURN  - UNABLE TO OPEN DELTAIN, STATUS='
003200             WS-DELTA-STATUS
003210         MOVE 16 TO WS-RETURN-CODE
003220     END-IF
003230     OPEN OUTPUT RPT-FILE
003240     IF WS-RPT-STATUS NOT = '00'
003250         DISPLAY 'EMPTURN  - UNABLE TO OPEN TRNRPT, STATUS='
003260             WS-RPT-STATUS
003270         MOVE 16 TO WS-RETURN-CODE
003280     END-IF.
003290 1000-INITIALIZE-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330*  1500-CHECK-CYCLE-CONTROL                                     *
003340*  READ THE CYCPARM CARD AND THE BUSINESS DATE'S CYCLCTL        *
003350*  RECORDS AND DECIDE WHETHER THIS STEP MAY RUN: THE            *
003360*  PREDECESSOR MUST HAVE COMPLETED WITH RC 4 OR LESS, AND THIS  *
003370*  STEP (OR THE ONE IT EXCLUDES) MUST NOT HAVE RUN ALREADY.  A  *
003380*  REFUSAL ENDS THE RUN WITH RC 20 BEFORE ANY OTHER FILE IS     *
003390*  OPENED, UNLESS THE CYCPARM OPERATOR OVERRIDE NAMES THIS      *
003400*  PROGRAM.  A CYCPARM OR CYCLCTL PROBLEM IS RC 16.             *
003410*****************************************************************
003420 1500-CHECK-CYCLE-CONTROL.
003430     PERFORM 1510-READ-CYCLE-PARM
003440         THRU 1510-READ-CYCLE-PARM-EXIT
003450     IF WS-RETURN-CODE NOT = ZERO
003460         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003470     END-IF
003480     PERFORM 1520-LOAD-CYCLE-HISTORY
003490         THRU 1520-LOAD-CYCLE-HISTORY-EXIT
003500     IF WS-RETURN-CODE NOT = ZERO
003510         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003520     END-IF
003530     MOVE SPACES TO WS-CYC-REASON
003540     IF WS-CYC-PREDECESSOR NOT = SPACES
003550         IF NOT CYC-PRED-COMPLETED
003560             MOVE 'PREDECESSOR HAS NOT COMPLETED'
003570                 TO WS-CYC-REASON
003580             DISPLAY 'EMPTURN  - ' WS-CYC-PREDECESSOR
003590                 ' HAS NOT COMPLETED FOR ' WS-CYC-BUSINESS-DATE
003600         ELSE
003610             IF WS-CYC-PRED-RC > 4
003620                 MOVE 'PREDECESSOR DID NOT END CLEAN'
003630                     TO WS-CYC-REASON
003640                 DISPLAY 'EMPTURN  - ' WS-CYC-PRED-PROGRAM
003650                     ' ENDED RC ' WS-CYC-PRED-RC ' FOR '
003660                     WS-CYC-BUSINESS-DATE
003670             END-IF
003680         END-IF
003690     END-IF
003700     IF CYC-ALREADY-RAN
003710         MOVE 'ALREADY RAN FOR BUSINESS DATE' TO WS-CYC-REASON
003720         DISPLAY 'EMPTURN  - ' WS-CYC-PRIOR-PROGRAM
003730             ' ALREADY RAN FOR ' WS-CYC-BUSINESS-DATE
003740             ', RC ' WS-CYC-PRIOR-RC
003750     END-IF
003760     IF WS-CYC-REASON = SPACES
003770         DISPLAY 'EMPTURN  - CYCLE CHECK PASSED FOR '
003780             WS-CYC-BUSINESS-DATE
003790         SET CYC-STEP-CLEARED TO TRUE
003800         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003810     END-IF
003820     IF CYC-OVERRIDE-IN-EFFECT
003830         DISPLAY 'EMPTURN  - CHECKS ABOVE OVERRIDDEN BY '
003840             WS-CYC-OVERRIDE-USER
003850         DISPLAY 'EMPTURN  - OVERRIDE REASON: '
003860             WS-CYC-OVERRIDE-REASON
003870         SET CYC-STEP-CLEARED TO TRUE
003880         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003890     END-IF
003900     DISPLAY 'EMPTURN  - RUN REFUSED FOR BUSINESS DATE '
003910         WS-CYC-BUSINESS-DATE
003920     SET CYC-STEP-REFUSED TO TRUE
003930     MOVE 20 TO WS-RETURN-CODE.
003940 1500-CHECK-CYCLE-CONTROL-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*  1510-READ-CYCLE-PARM                                         *
003990*  SPACES IN CP-BUSINESS-DATE MEAN TODAY.  THE OVERRIDE IS      *
004000*  TAKEN ONLY WHEN IT NAMES THIS PROGRAM AND CARRIES BOTH THE   *
004010*  OPERATOR'S USER ID AND A REASON.                             *
004020*****************************************************************
004030 1510-READ-CYCLE-PARM.
004040     OPEN INPUT CYCPARM-FILE
004050     IF WS-CYCPARM-STATUS NOT = '00'
004060         DISPLAY 'EMPTURN  - UNABLE TO OPEN CYCPARM, STATUS='
004070             WS-CYCPARM-STATUS
004080         MOVE 16 TO WS-RETURN-CODE
004090         GO TO 1510-READ-CYCLE-PARM-EXIT
004100     END-IF
004110     READ CYCPARM-FILE INTO CYCLE-PARM-RECORD
004120     IF WS-CYCPARM-STATUS NOT = '00'
004130         DISPLAY 'EMPTURN  - CYCPARM EMPTY OR UNREADABLE'
004140         MOVE 16 TO WS-RETURN-CODE
004150         CLOSE CYCPARM-FILE
004160         GO TO 1510-READ-CYCLE-PARM-EXIT
004170     END-IF
004180     IF CP-BUSINESS-DATE = SPACES
004190         MOVE WS-RUN-DATE TO WS-CYC-BUSINESS-DATE
004200     ELSE
004210         MOVE CP-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE
004220     END-IF
004230     IF WS-CYC-BUSINESS-DATE NOT NUMERIC
004240         DISPLAY 'EMPTURN  - CYCPARM BUSINESS DATE INVALID: '
004250             WS-CYC-BUSINESS-DATE
004260         MOVE 16 TO WS-RETURN-CODE
004270     END-IF
004280     IF CP-OVERRIDE-PROGRAM = WS-CYC-PROGRAM
004290         IF CP-OVERRIDE-USER = SPACES
004300             OR CP-OVERRIDE-REASON = SPACES
004310             DISPLAY 'EMPTURN  - CYCPARM OVERRIDE NEEDS A USER '
004320                 'ID AND A REASON'
004330             MOVE 16 TO WS-RETURN-CODE
004340         ELSE
004350             MOVE CP-OVERRIDE-USER TO WS-CYC-OVERRIDE-USER
004360             MOVE CP-OVERRIDE-REASON TO WS-CYC-OVERRIDE-REASON
004370             SET CYC-OVERRIDE-IN-EFFECT TO TRUE
004380         END-IF
004390     END-IF
004400     CLOSE CYCPARM-FILE.
004410 1510-READ-CYCLE-PARM-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450*  1520-LOAD-CYCLE-HISTORY                                      *
004460*  ONE PASS OVER CYCLCTL FOR THE BUSINESS DATE.  FILE STATUS 35 *
004470*  JUST MEANS NO CYCLE HAS BEEN RECORDED YET.                   *
004480*****************************************************************
004490 1520-LOAD-CYCLE-HISTORY.
004500     OPEN INPUT CYCLE-FILE
004510     IF WS-CYC-STATUS = '35'
004520         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004530     END-IF
004540     IF WS-CYC-STATUS NOT = '00'
004550         DISPLAY 'EMPTURN  - UNABLE TO OPEN CYCLCTL, STATUS='
004560             WS-CYC-STATUS
004570         MOVE 16 TO WS-RETURN-CODE
004580         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004590     END-IF
004600     PERFORM 1530-READ-CYCLE-RECORD
004610         THRU 1530-READ-CYCLE-RECORD-EXIT
004620     PERFORM 1540-POST-CYCLE-RECORD
004630         THRU 1540-POST-CYCLE-RECORD-EXIT
004640         UNTIL CYC-EOF
004650     CLOSE CYCLE-FILE.
004660 1520-LOAD-CYCLE-HISTORY-EXIT.
004670     EXIT.
004680
004690 1530-READ-CYCLE-RECORD.
004700     READ CYCLE-FILE
004710     IF WS-CYC-STATUS NOT = '00'
004720         IF WS-CYC-STATUS NOT = '10'
004730             DISPLAY 'EMPTURN  - CYCLCTL READ ERROR, STATUS='
004740                 WS-CYC-STATUS
004750             MOVE 16 TO WS-RETURN-CODE
004760         END-IF
004770         SET CYC-EOF TO TRUE
004780     END-IF.
004790 1530-READ-CYCLE-RECORD-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830*  1540-POST-CYCLE-RECORD                                       *
004840*  ONLY COMPLETED RUNS FOR THE BUSINESS DATE COUNT - A REFUSED  *
004850*  RUN NEVER DID ANYTHING.  THE FILE IS IN TIME ORDER, SO THE   *
004860*  LAST COMPLETION SEEN FOR A PROGRAM IS THE ONE THAT STANDS.   *
004870*****************************************************************
004880 1540-POST-CYCLE-RECORD.
004890     IF CYC-BUSINESS-DATE = WS-CYC-BUSINESS-DATE
004900         AND CYC-EVENT-COMPLETED
004910         IF CYC-PROGRAM = WS-CYC-PREDECESSOR
004920             OR CYC-PROGRAM = WS-CYC-ALTERNATE
004930             SET CYC-PRED-COMPLETED TO TRUE
004940             MOVE CYC-PROGRAM TO WS-CYC-PRED-PROGRAM
004950             MOVE CYC-RETURN-CODE TO WS-CYC-PRED-RC
004960         END-IF
004970         IF CYC-PROGRAM = WS-CYC-PROGRAM
004980             OR CYC-PROGRAM = WS-CYC-EXCLUSIVE
004990             SET CYC-ALREADY-RAN TO TRUE
005000             MOVE CYC-PROGRAM TO WS-CYC-PRIOR-PROGRAM
005010             MOVE CYC-RETURN-CODE TO WS-CYC-PRIOR-RC
005020         END-IF
005030     END-IF
005040     PERFORM 1530-READ-CYCLE-RECORD
005050         THRU 1530-READ-CYCLE-RECORD-EXIT.
005060 1540-POST-CYCLE-RECORD-EXIT.
005070     EXIT.
005080
005090*****************************************************************
005100*  2000-COUNT-OPENING-HEADCOUNT                                 *
005110*  ONE PASS OVER THE PERIOD-OPENING SNAPSHOT, COUNTING          *
005120*  EMPLOYEES PER DEPARTMENT.                                    *
005130*****************************************************************
005140 2000-COUNT-OPENING-HEADCOUNT.
005150     PERFORM 2100-READ-SNAP-RECORD
005160         THRU 2100-READ-SNAP-RECORD-EXIT
005170     PERFORM 2200-POST-SNAP-RECORD
005180         THRU 2200-POST-SNAP-RECORD-EXIT
005190         UNTIL SNAP-EOF
005200     DISPLAY 'EMPTURN  - SNAPSHOT RECORDS READ: '
005210         WS-SNAP-READ-COUNT.
005220 2000-COUNT-OPENING-HEADCOUNT-EXIT.
005230     EXIT.
005240
005250 2100-READ-SNAP-RECORD.
005260     READ SNAP-FILE INTO EMPOUT-RECORD
005270     IF WS-SNAP-STATUS = '00'
005280         ADD 1 TO WS-SNAP-READ-COUNT
005290     ELSE
005300         SET SNAP-EOF TO TRUE
005310     END-IF.
005320 2100-READ-SNAP-RECORD-EXIT.
005330     EXIT.
005340
005350 2200-POST-SNAP-RECORD.
005360     MOVE EMPOUT-WORKDEPT TO WS-WORK-DEPTNO
005370     PERFORM 6000-FIND-OR-ADD-DEPT
005380         THRU 6000-FIND-OR-ADD-DEPT-EXIT
005390     IF WS-DEPT-IX > ZERO
005400         ADD 1 TO WS-MVT-OPENING (WS-DEPT-IX)
005410     END-IF
005420     PERFORM 2100-READ-SNAP-RECORD
005430         THRU 2100-READ-SNAP-RECORD-EXIT.
005440 2200-POST-SNAP-RECORD-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*  3000-POST-DELTA-MOVEMENT                                     *
005490*  A = HIRE INTO THE IMAGE'S WORKDEPT.  D = TERMINATION FROM    *
005500*  THE IMAGE'S WORKDEPT.  C WITH A DIFFERENT PRIOR WORKDEPT =   *
005510*  TRANSFER OUT OF THE OLD AND INTO THE NEW DEPARTMENT; A C     *
005520*  WITHOUT A PRIOR WORKDEPT (CUT BEFORE THE FIELD EXISTED)      *
005530*  CANNOT BE CLASSIFIED AS A TRANSFER AND IS NOT COUNTED.       *
005540*****************************************************************
005550 3000-POST-DELTA-MOVEMENT.
005560     PERFORM 3100-READ-DELTA-RECORD
005570         THRU 3100-READ-DELTA-RECORD-EXIT
005580     PERFORM 3200-POST-DELTA-RECORD
005590         THRU 3200-POST-DELTA-RECORD-EXIT
005600         UNTIL DELTA-EOF
005610     DISPLAY 'EMPTURN  - DELTA RECORDS READ   : '
005620         WS-DELTA-READ-COUNT.
005630 3000-POST-DELTA-MOVEMENT-EXIT.
005640     EXIT.
005650
005660 3100-READ-DELTA-RECORD.
005670     READ DELTA-FILE INTO DELTA-RECORD
005680     IF WS-DELTA-STATUS = '00'
005690         ADD 1 TO WS-DELTA-READ-COUNT
005700     ELSE
005710         SET DELTA-EOF TO TRUE
005720     END-IF.
005730 3100-READ-DELTA-RECORD-EXIT.
005740     EXIT.
005750
005760 3200-POST-DELTA-RECORD.
005770     MOVE DLT-EMPLOYEE-DATA TO WS-DELTA-IMAGE
005780     IF DLT-ADD
005790         MOVE WS-DLT-WORKDEPT TO WS-WORK-DEPTNO
005800         PERFORM 6000-FIND-OR-ADD-DEPT
005810             THRU 6000-FIND-OR-ADD-DEPT-EXIT
005820         IF WS-DEPT-IX > ZERO
005830             ADD 1 TO WS-MVT-HIRES (WS-DEPT-IX)
005840         END-IF
005850     END-IF
005860     IF DLT-DELETE
005870         MOVE WS-DLT-WORKDEPT TO WS-WORK-DEPTNO
005880         PERFORM 6000-FIND-OR-ADD-DEPT
005890             THRU 6000-FIND-OR-ADD-DEPT-EXIT
005900         IF WS-DEPT-IX > ZERO
005910             ADD 1 TO WS-MVT-TERMS (WS-DEPT-IX)
005920         END-IF
005930     END-IF
005940     IF DLT-CHANGE
005950         AND DLT-PRIOR-WORKDEPT NOT = SPACES
005960         AND DLT-PRIOR-WORKDEPT NOT = WS-DLT-WORKDEPT
005970         MOVE DLT-PRIOR-WORKDEPT TO WS-WORK-DEPTNO
005980         PERFORM 6000-FIND-OR-ADD-DEPT
005990             THRU 6000-FIND-OR-ADD-DEPT-EXIT
006000         IF WS-DEPT-IX > ZERO
006010             ADD 1 TO WS-MVT-XFER-OUT (WS-DEPT-IX)
006020         END-IF
006030         MOVE WS-DLT-WORKDEPT TO WS-WORK-DEPTNO
006040         PERFORM 6000-FIND-OR-ADD-DEPT
006050             THRU 6000-FIND-OR-ADD-DEPT-EXIT
006060         IF WS-DEPT-IX > ZERO
006070             ADD 1 TO WS-MVT-XFER-IN (WS-DEPT-IX)
006080         END-IF
006090     END-IF
006100     PERFORM 3100-READ-DELTA-RECORD
006110         THRU 3100-READ-DELTA-RECORD-EXIT.
006120 3200-POST-DELTA-RECORD-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*  4000-SORT-MOVE-TABLE                                         *
006170*  SIMPLE EXCHANGE SORT INTO DEPTNO ORDER SO THE REPORT READS   *
006180*  LIKE THE OTHER DEPARTMENT REPORTS.  THE TABLE IS SMALL.      *
006190*****************************************************************
006200 4000-SORT-MOVE-TABLE.
006210     IF WS-DEPT-COUNT < 2
006220         GO TO 4000-SORT-MOVE-TABLE-EXIT
006230     END-IF
006240     COMPUTE WS-SORT-LIMIT = WS-DEPT-COUNT - 1
006250     PERFORM 4100-SORT-ONE-PASS
006260         THRU 4100-SORT-ONE-PASS-EXIT
006270         VARYING WS-DEPT-IX FROM 1 BY 1
006280         UNTIL WS-DEPT-IX > WS-SORT-LIMIT.
006290 4000-SORT-MOVE-TABLE-EXIT.
006300     EXIT.
006310
006320 4100-SORT-ONE-PASS.
006330     PERFORM 4200-COMPARE-AND-SWAP
006340         THRU 4200-COMPARE-AND-SWAP-EXIT
006350         VARYING WS-SCAN-IX FROM 1 BY 1
006360         UNTIL WS-SCAN-IX > WS-SORT-LIMIT.
006370 4100-SORT-ONE-PASS-EXIT.
006380     EXIT.
006390
006400 4200-COMPARE-AND-SWAP.
006410     IF WS-MVT-DEPTNO (WS-SCAN-IX) >
006420         WS-MVT-DEPTNO (WS-SCAN-IX + 1)
006430         MOVE WS-MVT-ENTRY (WS-SCAN-IX) TO WS-MVT-SWAP-ENTRY
006440         MOVE WS-MVT-ENTRY (WS-SCAN-IX + 1)
006450             TO WS-MVT-ENTRY (WS-SCAN-IX)
006460         MOVE WS-MVT-SWAP-ENTRY
006470             TO WS-MVT-ENTRY (WS-SCAN-IX + 1)
006480     END-IF.
006490 4200-COMPARE-AND-SWAP-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*  5000-WRITE-MOVEMENT-REPORT                                   *
006540*****************************************************************
006550 5000-WRITE-MOVEMENT-REPORT.
006560     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
006570     IF WS-DEPT-COUNT = ZERO
006580         PERFORM 5200-WRITE-PAGE-HEADINGS
006590             THRU 5200-WRITE-PAGE-HEADINGS-EXIT
006600     END-IF
006610     PERFORM 5100-WRITE-DEPT-LINE
006620         THRU 5100-WRITE-DEPT-LINE-EXIT
006630         VARYING WS-DEPT-IX FROM 1 BY 1
006640         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
006650     MOVE 'CO. ' TO WS-RPT-DEPT-OUT
006660     MOVE WS-TOT-OPENING TO WS-RPT-OPENING-OUT
006670     MOVE WS-TOT-HIRES TO WS-RPT-HIRES-OUT
006680     MOVE WS-TOT-TERMS TO WS-RPT-TERMS-OUT
006690     MOVE WS-TOT-XFER-IN TO WS-RPT-XFERIN-OUT
006700     MOVE WS-TOT-XFER-OUT TO WS-RPT-XFEROUT-OUT
006710     COMPUTE WS-CLOSING-COUNT =
006720         WS-TOT-OPENING + WS-TOT-HIRES - WS-TOT-TERMS
006730         + WS-TOT-XFER-IN - WS-TOT-XFER-OUT
006740     MOVE WS-CLOSING-COUNT TO WS-RPT-CLOSING-OUT
006750     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006760     DISPLAY 'EMPTURN  - DEPARTMENTS REPORTED : '
006770         WS-DEPT-COUNT
006780     DISPLAY 'EMPTURN  - COMPANY CLOSING COUNT: '
006790         WS-CLOSING-COUNT.
006800 5000-WRITE-MOVEMENT-REPORT-EXIT.
006810     EXIT.
006820
006830 5100-WRITE-DEPT-LINE.
006840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006850         PERFORM 5200-WRITE-PAGE-HEADINGS
006860             THRU 5200-WRITE-PAGE-HEADINGS-EXIT
006870     END-IF
006880     MOVE SPACES TO WS-RPT-DEPT-OUT
006890     MOVE WS-MVT-DEPTNO (WS-DEPT-IX) TO WS-RPT-DEPT-OUT (1:3)
006900     MOVE WS-MVT-OPENING (WS-DEPT-IX) TO WS-RPT-OPENING-OUT
006910     MOVE WS-MVT-HIRES (WS-DEPT-IX) TO WS-RPT-HIRES-OUT
006920     MOVE WS-MVT-TERMS (WS-DEPT-IX) TO WS-RPT-TERMS-OUT
006930     MOVE WS-MVT-XFER-IN (WS-DEPT-IX) TO WS-RPT-XFERIN-OUT
006940     MOVE WS-MVT-XFER-OUT (WS-DEPT-IX) TO WS-RPT-XFEROUT-OUT
006950     COMPUTE WS-CLOSING-COUNT =
006960         WS-MVT-OPENING (WS-DEPT-IX)
006970         + WS-MVT-HIRES (WS-DEPT-IX)
006980         - WS-MVT-TERMS (WS-DEPT-IX)
006990         + WS-MVT-XFER-IN (WS-DEPT-IX)
007000         - WS-MVT-XFER-OUT (WS-DEPT-IX)
007010     MOVE WS-CLOSING-COUNT TO WS-RPT-CLOSING-OUT
007020     WRITE RPT-RECORD FROM WS-RPT-DETAIL
007030     ADD 1 TO WS-LINE-COUNT
007040     ADD WS-MVT-OPENING (WS-DEPT-IX) TO WS-TOT-OPENING
007050     ADD WS-MVT-HIRES (WS-DEPT-IX) TO WS-TOT-HIRES
007060     ADD WS-MVT-TERMS (WS-DEPT-IX) TO WS-TOT-TERMS
007070     ADD WS-MVT-XFER-IN (WS-DEPT-IX) TO WS-TOT-XFER-IN
007080     ADD WS-MVT-XFER-OUT (WS-DEPT-IX) TO WS-TOT-XFER-OUT.
007090 5100-WRITE-DEPT-LINE-EXIT.
007100     EXIT.
007110
007120 5200-WRITE-PAGE-HEADINGS.
007130     ADD 1 TO WS-PAGE-COUNT
007140     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
007150     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
007160     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
007170     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
007180     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
007190     MOVE ZERO TO WS-LINE-COUNT.
007200 5200-WRITE-PAGE-HEADINGS-EXIT.
007210     EXIT.
007220
007230*****************************************************************
007240*  6000-FIND-OR-ADD-DEPT                                        *
007250*  RETURNS THE MOVEMENT-TABLE INDEX FOR WS-WORK-DEPTNO IN       *
007260*  WS-DEPT-IX, CLAIMING A NEW ENTRY WHEN THE DEPARTMENT HAS     *
007270*  NOT BEEN SEEN YET.  ZERO MEANS THE TABLE IS FULL - THE       *
007280*  RECORD IS SKIPPED WITH A WARNING RETURN CODE.                *
007290*****************************************************************
007300 6000-FIND-OR-ADD-DEPT.
007310     MOVE ZERO TO WS-DEPT-IX
007320     PERFORM 6100-MATCH-DEPT-ENTRY
007330         THRU 6100-MATCH-DEPT-ENTRY-EXIT
007340         VARYING WS-SCAN-IX FROM 1 BY 1
007350         UNTIL WS-SCAN-IX > WS-DEPT-COUNT
007360         OR WS-DEPT-IX > ZERO
007370     IF WS-DEPT-IX = ZERO
007380         IF WS-DEPT-COUNT >= 200
007390             DISPLAY 'EMPTURN  - DEPARTMENT TABLE FULL, DEPT '
007400                 WS-WORK-DEPTNO ' SKIPPED'
007410             IF WS-RETURN-CODE < 4
007420                 MOVE 4 TO WS-RETURN-CODE
007430             END-IF
007440         ELSE
007450             ADD 1 TO WS-DEPT-COUNT
007460             MOVE WS-DEPT-COUNT TO WS-DEPT-IX
007470             MOVE WS-WORK-DEPTNO
007480                 TO WS-MVT-DEPTNO (WS-DEPT-IX)
007490             MOVE ZERO TO WS-MVT-OPENING (WS-DEPT-IX)
007500             MOVE ZERO TO WS-MVT-HIRES (WS-DEPT-IX)
007510             MOVE ZERO TO WS-MVT-TERMS (WS-DEPT-IX)
007520             MOVE ZERO TO WS-MVT-XFER-IN (WS-DEPT-IX)
007530             MOVE ZERO TO WS-MVT-XFER-OUT (WS-DEPT-IX)
007540         END-IF
007550     END-IF.
007560 6000-FIND-OR-ADD-DEPT-EXIT.
007570     EXIT.
007580
007590 6100-MATCH-DEPT-ENTRY.
007600     IF WS-MVT-DEPTNO (WS-SCAN-IX) = WS-WORK-DEPTNO
007610         MOVE WS-SCAN-IX TO WS-DEPT-IX
007620     END-IF.
007630 6100-MATCH-DEPT-ENTRY-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
007680*****************************************************************
007690 8000-TERMINATE.
007700     PERFORM 8100-CLOSE-FILES
007710         THRU 8100-CLOSE-FILES-EXIT.
007720 8000-TERMINATE-EXIT.
007730     EXIT.
007740
007750 8100-CLOSE-FILES.
007760     CLOSE SNAP-FILE
007770     CLOSE DELTA-FILE
007780     CLOSE RPT-FILE.
007790 8100-CLOSE-FILES-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*  8500-RECORD-CYCLE-EVENT                                      *
007840*  APPEND THIS RUN TO CYCLCTL - 'C' WITH THE FINAL RETURN CODE  *
007850*  WHEN THE CYCLE CHECK CLEARED IT, 'R' WITH THE REASON WHEN IT *
007860*  WAS REFUSED.  NOTHING IS RECORDED WHEN THE CHECK COULD NOT   *
007870*  BE MADE.  FAILING TO RECORD A RUN RAISES THE RETURN CODE TO  *
007880*  16, SINCE THE NEXT STEP WOULD OTHERWISE BE REFUSED WITH NO   *
007890*  SIGN OF WHY.                                                 *
007900*****************************************************************
007910 8500-RECORD-CYCLE-EVENT.
007920     IF NOT CYC-STEP-CLEARED AND NOT CYC-STEP-REFUSED
007930         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
007940     END-IF
007950     OPEN EXTEND CYCLE-FILE
007960     IF WS-CYC-STATUS = '05' OR '35'
007970         OPEN OUTPUT CYCLE-FILE
007980     END-IF
007990     IF WS-CYC-STATUS NOT = '00'
008000         DISPLAY 'EMPTURN  - UNABLE TO OPEN CYCLCTL, STATUS='
008010             WS-CYC-STATUS
008020         IF WS-RETURN-CODE < 16
008030             MOVE 16 TO WS-RETURN-CODE
008040         END-IF
008050         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
008060     END-IF
008070     MOVE SPACES TO CYCLE-CONTROL-RECORD
008080     MOVE WS-CYC-BUSINESS-DATE TO CYC-BUSINESS-DATE
008090     MOVE WS-CYC-PROGRAM TO CYC-PROGRAM
008100     MOVE WS-RUN-DATE TO CYC-RUN-DATE
008110     MOVE WS-RUN-TIME TO CYC-RUN-TIME
008120     MOVE WS-RETURN-CODE TO CYC-RETURN-CODE
008130     IF CYC-STEP-REFUSED
008140         SET CYC-EVENT-REFUSED TO TRUE
008150         MOVE WS-CYC-REASON TO CYC-REASON
008160     ELSE
008170         SET CYC-EVENT-COMPLETED TO TRUE
008180         IF CYC-OVERRIDE-IN-EFFECT
008190             MOVE WS-CYC-OVERRIDE-USER TO CYC-OVERRIDE-USER
008200             MOVE WS-CYC-OVERRIDE-REASON TO CYC-REASON
008210         END-IF
008220     END-IF
008230     WRITE CYCLE-CONTROL-RECORD
008240     CLOSE CYCLE-FILE.
008250 8500-RECORD-CYCLE-EVENT-EXIT.
008260     EXIT.
008270
008280*****************************************************************
008290*  9000-WRITE-RUN-STATISTICS                                    *
008300*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
008310*  SUMMARY - INCLUDING A RUN THE CYCLE CHECK REFUSED (RC 20).   *
008320*  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT CHANGE THE     *
008330*  RETURN CODE OF AN OTHERWISE CLEAN RUN.                       *
008340*****************************************************************
008350 9000-WRITE-RUN-STATISTICS.
008360     OPEN EXTEND STATS-FILE
008370     IF WS-STAT-STATUS = '05' OR '35'
008380         OPEN OUTPUT STATS-FILE
008390     END-IF
008400     IF WS-STAT-STATUS NOT = '00'
008410         DISPLAY 'EMPTURN  - UNABLE TO OPEN RUNSTATS, STATUS='
008420             WS-STAT-STATUS
008430         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
008440     END-IF
008450     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
008460     ACCEPT WS-END-TIME FROM TIME
008470     MOVE SPACES TO RUN-STAT-RECORD
008480     MOVE 'EMPTURN ' TO RST-PROGRAM
008490     MOVE SPACE TO RST-RUN-MODE
008500     MOVE WS-RUN-DATE TO RST-START-DATE
008510     MOVE WS-RUN-TIME TO RST-START-TIME
008520     MOVE WS-END-DATE TO RST-END-DATE
008530     MOVE WS-END-TIME TO RST-END-TIME
008540     MOVE WS-DELTA-READ-COUNT TO RST-READ-COUNT
008550     MOVE WS-DEPT-COUNT TO RST-WRITTEN-COUNT
008560     MOVE ZERO TO RST-REJECT-COUNT
008570     IF WS-RETURN-CODE < ZERO
008580         MOVE ZERO TO RST-RETURN-CODE
008590     ELSE
008600         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
008610     END-IF
008620     WRITE RUN-STAT-RECORD
008630     CLOSE STATS-FILE.
008640 9000-WRITE-RUN-STATISTICS-EXIT.
008650     EXIT.
