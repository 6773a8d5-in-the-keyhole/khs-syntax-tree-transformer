000340*                   SCAN OF THE EXTRACT WITH A PAGINATED        *
000350*                   EXCEPTION REPORT AND AN EMPNOIN-LAYOUT      *
000360*                   EXCEPTION FILE.                             *
000370*  10/15/2026 RH    NIGHTLY CYCLE CONTROL - THE SCAN IS REFUSED *
000380*                   WITH RC 20 UNLESS THE EMPVSAM MASTER WAS    *
000390*                   REFRESHED (EMPLOAD OR EMPAPPLY) CLEAN FOR   *
000400*                   THE CYCPARM BUSINESS DATE AND THE SCAN HAS  *
000410*                   NOT ALREADY RUN FOR IT.  EVERY RUN IS       *
000420*                   RECORDED ON CYCLCTL, AND A RUNSTAT RECORD   *
000430*                   IS NOW APPENDED TO RUNSTATS FOR OPSRPT.     *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-ZSERIES.
000480 OBJECT-COMPUTER.  IBM-ZSERIES.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT EXTRACT-FILE
000520         ASSIGN TO OUTEMP
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-EXTRACT-STATUS.
000550
000560     SELECT DEPT-LIST-FILE
000570         ASSIGN TO DEPTLIST
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-DLIST-STATUS.
000600
000610     SELECT JOB-RATE-FILE
000620         ASSIGN TO JOBRATE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-JRATE-STATUS.
000650
000660     SELECT EXCEPT-FILE
000670         ASSIGN TO DQEXCEPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-EXCEPT-STATUS.
000700
000710     SELECT RPT-FILE
000720         ASSIGN TO DQRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-RPT-STATUS.
000750
000760     SELECT STATS-FILE
000770         ASSIGN TO RUNSTATS
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-STAT-STATUS.
000800
000810     SELECT CYCLE-FILE
000820         ASSIGN TO CYCLCTL
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-CYC-STATUS.
000850
000860     SELECT CYCPARM-FILE
000870         ASSIGN TO CYCPARM
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-CYCPARM-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  EXTRACT-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY EMPOUT.
000970
000980 FD  DEPT-LIST-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY DEPTLIST.
001020
001030 FD  JOB-RATE-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 COPY JOBRATE.
001070
001080 FD  EXCEPT-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 COPY EMPNOIN.
001120
001130 FD  RPT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  RPT-RECORD                  PIC X(132).
001170
001180 FD  STATS-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 COPY RUNSTAT.
001220
001230 FD  CYCLE-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CYCLREC.
001270
001280 FD  CYCPARM-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 COPY CYCPARM.
001320
001330 WORKING-STORAGE SECTION.
001340*****************************************************************
001350*  FILE STATUS SWITCHES                                         *
001360*****************************************************************
001370 01  WS-FILE-STATUSES.
001380     05  WS-EXTRACT-STATUS           PIC X(02).
001390     05  WS-DLIST-STATUS             PIC X(02).
001400     05  WS-JRATE-STATUS             PIC X(02).
001410     05  WS-EXCEPT-STATUS            PIC X(02).
001420     05  WS-RPT-STATUS               PIC X(02).
001430     05  WS-STAT-STATUS              PIC X(02).
001440     05  WS-CYC-STATUS               PIC X(02).
001450     05  WS-CYCPARM-STATUS           PIC X(02).
001460
001470 01  WS-IDENTIFICATION.
001480     05  WS-RUN-DATE                 PIC X(08).
001490     05  WS-RUN-TIME                 PIC X(08).
001500     05  WS-END-DATE                 PIC X(08).
001510     05  WS-END-TIME                 PIC X(08).
001520
001530*****************************************************************
001540*  NIGHTLY CYCLE CONTROL (CYCLREC / CYCPARM).  THIS STEP NEEDS  *
001550*  THE EMPVSAM MASTER REFRESHED CLEAN FOR THE BUSINESS DATE -   *
001560*  BY THE EMPLOAD RELOAD OR BY THE EMPAPPLY DELTA APPLY.        *
001570*****************************************************************
001580 01  WS-CYCLE-CONTROL.
001590     05  WS-CYC-PROGRAM              PIC X(08)  VALUE 'EMPDQ   '.
001600     05  WS-CYC-PREDECESSOR          PIC X(08)  VALUE 'EMPLOAD '.
001610     05  WS-CYC-ALTERNATE            PIC X(08)  VALUE 'EMPAPPLY'.
001620     05  WS-CYC-EXCLUSIVE            PIC X(08)  VALUE SPACES.
001630     05  WS-CYC-BUSINESS-DATE        PIC X(08)  VALUE SPACES.
001640     05  WS-CYC-PRED-PROGRAM         PIC X(08)  VALUE SPACES.
001650     05  WS-CYC-PRED-RC              PIC 9(04)  VALUE ZERO.
001660     05  WS-CYC-PRIOR-PROGRAM        PIC X(08)  VALUE SPACES.
001670     05  WS-CYC-PRIOR-RC             PIC 9(04)  VALUE ZERO.
001680     05  WS-CYC-OVERRIDE-USER        PIC X(08)  VALUE SPACES.
001690     05  WS-CYC-OVERRIDE-REASON      PIC X(30)  VALUE SPACES.
001700     05  WS-CYC-REASON               PIC X(30)  VALUE SPACES.
001710     05  WS-CYC-PRED-SW              PIC X(01)  VALUE 'N'.
001720         88  CYC-PRED-COMPLETED          VALUE 'Y'.
001730     05  WS-CYC-RAN-SW               PIC X(01)  VALUE 'N'.
001740         88  CYC-ALREADY-RAN             VALUE 'Y'.
001750     05  WS-CYC-EOF-SW               PIC X(01)  VALUE 'N'.
001760         88  CYC-EOF                     VALUE 'Y'.
001770     05  WS-CYC-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
001780         88  CYC-OVERRIDE-IN-EFFECT      VALUE 'Y'.
001790     05  WS-CYC-STATE-SW             PIC X(01)  VALUE SPACE.
001800         88  CYC-STEP-CLEARED            VALUE 'C'.
001810         88  CYC-STEP-REFUSED            VALUE 'R'.
001820
001830*****************************************************************
001840*  PROGRAM SWITCHES                                             *
001850*****************************************************************
001860 01  WS-SWITCHES.
001870     05  WS-EXTRACT-EOF-SW           PIC X(01)  VALUE 'N'.
001880         88  EXTRACT-EOF                 VALUE 'Y'.
001890     05  WS-REF-EOF-SW               PIC X(01)  VALUE 'N'.
001900         88  REF-EOF                     VALUE 'Y'.
001910     05  WS-RULE-FAILED-SW           PIC X(01)  VALUE 'N'.
001920         88  RULE-FAILED                 VALUE 'Y'.
001930         88  RULE-PASSED                 VALUE 'N'.
001940     05  WS-DEPT-ON-LIST-SW          PIC X(01)  VALUE 'N'.
001950         88  DEPT-ON-LIST                VALUE 'Y'.
001960     05  WS-JOB-ON-LIST-SW           PIC X(01)  VALUE 'N'.
001970         88  JOB-ON-LIST                 VALUE 'Y'.
001980     05  WS-ANY-FAILED-SW            PIC X(01)  VALUE 'N'.
001990         88  ANY-RULE-FAILED             VALUE 'Y'.
002000
002010*****************************************************************
002020*  STANDALONE COUNTERS                                          *
002030*****************************************************************
002040 77  WS-READ-COUNT                  PIC 9(07)   COMP VALUE ZERO.
002050 77  WS-EXCEPT-COUNT                PIC 9(07)   COMP VALUE ZERO.
002060 77  WS-RULE-NO                     PIC 9(01)   COMP VALUE ZERO.
002070 77  WS-RULE-FAIL-COUNT             PIC 9(07)   COMP VALUE ZERO.
002080 77  WS-DLIST-COUNT                 PIC 9(03)   COMP VALUE ZERO.
002090 77  WS-JRATE-COUNT                 PIC 9(03)   COMP VALUE ZERO.
002100 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
002110 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
002120 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
002130 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
002140
002150*****************************************************************
002160*  VALID-DEPARTMENT AND JOB SALARY RANGE TABLES, LOADED FROM    *
002170*  THE REFERENCE FILES AT START-UP.                             *
002180*****************************************************************
002190 01  WS-DEPT-LIST-TABLE.
002200     05  WS-DLS-ENTRY OCCURS 200 TIMES
002210             INDEXED BY DLS-IX.
002220         10  WS-DLS-DEPTNO           PIC X(03).
002230
002240 01  WS-JOB-RATE-TABLE.
002250     05  WS-JBR-ENTRY OCCURS 100 TIMES
002260             INDEXED BY JBR-IX.
002270         10  WS-JBR-JOB              PIC X(08).
002280         10  WS-JBR-MIN-SALARY       PIC 9(07)V99 COMP-3.
002290         10  WS-JBR-MAX-SALARY       PIC 9(07)V99 COMP-3.
002300
002310*****************************************************************
002320*  RULE TEXTS FOR THE SECTION HEADINGS                          *
002330*****************************************************************
002340 01  WS-RULE-TEXT-1                  PIC X(50)
002350     VALUE 'Q001 - HIREDATE NOT AFTER BIRTHDATE'.
002360 01  WS-RULE-TEXT-2                  PIC X(50)
002370     VALUE 'Q002 - PHONENO NOT NUMERIC'.
002380 01  WS-RULE-TEXT-3                  PIC X(50)
002390     VALUE 'Q003 - WORKDEPT NOT ON DEPARTMENT LIST'.
002400 01  WS-RULE-TEXT-4                  PIC X(50)
002410     VALUE 'Q004 - SALARY OUTSIDE RANGE FOR JOB'.
002420 01  WS-CURRENT-RULE-TEXT            PIC X(50).
002430
002440*****************************************************************
002450*  REPORT LINES                                                 *
002460*****************************************************************
002470 01  WS-RPT-HEADING-1.
002480     05  FILLER                      PIC X(10)  VALUE SPACES.
002490     05  FILLER                      PIC X(40)
002500         VALUE 'EMPLOYEE EXTRACT DATA-QUALITY REPORT'.
002510     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002520     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
002530     05  FILLER                      PIC X(73)  VALUE SPACES.
002540
002550 01  WS-RPT-HEADING-2.
002560     05  FILLER                      PIC X(10)  VALUE SPACES.
002570     05  FILLER                      PIC X(14)
002580         VALUE 'RUN DATE    : '.
002590     05  WS-RPT-DATE-OUT             PIC X(08).
002600     05  FILLER                      PIC X(100) VALUE SPACES.
002610
002620 01  WS-RPT-HEADING-3.
002630     05  FILLER                      PIC X(10)  VALUE SPACES.
002640     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
002650     05  FILLER                      PIC X(16)
002660         VALUE 'LAST NAME       '.
002670     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
002680     05  FILLER                      PIC X(09)  VALUE 'JOB      '.
002690     05  FILLER                      PIC X(06)  VALUE 'PHONE '.
002700     05  FILLER                      PIC X(11)
002710         VALUE 'HIREDATE   '.
002720     05  FILLER                      PIC X(11)
002730         VALUE 'BIRTHDATE  '.
002740     05  FILLER                      PIC X(15)
002750         VALUE '        SALARY '.
002760     05  FILLER                      PIC X(42)  VALUE SPACES.
002770
002780 01  WS-RPT-SECTION-LINE.
002790     05  FILLER                      PIC X(10)  VALUE SPACES.
002800     05  FILLER                      PIC X(07)  VALUE 'RULE - '.
002810     05  WS-RPT-SECTION-TEXT         PIC X(50).
002820     05  FILLER                      PIC X(65)  VALUE SPACES.
002830
002840 01  WS-RPT-DETAIL.
002850     05  FILLER                      PIC X(10)  VALUE SPACES.
002860     05  WS-RPT-EMPNO-OUT            PIC X(06).
002870     05  FILLER                      PIC X(01)  VALUE SPACES.
002880     05  WS-RPT-LNAME-OUT            PIC X(15).
002890     05  FILLER                      PIC X(01)  VALUE SPACES.
002900     05  WS-RPT-DEPT-OUT             PIC X(03).
002910     05  FILLER                      PIC X(02)  VALUE SPACES.
002920     05  WS-RPT-JOB-OUT              PIC X(08).
002930     05  FILLER                      PIC X(01)  VALUE SPACES.
002940     05  WS-RPT-PHONE-OUT            PIC X(04).
002950     05  FILLER                      PIC X(02)  VALUE SPACES.
002960     05  WS-RPT-HIRE-OUT             PIC X(10).
002970     05  FILLER                      PIC X(01)  VALUE SPACES.
002980     05  WS-RPT-BIRTH-OUT            PIC X(10).
002990     05  FILLER                      PIC X(01)  VALUE SPACES.
003000     05  WS-RPT-SALARY-OUT           PIC ZZ,ZZZ,ZZ9.99.
003010     05  FILLER                      PIC X(44)  VALUE SPACES.
003020
003030 01  WS-RPT-TOTALS.
003040     05  FILLER                      PIC X(10)  VALUE SPACES.
003050     05  WS-RPT-TOTAL-LABEL          PIC X(20)
003060         VALUE 'RULE FAILURES    : '.
003070     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
003080     05  FILLER                      PIC X(95)  VALUE SPACES.
003090
003100 PROCEDURE DIVISION.
003110*****************************************************************
003120*  0000-MAINLINE                                                *
003130*****************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE
003160         THRU 1000-INITIALIZE-EXIT
003170     IF WS-RETURN-CODE = ZERO
003180         PERFORM 2000-SCAN-ONE-RULE
003190             THRU 2000-SCAN-ONE-RULE-EXIT
003200             VARYING WS-RULE-NO FROM 1 BY 1
003210             UNTIL WS-RULE-NO > 4
003220         PERFORM 3000-WRITE-EXCEPTION-FILE
003230             THRU 3000-WRITE-EXCEPTION-FILE-EXIT
003240     END-IF
003250     PERFORM 8000-TERMINATE
003260         THRU 8000-TERMINATE-EXIT
003270     PERFORM 8500-RECORD-CYCLE-EVENT
003280         THRU 8500-RECORD-CYCLE-EVENT-EXIT
003290     PERFORM 9000-WRITE-RUN-STATISTICS
003300         THRU 9000-WRITE-RUN-STATISTICS-EXIT
003310     MOVE WS-RETURN-CODE TO RETURN-CODE
003320     STOP RUN.
003330
003340*****************************************************************
003350*  1000-INITIALIZE - OPEN THE REPORT AND EXCEPTION OUTPUTS,     *
003360*  LOAD THE REFERENCE TABLES                                    *
003370*****************************************************************
003380 1000-INITIALIZE.
003390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003400     ACCEPT WS-RUN-TIME FROM TIME
003410     PERFORM 1500-CHECK-CYCLE-CONTROL
003420         THRU 1500-CHECK-CYCLE-CONTROL-EXIT
003430     IF WS-RETURN-CODE NOT = ZERO
003440         GO TO 1000-INITIALIZE-EXIT
003450     END-IF
003460     OPEN OUTPUT RPT-FILE
003470     IF WS-RPT-STATUS NOT = '00'
003480         DISPLAY 'EMPDQ    - UNABLE TO OPEN DQRPT, STATUS='
003490             WS-RPT-STATUS
003500         MOVE 16 TO WS-RETURN-CODE
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF
003530     OPEN OUTPUT EXCEPT-FILE
003540     IF WS-EXCEPT-STATUS NOT = '00'
003550         DISPLAY 'EMPDQ    - UNABLE TO OPEN DQEXCEPT, STATUS='
003560             WS-EXCEPT-STATUS
003570         MOVE 16 TO WS-RETURN-CODE
003580         GO TO 1000-INITIALIZE-EXIT
003590     END-IF
003600     PERFORM 1100-LOAD-DEPT-LIST
003610         THRU 1100-LOAD-DEPT-LIST-EXIT
003620     PERFORM 1200-LOAD-JOB-RATES
003630         THRU 1200-LOAD-JOB-RATES-EXIT.
003640 1000-INITIALIZE-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680*  1500-CHECK-CYCLE-CONTROL                                     *
003690*  READ THE CYCPARM CARD AND THE BUSINESS DATE'S CYCLCTL        *
003700*  RECORDS AND DECIDE WHETHER THIS STEP MAY RUN: THE            *
003710*  PREDECESSOR MUST HAVE COMPLETED WITH RC 4 OR LESS, AND THIS  *
003720*  STEP (OR THE ONE IT EXCLUDES) MUST NOT HAVE RUN ALREADY.  A  *
003730*  REFUSAL ENDS THE RUN WITH RC 20 BEFORE ANY OTHER FILE IS     *
003740*  OPENED, UNLESS THE CYCPARM OPERATOR OVERRIDE NAMES THIS      *
003750*  PROGRAM.  A CYCPARM OR CYCLCTL PROBLEM IS RC 16.             *
003760*****************************************************************
003770 1500-CHECK-CYCLE-CONTROL.
003780     PERFORM 1510-READ-CYCLE-PARM
003790         THRU 1510-READ-CYCLE-PARM-EXIT
003800     IF WS-RETURN-CODE NOT = ZERO
003810         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003820     END-IF
003830     PERFORM 1520-LOAD-CYCLE-HISTORY
003840         THRU 1520-LOAD-CYCLE-HISTORY-EXIT
003850     IF WS-RETURN-CODE NOT = ZERO
003860         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003870     END-IF
003880     MOVE SPACES TO WS-CYC-REASON
003890     IF WS-CYC-PREDECESSOR NOT = SPACES
003900         IF NOT CYC-PRED-COMPLETED
003910             MOVE 'PREDECESSOR HAS NOT COMPLETED'
003920                 TO WS-CYC-REASON
003930             DISPLAY 'EMPDQ    - ' WS-CYC-PREDECESSOR
003940                 ' HAS NOT COMPLETED FOR ' WS-CYC-BUSINESS-DATE
003950         ELSE
003960             IF WS-CYC-PRED-RC > 4
003970                 MOVE 'PREDECESSOR DID NOT END CLEAN'
003980                     TO WS-CYC-REASON
003990                 DISPLAY 'EMPDQ    - ' WS-CYC-PRED-PROGRAM
004000                     ' ENDED RC ' WS-CYC-PRED-RC ' FOR '
004010                     WS-CYC-BUSINESS-DATE
004020             END-IF
004030         END-IF
004040     END-IF
004050     IF CYC-ALREADY-RAN
004060         MOVE 'ALREADY RAN FOR BUSINESS DATE' TO WS-CYC-REASON
004070         DISPLAY 'EMPDQ    - ' WS-CYC-PRIOR-PROGRAM
004080             ' ALREADY RAN FOR ' WS-CYC-BUSINESS-DATE
004090             ', RC ' WS-CYC-PRIOR-RC
004100     END-IF
004110     IF WS-CYC-REASON = SPACES
004120         DISPLAY 'EMPDQ    - CYCLE CHECK PASSED FOR '
004130             WS-CYC-BUSINESS-DATE
004140         SET CYC-STEP-CLEARED TO TRUE
004150         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
004160     END-IF
004170     IF CYC-OVERRIDE-IN-EFFECT
004180         DISPLAY 'EMPDQ    - CHECKS ABOVE OVERRIDDEN BY '
004190             WS-CYC-OVERRIDE-USER
004200         DISPLAY 'EMPDQ    - OVERRIDE REASON: '
004210             WS-CYC-OVERRIDE-REASON
004220         SET CYC-STEP-CLEARED TO TRUE
004230         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
004240     END-IF
004250     DISPLAY 'EMPDQ    - RUN REFUSED FOR BUSINESS DATE '
004260         WS-CYC-BUSINESS-DATE
004270     SET CYC-STEP-REFUSED TO TRUE
004280     MOVE 20 TO WS-RETURN-CODE.
004290 1500-CHECK-CYCLE-CONTROL-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*  1510-READ-CYCLE-PARM                                         *
004340*  SPACES IN CP-BUSINESS-DATE MEAN TODAY.  THE OVERRIDE IS      *
004350*  TAKEN ONLY WHEN IT NAMES THIS PROGRAM AND CARRIES BOTH THE   *
004360*  OPERATOR'S USER ID AND A REASON.                             *
004370*****************************************************************
004380 1510-READ-CYCLE-PARM.
004390     OPEN INPUT CYCPARM-FILE
004400     IF WS-CYCPARM-STATUS NOT = '00'
004410         DISPLAY 'EMPDQ    - UNABLE TO OPEN CYCPARM, STATUS='
004420             WS-CYCPARM-STATUS
004430         MOVE 16 TO WS-RETURN-CODE
004440         GO TO 1510-READ-CYCLE-PARM-EXIT
004450     END-IF
004460     READ CYCPARM-FILE INTO CYCLE-PARM-RECORD
004470     IF WS-CYCPARM-STATUS NOT = '00'
004480         DISPLAY 'EMPDQ    - CYCPARM EMPTY OR UNREADABLE'
004490         MOVE 16 TO WS-RETURN-CODE
004500         CLOSE CYCPARM-FILE
004510         GO TO 1510-READ-CYCLE-PARM-EXIT
004520     END-IF
004530     IF CP-BUSINESS-DATE = SPACES
004540         MOVE WS-RUN-DATE TO WS-CYC-BUSINESS-DATE
004550     ELSE
004560         MOVE CP-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE
004570     END-IF
004580     IF WS-CYC-BUSINESS-DATE NOT NUMERIC
004590         DISPLAY 'EMPDQ    - CYCPARM BUSINESS DATE INVALID: '
004600             WS-CYC-BUSINESS-DATE
004610         MOVE 16 TO WS-RETURN-CODE
004620     END-IF
004630     IF CP-OVERRIDE-PROGRAM = WS-CYC-PROGRAM
004640         IF CP-OVERRIDE-USER = SPACES
004650             OR CP-OVERRIDE-REASON = SPACES
004660             DISPLAY 'EMPDQ    - CYCPARM OVERRIDE NEEDS A USER '
004670                 'ID AND A REASON'
004680             MOVE 16 TO WS-RETURN-CODE
004690         ELSE
004700             MOVE CP-OVERRIDE-USER TO WS-CYC-OVERRIDE-USER
004710             MOVE CP-OVERRIDE-REASON TO WS-CYC-OVERRIDE-REASON
004720             SET CYC-OVERRIDE-IN-EFFECT TO TRUE
004730         END-IF
004740     END-IF
004750     CLOSE CYCPARM-FILE.
004760 1510-READ-CYCLE-PARM-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800*  1520-LOAD-CYCLE-HISTORY                                      *
004810*  ONE PASS OVER CYCLCTL FOR THE BUSINESS DATE.  FILE STATUS 35 *
004820*  JUST MEANS NO CYCLE HAS BEEN RECORDED YET.                   *
004830*****************************************************************
004840 1520-LOAD-CYCLE-HISTORY.
004850     OPEN INPUT CYCLE-FILE
004860     IF WS-CYC-STATUS = '35'
004870         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004880     END-IF
004890     IF WS-CYC-STATUS NOT = '00'
004900         DISPLAY 'EMPDQ    - UNABLE TO OPEN CYCLCTL, STATUS='
004910             WS-CYC-STATUS
004920         MOVE 16 TO WS-RETURN-CODE
004930         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004940     END-IF
004950     PERFORM 1530-READ-CYCLE-RECORD
004960         THRU 1530-READ-CYCLE-RECORD-EXIT
004970     PERFORM 1540-POST-CYCLE-RECORD
004980         THRU 1540-POST-CYCLE-RECORD-EXIT
004990         UNTIL CYC-EOF
005000     CLOSE CYCLE-FILE.
005010 1520-LOAD-CYCLE-HISTORY-EXIT.
005020     EXIT.
005030
005040 1530-READ-CYCLE-RECORD.
005050     READ CYCLE-FILE
005060     IF WS-CYC-STATUS NOT = '00'
005070         IF WS-CYC-STATUS NOT = '10'
005080             DISPLAY 'EMPDQ    - CYCLCTL READ ERROR, STATUS='
005090                 WS-CYC-STATUS
005100             MOVE 16 TO WS-RETURN-CODE
005110         END-IF
005120         SET CYC-EOF TO TRUE
005130     END-IF.
005140 1530-READ-CYCLE-RECORD-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180*  1540-POST-CYCLE-RECORD                                       *
005190*  ONLY COMPLETED RUNS FOR THE BUSINESS DATE COUNT - A REFUSED  *
005200*  RUN NEVER DID ANYTHING.  THE FILE IS IN TIME ORDER, SO THE   *
005210*  LAST COMPLETION SEEN FOR A PROGRAM IS THE ONE THAT STANDS.   *
005220*****************************************************************
005230 1540-POST-CYCLE-RECORD.
005240     IF CYC-BUSINESS-DATE = WS-CYC-BUSINESS-DATE
005250         AND CYC-EVENT-COMPLETED
005260         IF CYC-PROGRAM = WS-CYC-PREDECESSOR
005270             OR CYC-PROGRAM = WS-CYC-ALTERNATE
005280             SET CYC-PRED-COMPLETED TO TRUE
005290             MOVE CYC-PROGRAM TO WS-CYC-PRED-PROGRAM
005300             MOVE CYC-RETURN-CODE TO WS-CYC-PRED-RC
005310         END-IF
005320         IF CYC-PROGRAM = WS-CYC-PROGRAM
005330             OR CYC-PROGRAM = WS-CYC-EXCLUSIVE
005340             SET CYC-ALREADY-RAN TO TRUE
005350             MOVE CYC-PROGRAM TO WS-CYC-PRIOR-PROGRAM
005360             MOVE CYC-RETURN-CODE TO WS-CYC-PRIOR-RC
005370         END-IF
005380     END-IF
005390     PERFORM 1530-READ-CYCLE-RECORD
005400         THRU 1530-READ-CYCLE-RECORD-EXIT.
005410 1540-POST-CYCLE-RECORD-EXIT.
005420     EXIT.
005430
005440 1100-LOAD-DEPT-LIST.
005450     OPEN INPUT DEPT-LIST-FILE
005460     IF WS-DLIST-STATUS NOT = '00'
005470         DISPLAY 'EMPDQ    - UNABLE TO OPEN DEPTLIST, STATUS='
005480             WS-DLIST-STATUS
005490         MOVE 16 TO WS-RETURN-CODE
005500         GO TO 1100-LOAD-DEPT-LIST-EXIT
005510     END-IF
005520     MOVE 'N' TO WS-REF-EOF-SW
005530     PERFORM 1110-READ-DEPT-LIST-RECORD
005540         THRU 1110-READ-DEPT-LIST-RECORD-EXIT
005550         UNTIL REF-EOF
005560     CLOSE DEPT-LIST-FILE
005570     DISPLAY 'EMPDQ    - DEPARTMENTS LOADED  : '
005580         WS-DLIST-COUNT
005590     IF WS-DLIST-COUNT = ZERO
005600         DISPLAY 'EMPDQ    - DEPTLIST EMPTY, RUN ABANDONED'
005610         MOVE 16 TO WS-RETURN-CODE
005620     END-IF.
005630 1100-LOAD-DEPT-LIST-EXIT.
005640     EXIT.
005650
005660 1110-READ-DEPT-LIST-RECORD.
005670     READ DEPT-LIST-FILE INTO DEPT-LIST-RECORD
005680     IF WS-DLIST-STATUS NOT = '00'
005690         SET REF-EOF TO TRUE
005700         GO TO 1110-READ-DEPT-LIST-RECORD-EXIT
005710     END-IF
005720     IF WS-DLIST-COUNT >= 200
005730         DISPLAY 'EMPDQ    - DEPTLIST TABLE FULL, RUN ABANDONED'
005740         MOVE 16 TO WS-RETURN-CODE
005750         SET REF-EOF TO TRUE
005760         GO TO 1110-READ-DEPT-LIST-RECORD-EXIT
005770     END-IF
005780     ADD 1 TO WS-DLIST-COUNT
005790     SET DLS-IX TO WS-DLIST-COUNT
005800     MOVE DLS-DEPTNO TO WS-DLS-DEPTNO (DLS-IX).
005810 1110-READ-DEPT-LIST-RECORD-EXIT.
005820     EXIT.
005830
005840 1200-LOAD-JOB-RATES.
005850     OPEN INPUT JOB-RATE-FILE
005860     IF WS-JRATE-STATUS NOT = '00'
005870         DISPLAY 'EMPDQ    - UNABLE TO OPEN JOBRATE, STATUS='
005880             WS-JRATE-STATUS
005890         MOVE 16 TO WS-RETURN-CODE
005900         GO TO 1200-LOAD-JOB-RATES-EXIT
005910     END-IF
005920     MOVE 'N' TO WS-REF-EOF-SW
005930     PERFORM 1210-READ-JOB-RATE-RECORD
005940         THRU 1210-READ-JOB-RATE-RECORD-EXIT
005950         UNTIL REF-EOF
005960     CLOSE JOB-RATE-FILE
005970     DISPLAY 'EMPDQ    - JOB RANGES LOADED   : '
005980         WS-JRATE-COUNT.
005990 1200-LOAD-JOB-RATES-EXIT.
006000     EXIT.
006010
006020 1210-READ-JOB-RATE-RECORD.
006030     READ JOB-RATE-FILE INTO JOB-RATE-RECORD
006040     IF WS-JRATE-STATUS NOT = '00'
006050         SET REF-EOF TO TRUE
006060         GO TO 1210-READ-JOB-RATE-RECORD-EXIT
006070     END-IF
006080     IF JBR-MIN-SALARY NOT NUMERIC
006090         OR JBR-MAX-SALARY NOT NUMERIC
006100         DISPLAY 'EMPDQ    - NON-NUMERIC JOB RANGE SKIPPED, '
006110             'JOB=' JBR-JOB
006120         IF WS-RETURN-CODE < 4
006130             MOVE 4 TO WS-RETURN-CODE
006140         END-IF
006150         GO TO 1210-READ-JOB-RATE-RECORD-EXIT
006160     END-IF
006170     IF WS-JRATE-COUNT >= 100
006180         DISPLAY 'EMPDQ    - JOBRATE TABLE FULL, RUN ABANDONED'
006190         MOVE 16 TO WS-RETURN-CODE
006200         SET REF-EOF TO TRUE
006210         GO TO 1210-READ-JOB-RATE-RECORD-EXIT
006220     END-IF
006230     ADD 1 TO WS-JRATE-COUNT
006240     SET JBR-IX TO WS-JRATE-COUNT
006250     MOVE JBR-JOB TO WS-JBR-JOB (JBR-IX)
006260     MOVE JBR-MIN-SALARY TO WS-JBR-MIN-SALARY (JBR-IX)
006270     MOVE JBR-MAX-SALARY TO WS-JBR-MAX-SALARY (JBR-IX).
006280 1210-READ-JOB-RATE-RECORD-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*  2000-SCAN-ONE-RULE                                           *
006330*  ONE FULL PASS OVER THE EXTRACT FOR THE RULE IN WS-RULE-NO,   *
006340*  SO THE REPORT COMES OUT GROUPED BY RULE.                     *
006350*****************************************************************
006360 2000-SCAN-ONE-RULE.
006370     IF WS-RULE-NO = 1
006380         MOVE WS-RULE-TEXT-1 TO WS-CURRENT-RULE-TEXT
006390     END-IF
006400     IF WS-RULE-NO = 2
006410         MOVE WS-RULE-TEXT-2 TO WS-CURRENT-RULE-TEXT
006420     END-IF
006430     IF WS-RULE-NO = 3
006440         MOVE WS-RULE-TEXT-3 TO WS-CURRENT-RULE-TEXT
006450     END-IF
006460     IF WS-RULE-NO = 4
006470         MOVE WS-RULE-TEXT-4 TO WS-CURRENT-RULE-TEXT
006480     END-IF
006490     OPEN INPUT EXTRACT-FILE
006500     IF WS-EXTRACT-STATUS NOT = '00'
006510         DISPLAY 'EMPDQ    - UNABLE TO OPEN OUTEMP, STATUS='
006520             WS-EXTRACT-STATUS
006530         MOVE 16 TO WS-RETURN-CODE
006540         GO TO 2000-SCAN-ONE-RULE-EXIT
006550     END-IF
006560     MOVE 'N' TO WS-EXTRACT-EOF-SW
006570     MOVE ZERO TO WS-READ-COUNT
006580     MOVE ZERO TO WS-RULE-FAIL-COUNT
006590     PERFORM 2400-WRITE-SECTION-HEADING
006600         THRU 2400-WRITE-SECTION-HEADING-EXIT
006610     PERFORM 2100-READ-EXTRACT-RECORD
006620         THRU 2100-READ-EXTRACT-RECORD-EXIT
006630     PERFORM 2200-CHECK-EXTRACT-RECORD
006640         THRU 2200-CHECK-EXTRACT-RECORD-EXIT
006650         UNTIL EXTRACT-EOF
006660     CLOSE EXTRACT-FILE
006670     MOVE 'RULE FAILURES    : ' TO WS-RPT-TOTAL-LABEL
006680     MOVE WS-RULE-FAIL-COUNT TO WS-RPT-TOTAL-OUT
006690     WRITE RPT-RECORD FROM WS-RPT-TOTALS
006700     ADD 1 TO WS-LINE-COUNT
006710     DISPLAY 'EMPDQ    - ' WS-CURRENT-RULE-TEXT (1:40)
006720         ' FAILURES: ' WS-RULE-FAIL-COUNT.
006730 2000-SCAN-ONE-RULE-EXIT.
006740     EXIT.
006750
006760 2100-READ-EXTRACT-RECORD.
006770     READ EXTRACT-FILE INTO EMPOUT-RECORD
006780     IF WS-EXTRACT-STATUS = '00'
006790         ADD 1 TO WS-READ-COUNT
006800     ELSE
006810         SET EXTRACT-EOF TO TRUE
006820     END-IF.
006830 2100-READ-EXTRACT-RECORD-EXIT.
006840     EXIT.
006850
006860 2200-CHECK-EXTRACT-RECORD.
006870     PERFORM 2300-APPLY-CURRENT-RULE
006880         THRU 2300-APPLY-CURRENT-RULE-EXIT
006890     IF RULE-FAILED
006900         ADD 1 TO WS-RULE-FAIL-COUNT
006910         PERFORM 2500-WRITE-EXCEPTION-LINE
006920             THRU 2500-WRITE-EXCEPTION-LINE-EXIT
006930     END-IF
006940     PERFORM 2100-READ-EXTRACT-RECORD
006950         THRU 2100-READ-EXTRACT-RECORD-EXIT.
006960 2200-CHECK-EXTRACT-RECORD-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*  2300-APPLY-CURRENT-RULE                                      *
007010*  SETS THE RULE-FAILED SWITCH FOR THE EXTRACT RECORD IN THE    *
007020*  FD AREA AGAINST THE RULE IN WS-RULE-NO.  THE EXTRACT DATES   *
007030*  ARE ISO YYYY-MM-DD, SO A CHARACTER COMPARE ORDERS THEM.      *
007040*****************************************************************
007050 2300-APPLY-CURRENT-RULE.
007060     SET RULE-PASSED TO TRUE
007070     IF WS-RULE-NO = 1
007080         IF EMPOUT-HIREDATE NOT > EMPOUT-BIRTHDATE
007090             SET RULE-FAILED TO TRUE
007100         END-IF
007110         GO TO 2300-APPLY-CURRENT-RULE-EXIT
007120     END-IF
007130     IF WS-RULE-NO = 2
007140         IF EMPOUT-PHONENO NOT NUMERIC
007150             SET RULE-FAILED TO TRUE
007160         END-IF
007170         GO TO 2300-APPLY-CURRENT-RULE-EXIT
007180     END-IF
007190     IF WS-RULE-NO = 3
007200         PERFORM 2310-CHECK-DEPT-ON-LIST
007210             THRU 2310-CHECK-DEPT-ON-LIST-EXIT
007220         IF NOT DEPT-ON-LIST
007230             SET RULE-FAILED TO TRUE
007240         END-IF
007250         GO TO 2300-APPLY-CURRENT-RULE-EXIT
007260     END-IF
007270     PERFORM 2320-CHECK-SALARY-RANGE
007280         THRU 2320-CHECK-SALARY-RANGE-EXIT.
007290 2300-APPLY-CURRENT-RULE-EXIT.
007300     EXIT.
007310
007320 2310-CHECK-DEPT-ON-LIST.
007330     MOVE 'N' TO WS-DEPT-ON-LIST-SW
007340     SET DLS-IX TO 1
007350     SEARCH WS-DLS-ENTRY
007360         AT END
007370             MOVE 'N' TO WS-DEPT-ON-LIST-SW
007380         WHEN DLS-IX > WS-DLIST-COUNT
007390             MOVE 'N' TO WS-DEPT-ON-LIST-SW
007400         WHEN WS-DLS-DEPTNO (DLS-IX) = EMPOUT-WORKDEPT
007410             SET DEPT-ON-LIST TO TRUE
007420     END-SEARCH.
007430 2310-CHECK-DEPT-ON-LIST-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470*  2320-CHECK-SALARY-RANGE                                      *
007480*  A JOB WITH NO FINANCE RANGE IS NOT CHECKED.  A NON-NUMERIC   *
007490*  SALARY FAILS OUTRIGHT - IT CANNOT BE COMPARED AND WOULD      *
007500*  BREAK A DOWNSTREAM COMPUTE ANYWAY.                           *
007510*****************************************************************
007520 2320-CHECK-SALARY-RANGE.
007530     MOVE 'N' TO WS-JOB-ON-LIST-SW
007540     SET JBR-IX TO 1
007550     SEARCH WS-JBR-ENTRY
007560         AT END
007570             MOVE 'N' TO WS-JOB-ON-LIST-SW
007580         WHEN JBR-IX > WS-JRATE-COUNT
007590             MOVE 'N' TO WS-JOB-ON-LIST-SW
007600         WHEN WS-JBR-JOB (JBR-IX) = EMPOUT-JOB
007610             SET JOB-ON-LIST TO TRUE
007620     END-SEARCH
007630     IF NOT JOB-ON-LIST
007640         GO TO 2320-CHECK-SALARY-RANGE-EXIT
007650     END-IF
007660     IF EMPOUT-SALARY NOT NUMERIC
007670         SET RULE-FAILED TO TRUE
007680         GO TO 2320-CHECK-SALARY-RANGE-EXIT
007690     END-IF
007700     IF EMPOUT-SALARY < WS-JBR-MIN-SALARY (JBR-IX)
007710         OR EMPOUT-SALARY > WS-JBR-MAX-SALARY (JBR-IX)
007720         SET RULE-FAILED TO TRUE
007730     END-IF.
007740 2320-CHECK-SALARY-RANGE-EXIT.
007750     EXIT.
007760
007770 2400-WRITE-SECTION-HEADING.
007780     PERFORM 2450-WRITE-PAGE-HEADINGS
007790         THRU 2450-WRITE-PAGE-HEADINGS-EXIT
007800     MOVE WS-CURRENT-RULE-TEXT TO WS-RPT-SECTION-TEXT
007810     WRITE RPT-RECORD FROM WS-RPT-SECTION-LINE
007820     ADD 1 TO WS-LINE-COUNT.
007830 2400-WRITE-SECTION-HEADING-EXIT.
007840     EXIT.
007850
007860 2450-WRITE-PAGE-HEADINGS.
007870     ADD 1 TO WS-PAGE-COUNT
007880     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
007890     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
007900     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
007910     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
007920     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
007930     MOVE ZERO TO WS-LINE-COUNT.
007940 2450-WRITE-PAGE-HEADINGS-EXIT.
007950     EXIT.
007960
007970 2500-WRITE-EXCEPTION-LINE.
007980     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007990         PERFORM 2450-WRITE-PAGE-HEADINGS
008000             THRU 2450-WRITE-PAGE-HEADINGS-EXIT
008010         MOVE WS-CURRENT-RULE-TEXT TO WS-RPT-SECTION-TEXT
008020         WRITE RPT-RECORD FROM WS-RPT-SECTION-LINE
008030         ADD 1 TO WS-LINE-COUNT
008040     END-IF
008050     MOVE EMPOUT-EMPNO TO WS-RPT-EMPNO-OUT
008060     MOVE EMPOUT-LASTNAME TO WS-RPT-LNAME-OUT
008070     MOVE EMPOUT-WORKDEPT TO WS-RPT-DEPT-OUT
008080     MOVE EMPOUT-JOB TO WS-RPT-JOB-OUT
008090     MOVE EMPOUT-PHONENO TO WS-RPT-PHONE-OUT
008100     MOVE EMPOUT-HIREDATE TO WS-RPT-HIRE-OUT
008110     MOVE EMPOUT-BIRTHDATE TO WS-RPT-BIRTH-OUT
008120     IF EMPOUT-SALARY NUMERIC
008130         MOVE EMPOUT-SALARY TO WS-RPT-SALARY-OUT
008140     ELSE
008150         MOVE ZERO TO WS-RPT-SALARY-OUT
008160     END-IF
008170     WRITE RPT-RECORD FROM WS-RPT-DETAIL
008180     ADD 1 TO WS-LINE-COUNT.
008190 2500-WRITE-EXCEPTION-LINE-EXIT.
008200     EXIT.
008210
008220*****************************************************************
008230*  3000-WRITE-EXCEPTION-FILE                                    *
008240*  FINAL PASS - EVERY EMPLOYEE FAILING ANY RULE GETS EXACTLY    *
008250*  ONE EMPNOIN-LAYOUT RECORD, READY TO DRIVE A MODE 3           *
008260*  EXTRACT OR A MODE 4 CORRECTION RUN.                          *
008270*****************************************************************
008280 3000-WRITE-EXCEPTION-FILE.
008290     OPEN INPUT EXTRACT-FILE
008300     IF WS-EXTRACT-STATUS NOT = '00'
008310         DISPLAY 'EMPDQ    - UNABLE TO OPEN OUTEMP, STATUS='
008320             WS-EXTRACT-STATUS
008330         MOVE 16 TO WS-RETURN-CODE
008340         GO TO 3000-WRITE-EXCEPTION-FILE-EXIT
008350     END-IF
008360     MOVE 'N' TO WS-EXTRACT-EOF-SW
008370     MOVE ZERO TO WS-READ-COUNT
008380     PERFORM 2100-READ-EXTRACT-RECORD
008390         THRU 2100-READ-EXTRACT-RECORD-EXIT
008400     PERFORM 3100-CLASSIFY-EXTRACT-RECORD
008410         THRU 3100-CLASSIFY-EXTRACT-RECORD-EXIT
008420         UNTIL EXTRACT-EOF
008430     CLOSE EXTRACT-FILE
008440     DISPLAY 'EMPDQ    - EXTRACT RECORDS READ: ' WS-READ-COUNT
008450     DISPLAY 'EMPDQ    - EXCEPTION EMPLOYEES : '
008460         WS-EXCEPT-COUNT
008470     IF WS-EXCEPT-COUNT > ZERO
008480         AND WS-RETURN-CODE < 4
008490         MOVE 4 TO WS-RETURN-CODE
008500     END-IF.
008510 3000-WRITE-EXCEPTION-FILE-EXIT.
008520     EXIT.
008530
008540 3100-CLASSIFY-EXTRACT-RECORD.
008550     PERFORM 3200-APPLY-ALL-RULES
008560         THRU 3200-APPLY-ALL-RULES-EXIT
008570     IF ANY-RULE-FAILED
008580         ADD 1 TO WS-EXCEPT-COUNT
008590         MOVE SPACES TO EMPNO-DRIVE-RECORD
008600         MOVE EMPOUT-EMPNO TO DRV-EMPNO
008610         WRITE EMPNO-DRIVE-RECORD
008620     END-IF
008630     PERFORM 2100-READ-EXTRACT-RECORD
008640         THRU 2100-READ-EXTRACT-RECORD-EXIT.
008650 3100-CLASSIFY-EXTRACT-RECORD-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690*  3200-APPLY-ALL-RULES                                         *
008700*  RUNS EVERY RULE AGAINST THE RECORD IN THE FD AREA AND        *
008710*  LEAVES RULE-FAILED SET IF ANY OF THEM FAILED.                *
008720*****************************************************************
008730 3200-APPLY-ALL-RULES.
008740     MOVE 'N' TO WS-ANY-FAILED-SW
008750     PERFORM 3210-APPLY-RULE-IN-TURN
008760         THRU 3210-APPLY-RULE-IN-TURN-EXIT
008770         VARYING WS-RULE-NO FROM 1 BY 1
008780         UNTIL WS-RULE-NO > 4
008790         OR ANY-RULE-FAILED.
008800 3200-APPLY-ALL-RULES-EXIT.
008810     EXIT.
008820
008830 3210-APPLY-RULE-IN-TURN.
008840     PERFORM 2300-APPLY-CURRENT-RULE
008850         THRU 2300-APPLY-CURRENT-RULE-EXIT
008860     IF RULE-FAILED
008870         SET ANY-RULE-FAILED TO TRUE
008880     END-IF.
008890 3210-APPLY-RULE-IN-TURN-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
008940*****************************************************************
008950 8000-TERMINATE.
008960     PERFORM 8100-CLOSE-FILES
008970         THRU 8100-CLOSE-FILES-EXIT.
008980 8000-TERMINATE-EXIT.
008990     EXIT.
009000
009010 8100-CLOSE-FILES.
009020     CLOSE EXCEPT-FILE
009030     CLOSE RPT-FILE.
009040 8100-CLOSE-FILES-EXIT.
009050     EXIT.
009060
009070*****************************************************************
009080*  8500-RECORD-CYCLE-EVENT                                      *
009090*  APPEND THIS RUN TO CYCLCTL - 'C' WITH THE FINAL RETURN CODE  *
009100*  WHEN THE CYCLE CHECK CLEARED IT, 'R' WITH THE REASON WHEN IT *
009110*  WAS REFUSED.  NOTHING IS RECORDED WHEN THE CHECK COULD NOT   *
009120*  BE MADE.  FAILING TO RECORD A RUN RAISES THE RETURN CODE TO  *
009130*  16, SINCE THE NEXT STEP WOULD OTHERWISE BE REFUSED WITH NO   *
009140*  SIGN OF WHY.                                                 *
009150*****************************************************************
009160 8500-RECORD-CYCLE-EVENT.
009170     IF NOT CYC-STEP-CLEARED AND NOT CYC-STEP-REFUSED
009180         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
009190     END-IF
009200     OPEN EXTEND CYCLE-FILE
009210     IF WS-CYC-STATUS = '05' OR '35'
009220         OPEN OUTPUT CYCLE-FILE
009230     END-IF
009240     IF WS-CYC-STATUS NOT = '00'
009250         DISPLAY 'EMPDQ    - UNABLE TO OPEN CYCLCTL, STATUS='
009260             WS-CYC-STATUS
009270         IF WS-RETURN-CODE < 16
009280             MOVE 16 TO WS-RETURN-CODE
009290         END-IF
009300         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
009310     END-IF
009320     MOVE SPACES TO CYCLE-CONTROL-RECORD
009330     MOVE WS-CYC-BUSINESS-DATE TO CYC-BUSINESS-DATE
009340     MOVE WS-CYC-PROGRAM TO CYC-PROGRAM
009350     MOVE WS-RUN-DATE TO CYC-RUN-DATE
009360     MOVE WS-RUN-TIME TO CYC-RUN-TIME
009370     MOVE WS-RETURN-CODE TO CYC-RETURN-CODE
009380     IF CYC-STEP-REFUSED
009390         SET CYC-EVENT-REFUSED TO TRUE
009400         MOVE WS-CYC-REASON TO CYC-REASON
009410     ELSE
009420         SET CYC-EVENT-COMPLETED TO TRUE
009430         IF CYC-OVERRIDE-IN-EFFECT
009440             MOVE WS-CYC-OVERRIDE-USER TO CYC-OVERRIDE-USER
009450             MOVE WS-CYC-OVERRIDE-REASON TO CYC-REASON
009460         END-IF
009470     END-IF
009480     WRITE CYCLE-CONTROL-RECORD
009490     CLOSE CYCLE-FILE.
009500 8500-RECORD-CYCLE-EVENT-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540*  9000-WRITE-RUN-STATISTICS                                    *
009550*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
009560*  SUMMARY - INCLUDING A RUN THE CYCLE CHECK REFUSED (RC 20).   *
009570*  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT CHANGE THE     *
009580*  RETURN CODE OF AN OTHERWISE CLEAN RUN.                       *
009590*****************************************************************
009600 9000-WRITE-RUN-STATISTICS.
009610     OPEN EXTEND STATS-FILE
009620     IF WS-STAT-STATUS = '05' OR '35'
009630         OPEN OUTPUT STATS-FILE
009640     END-IF
009650     IF WS-STAT-STATUS NOT = '00'
009660         DISPLAY 'EMPDQ    - UNABLE TO OPEN RUNSTATS, STATUS='
009670             WS-STAT-STATUS
009680         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
009690     END-IF
009700     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
009710     ACCEPT WS-END-TIME FROM TIME
009720     MOVE SPACES TO RUN-STAT-RECORD
009730     MOVE 'EMPDQ   ' TO RST-PROGRAM
009740     MOVE SPACE TO RST-RUN-MODE
009750     MOVE WS-RUN-DATE TO RST-START-DATE
009760     MOVE WS-RUN-TIME TO RST-START-TIME
009770     MOVE WS-END-DATE TO RST-END-DATE
009780     MOVE WS-END-TIME TO RST-END-TIME
009790     MOVE WS-READ-COUNT TO RST-READ-COUNT
009800     MOVE WS-EXCEPT-COUNT TO RST-WRITTEN-COUNT
009810     MOVE ZERO TO RST-REJECT-COUNT
009820     IF WS-RETURN-CODE < ZERO
009830         MOVE ZERO TO RST-RETURN-CODE
009840     ELSE
009850         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
009860     END-IF
009870     WRITE RUN-STAT-RECORD
009880     CLOSE STATS-FILE.
009890 9000-WRITE-RUN-STATISTICS-EXIT.
009900     EXIT.
