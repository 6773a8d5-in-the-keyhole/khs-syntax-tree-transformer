000010*****************************************************************
000020*  BUDGVAR                                                      *
000030*                                                               *
000040*  DEPARTMENT HEADCOUNT AND SALARY BUDGET VERSUS ACTUAL.        *
000050*  FINANCE'S APPROVED BUDGET FOR EACH DEPARTMENT IS HELD ON     *
000060*  THE DEPTBUDG KSDS (BUDGREC LAYOUT); THE ACTUALS COME FROM    *
000070*  THE NIGHTLY EXTRACT (EMPOUT LAYOUT) SO NO EMPLOYEE ROWS ARE  *
000080*  RE-QUERIED FROM DB2 - ONLY THE DEPARTMENT TABLE IS READ,     *
000090*  FOR THE NAMES AND THE ADMRDEPT ROLLUP.                       *
000100*                                                               *
000110*  EVERY DEPARTMENT ON DEPARTMENT IS LOADED INTO A WORK TABLE   *
000120*  IN ADMRDEPT / DEPTNO ORDER, THE BUDGETS ARE POSTED TO IT,    *
000130*  AND EACH EXTRACT RECORD ADDS ONE HEAD AND ITS SALARY TO      *
000140*  ITS WORKDEPT.  THE REPORT THEN PRINTS ONE LINE PER           *
000150*  DEPARTMENT - BUDGET, ACTUAL AND VARIANCE FOR HEADCOUNT AND   *
000160*  SALARY DOLLARS - GROUPED UNDER THE ADMINISTERING             *
000170*  DEPARTMENT, WITH A ROLLUP LINE PER GROUP AND A GRAND TOTAL.  *
000180*  A BUDGET OR EMPLOYEE WHOSE DEPARTMENT IS NOT ON DEPARTMENT   *
000190*  IS STILL COUNTED, IN A LAST GROUP OF ITS OWN.                *
000200*                                                               *
000210*  THE FLAG COLUMN CALLS OUT A DEPARTMENT OVER ITS BUDGETED     *
000220*  HEADCOUNT OR SALARY, A STAFFED DEPARTMENT WITH NO BUDGET, A  *
000230*  BUDGET FOR ANOTHER FISCAL YEAR (NOT USED), AND A DEPARTMENT  *
000240*  NOT ON DEPARTMENT.  ANY OF THESE GIVES RETURN CODE 4; AN     *
000250*  OPEN, READ OR DB2 FAILURE GIVES 16.                          *
000260*                                                               *
000270*  PARM POS 01-04 IS THE FISCAL YEAR THE BUDGETS MUST CARRY,    *
000280*  DEFAULTING TO THE YEAR OF THE RUN DATE.                      *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    BUDGVAR.
000320 AUTHOR.        R HENSLEY.
000330 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000340 DATE-WRITTEN.  10/15/2026.
000350 DATE-COMPILED.
000360*****************************************************************
000370*  MODIFICATION HISTORY                                         *
000380*  DATE       INIT  DESCRIPTION                                 *
000390*  10/15/2026 RH    ORIGINAL PROGRAM - BUDGET VERSUS ACTUAL BY  *
000400*                   DEPARTMENT WITH ADMRDEPT ROLLUP.            *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  IBM-ZSERIES.
000450 OBJECT-COMPUTER.  IBM-ZSERIES.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EXTRACT-FILE
000490         ASSIGN TO OUTEMP
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-EXTRACT-STATUS.
000520
000530     SELECT BUDGET-FILE
000540         ASSIGN TO DEPTBUDG
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS BDG-WORKDEPT
000580         FILE STATUS IS WS-BUDG-STATUS.
000590
000600     SELECT RPT-FILE
000610         ASSIGN TO BDGRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000640
000650     SELECT STATS-FILE
000660         ASSIGN TO RUNSTATS
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-STAT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EXTRACT-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY EMPOUT.
000760
000770 FD  BUDGET-FILE.
000780 COPY BUDGREC.
000790
000800 FD  RPT-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  RPT-RECORD                  PIC X(132).
000840
000850 FD  STATS-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY RUNSTAT.
000890
000900 WORKING-STORAGE SECTION.
000910 EXEC SQL
000920     INCLUDE SQLCA
000930 END-EXEC.
000940
000950 EXEC SQL BEGIN DECLARE SECTION
000960 END-EXEC.
000970 01  WS-LOAD-DEPTNO              PIC X(03).
000980 01  WS-LOAD-DEPTNAME            PIC X(36).
000990 01  WS-LOAD-ADMRDEPT            PIC X(03).
001000 EXEC SQL END DECLARE SECTION
001010 END-EXEC.
001020
001030*****************************************************************
001040*  FILE STATUS SWITCHES                                         *
001050*****************************************************************
001060 01  WS-FILE-STATUSES.
001070     05  WS-EXTRACT-STATUS           PIC X(02).
001080     05  WS-BUDG-STATUS              PIC X(02).
001090     05  WS-RPT-STATUS               PIC X(02).
001100     05  WS-STAT-STATUS              PIC X(02).
001110
001120 01  WS-IDENTIFICATION.
001130     05  WS-RUN-DATE                 PIC X(08).
001140     05  WS-RUN-TIME                 PIC X(08).
001150     05  WS-END-DATE                 PIC X(08).
001160     05  WS-END-TIME                 PIC X(08).
001170
001180*****************************************************************
001190*  PROGRAM SWITCHES                                             *
001200*****************************************************************
001210 01  WS-SWITCHES.
001220     05  WS-EXTRACT-EOF-SW           PIC X(01)  VALUE 'N'.
001230         88  EXTRACT-EOF                 VALUE 'Y'.
001240     05  WS-BUDG-EOF-SW              PIC X(01)  VALUE 'N'.
001250         88  BUDG-EOF                    VALUE 'Y'.
001260     05  WS-CURSOR-EOF-SW            PIC X(01)  VALUE 'N'.
001270         88  CURSOR-EOF                  VALUE 'Y'.
001280     05  WS-DEPT-FOUND-SW            PIC X(01)  VALUE 'N'.
001290         88  DEPT-FOUND                  VALUE 'Y'.
001300         88  DEPT-NOT-FOUND              VALUE 'N'.
001310     05  WS-LINE-TYPE-SW             PIC X(01)  VALUE 'D'.
001320         88  LINE-IS-DEPT                VALUE 'D'.
001330         88  LINE-IS-ROLLUP              VALUE 'R'.
001340
001350*****************************************************************
001360*  STANDALONE COUNTERS                                          *
001370*****************************************************************
001380 77  WS-EXTRACT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
001390 77  WS-EXTRACT-SKIP-COUNT          PIC 9(07)   COMP VALUE ZERO.
001400 77  WS-BUDGET-READ-COUNT           PIC 9(07)   COMP VALUE ZERO.
001410 77  WS-DEPT-LISTED-COUNT           PIC 9(07)   COMP VALUE ZERO.
001420 77  WS-OVER-HC-COUNT               PIC 9(07)   COMP VALUE ZERO.
001430 77  WS-OVER-SAL-COUNT              PIC 9(07)   COMP VALUE ZERO.
001440 77  WS-NO-BUDGET-COUNT             PIC 9(07)   COMP VALUE ZERO.
001450 77  WS-WRONG-FY-COUNT              PIC 9(07)   COMP VALUE ZERO.
001460 77  WS-NOT-ON-DEPT-COUNT           PIC 9(07)   COMP VALUE ZERO.
001470 77  WS-EXCEPTION-COUNT             PIC 9(07)   COMP VALUE ZERO.
001480 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001490 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001500 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 50.
001510 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001520
001530*****************************************************************
001540*  FISCAL YEAR THE BUDGETS MUST CARRY - PARM OR RUN-DATE YEAR   *
001550*****************************************************************
001560 01  WS-FISCAL-YEAR                  PIC 9(04).
001570
001580*****************************************************************
001590*  DEPARTMENT WORK TABLE.  THE DEPARTMENT ROWS FILL IT FIRST,   *
001600*  IN ADMRDEPT / DEPTNO ORDER, SO THE PRINT PASS GROUPS BY      *
001610*  ADMINISTERING DEPARTMENT STRAIGHT DOWN THE TABLE.  A         *
001620*  WORKDEPT FOUND ONLY ON THE BUDGET FILE OR THE EXTRACT        *
001630*  CLAIMS THE NEXT BLANK ENTRY WITH A BLANK ADMRDEPT, SO THOSE  *
001640*  PRINT TOGETHER AFTER EVERYTHING ELSE.                        *
001650*****************************************************************
001660 01  WS-DEPT-TABLE.
001670     05  WS-DT-ENTRY OCCURS 150 TIMES
001680             INDEXED BY DT-IX.
001690         10  WS-DT-DEPTNO            PIC X(03).
001700         10  WS-DT-DEPTNAME          PIC X(36).
001710         10  WS-DT-ADMRDEPT          PIC X(03).
001720         10  WS-DT-ON-DEPT-SW        PIC X(01).
001730             88  WS-DT-ON-DEPARTMENT     VALUE 'Y'.
001740             88  WS-DT-NOT-ON-DEPARTMENT VALUE 'N'.
001750         10  WS-DT-BUDGET-SW         PIC X(01).
001760             88  WS-DT-HAS-BUDGET        VALUE 'Y'.
001770             88  WS-DT-NO-BUDGET         VALUE 'N'.
001780             88  WS-DT-WRONG-FY          VALUE 'F'.
001790         10  WS-DT-BUD-FY            PIC 9(04).
001800         10  WS-DT-BUD-HC            PIC 9(07)      COMP-3.
001810         10  WS-DT-BUD-SAL           PIC 9(11)V99   COMP-3.
001820         10  WS-DT-ACT-HC            PIC 9(07)      COMP-3.
001830         10  WS-DT-ACT-SAL           PIC S9(11)V99  COMP-3.
001840 77  WS-DEPT-TABLE-COUNT            PIC 9(03)   COMP VALUE ZERO.
001850 77  WS-PRINT-IX                    PIC 9(03)   COMP VALUE ZERO.
001860 01  WS-FIND-DEPT                    PIC X(03).
001870 01  WS-UNKNOWN-DEPT-NAME            PIC X(36)
001880     VALUE '** NOT ON DEPARTMENT **'.
001890
001900*****************************************************************
001910*  ONE PRINT LINE'S FIGURES - A DEPARTMENT, A ROLLUP OR THE     *
001920*  GRAND TOTAL ALL PASS THROUGH 3200 FROM HERE.                 *
001930*****************************************************************
001940 01  WS-LINE-FIGURES.
001950     05  WS-LN-BUD-HC                PIC 9(07)      COMP-3.
001960     05  WS-LN-ACT-HC                PIC 9(07)      COMP-3.
001970     05  WS-LN-VAR-HC                PIC S9(07)     COMP-3.
001980     05  WS-LN-BUD-SAL               PIC 9(11)V99   COMP-3.
001990     05  WS-LN-ACT-SAL               PIC S9(11)V99  COMP-3.
002000     05  WS-LN-VAR-SAL               PIC S9(11)V99  COMP-3.
002010     05  WS-LN-VAR-PCT               PIC S9(05)V9   COMP-3.
002020
002030*****************************************************************
002040*  ADMRDEPT GROUP AND GRAND TOTALS                              *
002050*****************************************************************
002060 01  WS-BREAK-ADMR                   PIC X(03).
002070 01  WS-GROUP-TOTALS.
002080     05  WS-GRP-BUD-HC               PIC 9(07)      COMP-3.
002090     05  WS-GRP-ACT-HC               PIC 9(07)      COMP-3.
002100     05  WS-GRP-BUD-SAL              PIC 9(11)V99   COMP-3.
002110     05  WS-GRP-ACT-SAL              PIC S9(11)V99  COMP-3.
002120 01  WS-GRAND-TOTALS.
002130     05  WS-TOT-BUD-HC               PIC 9(07)      COMP-3.
002140     05  WS-TOT-ACT-HC               PIC 9(07)      COMP-3.
002150     05  WS-TOT-BUD-SAL              PIC 9(11)V99   COMP-3.
002160     05  WS-TOT-ACT-SAL              PIC S9(11)V99  COMP-3.
002170
002180*****************************************************************
002190*  REPORT HEADING, GROUP, DETAIL AND TOTAL LINES                *
002200*****************************************************************
002210 01  WS-RPT-HEADING-1.
002220     05  FILLER                      PIC X(10)  VALUE SPACES.
002230     05  FILLER                      PIC X(50)
002240         VALUE 'DEPARTMENT HEADCOUNT AND SALARY BUDGET VS ACTUAL'.
002250     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002260     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
002270     05  FILLER                      PIC X(63)  VALUE SPACES.
002280
002290 01  WS-RPT-HEADING-2.
002300     05  FILLER                      PIC X(10)  VALUE SPACES.
002310     05  FILLER                      PIC X(14)
002320         VALUE 'RUN DATE    : '.
002330     05  WS-RPT-DATE-OUT             PIC X(08).
002340     05  FILLER                      PIC X(05)  VALUE SPACES.
002350     05  FILLER                      PIC X(14)
002360         VALUE 'FISCAL YEAR : '.
002370     05  WS-RPT-FY-OUT               PIC 9(04).
002380     05  FILLER                      PIC X(77)  VALUE SPACES.
002390
002400 01  WS-RPT-HEADING-3.
002410     05  FILLER                      PIC X(10)  VALUE SPACES.
002420     05  FILLER                      PIC X(04)  VALUE 'DEPT'.
002430     05  FILLER                      PIC X(31)
002440         VALUE 'DEPARTMENT NAME'.
002450     05  FILLER                      PIC X(07)  VALUE 'BUD HC '.
002460     05  FILLER                      PIC X(07)  VALUE 'ACT HC '.
002470     05  FILLER                      PIC X(07)  VALUE 'VAR HC '.
002480     05  FILLER                      PIC X(12)
002490         VALUE ' BUDGET SAL '.
002500     05  FILLER                      PIC X(12)
002510         VALUE ' ACTUAL SAL '.
002520     05  FILLER                      PIC X(12)
002530         VALUE '   VARIANCE '.
002540     05  FILLER                      PIC X(07)  VALUE ' VAR % '.
002550     05  FILLER                      PIC X(12)
002560         VALUE 'FLAG'.
002570     05  FILLER                      PIC X(11)  VALUE SPACES.
002580
002590 01  WS-RPT-GROUP-LINE.
002600     05  FILLER                      PIC X(10)  VALUE SPACES.
002610     05  FILLER                      PIC X(21)
002620         VALUE 'ADMINISTERING DEPT : '.
002630     05  WS-RPT-ADMR-OUT             PIC X(03).
002640     05  FILLER                      PIC X(01)  VALUE SPACES.
002650     05  WS-RPT-ADMR-NAME-OUT        PIC X(36).
002660     05  FILLER                      PIC X(61)  VALUE SPACES.
002670
002680 01  WS-RPT-DETAIL.
002690     05  FILLER                      PIC X(10)  VALUE SPACES.
002700     05  WS-RPT-DEPT-OUT             PIC X(03).
002710     05  FILLER                      PIC X(01)  VALUE SPACES.
002720     05  WS-RPT-NAME-OUT             PIC X(30).
002730     05  FILLER                      PIC X(01)  VALUE SPACES.
002740     05  WS-RPT-BUD-HC-OUT           PIC ZZ,ZZ9.
002750     05  FILLER                      PIC X(01)  VALUE SPACES.
002760     05  WS-RPT-ACT-HC-OUT           PIC ZZ,ZZ9.
002770     05  FILLER                      PIC X(01)  VALUE SPACES.
002780     05  WS-RPT-VAR-HC-OUT           PIC --,--9.
002790     05  FILLER                      PIC X(01)  VALUE SPACES.
002800     05  WS-RPT-BUD-SAL-OUT          PIC ZZZ,ZZZ,ZZ9.
002810     05  FILLER                      PIC X(01)  VALUE SPACES.
002820     05  WS-RPT-ACT-SAL-OUT          PIC ZZZ,ZZZ,ZZ9.
002830     05  FILLER                      PIC X(01)  VALUE SPACES.
002840     05  WS-RPT-VAR-SAL-OUT          PIC ---,---,--9.
002850     05  FILLER                      PIC X(01)  VALUE SPACES.
002860     05  WS-RPT-PCT-OUT              PIC ---9.9.
002870     05  WS-RPT-PCT-BLANK REDEFINES WS-RPT-PCT-OUT
002880                                     PIC X(06).
002890     05  FILLER                      PIC X(01)  VALUE SPACES.
002900     05  WS-RPT-FLAG-OUT             PIC X(12).
002910     05  FILLER                      PIC X(11)  VALUE SPACES.
002920
002930 01  WS-RPT-MESSAGE.
002940     05  FILLER                      PIC X(10)  VALUE SPACES.
002950     05  WS-RPT-MESSAGE-TEXT         PIC X(60).
002960     05  FILLER                      PIC X(62)  VALUE SPACES.
002970
002980 01  WS-RPT-TOTALS.
002990     05  FILLER                      PIC X(10)  VALUE SPACES.
003000     05  WS-RPT-TOTAL-LABEL          PIC X(20)
003010         VALUE 'DEPARTMENTS LISTED: '.
003020     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
003030     05  FILLER                      PIC X(95)  VALUE SPACES.
003040
003050 LINKAGE SECTION.
003060 01  PARM-AREA.
003070     05  PARM-LENGTH                 PIC S9(04) COMP.
003080     05  PARM-TEXT                   PIC X(80).
003090
003100 PROCEDURE DIVISION USING PARM-AREA.
003110*****************************************************************
003120*  0000-MAINLINE                                                *
003130*****************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE
003160         THRU 1000-INITIALIZE-EXIT
003170     IF WS-RETURN-CODE = ZERO
003180         PERFORM 2000-BUILD-DEPT-TABLE
003190             THRU 2000-BUILD-DEPT-TABLE-EXIT
003200     END-IF
003210     IF WS-RETURN-CODE < 16
003220         PERFORM 3000-PRINT-REPORT
003230             THRU 3000-PRINT-REPORT-EXIT
003240     END-IF
003250     PERFORM 8000-TERMINATE
003260         THRU 8000-TERMINATE-EXIT
003270     PERFORM 9000-WRITE-RUN-STATISTICS
003280         THRU 9000-WRITE-RUN-STATISTICS-EXIT
003290     MOVE WS-RETURN-CODE TO RETURN-CODE
003300     STOP RUN.
003310
003320*****************************************************************
003330*  1000-INITIALIZE - SET THE FISCAL YEAR, OPEN FILES            *
003340*****************************************************************
003350 1000-INITIALIZE.
003360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003370     ACCEPT WS-RUN-TIME FROM TIME
003380     MOVE SPACES TO WS-DEPT-TABLE
003390     IF PARM-LENGTH NOT < 4
003400         IF PARM-TEXT(1:4) NOT NUMERIC
003410             DISPLAY 'BUDGVAR  - PARM FISCAL YEAR NOT YYYY'
003420             MOVE 16 TO WS-RETURN-CODE
003430             GO TO 1000-INITIALIZE-EXIT
003440         END-IF
003450         MOVE PARM-TEXT(1:4) TO WS-FISCAL-YEAR
003460     ELSE
003470         MOVE WS-RUN-DATE(1:4) TO WS-FISCAL-YEAR
003480     END-IF
003490     DISPLAY 'BUDGVAR  - FISCAL YEAR: ' WS-FISCAL-YEAR
003500     OPEN INPUT EXTRACT-FILE
003510     IF WS-EXTRACT-STATUS NOT = '00'
003520         DISPLAY 'BUDGVAR  - UNABLE TO OPEN OUTEMP, STATUS='
003530             WS-EXTRACT-STATUS
003540         MOVE 16 TO WS-RETURN-CODE
003550     END-IF
003560     OPEN INPUT BUDGET-FILE
003570     IF WS-BUDG-STATUS NOT = '00'
003580         DISPLAY 'BUDGVAR  - UNABLE TO OPEN DEPTBUDG, STATUS='
003590             WS-BUDG-STATUS
003600         MOVE 16 TO WS-RETURN-CODE
003610     END-IF
003620     OPEN OUTPUT RPT-FILE
003630     IF WS-RPT-STATUS NOT = '00'
003640         DISPLAY 'BUDGVAR  - UNABLE TO OPEN BDGRPT, STATUS='
003650             WS-RPT-STATUS
003660         MOVE 16 TO WS-RETURN-CODE
003670     END-IF.
003680 1000-INITIALIZE-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*  2000-BUILD-DEPT-TABLE                                        *
003730*  DEPARTMENT ROWS FIRST (THEY FIX THE PRINT ORDER), THEN THE   *
003740*  BUDGETS, THEN THE EXTRACT.                                   *
003750*****************************************************************
003760 2000-BUILD-DEPT-TABLE.
003770     PERFORM 2100-LOAD-DEPARTMENTS
003780         THRU 2100-LOAD-DEPARTMENTS-EXIT
003790     IF WS-RETURN-CODE >= 16
003800         GO TO 2000-BUILD-DEPT-TABLE-EXIT
003810     END-IF
003820     PERFORM 2210-READ-BUDGET-RECORD
003830         THRU 2210-READ-BUDGET-RECORD-EXIT
003840     PERFORM 2200-POST-BUDGET
003850         THRU 2200-POST-BUDGET-EXIT
003860         UNTIL BUDG-EOF
003870     IF WS-RETURN-CODE >= 16
003880         GO TO 2000-BUILD-DEPT-TABLE-EXIT
003890     END-IF
003900     PERFORM 2310-READ-EXTRACT-RECORD
003910         THRU 2310-READ-EXTRACT-RECORD-EXIT
003920     PERFORM 2300-POST-EMPLOYEE
003930         THRU 2300-POST-EMPLOYEE-EXIT
003940         UNTIL EXTRACT-EOF
003950     DISPLAY 'BUDGVAR  - BUDGET RECORDS READ : '
003960         WS-BUDGET-READ-COUNT
003970     DISPLAY 'BUDGVAR  - EXTRACT RECORDS READ: '
003980         WS-EXTRACT-READ-COUNT.
003990 2000-BUILD-DEPT-TABLE-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030*  2100-LOAD-DEPARTMENTS                                        *
004040*  ONE CURSOR PASS OVER DEPARTMENT.  A DEPARTMENT THAT          *
004050*  ADMINISTERS ITSELF (THE ROOT) SORTS WITH ITS OWN GROUP.      *
004060*****************************************************************
004070 2100-LOAD-DEPARTMENTS.
004080     EXEC SQL
004090         DECLARE BDGDEPT CURSOR FOR
004100         SELECT DEPTNO, DEPTNAME, ADMRDEPT
004110         FROM DEPARTMENT
004120         ORDER BY ADMRDEPT, DEPTNO
004130     END-EXEC
004140     EXEC SQL
004150         OPEN BDGDEPT
004160     END-EXEC
004170     IF SQLCODE NOT = 0
004180         DISPLAY 'BUDGVAR  - UNABLE TO OPEN CURSOR, SQLCODE='
004190             SQLCODE
004200         MOVE 16 TO WS-RETURN-CODE
004210         GO TO 2100-LOAD-DEPARTMENTS-EXIT
004220     END-IF
004230     PERFORM 2110-FETCH-DEPT-ROW
004240         THRU 2110-FETCH-DEPT-ROW-EXIT
004250         UNTIL CURSOR-EOF
004260     EXEC SQL
004270         CLOSE BDGDEPT
004280     END-EXEC
004290     DISPLAY 'BUDGVAR  - DEPARTMENT ROWS LOADED: '
004300         WS-DEPT-TABLE-COUNT.
004310 2100-LOAD-DEPARTMENTS-EXIT.
004320     EXIT.
004330
004340 2110-FETCH-DEPT-ROW.
004350     EXEC SQL
004360         FETCH BDGDEPT
004370         INTO :WS-LOAD-DEPTNO, :WS-LOAD-DEPTNAME,
004380              :WS-LOAD-ADMRDEPT
004390     END-EXEC
004400     IF SQLCODE = 0
004410         MOVE WS-LOAD-DEPTNO TO WS-FIND-DEPT
004420         PERFORM 2400-FIND-DEPT-ENTRY
004430             THRU 2400-FIND-DEPT-ENTRY-EXIT
004440         IF DEPT-FOUND
004450             MOVE WS-LOAD-DEPTNAME TO WS-DT-DEPTNAME (DT-IX)
004460             MOVE WS-LOAD-ADMRDEPT TO WS-DT-ADMRDEPT (DT-IX)
004470             SET WS-DT-ON-DEPARTMENT (DT-IX) TO TRUE
004480         ELSE
004490             SET CURSOR-EOF TO TRUE
004500         END-IF
004510     ELSE
004520         SET CURSOR-EOF TO TRUE
004530         IF SQLCODE NOT = 100
004540             DISPLAY 'BUDGVAR  - FETCH ERROR, SQLCODE='
004550                 SQLCODE
004560             MOVE 16 TO WS-RETURN-CODE
004570         END-IF
004580     END-IF.
004590 2110-FETCH-DEPT-ROW-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*  2200-POST-BUDGET                                             *
004640*  A BUDGET FOR ANY OTHER FISCAL YEAR IS NOT POSTED - THE       *
004650*  DEPARTMENT IS FLAGGED INSTEAD, AS THE FILE WAS EVIDENTLY     *
004660*  NOT RELOADED FOR THE NEW YEAR.                               *
004670*****************************************************************
004680 2200-POST-BUDGET.
004690     MOVE BDG-WORKDEPT TO WS-FIND-DEPT
004700     PERFORM 2400-FIND-DEPT-ENTRY
004710         THRU 2400-FIND-DEPT-ENTRY-EXIT
004720     IF DEPT-FOUND
004730         MOVE BDG-FISCAL-YEAR TO WS-DT-BUD-FY (DT-IX)
004740         IF BDG-FISCAL-YEAR = WS-FISCAL-YEAR
004750             AND BDG-HEADCOUNT NUMERIC
004760             AND BDG-SALARY NUMERIC
004770             SET WS-DT-HAS-BUDGET (DT-IX) TO TRUE
004780             MOVE BDG-HEADCOUNT TO WS-DT-BUD-HC (DT-IX)
004790             MOVE BDG-SALARY TO WS-DT-BUD-SAL (DT-IX)
004800         ELSE
004810             SET WS-DT-WRONG-FY (DT-IX) TO TRUE
004820             DISPLAY 'BUDGVAR  - BUDGET NOT USED FOR DEPT '
004830                 BDG-WORKDEPT ' FISCAL YEAR ' BDG-FISCAL-YEAR
004840         END-IF
004850     END-IF
004860     PERFORM 2210-READ-BUDGET-RECORD
004870         THRU 2210-READ-BUDGET-RECORD-EXIT.
004880 2200-POST-BUDGET-EXIT.
004890     EXIT.
004900
004910 2210-READ-BUDGET-RECORD.
004920     READ BUDGET-FILE NEXT RECORD
004930     IF WS-BUDG-STATUS = '00'
004940         ADD 1 TO WS-BUDGET-READ-COUNT
004950     ELSE
004960         IF WS-BUDG-STATUS NOT = '10'
004970             DISPLAY 'BUDGVAR  - DEPTBUDG READ FAILED, STATUS='
004980                 WS-BUDG-STATUS
004990             MOVE 16 TO WS-RETURN-CODE
005000         END-IF
005010         SET BUDG-EOF TO TRUE
005020     END-IF.
005030 2210-READ-BUDGET-RECORD-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070*  2300-POST-EMPLOYEE                                           *
005080*  ONE HEAD AND ITS ANNUAL SALARY TO THE EMPLOYEE'S WORKDEPT.   *
005090*  A BLANK WORKDEPT CANNOT BE PLACED AND IS SKIPPED WITH A      *
005100*  WARNING - EMPDQ REPORTS IT.                                  *
005110*****************************************************************
005120 2300-POST-EMPLOYEE.
005130     IF EMPOUT-WORKDEPT = SPACES
005140         OR EMPOUT-SALARY NOT NUMERIC
005150         ADD 1 TO WS-EXTRACT-SKIP-COUNT
005160         PERFORM 4100-RAISE-WARNING-RC
005170             THRU 4100-RAISE-WARNING-RC-EXIT
005180         GO TO 2300-POST-EMPLOYEE-READ
005190     END-IF
005200     MOVE EMPOUT-WORKDEPT TO WS-FIND-DEPT
005210     PERFORM 2400-FIND-DEPT-ENTRY
005220         THRU 2400-FIND-DEPT-ENTRY-EXIT
005230     IF DEPT-FOUND
005240         ADD 1 TO WS-DT-ACT-HC (DT-IX)
005250         ADD EMPOUT-SALARY TO WS-DT-ACT-SAL (DT-IX)
005260     END-IF.
005270 2300-POST-EMPLOYEE-READ.
005280     PERFORM 2310-READ-EXTRACT-RECORD
005290         THRU 2310-READ-EXTRACT-RECORD-EXIT.
005300 2300-POST-EMPLOYEE-EXIT.
005310     EXIT.
005320
005330 2310-READ-EXTRACT-RECORD.
005340     READ EXTRACT-FILE INTO EMPOUT-RECORD
005350     IF WS-EXTRACT-STATUS = '00'
005360         ADD 1 TO WS-EXTRACT-READ-COUNT
005370     ELSE
005380         IF WS-EXTRACT-STATUS NOT = '10'
005390             DISPLAY 'BUDGVAR  - OUTEMP READ FAILED, STATUS='
005400                 WS-EXTRACT-STATUS
005410             MOVE 16 TO WS-RETURN-CODE
005420         END-IF
005430         SET EXTRACT-EOF TO TRUE
005440     END-IF.
005450 2310-READ-EXTRACT-RECORD-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*  2400-FIND-DEPT-ENTRY                                         *
005500*  FIND (OR CLAIM) THE TABLE ENTRY FOR WS-FIND-DEPT.  UNUSED    *
005510*  ENTRIES HAVE A BLANK DEPTNO, SO THE FIRST BLANK ENTRY        *
005520*  REACHED BY THE SEARCH IS A FREE SLOT.  A CLAIMED ENTRY       *
005530*  STARTS AS NOT ON DEPARTMENT WITH NO BUDGET - THE DEPARTMENT  *
005540*  LOAD OVERRIDES THE FIRST.  A FULL TABLE IS FATAL, AS EVERY   *
005550*  TOTAL ON THE REPORT WOULD BE SHORT.                          *
005560*****************************************************************
005570 2400-FIND-DEPT-ENTRY.
005580     SET DEPT-NOT-FOUND TO TRUE
005590     SET DT-IX TO 1
005600     SEARCH WS-DT-ENTRY
005610         AT END
005620             DISPLAY 'BUDGVAR  - DEPARTMENT TABLE FULL AT 150, '
005630                 'DEPT ' WS-FIND-DEPT ' NOT PLACED'
005640             MOVE 16 TO WS-RETURN-CODE
005650         WHEN WS-DT-DEPTNO (DT-IX) = WS-FIND-DEPT
005660             SET DEPT-FOUND TO TRUE
005670         WHEN WS-DT-DEPTNO (DT-IX) = SPACES
005680             MOVE WS-FIND-DEPT TO WS-DT-DEPTNO (DT-IX)
005690             MOVE WS-UNKNOWN-DEPT-NAME TO WS-DT-DEPTNAME (DT-IX)
005700             MOVE SPACES TO WS-DT-ADMRDEPT (DT-IX)
005710             SET WS-DT-NOT-ON-DEPARTMENT (DT-IX) TO TRUE
005720             SET WS-DT-NO-BUDGET (DT-IX) TO TRUE
005730             MOVE ZERO TO WS-DT-BUD-FY (DT-IX)
005740             MOVE ZERO TO WS-DT-BUD-HC (DT-IX)
005750             MOVE ZERO TO WS-DT-BUD-SAL (DT-IX)
005760             MOVE ZERO TO WS-DT-ACT-HC (DT-IX)
005770             MOVE ZERO TO WS-DT-ACT-SAL (DT-IX)
005780             ADD 1 TO WS-DEPT-TABLE-COUNT
005790             SET DEPT-FOUND TO TRUE
005800     END-SEARCH.
005810 2400-FIND-DEPT-ENTRY-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850*  3000-PRINT-REPORT                                            *
005860*  STRAIGHT DOWN THE TABLE, BREAKING ON ADMRDEPT.               *
005870*****************************************************************
005880 3000-PRINT-REPORT.
005890     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
005900     MOVE HIGH-VALUES TO WS-BREAK-ADMR
005910     MOVE ZERO TO WS-TOT-BUD-HC
005920     MOVE ZERO TO WS-TOT-ACT-HC
005930     MOVE ZERO TO WS-TOT-BUD-SAL
005940     MOVE ZERO TO WS-TOT-ACT-SAL
005950     PERFORM 3100-PRINT-DEPARTMENT
005960         THRU 3100-PRINT-DEPARTMENT-EXIT
005970         VARYING WS-PRINT-IX FROM 1 BY 1
005980         UNTIL WS-PRINT-IX > WS-DEPT-TABLE-COUNT
005990     IF WS-DEPT-TABLE-COUNT = ZERO
006000         PERFORM 3400-WRITE-PAGE-HEADINGS
006010             THRU 3400-WRITE-PAGE-HEADINGS-EXIT
006020         MOVE 'NO DEPARTMENTS, BUDGETS OR EMPLOYEES FOUND'
006030             TO WS-RPT-MESSAGE-TEXT
006040         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
006050         PERFORM 4100-RAISE-WARNING-RC
006060             THRU 4100-RAISE-WARNING-RC-EXIT
006070     ELSE
006080         PERFORM 3300-WRITE-GROUP-ROLLUP
006090             THRU 3300-WRITE-GROUP-ROLLUP-EXIT
006100     END-IF
006110     MOVE WS-TOT-BUD-HC TO WS-LN-BUD-HC
006120     MOVE WS-TOT-ACT-HC TO WS-LN-ACT-HC
006130     MOVE WS-TOT-BUD-SAL TO WS-LN-BUD-SAL
006140     MOVE WS-TOT-ACT-SAL TO WS-LN-ACT-SAL
006150     SET LINE-IS-ROLLUP TO TRUE
006160     PERFORM 3200-FORMAT-FIGURES
006170         THRU 3200-FORMAT-FIGURES-EXIT
006180     MOVE SPACES TO WS-RPT-DEPT-OUT
006190     MOVE '** ALL DEPARTMENTS **' TO WS-RPT-NAME-OUT
006200     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006210     PERFORM 3500-WRITE-TOTALS
006220         THRU 3500-WRITE-TOTALS-EXIT.
006230 3000-PRINT-REPORT-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270*  3100-PRINT-DEPARTMENT                                        *
006280*  GROUP BREAK, PAGE BREAK, THEN THE DEPARTMENT LINE.  THE      *
006290*  FLAG COUNTS ARE TAKEN HERE, ONE PER DEPARTMENT.              *
006300*****************************************************************
006310 3100-PRINT-DEPARTMENT.
006320     IF WS-DT-ADMRDEPT (WS-PRINT-IX) NOT = WS-BREAK-ADMR
006330         IF WS-BREAK-ADMR NOT = HIGH-VALUES
006340             PERFORM 3300-WRITE-GROUP-ROLLUP
006350                 THRU 3300-WRITE-GROUP-ROLLUP-EXIT
006360         END-IF
006370         MOVE WS-DT-ADMRDEPT (WS-PRINT-IX) TO WS-BREAK-ADMR
006380         MOVE ZERO TO WS-GRP-BUD-HC
006390         MOVE ZERO TO WS-GRP-ACT-HC
006400         MOVE ZERO TO WS-GRP-BUD-SAL
006410         MOVE ZERO TO WS-GRP-ACT-SAL
006420         PERFORM 3150-WRITE-GROUP-HEADING
006430             THRU 3150-WRITE-GROUP-HEADING-EXIT
006440     END-IF
006450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006460         PERFORM 3400-WRITE-PAGE-HEADINGS
006470             THRU 3400-WRITE-PAGE-HEADINGS-EXIT
006480         PERFORM 3150-WRITE-GROUP-HEADING
006490             THRU 3150-WRITE-GROUP-HEADING-EXIT
006500     END-IF
006510     MOVE WS-DT-BUD-HC (WS-PRINT-IX) TO WS-LN-BUD-HC
006520     MOVE WS-DT-ACT-HC (WS-PRINT-IX) TO WS-LN-ACT-HC
006530     MOVE WS-DT-BUD-SAL (WS-PRINT-IX) TO WS-LN-BUD-SAL
006540     MOVE WS-DT-ACT-SAL (WS-PRINT-IX) TO WS-LN-ACT-SAL
006550     SET LINE-IS-DEPT TO TRUE
006560     PERFORM 3200-FORMAT-FIGURES
006570         THRU 3200-FORMAT-FIGURES-EXIT
006580     MOVE WS-DT-DEPTNO (WS-PRINT-IX) TO WS-RPT-DEPT-OUT
006590     MOVE WS-DT-DEPTNAME (WS-PRINT-IX) TO WS-RPT-NAME-OUT
006600     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006610     ADD 1 TO WS-LINE-COUNT
006620     ADD 1 TO WS-DEPT-LISTED-COUNT
006630     ADD WS-LN-BUD-HC TO WS-GRP-BUD-HC
006640     ADD WS-LN-ACT-HC TO WS-GRP-ACT-HC
006650     ADD WS-LN-BUD-SAL TO WS-GRP-BUD-SAL
006660     ADD WS-LN-ACT-SAL TO WS-GRP-ACT-SAL
006670     ADD WS-LN-BUD-HC TO WS-TOT-BUD-HC
006680     ADD WS-LN-ACT-HC TO WS-TOT-ACT-HC
006690     ADD WS-LN-BUD-SAL TO WS-TOT-BUD-SAL
006700     ADD WS-LN-ACT-SAL TO WS-TOT-ACT-SAL.
006710 3100-PRINT-DEPARTMENT-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750*  3150-WRITE-GROUP-HEADING                                     *
006760*  THE ADMINISTERING DEPARTMENT'S NAME COMES FROM ITS OWN       *
006770*  TABLE ENTRY.                                                 *
006780*****************************************************************
006790 3150-WRITE-GROUP-HEADING.
006800     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
006810         PERFORM 3400-WRITE-PAGE-HEADINGS
006820             THRU 3400-WRITE-PAGE-HEADINGS-EXIT
006830     END-IF
006840     MOVE WS-BREAK-ADMR TO WS-RPT-ADMR-OUT
006850     IF WS-BREAK-ADMR = SPACES
006860         MOVE WS-UNKNOWN-DEPT-NAME TO WS-RPT-ADMR-NAME-OUT
006870     ELSE
006880         MOVE WS-BREAK-ADMR TO WS-FIND-DEPT
006890         SET DT-IX TO 1
006900         SEARCH WS-DT-ENTRY
006910             AT END
006920                 MOVE WS-UNKNOWN-DEPT-NAME
006930                     TO WS-RPT-ADMR-NAME-OUT
006940             WHEN WS-DT-DEPTNO (DT-IX) = WS-FIND-DEPT
006950                 MOVE WS-DT-DEPTNAME (DT-IX)
006960                     TO WS-RPT-ADMR-NAME-OUT
006970             WHEN WS-DT-DEPTNO (DT-IX) = SPACES
006980                 MOVE WS-UNKNOWN-DEPT-NAME
006990                     TO WS-RPT-ADMR-NAME-OUT
007000         END-SEARCH
007010     END-IF
007020     MOVE SPACES TO RPT-RECORD
007030     WRITE RPT-RECORD
007040     WRITE RPT-RECORD FROM WS-RPT-GROUP-LINE
007050     ADD 2 TO WS-LINE-COUNT.
007060 3150-WRITE-GROUP-HEADING-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*  3200-FORMAT-FIGURES                                          *
007110*  VARIANCE IS ACTUAL LESS BUDGET, SO A POSITIVE FIGURE IS      *
007120*  OVER BUDGET.  THE PERCENTAGE IS OF THE SALARY BUDGET AND IS  *
007130*  LEFT BLANK WHEN THERE IS NO BUDGET.  ON A DEPARTMENT LINE    *
007140*  THE FLAG IS THE MOST SERIOUS CONDITION AND IS COUNTED; A     *
007150*  ROLLUP OR TOTAL LINE ONLY SHOWS WHETHER IT IS OVER.          *
007160*****************************************************************
007170 3200-FORMAT-FIGURES.
007180     COMPUTE WS-LN-VAR-HC = WS-LN-ACT-HC - WS-LN-BUD-HC
007190     COMPUTE WS-LN-VAR-SAL = WS-LN-ACT-SAL - WS-LN-BUD-SAL
007200     MOVE WS-LN-BUD-HC TO WS-RPT-BUD-HC-OUT
007210     MOVE WS-LN-ACT-HC TO WS-RPT-ACT-HC-OUT
007220     MOVE WS-LN-VAR-HC TO WS-RPT-VAR-HC-OUT
007230     MOVE WS-LN-BUD-SAL TO WS-RPT-BUD-SAL-OUT
007240     MOVE WS-LN-ACT-SAL TO WS-RPT-ACT-SAL-OUT
007250     MOVE WS-LN-VAR-SAL TO WS-RPT-VAR-SAL-OUT
007260     IF WS-LN-BUD-SAL = ZERO
007270         MOVE SPACES TO WS-RPT-PCT-BLANK
007280     ELSE
007290         COMPUTE WS-LN-VAR-PCT ROUNDED =
007300             WS-LN-VAR-SAL * 100 / WS-LN-BUD-SAL
007310             ON SIZE ERROR
007320                 MOVE 999.9 TO WS-LN-VAR-PCT
007330         END-COMPUTE
007340         IF WS-LN-VAR-PCT > 999.9
007350             MOVE 999.9 TO WS-LN-VAR-PCT
007360         END-IF
007370         MOVE WS-LN-VAR-PCT TO WS-RPT-PCT-OUT
007380     END-IF
007390     MOVE SPACES TO WS-RPT-FLAG-OUT
007400     IF LINE-IS-DEPT
007410         IF WS-DT-NOT-ON-DEPARTMENT (WS-PRINT-IX)
007420             MOVE 'NOT ON DEPT' TO WS-RPT-FLAG-OUT
007430             ADD 1 TO WS-NOT-ON-DEPT-COUNT
007440             ADD 1 TO WS-EXCEPTION-COUNT
007450             GO TO 3200-FORMAT-FIGURES-EXIT
007460         END-IF
007470         IF WS-DT-WRONG-FY (WS-PRINT-IX)
007480             MOVE 'FY MISMATCH' TO WS-RPT-FLAG-OUT
007490             ADD 1 TO WS-WRONG-FY-COUNT
007500             ADD 1 TO WS-EXCEPTION-COUNT
007510             GO TO 3200-FORMAT-FIGURES-EXIT
007520         END-IF
007530         IF WS-DT-NO-BUDGET (WS-PRINT-IX)
007540             IF WS-LN-ACT-HC > ZERO
007550                 MOVE 'NO BUDGET' TO WS-RPT-FLAG-OUT
007560                 ADD 1 TO WS-NO-BUDGET-COUNT
007570                 ADD 1 TO WS-EXCEPTION-COUNT
007580             END-IF
007590             GO TO 3200-FORMAT-FIGURES-EXIT
007600         END-IF
007610     END-IF
007620     IF WS-LN-VAR-HC > ZERO
007630         IF WS-LN-VAR-SAL > ZERO
007640             MOVE 'OVER HC+SAL' TO WS-RPT-FLAG-OUT
007650         ELSE
007660             MOVE 'OVER HC' TO WS-RPT-FLAG-OUT
007670         END-IF
007680     ELSE
007690         IF WS-LN-VAR-SAL > ZERO
007700             MOVE 'OVER SALARY' TO WS-RPT-FLAG-OUT
007710         END-IF
007720     END-IF
007730     IF LINE-IS-DEPT
007740         IF WS-LN-VAR-HC > ZERO
007750             ADD 1 TO WS-OVER-HC-COUNT
007760         END-IF
007770         IF WS-LN-VAR-SAL > ZERO
007780             ADD 1 TO WS-OVER-SAL-COUNT
007790         END-IF
007800         IF WS-LN-VAR-HC > ZERO
007810             OR WS-LN-VAR-SAL > ZERO
007820             ADD 1 TO WS-EXCEPTION-COUNT
007830         END-IF
007840     END-IF.
007850 3200-FORMAT-FIGURES-EXIT.
007860     EXIT.
007870
007880*****************************************************************
007890*  3300-WRITE-GROUP-ROLLUP                                      *
007900*  THE ADMINISTERING DEPARTMENT'S TOTALS, FOLLOWED BY A SPACE.  *
007910*****************************************************************
007920 3300-WRITE-GROUP-ROLLUP.
007930     MOVE WS-GRP-BUD-HC TO WS-LN-BUD-HC
007940     MOVE WS-GRP-ACT-HC TO WS-LN-ACT-HC
007950     MOVE WS-GRP-BUD-SAL TO WS-LN-BUD-SAL
007960     MOVE WS-GRP-ACT-SAL TO WS-LN-ACT-SAL
007970     SET LINE-IS-ROLLUP TO TRUE
007980     PERFORM 3200-FORMAT-FIGURES
007990         THRU 3200-FORMAT-FIGURES-EXIT
008000     MOVE WS-BREAK-ADMR TO WS-RPT-DEPT-OUT
008010     MOVE '** ADMRDEPT ROLLUP **' TO WS-RPT-NAME-OUT
008020     WRITE RPT-RECORD FROM WS-RPT-DETAIL
008030     ADD 1 TO WS-LINE-COUNT.
008040 3300-WRITE-GROUP-ROLLUP-EXIT.
008050     EXIT.
008060
008070 3400-WRITE-PAGE-HEADINGS.
008080     ADD 1 TO WS-PAGE-COUNT
008090     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
008100     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
008110     MOVE WS-FISCAL-YEAR TO WS-RPT-FY-OUT
008120     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
008130     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
008140     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
008150     MOVE ZERO TO WS-LINE-COUNT.
008160 3400-WRITE-PAGE-HEADINGS-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200*  3500-WRITE-TOTALS - EXCEPTION COUNTS CLOSE THE REPORT        *
008210*****************************************************************
008220 3500-WRITE-TOTALS.
008230     IF WS-EXCEPTION-COUNT > ZERO
008240         PERFORM 4100-RAISE-WARNING-RC
008250             THRU 4100-RAISE-WARNING-RC-EXIT
008260     END-IF
008270     MOVE SPACES TO RPT-RECORD
008280     WRITE RPT-RECORD
008290     MOVE 'DEPARTMENTS LISTED: ' TO WS-RPT-TOTAL-LABEL
008300     MOVE WS-DEPT-LISTED-COUNT TO WS-RPT-TOTAL-OUT
008310     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008320     MOVE 'OVER HEADCOUNT    : ' TO WS-RPT-TOTAL-LABEL
008330     MOVE WS-OVER-HC-COUNT TO WS-RPT-TOTAL-OUT
008340     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008350     MOVE 'OVER SALARY       : ' TO WS-RPT-TOTAL-LABEL
008360     MOVE WS-OVER-SAL-COUNT TO WS-RPT-TOTAL-OUT
008370     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008380     MOVE 'STAFFED, NO BUDGET: ' TO WS-RPT-TOTAL-LABEL
008390     MOVE WS-NO-BUDGET-COUNT TO WS-RPT-TOTAL-OUT
008400     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008410     MOVE 'BUDGET FY MISMATCH: ' TO WS-RPT-TOTAL-LABEL
008420     MOVE WS-WRONG-FY-COUNT TO WS-RPT-TOTAL-OUT
008430     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008440     MOVE 'NOT ON DEPARTMENT : ' TO WS-RPT-TOTAL-LABEL
008450     MOVE WS-NOT-ON-DEPT-COUNT TO WS-RPT-TOTAL-OUT
008460     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008470     MOVE 'EXTRACT SKIPPED   : ' TO WS-RPT-TOTAL-LABEL
008480     MOVE WS-EXTRACT-SKIP-COUNT TO WS-RPT-TOTAL-OUT
008490     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008500     DISPLAY 'BUDGVAR  - DEPARTMENTS LISTED : '
008510         WS-DEPT-LISTED-COUNT
008520     DISPLAY 'BUDGVAR  - DEPARTMENTS FLAGGED: '
008530         WS-EXCEPTION-COUNT.
008540 3500-WRITE-TOTALS-EXIT.
008550     EXIT.
008560
008570 4100-RAISE-WARNING-RC.
008580     IF WS-RETURN-CODE < 4
008590         MOVE 4 TO WS-RETURN-CODE
008600     END-IF.
008610 4100-RAISE-WARNING-RC-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
008660*****************************************************************
008670 8000-TERMINATE.
008680     PERFORM 8100-CLOSE-FILES
008690         THRU 8100-CLOSE-FILES-EXIT
008700     IF WS-EXTRACT-SKIP-COUNT > ZERO
008710         DISPLAY 'BUDGVAR  - EXTRACT RECORDS SKIPPED: '
008720             WS-EXTRACT-SKIP-COUNT
008730     END-IF.
008740 8000-TERMINATE-EXIT.
008750     EXIT.
008760
008770 8100-CLOSE-FILES.
008780     CLOSE EXTRACT-FILE
008790     CLOSE BUDGET-FILE
008800     CLOSE RPT-FILE.
008810 8100-CLOSE-FILES-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850*  9000-WRITE-RUN-STATISTICS                                    *
008860*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
008870*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
008880*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN RUN.            *
008890*****************************************************************
008900 9000-WRITE-RUN-STATISTICS.
008910     OPEN EXTEND STATS-FILE
008920     IF WS-STAT-STATUS = '05' OR '35'
008930         OPEN OUTPUT STATS-FILE
008940     END-IF
008950     IF WS-STAT-STATUS NOT = '00'
008960         DISPLAY 'BUDGVAR  - UNABLE TO OPEN RUNSTATS, STATUS='
008970             WS-STAT-STATUS
008980         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
008990     END-IF
009000     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
009010     ACCEPT WS-END-TIME FROM TIME
009020     MOVE SPACES TO RUN-STAT-RECORD
009030     MOVE 'BUDGVAR ' TO RST-PROGRAM
009040     MOVE WS-RUN-DATE TO RST-START-DATE
009050     MOVE WS-RUN-TIME TO RST-START-TIME
009060     MOVE WS-END-DATE TO RST-END-DATE
009070     MOVE WS-END-TIME TO RST-END-TIME
009080     MOVE WS-EXTRACT-READ-COUNT TO RST-READ-COUNT
009090     MOVE WS-DEPT-LISTED-COUNT TO RST-WRITTEN-COUNT
009100     MOVE WS-EXCEPTION-COUNT TO RST-REJECT-COUNT
009110     IF WS-RETURN-CODE < ZERO
009120         MOVE ZERO TO RST-RETURN-CODE
009130     ELSE
009140         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
009150     END-IF
009160     WRITE RUN-STAT-RECORD
009170     CLOSE STATS-FILE.
009180 9000-WRITE-RUN-STATISTICS-EXIT.
009190     EXIT.
