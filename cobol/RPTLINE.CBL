000010*****************************************************************
000020*  RPTLINE                                                      *
000030*                                                               *
000040*  EMPLOYEE REPORTING-LINE FEED.  BUILDS THE NIGHTLY RPTLOUT    *
000050*  FILE (RPTLREC LAYOUT) FOR THE IDENTITY-MANAGEMENT AND        *
000060*  EXPENSE-APPROVAL SYSTEMS - FOR EVERY EMPLOYEE ON THE         *
000070*  EXTRACT, THE MANAGER, THE SECOND-LEVEL MANAGER, THE          *
000080*  DEPARTMENT AND THE LEVEL IN THE ORGANIZATION - AND LISTS     *
000090*  THE REPORTING-LINE EXCEPTIONS ON RPTLRPT.                    *
000100*                                                               *
000110*  THE DEPARTMENT TABLE IS READ FROM DB2 FOR MGRNO AND THE      *
000120*  ADMRDEPT CHAIN; THE EMPLOYEES COME FROM THE NIGHTLY EXTRACT  *
000130*  (EMPOUT LAYOUT) SO NO EMPLOYEE ROWS ARE RE-QUERIED.  THE     *
000140*  EXTRACT IS READ TWICE: THE FIRST PASS PROVES WHICH MGRNO     *
000150*  VALUES ARE ON EMPLOYEE, THE SECOND WRITES THE FEED.  A MGRNO *
000160*  NOT ON THE EXTRACT IS LOOKED UP ON FORMEMP TO TELL A FORMER  *
000170*  EMPLOYEE FROM AN EMPNO THAT NEVER EXISTED.                   *
000180*                                                               *
000190*  EACH DEPARTMENT'S CHAIN IS RESOLVED ONCE: WALKING UP         *
000200*  ADMRDEPT FROM THE DEPARTMENT, EVERY USABLE MGRNO THAT        *
000210*  DIFFERS FROM THE ONE BELOW IT IS THE NEXT MANAGER UP.  A     *
000220*  DEPARTMENT WHOSE MGRNO IS BLANK, NOT ON EMPLOYEE OR A FORMER *
000230*  EMPLOYEE IS PASSED OVER, SO ITS STAFF ROLL UP TO THE NEXT    *
000240*  MANAGER ABOVE IT.  AN EMPLOYEE REPORTS TO THE FIRST MANAGER  *
000250*  ON THE CHAIN; THE MANAGER OF THE DEPARTMENT REPORTS TO THE   *
000260*  SECOND, WHICH IS THE ADMRDEPT MANAGER.                       *
000270*                                                               *
000280*  THE EXCEPTION REPORT LISTS DEPARTMENTS WHOSE MGRNO IS        *
000290*  BLANK, NOT ON EMPLOYEE OR A FORMER EMPLOYEE; MANAGERS WITH   *
000300*  MORE DIRECT REPORTS THAN THE SPAN LIMIT; AND ANY LOOP - AN   *
000310*  ADMRDEPT CHAIN THAT NEVER REACHES A ROOT, A MANAGER WHO      *
000320*  RECURS ABOVE THEMSELVES IN A CHAIN, OR AN ADMRDEPT NOT ON    *
000330*  DEPARTMENT.  ANY EXCEPTION, OR ANY EMPLOYEE LEFT WITH NO     *
000340*  MANAGER, GIVES RETURN CODE 4; AN OPEN, READ OR DB2 FAILURE   *
000350*  GIVES 16 AND THE FEED HAS NO TRAILER.                        *
000360*                                                               *
000370*  PARM POS 01-03 IS THE SPAN-OF-CONTROL LIMIT (MOST DIRECT     *
000380*  REPORTS ALLOWED), DEFAULTING TO 15.                          *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    RPTLINE.
000420 AUTHOR.        R HENSLEY.
000430 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000440 DATE-WRITTEN.  10/15/2026.
000450 DATE-COMPILED.
000460*****************************************************************
000470*  MODIFICATION HISTORY                                         *
000480*  DATE       INIT  DESCRIPTION                                 *
000490*  10/15/2026 RH    ORIGINAL PROGRAM - REPORTING-LINE FEED AND  *
000500*                   SPAN-OF-CONTROL / MANAGER EXCEPTION REPORT. *
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-ZSERIES.
000550 OBJECT-COMPUTER.  IBM-ZSERIES.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT EXTRACT-FILE
000590         ASSIGN TO OUTEMP
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-EXTRACT-STATUS.
000620
000630     SELECT FORMER-FILE
000640         ASSIGN TO FORMEMP
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS FRM-KEY
000680         FILE STATUS IS WS-FORM-STATUS.
000690
000700     SELECT FEED-FILE
000710         ASSIGN TO RPTLOUT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FEED-STATUS.
000740
000750     SELECT RPT-FILE
000760         ASSIGN TO RPTLRPT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.
000790
000800     SELECT STATS-FILE
000810         ASSIGN TO RUNSTATS
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-STAT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  EXTRACT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY EMPOUT.
000910
000920 FD  FORMER-FILE.
000930 COPY FORMREC.
000940
000950 FD  FEED-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY RPTLREC.
000990
001000 FD  RPT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  RPT-RECORD                  PIC X(132).
001040
001050 FD  STATS-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY RUNSTAT.
001090
001100 WORKING-STORAGE SECTION.
001110 EXEC SQL
001120     INCLUDE SQLCA
001130 END-EXEC.
001140
001150 EXEC SQL BEGIN DECLARE SECTION
001160 END-EXEC.
001170 01  WS-LOAD-DEPTNO              PIC X(03).
001180 01  WS-LOAD-DEPTNAME            PIC X(36).
001190 01  WS-LOAD-MGRNO               PIC X(06).
001200 01  WS-LOAD-ADMRDEPT            PIC X(03).
001210 EXEC SQL END DECLARE SECTION
001220 END-EXEC.
001230
001240*****************************************************************
001250*  FILE STATUS SWITCHES                                         *
001260*****************************************************************
001270 01  WS-FILE-STATUSES.
001280     05  WS-EXTRACT-STATUS           PIC X(02).
001290     05  WS-FORM-STATUS              PIC X(02).
001300     05  WS-FEED-STATUS              PIC X(02).
001310     05  WS-RPT-STATUS               PIC X(02).
001320     05  WS-STAT-STATUS              PIC X(02).
001330
001340 01  WS-IDENTIFICATION.
001350     05  WS-RUN-DATE                 PIC X(08).
001360     05  WS-RUN-TIME                 PIC X(08).
001370     05  WS-END-DATE                 PIC X(08).
001380     05  WS-END-TIME                 PIC X(08).
001390
001400*****************************************************************
001410*  PROGRAM SWITCHES                                             *
001420*****************************************************************
001430 01  WS-SWITCHES.
001440     05  WS-EXTRACT-EOF-SW           PIC X(01)  VALUE 'N'.
001450         88  EXTRACT-EOF                 VALUE 'Y'.
001460     05  WS-CURSOR-EOF-SW            PIC X(01)  VALUE 'N'.
001470         88  CURSOR-EOF                  VALUE 'Y'.
001480     05  WS-FORMER-OPEN-SW           PIC X(01)  VALUE 'N'.
001490         88  FORMER-OPEN                 VALUE 'Y'.
001500     05  WS-FORMER-END-SW            PIC X(01)  VALUE 'N'.
001510         88  FORMER-END                  VALUE 'Y'.
001520     05  WS-DEPT-FOUND-SW            PIC X(01)  VALUE 'N'.
001530         88  DEPT-FOUND                  VALUE 'Y'.
001540         88  DEPT-NOT-FOUND              VALUE 'N'.
001550     05  WS-MGR-FOUND-SW             PIC X(01)  VALUE 'N'.
001560         88  MGR-FOUND                   VALUE 'Y'.
001570         88  MGR-NOT-FOUND               VALUE 'N'.
001580     05  WS-SEEN-FOUND-SW            PIC X(01)  VALUE 'N'.
001590         88  SEEN-FOUND                  VALUE 'Y'.
001600         88  SEEN-NOT-FOUND              VALUE 'N'.
001610     05  WS-WALK-SW                  PIC X(01)  VALUE 'E'.
001620         88  WALK-GOING                  VALUE 'G'.
001630         88  WALK-ENDED                  VALUE 'E'.
001640     05  WS-CHAIN-RESULT-SW          PIC X(01)  VALUE 'O'.
001650         88  CHAIN-OK                    VALUE 'O'.
001660         88  CHAIN-MGR-LOOP              VALUE 'M'.
001670         88  CHAIN-ADMR-LOOP             VALUE 'A'.
001680         88  CHAIN-ADMR-MISSING          VALUE 'X'.
001690
001700*****************************************************************
001710*  STANDALONE COUNTERS                                          *
001720*****************************************************************
001730 77  WS-EXTRACT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
001740 77  WS-PASS1-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
001750 77  WS-FEED-DETAIL-COUNT           PIC 9(07)   COMP VALUE ZERO.
001760 77  WS-TOP-OF-ORG-COUNT            PIC 9(07)   COMP VALUE ZERO.
001770 77  WS-UNRESOLVED-COUNT            PIC 9(07)   COMP VALUE ZERO.
001780 77  WS-MGR-BLANK-COUNT             PIC 9(07)   COMP VALUE ZERO.
001790 77  WS-MGR-NOT-EMP-COUNT           PIC 9(07)   COMP VALUE ZERO.
001800 77  WS-MGR-FORMER-COUNT            PIC 9(07)   COMP VALUE ZERO.
001810 77  WS-OVER-SPAN-COUNT             PIC 9(07)   COMP VALUE ZERO.
001820 77  WS-LOOP-COUNT                  PIC 9(07)   COMP VALUE ZERO.
001830 77  WS-EXCEPTION-COUNT             PIC 9(07)   COMP VALUE ZERO.
001840 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001850 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001860 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 50.
001870 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001880
001890*****************************************************************
001900*  SPAN-OF-CONTROL LIMIT - PARM OR THE DEFAULT                  *
001910*****************************************************************
001920 01  WS-SPAN-LIMIT                   PIC 9(03)  VALUE 15.
001930
001940*****************************************************************
001950*  DEPARTMENT WORK TABLE, LOADED IN DEPTNO ORDER.  THE MANAGER  *
001960*  STATUS IS SET ONCE THE EXTRACT HAS BEEN READ; HEAD, UP1 AND  *
001970*  UP2 ARE THE FIRST THREE MANAGERS ON THE DEPARTMENT'S CHAIN   *
001980*  AND HEAD-LEVEL IS THE HEAD'S LEVEL IN THE ORGANIZATION (THE  *
001990*  NUMBER OF MANAGERS ON THE WHOLE CHAIN).  CHAIN-AT NAMES THE  *
002000*  EMPNO OR DEPTNO WHERE A BAD CHAIN WAS DETECTED.              *
002010*****************************************************************
002020 01  WS-DEPT-TABLE.
002030     05  WS-DT-ENTRY OCCURS 150 TIMES
002040             INDEXED BY DT-IX.
002050         10  WS-DT-DEPTNO            PIC X(03).
002060         10  WS-DT-DEPTNAME          PIC X(36).
002070         10  WS-DT-MGRNO             PIC X(06).
002080         10  WS-DT-ADMRDEPT          PIC X(03).
002090         10  WS-DT-MGR-SW            PIC X(01).
002100             88  WS-DT-MGR-VALID         VALUE 'V'.
002110             88  WS-DT-MGR-NOT-ON-EMP    VALUE 'N'.
002120             88  WS-DT-MGR-FORMER        VALUE 'F'.
002130             88  WS-DT-MGR-BLANK         VALUE 'B'.
002140         10  WS-DT-TERM-DATE         PIC X(10).
002150         10  WS-DT-CHAIN-SW          PIC X(01).
002160             88  WS-DT-CHAIN-OK          VALUE 'O'.
002170             88  WS-DT-MGR-LOOP          VALUE 'M'.
002180             88  WS-DT-ADMR-LOOP         VALUE 'A'.
002190             88  WS-DT-ADMR-MISSING      VALUE 'X'.
002200         10  WS-DT-CHAIN-AT          PIC X(06).
002210         10  WS-DT-HEAD              PIC X(06).
002220         10  WS-DT-UP1               PIC X(06).
002230         10  WS-DT-UP2               PIC X(06).
002240         10  WS-DT-HEAD-LEVEL        PIC 9(03)      COMP.
002250 77  WS-DEPT-TABLE-COUNT            PIC 9(03)   COMP VALUE ZERO.
002260 77  WS-RES-IX                      PIC 9(03)   COMP VALUE ZERO.
002270 77  WS-WALK-IX                     PIC 9(03)   COMP VALUE ZERO.
002280 77  WS-EMP-DEPT-IX                 PIC 9(03)   COMP VALUE ZERO.
002290 77  WS-LIST-DEPT-IX                PIC 9(03)   COMP VALUE ZERO.
002300 77  WS-PRINT-IX                    PIC 9(03)   COMP VALUE ZERO.
002310 01  WS-FIND-DEPT                    PIC X(03).
002320
002330*****************************************************************
002340*  MANAGER WORK TABLE - ONE ENTRY PER DISTINCT MGRNO, CLAIMED   *
002350*  AS THE DEPARTMENTS LOAD, SO IT CAN NEVER OUTGROW THE         *
002360*  DEPARTMENT TABLE.  DEPT-IX IS THE FIRST DEPARTMENT THE       *
002370*  EMPNO MANAGES; LOOP-DEPT-IX IS THE MANAGER'S OWN WORKDEPT    *
002380*  WHEN THEY RECUR ABOVE THEMSELVES IN ITS CHAIN.               *
002390*****************************************************************
002400 01  WS-MGR-TABLE.
002410     05  WS-MT-ENTRY OCCURS 150 TIMES
002420             INDEXED BY MT-IX.
002430         10  WS-MT-EMPNO             PIC X(06).
002440         10  WS-MT-STATUS-SW         PIC X(01).
002450             88  WS-MT-VALID             VALUE 'V'.
002460             88  WS-MT-NOT-ON-EMP        VALUE 'N'.
002470             88  WS-MT-FORMER            VALUE 'F'.
002480         10  WS-MT-TERM-DATE         PIC X(10).
002490         10  WS-MT-DEPT-IX           PIC 9(03)      COMP.
002500         10  WS-MT-DIRECT-COUNT      PIC 9(07)      COMP-3.
002510         10  WS-MT-LOOP-SW           PIC X(01).
002520             88  WS-MT-IN-LOOP           VALUE 'Y'.
002530             88  WS-MT-NOT-IN-LOOP       VALUE 'N'.
002540         10  WS-MT-LOOP-DEPT-IX      PIC 9(03)      COMP.
002550 77  WS-MGR-TABLE-COUNT             PIC 9(03)   COMP VALUE ZERO.
002560 77  WS-MGR-IX                      PIC 9(03)   COMP VALUE ZERO.
002570 01  WS-FIND-EMPNO                   PIC X(06).
002580
002590*****************************************************************
002600*  CHAIN WALK - THE DISTINCT MANAGERS MET SO FAR, LOWEST FIRST. *
002610*  A CHAIN VISITS EACH DEPARTMENT AT MOST ONCE BEFORE A LOOP IS *
002620*  CALLED, SO IT CANNOT HOLD MORE MANAGERS THAN THE TABLE HAS   *
002630*  DEPARTMENTS.                                                 *
002640*****************************************************************
002650 01  WS-CHAIN-WORK.
002660     05  WS-SEEN-EMPNO               PIC X(06)
002670             OCCURS 150 TIMES.
002680 77  WS-SEEN-COUNT                  PIC 9(03)   COMP VALUE ZERO.
002690 77  WS-SEEN-IX                     PIC 9(03)   COMP VALUE ZERO.
002700 77  WS-CHAIN-STEPS                 PIC 9(03)   COMP VALUE ZERO.
002710 01  WS-CHAIN-AT                     PIC X(06).
002720 01  WS-CHECK-EMPNO                  PIC X(06).
002730
002740*****************************************************************
002750*  REPORT HEADING, DETAIL AND TOTAL LINES                       *
002760*****************************************************************
002770 01  WS-RPT-HEADING-1.
002780     05  FILLER                      PIC X(10)  VALUE SPACES.
002790     05  FILLER                      PIC X(50)
002800         VALUE 'EMPLOYEE REPORTING-LINE EXCEPTIONS'.
002810     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002820     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
002830     05  FILLER                      PIC X(63)  VALUE SPACES.
002840
002850 01  WS-RPT-HEADING-2.
002860     05  FILLER                      PIC X(10)  VALUE SPACES.
002870     05  FILLER                      PIC X(14)
002880         VALUE 'RUN DATE    : '.
002890     05  WS-RPT-DATE-OUT             PIC X(08).
002900     05  FILLER                      PIC X(05)  VALUE SPACES.
002910     05  FILLER                      PIC X(14)
002920         VALUE 'SPAN LIMIT  : '.
002930     05  WS-RPT-LIMIT-OUT            PIC ZZ9.
002940     05  FILLER                      PIC X(78)  VALUE SPACES.
002950
002960 01  WS-RPT-HEADING-3.
002970     05  FILLER                      PIC X(10)  VALUE SPACES.
002980     05  FILLER                      PIC X(25)
002990         VALUE 'EXCEPTION'.
003000     05  FILLER                      PIC X(04)  VALUE 'DEPT'.
003010     05  FILLER                      PIC X(31)
003020         VALUE 'DEPARTMENT NAME'.
003030     05  FILLER                      PIC X(08)  VALUE 'EMPNO'.
003040     05  FILLER                      PIC X(50)  VALUE 'DETAIL'.
003050     05  FILLER                      PIC X(04)  VALUE SPACES.
003060
003070 01  WS-RPT-DETAIL.
003080     05  FILLER                      PIC X(10)  VALUE SPACES.
003090     05  WS-RPT-TYPE-OUT             PIC X(25).
003100     05  WS-RPT-DEPT-OUT             PIC X(03).
003110     05  FILLER                      PIC X(01)  VALUE SPACES.
003120     05  WS-RPT-NAME-OUT             PIC X(30).
003130     05  FILLER                      PIC X(01)  VALUE SPACES.
003140     05  WS-RPT-EMPNO-OUT            PIC X(06).
003150     05  FILLER                      PIC X(02)  VALUE SPACES.
003160     05  WS-RPT-DETAIL-OUT           PIC X(50).
003170     05  FILLER                      PIC X(04)  VALUE SPACES.
003180
003190 01  WS-RPT-MESSAGE.
003200     05  FILLER                      PIC X(10)  VALUE SPACES.
003210     05  WS-RPT-MESSAGE-TEXT         PIC X(60).
003220     05  FILLER                      PIC X(62)  VALUE SPACES.
003230
003240 01  WS-RPT-TOTALS.
003250     05  FILLER                      PIC X(10)  VALUE SPACES.
003260     05  WS-RPT-TOTAL-LABEL          PIC X(20).
003270     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
003280     05  FILLER                      PIC X(95)  VALUE SPACES.
003290
003300 01  WS-SPAN-COUNT-OUT               PIC ZZZ9.
003310 01  WS-SPAN-LIMIT-OUT               PIC ZZ9.
003320
003330 LINKAGE SECTION.
003340 01  PARM-AREA.
003350     05  PARM-LENGTH                 PIC S9(04) COMP.
003360     05  PARM-TEXT                   PIC X(80).
003370
003380 PROCEDURE DIVISION USING PARM-AREA.
003390*****************************************************************
003400*  0000-MAINLINE                                                *
003410*****************************************************************
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE
003440         THRU 1000-INITIALIZE-EXIT
003450     IF WS-RETURN-CODE < 16
003460         PERFORM 2000-BUILD-TABLES
003470             THRU 2000-BUILD-TABLES-EXIT
003480     END-IF
003490     IF WS-RETURN-CODE < 16
003500         PERFORM 3000-WRITE-FEED
003510             THRU 3000-WRITE-FEED-EXIT
003520     END-IF
003530     IF WS-RETURN-CODE < 16
003540         PERFORM 5000-PRINT-REPORT
003550             THRU 5000-PRINT-REPORT-EXIT
003560     END-IF
003570     PERFORM 8000-TERMINATE
003580         THRU 8000-TERMINATE-EXIT
003590     PERFORM 9000-WRITE-RUN-STATISTICS
003600         THRU 9000-WRITE-RUN-STATISTICS-EXIT
003610     MOVE WS-RETURN-CODE TO RETURN-CODE
003620     STOP RUN.
003630
003640*****************************************************************
003650*  1000-INITIALIZE - SET THE SPAN LIMIT, OPEN FILES             *
003660*  FORMEMP ONLY SEPARATES FORMER EMPLOYEES FROM UNKNOWN EMPNOS, *
003670*  SO IF IT CANNOT BE OPENED THE RUN CARRIES ON WITH A WARNING  *
003680*  AND EVERY MISSING MGRNO IS LISTED AS NOT ON EMPLOYEE.        *
003690*****************************************************************
003700 1000-INITIALIZE.
003710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003720     ACCEPT WS-RUN-TIME FROM TIME
003730     MOVE SPACES TO WS-DEPT-TABLE
003740     MOVE SPACES TO WS-MGR-TABLE
003750     IF PARM-LENGTH NOT < 3
003760         IF PARM-TEXT(1:3) NOT NUMERIC
003770             DISPLAY 'RPTLINE  - PARM SPAN LIMIT NOT NNN'
003780             MOVE 16 TO WS-RETURN-CODE
003790             GO TO 1000-INITIALIZE-EXIT
003800         END-IF
003810         MOVE PARM-TEXT(1:3) TO WS-SPAN-LIMIT
003820     END-IF
003830     DISPLAY 'RPTLINE  - SPAN-OF-CONTROL LIMIT: ' WS-SPAN-LIMIT
003840     OPEN INPUT EXTRACT-FILE
003850     IF WS-EXTRACT-STATUS NOT = '00'
003860         DISPLAY 'RPTLINE  - UNABLE TO OPEN OUTEMP, STATUS='
003870             WS-EXTRACT-STATUS
003880         MOVE 16 TO WS-RETURN-CODE
003890     END-IF
003900     OPEN INPUT FORMER-FILE
003910     IF WS-FORM-STATUS = '00'
003920         SET FORMER-OPEN TO TRUE
003930     ELSE
003940         DISPLAY 'RPTLINE  - UNABLE TO OPEN FORMEMP, STATUS='
003950             WS-FORM-STATUS ' - FORMER MANAGERS NOT IDENTIFIED'
003960         PERFORM 4100-RAISE-WARNING-RC
003970             THRU 4100-RAISE-WARNING-RC-EXIT
003980     END-IF
003990     OPEN OUTPUT FEED-FILE
004000     IF WS-FEED-STATUS NOT = '00'
004010         DISPLAY 'RPTLINE  - UNABLE TO OPEN RPTLOUT, STATUS='
004020             WS-FEED-STATUS
004030         MOVE 16 TO WS-RETURN-CODE
004040     END-IF
004050     OPEN OUTPUT RPT-FILE
004060     IF WS-RPT-STATUS NOT = '00'
004070         DISPLAY 'RPTLINE  - UNABLE TO OPEN RPTLRPT, STATUS='
004080             WS-RPT-STATUS
004090         MOVE 16 TO WS-RETURN-CODE
004100     END-IF.
004110 1000-INITIALIZE-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*  2000-BUILD-TABLES                                            *
004160*  DEPARTMENTS AND THEIR MANAGERS, THE FIRST EXTRACT PASS TO    *
004170*  SEE WHICH MANAGERS ARE ON EMPLOYEE, FORMEMP FOR THE REST,    *
004180*  THEN ONE CHAIN RESOLUTION PER DEPARTMENT.                    *
004190*****************************************************************
004200 2000-BUILD-TABLES.
004210     PERFORM 2100-LOAD-DEPARTMENTS
004220         THRU 2100-LOAD-DEPARTMENTS-EXIT
004230     IF WS-RETURN-CODE >= 16
004240         GO TO 2000-BUILD-TABLES-EXIT
004250     END-IF
004260     PERFORM 2210-READ-EXTRACT-RECORD
004270         THRU 2210-READ-EXTRACT-RECORD-EXIT
004280     PERFORM 2200-MARK-MANAGER
004290         THRU 2200-MARK-MANAGER-EXIT
004300         UNTIL EXTRACT-EOF
004310     IF WS-RETURN-CODE >= 16
004320         GO TO 2000-BUILD-TABLES-EXIT
004330     END-IF
004340     MOVE WS-EXTRACT-READ-COUNT TO WS-PASS1-READ-COUNT
004350     PERFORM 2300-CHECK-MANAGER
004360         THRU 2300-CHECK-MANAGER-EXIT
004370         VARYING WS-MGR-IX FROM 1 BY 1
004380         UNTIL WS-MGR-IX > WS-MGR-TABLE-COUNT
004390     PERFORM 2350-SET-DEPT-MANAGER
004400         THRU 2350-SET-DEPT-MANAGER-EXIT
004410         VARYING WS-RES-IX FROM 1 BY 1
004420         UNTIL WS-RES-IX > WS-DEPT-TABLE-COUNT
004430     PERFORM 2400-RESOLVE-DEPT
004440         THRU 2400-RESOLVE-DEPT-EXIT
004450         VARYING WS-RES-IX FROM 1 BY 1
004460         UNTIL WS-RES-IX > WS-DEPT-TABLE-COUNT
004470     DISPLAY 'RPTLINE  - EXTRACT RECORDS READ: '
004480         WS-PASS1-READ-COUNT
004490     DISPLAY 'RPTLINE  - DISTINCT MANAGERS   : '
004500         WS-MGR-TABLE-COUNT.
004510 2000-BUILD-TABLES-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*  2100-LOAD-DEPARTMENTS                                        *
004560*  ONE CURSOR PASS OVER DEPARTMENT.  MGRNO IS NULLABLE, SO IT   *
004570*  COMES THROUGH VALUE(...) AS SPACES.                          *
004580*****************************************************************
004590 2100-LOAD-DEPARTMENTS.
004600     EXEC SQL
004610         DECLARE RLDEPT CURSOR FOR
004620         SELECT DEPTNO, DEPTNAME, VALUE(MGRNO, ' '), ADMRDEPT
004630         FROM DEPARTMENT
004640         ORDER BY DEPTNO
004650     END-EXEC
004660     EXEC SQL
004670         OPEN RLDEPT
004680     END-EXEC
004690     IF SQLCODE NOT = 0
004700         DISPLAY 'RPTLINE  - UNABLE TO OPEN CURSOR, SQLCODE='
004710             SQLCODE
004720         MOVE 16 TO WS-RETURN-CODE
004730         GO TO 2100-LOAD-DEPARTMENTS-EXIT
004740     END-IF
004750     PERFORM 2110-FETCH-DEPT-ROW
004760         THRU 2110-FETCH-DEPT-ROW-EXIT
004770         UNTIL CURSOR-EOF
004780     EXEC SQL
004790         CLOSE RLDEPT
004800     END-EXEC
004810     DISPLAY 'RPTLINE  - DEPARTMENT ROWS LOADED: '
004820         WS-DEPT-TABLE-COUNT.
004830 2100-LOAD-DEPARTMENTS-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*  2110-FETCH-DEPT-ROW                                          *
004880*  A FULL TABLE IS FATAL - EVERY CHAIN THROUGH A MISSING        *
004890*  DEPARTMENT WOULD BE WRONG.                                   *
004900*****************************************************************
004910 2110-FETCH-DEPT-ROW.
004920     EXEC SQL
004930         FETCH RLDEPT
004940         INTO :WS-LOAD-DEPTNO, :WS-LOAD-DEPTNAME,
004950              :WS-LOAD-MGRNO, :WS-LOAD-ADMRDEPT
004960     END-EXEC
004970     IF SQLCODE NOT = 0
004980         SET CURSOR-EOF TO TRUE
004990         IF SQLCODE NOT = 100
005000             DISPLAY 'RPTLINE  - FETCH ERROR, SQLCODE='
005010                 SQLCODE
005020             MOVE 16 TO WS-RETURN-CODE
005030         END-IF
005040         GO TO 2110-FETCH-DEPT-ROW-EXIT
005050     END-IF
005060     IF WS-DEPT-TABLE-COUNT >= 150
005070         DISPLAY 'RPTLINE  - DEPARTMENT TABLE FULL AT 150, '
005080             'DEPT ' WS-LOAD-DEPTNO ' NOT LOADED'
005090         MOVE 16 TO WS-RETURN-CODE
005100         SET CURSOR-EOF TO TRUE
005110         GO TO 2110-FETCH-DEPT-ROW-EXIT
005120     END-IF
005130     ADD 1 TO WS-DEPT-TABLE-COUNT
005140     MOVE WS-LOAD-DEPTNO TO WS-DT-DEPTNO (WS-DEPT-TABLE-COUNT)
005150     MOVE WS-LOAD-DEPTNAME
005160         TO WS-DT-DEPTNAME (WS-DEPT-TABLE-COUNT)
005170     MOVE WS-LOAD-MGRNO TO WS-DT-MGRNO (WS-DEPT-TABLE-COUNT)
005180     MOVE WS-LOAD-ADMRDEPT
005190         TO WS-DT-ADMRDEPT (WS-DEPT-TABLE-COUNT)
005200     SET WS-DT-MGR-BLANK (WS-DEPT-TABLE-COUNT) TO TRUE
005210     MOVE SPACES TO WS-DT-TERM-DATE (WS-DEPT-TABLE-COUNT)
005220     SET WS-DT-CHAIN-OK (WS-DEPT-TABLE-COUNT) TO TRUE
005230     MOVE SPACES TO WS-DT-CHAIN-AT (WS-DEPT-TABLE-COUNT)
005240     MOVE SPACES TO WS-DT-HEAD (WS-DEPT-TABLE-COUNT)
005250     MOVE SPACES TO WS-DT-UP1 (WS-DEPT-TABLE-COUNT)
005260     MOVE SPACES TO WS-DT-UP2 (WS-DEPT-TABLE-COUNT)
005270     MOVE ZERO TO WS-DT-HEAD-LEVEL (WS-DEPT-TABLE-COUNT)
005280     IF WS-LOAD-MGRNO NOT = SPACES
005290         MOVE WS-LOAD-MGRNO TO WS-FIND-EMPNO
005300         PERFORM 2150-CLAIM-MANAGER-ENTRY
005310             THRU 2150-CLAIM-MANAGER-ENTRY-EXIT
005320     END-IF.
005330 2110-FETCH-DEPT-ROW-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*  2150-CLAIM-MANAGER-ENTRY                                     *
005380*  FIND OR CLAIM THE MANAGER TABLE ENTRY FOR WS-FIND-EMPNO.  A  *
005390*  CLAIMED ENTRY STARTS AS NOT ON EMPLOYEE UNTIL THE EXTRACT    *
005400*  PASS FINDS IT, AND REMEMBERS THE DEPARTMENT JUST LOADED.     *
005410*****************************************************************
005420 2150-CLAIM-MANAGER-ENTRY.
005430     SET MT-IX TO 1
005440     SEARCH WS-MT-ENTRY
005450         AT END
005460             DISPLAY 'RPTLINE  - MANAGER TABLE FULL AT 150, '
005470                 'EMPNO ' WS-FIND-EMPNO ' NOT PLACED'
005480             MOVE 16 TO WS-RETURN-CODE
005490         WHEN WS-MT-EMPNO (MT-IX) = WS-FIND-EMPNO
005500             CONTINUE
005510         WHEN WS-MT-EMPNO (MT-IX) = SPACES
005520             MOVE WS-FIND-EMPNO TO WS-MT-EMPNO (MT-IX)
005530             SET WS-MT-NOT-ON-EMP (MT-IX) TO TRUE
005540             MOVE SPACES TO WS-MT-TERM-DATE (MT-IX)
005550             MOVE WS-DEPT-TABLE-COUNT TO WS-MT-DEPT-IX (MT-IX)
005560             MOVE ZERO TO WS-MT-DIRECT-COUNT (MT-IX)
005570             SET WS-MT-NOT-IN-LOOP (MT-IX) TO TRUE
005580             MOVE ZERO TO WS-MT-LOOP-DEPT-IX (MT-IX)
005590             ADD 1 TO WS-MGR-TABLE-COUNT
005600     END-SEARCH.
005610 2150-CLAIM-MANAGER-ENTRY-EXIT.
005620     EXIT.
005630
005640 2160-FIND-MANAGER-ENTRY.
005650     SET MGR-NOT-FOUND TO TRUE
005660     IF WS-FIND-EMPNO = SPACES
005670         GO TO 2160-FIND-MANAGER-ENTRY-EXIT
005680     END-IF
005690     SET MT-IX TO 1
005700     SEARCH WS-MT-ENTRY
005710         AT END
005720             CONTINUE
005730         WHEN WS-MT-EMPNO (MT-IX) = WS-FIND-EMPNO
005740             SET MGR-FOUND TO TRUE
005750         WHEN WS-MT-EMPNO (MT-IX) = SPACES
005760             CONTINUE
005770     END-SEARCH.
005780 2160-FIND-MANAGER-ENTRY-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820*  2200-MARK-MANAGER - FIRST EXTRACT PASS                       *
005830*  AN EMPLOYEE WHO IS SOMEONE'S MGRNO IS A USABLE MANAGER.      *
005840*****************************************************************
005850 2200-MARK-MANAGER.
005860     MOVE EMPOUT-EMPNO TO WS-FIND-EMPNO
005870     PERFORM 2160-FIND-MANAGER-ENTRY
005880         THRU 2160-FIND-MANAGER-ENTRY-EXIT
005890     IF MGR-FOUND
005900         SET WS-MT-VALID (MT-IX) TO TRUE
005910     END-IF
005920     PERFORM 2210-READ-EXTRACT-RECORD
005930         THRU 2210-READ-EXTRACT-RECORD-EXIT.
005940 2200-MARK-MANAGER-EXIT.
005950     EXIT.
005960
005970 2210-READ-EXTRACT-RECORD.
005980     READ EXTRACT-FILE INTO EMPOUT-RECORD
005990     IF WS-EXTRACT-STATUS = '00'
006000         ADD 1 TO WS-EXTRACT-READ-COUNT
006010     ELSE
006020         IF WS-EXTRACT-STATUS NOT = '10'
006030             DISPLAY 'RPTLINE  - OUTEMP READ FAILED, STATUS='
006040                 WS-EXTRACT-STATUS
006050             MOVE 16 TO WS-RETURN-CODE
006060         END-IF
006070         SET EXTRACT-EOF TO TRUE
006080     END-IF.
006090 2210-READ-EXTRACT-RECORD-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130*  2300-CHECK-MANAGER                                           *
006140*  A MGRNO NOT ON THE EXTRACT IS EITHER A FORMER EMPLOYEE       *
006150*  (ON FORMEMP) OR AN EMPNO THAT WAS NEVER ON EMPLOYEE.         *
006160*  FORMEMP IS KEYED BY EMPNO AND TERM DATE, SO THE EMPNO'S      *
006170*  RECORDS ARE BROWSED IN TERM-DATE ORDER AND THE LAST ONE      *
006180*  GIVES THE LATEST TERM DATE.                                  *
006190*****************************************************************
006200 2300-CHECK-MANAGER.
006210     IF WS-MT-VALID (WS-MGR-IX)
006220         OR NOT FORMER-OPEN
006230         GO TO 2300-CHECK-MANAGER-EXIT
006240     END-IF
006250     MOVE WS-MT-EMPNO (WS-MGR-IX) TO FRM-EMPNO
006260     MOVE LOW-VALUES TO FRM-TERM-DATE
006270     START FORMER-FILE
006280         KEY IS NOT LESS THAN FRM-KEY
006290     IF WS-FORM-STATUS = '23'
006300         GO TO 2300-CHECK-MANAGER-EXIT
006310     END-IF
006320     IF WS-FORM-STATUS NOT = '00'
006330         DISPLAY 'RPTLINE  - FORMEMP START FAILED FOR '
006340             WS-MT-EMPNO (WS-MGR-IX) ' STATUS=' WS-FORM-STATUS
006350         PERFORM 4100-RAISE-WARNING-RC
006360             THRU 4100-RAISE-WARNING-RC-EXIT
006370         GO TO 2300-CHECK-MANAGER-EXIT
006380     END-IF
006390     MOVE 'N' TO WS-FORMER-END-SW
006400     PERFORM 2310-READ-FORMER-RECORD
006410         THRU 2310-READ-FORMER-RECORD-EXIT
006420         UNTIL FORMER-END.
006430 2300-CHECK-MANAGER-EXIT.
006440     EXIT.
006450
006460 2310-READ-FORMER-RECORD.
006470     READ FORMER-FILE NEXT RECORD
006480     IF WS-FORM-STATUS = '10'
006490         SET FORMER-END TO TRUE
006500         GO TO 2310-READ-FORMER-RECORD-EXIT
006510     END-IF
006520     IF WS-FORM-STATUS NOT = '00'
006530         DISPLAY 'RPTLINE  - FORMEMP READ FAILED FOR '
006540             WS-MT-EMPNO (WS-MGR-IX) ' STATUS=' WS-FORM-STATUS
006550         PERFORM 4100-RAISE-WARNING-RC
006560             THRU 4100-RAISE-WARNING-RC-EXIT
006570         SET FORMER-END TO TRUE
006580         GO TO 2310-READ-FORMER-RECORD-EXIT
006590     END-IF
006600     IF FRM-EMPNO NOT = WS-MT-EMPNO (WS-MGR-IX)
006610         SET FORMER-END TO TRUE
006620         GO TO 2310-READ-FORMER-RECORD-EXIT
006630     END-IF
006640     SET WS-MT-FORMER (WS-MGR-IX) TO TRUE
006650     MOVE FRM-TERM-DATE TO WS-MT-TERM-DATE (WS-MGR-IX).
006660 2310-READ-FORMER-RECORD-EXIT.
006670     EXIT.
006680
006690 2350-SET-DEPT-MANAGER.
006700     IF WS-DT-MGRNO (WS-RES-IX) = SPACES
006710         GO TO 2350-SET-DEPT-MANAGER-EXIT
006720     END-IF
006730     MOVE WS-DT-MGRNO (WS-RES-IX) TO WS-FIND-EMPNO
006740     PERFORM 2160-FIND-MANAGER-ENTRY
006750         THRU 2160-FIND-MANAGER-ENTRY-EXIT
006760     IF MGR-FOUND
006770         MOVE WS-MT-STATUS-SW (MT-IX) TO WS-DT-MGR-SW (WS-RES-IX)
006780         MOVE WS-MT-TERM-DATE (MT-IX)
006790             TO WS-DT-TERM-DATE (WS-RES-IX)
006800     END-IF.
006810 2350-SET-DEPT-MANAGER-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850*  2400-RESOLVE-DEPT                                            *
006860*  WALK THE DEPARTMENT'S CHAIN AND KEEP ITS FIRST THREE         *
006870*  MANAGERS AND THE CHAIN LENGTH.  A BAD CHAIN KEEPS WHAT WAS   *
006880*  RESOLVED BEFORE THE PROBLEM AND IS FLAGGED FOR THE REPORT.   *
006890*****************************************************************
006900 2400-RESOLVE-DEPT.
006910     MOVE WS-RES-IX TO WS-WALK-IX
006920     PERFORM 2500-WALK-CHAIN
006930         THRU 2500-WALK-CHAIN-EXIT
006940     MOVE WS-CHAIN-RESULT-SW TO WS-DT-CHAIN-SW (WS-RES-IX)
006950     MOVE WS-CHAIN-AT TO WS-DT-CHAIN-AT (WS-RES-IX)
006960     MOVE WS-SEEN-COUNT TO WS-DT-HEAD-LEVEL (WS-RES-IX)
006970     IF WS-SEEN-COUNT > 0
006980         MOVE WS-SEEN-EMPNO (1) TO WS-DT-HEAD (WS-RES-IX)
006990     END-IF
007000     IF WS-SEEN-COUNT > 1
007010         MOVE WS-SEEN-EMPNO (2) TO WS-DT-UP1 (WS-RES-IX)
007020     END-IF
007030     IF WS-SEEN-COUNT > 2
007040         MOVE WS-SEEN-EMPNO (3) TO WS-DT-UP2 (WS-RES-IX)
007050     END-IF.
007060 2400-RESOLVE-DEPT-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*  2500-WALK-CHAIN                                              *
007110*  FROM THE DEPARTMENT AT WS-WALK-IX UP TO A ROOT (A DEPARTMENT *
007120*  THAT ADMINISTERS ITSELF), COLLECTING THE DISTINCT MANAGERS   *
007130*  IN WS-SEEN-EMPNO.  MORE STEPS THAN THERE ARE DEPARTMENTS     *
007140*  MEANS THE ADMRDEPT CHAIN LOOPS.                              *
007150*****************************************************************
007160 2500-WALK-CHAIN.
007170     MOVE ZERO TO WS-SEEN-COUNT
007180     MOVE ZERO TO WS-CHAIN-STEPS
007190     MOVE SPACES TO WS-CHAIN-AT
007200     SET CHAIN-OK TO TRUE
007210     SET WALK-GOING TO TRUE
007220     PERFORM 2510-WALK-STEP
007230         THRU 2510-WALK-STEP-EXIT
007240         UNTIL WALK-ENDED.
007250 2500-WALK-CHAIN-EXIT.
007260     EXIT.
007270
007280 2510-WALK-STEP.
007290     IF WS-DT-MGR-VALID (WS-WALK-IX)
007300         MOVE WS-DT-MGRNO (WS-WALK-IX) TO WS-CHECK-EMPNO
007310         PERFORM 2520-ADD-TO-CHAIN
007320             THRU 2520-ADD-TO-CHAIN-EXIT
007330         IF WALK-ENDED
007340             GO TO 2510-WALK-STEP-EXIT
007350         END-IF
007360     END-IF
007370     IF WS-DT-ADMRDEPT (WS-WALK-IX) = WS-DT-DEPTNO (WS-WALK-IX)
007380         SET WALK-ENDED TO TRUE
007390         GO TO 2510-WALK-STEP-EXIT
007400     END-IF
007410     ADD 1 TO WS-CHAIN-STEPS
007420     IF WS-CHAIN-STEPS >= WS-DEPT-TABLE-COUNT
007430         SET CHAIN-ADMR-LOOP TO TRUE
007440         MOVE WS-DT-DEPTNO (WS-WALK-IX) TO WS-CHAIN-AT
007450         SET WALK-ENDED TO TRUE
007460         GO TO 2510-WALK-STEP-EXIT
007470     END-IF
007480     MOVE WS-DT-ADMRDEPT (WS-WALK-IX) TO WS-FIND-DEPT
007490     PERFORM 2600-FIND-DEPT-ENTRY
007500         THRU 2600-FIND-DEPT-ENTRY-EXIT
007510     IF DEPT-NOT-FOUND
007520         SET CHAIN-ADMR-MISSING TO TRUE
007530         MOVE WS-FIND-DEPT TO WS-CHAIN-AT
007540         SET WALK-ENDED TO TRUE
007550         GO TO 2510-WALK-STEP-EXIT
007560     END-IF
007570     SET WS-WALK-IX TO DT-IX.
007580 2510-WALK-STEP-EXIT.
007590     EXIT.
007600
007610*****************************************************************
007620*  2520-ADD-TO-CHAIN                                            *
007630*  THE SAME MANAGER OVER A DEPARTMENT AND ITS ADMRDEPT IS ONE   *
007640*  LEVEL, NOT TWO.  A MANAGER MET AGAIN FURTHER UP IS A LOOP.   *
007650*****************************************************************
007660 2520-ADD-TO-CHAIN.
007670     IF WS-SEEN-COUNT > ZERO
007680         IF WS-SEEN-EMPNO (WS-SEEN-COUNT) = WS-CHECK-EMPNO
007690             GO TO 2520-ADD-TO-CHAIN-EXIT
007700         END-IF
007710     END-IF
007720     PERFORM 2530-SEARCH-CHAIN
007730         THRU 2530-SEARCH-CHAIN-EXIT
007740     IF SEEN-FOUND
007750         SET CHAIN-MGR-LOOP TO TRUE
007760         MOVE WS-CHECK-EMPNO TO WS-CHAIN-AT
007770         SET WALK-ENDED TO TRUE
007780         GO TO 2520-ADD-TO-CHAIN-EXIT
007790     END-IF
007800     ADD 1 TO WS-SEEN-COUNT
007810     MOVE WS-CHECK-EMPNO TO WS-SEEN-EMPNO (WS-SEEN-COUNT).
007820 2520-ADD-TO-CHAIN-EXIT.
007830     EXIT.
007840
007850 2530-SEARCH-CHAIN.
007860     SET SEEN-NOT-FOUND TO TRUE
007870     PERFORM 2535-CHECK-CHAIN-ENTRY
007880         THRU 2535-CHECK-CHAIN-ENTRY-EXIT
007890         VARYING WS-SEEN-IX FROM 1 BY 1
007900         UNTIL SEEN-FOUND
007910         OR WS-SEEN-IX > WS-SEEN-COUNT.
007920 2530-SEARCH-CHAIN-EXIT.
007930     EXIT.
007940
007950 2535-CHECK-CHAIN-ENTRY.
007960     IF WS-SEEN-EMPNO (WS-SEEN-IX) = WS-CHECK-EMPNO
007970         SET SEEN-FOUND TO TRUE
007980     END-IF.
007990 2535-CHECK-CHAIN-ENTRY-EXIT.
008000     EXIT.
008010
008020*****************************************************************
008030*  2600-FIND-DEPT-ENTRY - LOOK UP WS-FIND-DEPT, NO CLAIMING     *
008040*****************************************************************
008050 2600-FIND-DEPT-ENTRY.
008060     SET DEPT-NOT-FOUND TO TRUE
008070     IF WS-FIND-DEPT = SPACES
008080         GO TO 2600-FIND-DEPT-ENTRY-EXIT
008090     END-IF
008100     SET DT-IX TO 1
008110     SEARCH WS-DT-ENTRY
008120         AT END
008130             CONTINUE
008140         WHEN WS-DT-DEPTNO (DT-IX) = WS-FIND-DEPT
008150             SET DEPT-FOUND TO TRUE
008160         WHEN WS-DT-DEPTNO (DT-IX) = SPACES
008170             CONTINUE
008180     END-SEARCH.
008190 2600-FIND-DEPT-ENTRY-EXIT.
008200     EXIT.
008210
008220*****************************************************************
008230*  3000-WRITE-FEED - SECOND EXTRACT PASS                        *
008240*  HEADER, ONE DETAIL PER EMPLOYEE, TRAILER.  IF THE EXTRACT    *
008250*  NO LONGER HAS THE RECORD COUNT THE FIRST PASS SAW, THE       *
008260*  MANAGER CHECKS DO NOT MATCH THE FEED AND NO TRAILER IS       *
008270*  WRITTEN, SO THE RECEIVERS WILL NOT LOAD IT.                  *
008280*****************************************************************
008290 3000-WRITE-FEED.
008300     CLOSE EXTRACT-FILE
008310     OPEN INPUT EXTRACT-FILE
008320     IF WS-EXTRACT-STATUS NOT = '00'
008330         DISPLAY 'RPTLINE  - UNABLE TO REOPEN OUTEMP, STATUS='
008340             WS-EXTRACT-STATUS
008350         MOVE 16 TO WS-RETURN-CODE
008360         GO TO 3000-WRITE-FEED-EXIT
008370     END-IF
008380     MOVE 'N' TO WS-EXTRACT-EOF-SW
008390     MOVE ZERO TO WS-EXTRACT-READ-COUNT
008400     MOVE SPACES TO RPTLINE-HEADER
008410     MOVE 'H' TO RLH-RECORD-TYPE
008420     MOVE WS-RUN-DATE TO RLH-RUN-DATE
008430     MOVE 'COBOLDB2' TO RLH-SOURCE-SYSTEM
008440     WRITE RPTLINE-HEADER
008450     PERFORM 2210-READ-EXTRACT-RECORD
008460         THRU 2210-READ-EXTRACT-RECORD-EXIT
008470     PERFORM 3100-WRITE-FEED-DETAIL
008480         THRU 3100-WRITE-FEED-DETAIL-EXIT
008490         UNTIL EXTRACT-EOF
008500     IF WS-RETURN-CODE >= 16
008510         GO TO 3000-WRITE-FEED-EXIT
008520     END-IF
008530     IF WS-EXTRACT-READ-COUNT NOT = WS-PASS1-READ-COUNT
008540         DISPLAY 'RPTLINE  - OUTEMP CHANGED DURING THE RUN ('
008550             WS-PASS1-READ-COUNT ' THEN ' WS-EXTRACT-READ-COUNT
008560             ' RECORDS), NO TRAILER WRITTEN'
008570         MOVE 16 TO WS-RETURN-CODE
008580         GO TO 3000-WRITE-FEED-EXIT
008590     END-IF
008600     MOVE SPACES TO RPTLINE-TRAILER
008610     MOVE 'T' TO RLT-RECORD-TYPE
008620     MOVE WS-FEED-DETAIL-COUNT TO RLT-RECORD-COUNT
008630     MOVE WS-UNRESOLVED-COUNT TO RLT-UNRESOLVED-COUNT
008640     WRITE RPTLINE-TRAILER
008650     DISPLAY 'RPTLINE  - FEED DETAIL RECORDS : '
008660         WS-FEED-DETAIL-COUNT
008670     DISPLAY 'RPTLINE  - NO MANAGER RESOLVED : '
008680         WS-UNRESOLVED-COUNT.
008690 3000-WRITE-FEED-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730*  3100-WRITE-FEED-DETAIL                                       *
008740*  THE HEAD OF THE WORKDEPT'S CHAIN REPORTS ONE LEVEL FURTHER   *
008750*  UP THAN EVERYONE ELSE IN IT.  NO HEAD, OR A WORKDEPT NOT ON  *
008760*  DEPARTMENT, LEAVES THE EMPLOYEE UNRESOLVED AT LEVEL 00.      *
008770*  EVERY RESOLVED MANAGER IS CREDITED WITH A DIRECT REPORT.     *
008780*****************************************************************
008790 3100-WRITE-FEED-DETAIL.
008800     MOVE SPACES TO RPTLINE-DETAIL
008810     MOVE 'D' TO RLD-RECORD-TYPE
008820     MOVE EMPOUT-EMPNO TO RLD-EMPNO
008830     MOVE EMPOUT-WORKDEPT TO RLD-WORKDEPT
008840     MOVE ZERO TO RLD-LEVEL
008850     SET RLD-UNRESOLVED TO TRUE
008860     MOVE EMPOUT-WORKDEPT TO WS-FIND-DEPT
008870     PERFORM 2600-FIND-DEPT-ENTRY
008880         THRU 2600-FIND-DEPT-ENTRY-EXIT
008890     IF DEPT-NOT-FOUND
008900         GO TO 3100-WRITE-FEED-DETAIL-WRITE
008910     END-IF
008920     SET WS-EMP-DEPT-IX TO DT-IX
008930     IF WS-DT-HEAD (WS-EMP-DEPT-IX) = SPACES
008940         GO TO 3100-WRITE-FEED-DETAIL-WRITE
008950     END-IF
008960     IF EMPOUT-EMPNO = WS-DT-HEAD (WS-EMP-DEPT-IX)
008970         MOVE WS-DT-UP1 (WS-EMP-DEPT-IX) TO RLD-MGR-EMPNO
008980         MOVE WS-DT-UP2 (WS-EMP-DEPT-IX) TO RLD-MGR2-EMPNO
008990         MOVE WS-DT-HEAD-LEVEL (WS-EMP-DEPT-IX) TO RLD-LEVEL
009000     ELSE
009010         MOVE WS-DT-HEAD (WS-EMP-DEPT-IX) TO RLD-MGR-EMPNO
009020         MOVE WS-DT-UP1 (WS-EMP-DEPT-IX) TO RLD-MGR2-EMPNO
009030         COMPUTE RLD-LEVEL = WS-DT-HEAD-LEVEL (WS-EMP-DEPT-IX) + 1
009040         PERFORM 3150-CHECK-EMPLOYEE-LOOP
009050             THRU 3150-CHECK-EMPLOYEE-LOOP-EXIT
009060     END-IF
009070     IF RLD-MGR-EMPNO = SPACES
009080         SET RLD-TOP-OF-ORG TO TRUE
009090         ADD 1 TO WS-TOP-OF-ORG-COUNT
009100     ELSE
009110         SET RLD-RESOLVED TO TRUE
009120         MOVE RLD-MGR-EMPNO TO WS-FIND-EMPNO
009130         PERFORM 2160-FIND-MANAGER-ENTRY
009140             THRU 2160-FIND-MANAGER-ENTRY-EXIT
009150         IF MGR-FOUND
009160             ADD 1 TO WS-MT-DIRECT-COUNT (MT-IX)
009170         END-IF
009180     END-IF.
009190 3100-WRITE-FEED-DETAIL-WRITE.
009200     IF RLD-UNRESOLVED
009210         ADD 1 TO WS-UNRESOLVED-COUNT
009220     END-IF
009230     WRITE RPTLINE-DETAIL
009240     ADD 1 TO WS-FEED-DETAIL-COUNT
009250     PERFORM 2210-READ-EXTRACT-RECORD
009260         THRU 2210-READ-EXTRACT-RECORD-EXIT.
009270 3100-WRITE-FEED-DETAIL-EXIT.
009280     EXIT.
009290
009300*****************************************************************
009310*  3150-CHECK-EMPLOYEE-LOOP                                     *
009320*  A MANAGER WHO IS NOT THE HEAD OF THEIR OWN WORKDEPT BUT      *
009330*  MANAGES A DEPARTMENT FURTHER UP ITS CHAIN ENDS UP REPORTING  *
009340*  TO THEMSELVES.  ONLY MANAGERS NEED THE CHAIN WALKED AGAIN.   *
009350*****************************************************************
009360 3150-CHECK-EMPLOYEE-LOOP.
009370     MOVE EMPOUT-EMPNO TO WS-FIND-EMPNO
009380     PERFORM 2160-FIND-MANAGER-ENTRY
009390         THRU 2160-FIND-MANAGER-ENTRY-EXIT
009400     IF MGR-NOT-FOUND
009410         GO TO 3150-CHECK-EMPLOYEE-LOOP-EXIT
009420     END-IF
009430     MOVE WS-EMP-DEPT-IX TO WS-WALK-IX
009440     PERFORM 2500-WALK-CHAIN
009450         THRU 2500-WALK-CHAIN-EXIT
009460     MOVE EMPOUT-EMPNO TO WS-CHECK-EMPNO
009470     PERFORM 2530-SEARCH-CHAIN
009480         THRU 2530-SEARCH-CHAIN-EXIT
009490     IF SEEN-FOUND
009500         SET WS-MT-IN-LOOP (MT-IX) TO TRUE
009510         MOVE WS-EMP-DEPT-IX TO WS-MT-LOOP-DEPT-IX (MT-IX)
009520     END-IF.
009530 3150-CHECK-EMPLOYEE-LOOP-EXIT.
009540     EXIT.
009550
009560 4100-RAISE-WARNING-RC.
009570     IF WS-RETURN-CODE < 4
009580         MOVE 4 TO WS-RETURN-CODE
009590     END-IF.
009600 4100-RAISE-WARNING-RC-EXIT.
009610     EXIT.
009620
009630*****************************************************************
009640*  5000-PRINT-REPORT                                            *
009650*  DEPARTMENT MANAGER PROBLEMS, THEN SPAN OF CONTROL, THEN      *
009660*  LOOPS AND BROKEN CHAINS, THEN THE COUNTS.                    *
009670*****************************************************************
009680 5000-PRINT-REPORT.
009690     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
009700     PERFORM 5100-LIST-DEPT-MANAGER
009710         THRU 5100-LIST-DEPT-MANAGER-EXIT
009720         VARYING WS-PRINT-IX FROM 1 BY 1
009730         UNTIL WS-PRINT-IX > WS-DEPT-TABLE-COUNT
009740     PERFORM 5200-LIST-SPAN-OF-CONTROL
009750         THRU 5200-LIST-SPAN-OF-CONTROL-EXIT
009760         VARYING WS-PRINT-IX FROM 1 BY 1
009770         UNTIL WS-PRINT-IX > WS-MGR-TABLE-COUNT
009780     PERFORM 5300-LIST-DEPT-CHAIN
009790         THRU 5300-LIST-DEPT-CHAIN-EXIT
009800         VARYING WS-PRINT-IX FROM 1 BY 1
009810         UNTIL WS-PRINT-IX > WS-DEPT-TABLE-COUNT
009820     PERFORM 5400-LIST-EMPLOYEE-LOOP
009830         THRU 5400-LIST-EMPLOYEE-LOOP-EXIT
009840         VARYING WS-PRINT-IX FROM 1 BY 1
009850         UNTIL WS-PRINT-IX > WS-MGR-TABLE-COUNT
009860     IF WS-EXCEPTION-COUNT = ZERO
009870         PERFORM 5800-WRITE-HEADINGS
009880             THRU 5800-WRITE-HEADINGS-EXIT
009890         MOVE 'NO REPORTING-LINE EXCEPTIONS FOUND'
009900             TO WS-RPT-MESSAGE-TEXT
009910         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
009920     END-IF
009930     PERFORM 5900-WRITE-TOTALS
009940         THRU 5900-WRITE-TOTALS-EXIT.
009950 5000-PRINT-REPORT-EXIT.
009960     EXIT.
009970
009980 5100-LIST-DEPT-MANAGER.
009990     IF WS-DT-MGR-VALID (WS-PRINT-IX)
010000         GO TO 5100-LIST-DEPT-MANAGER-EXIT
010010     END-IF
010020     MOVE WS-PRINT-IX TO WS-LIST-DEPT-IX
010030     MOVE WS-DT-MGRNO (WS-PRINT-IX) TO WS-RPT-EMPNO-OUT
010040     MOVE 'STAFF ROLL UP TO THE ADMRDEPT MANAGER'
010050         TO WS-RPT-DETAIL-OUT
010060     IF WS-DT-MGR-BLANK (WS-PRINT-IX)
010070         MOVE 'MGRNO BLANK' TO WS-RPT-TYPE-OUT
010080         ADD 1 TO WS-MGR-BLANK-COUNT
010090     ELSE
010100         IF WS-DT-MGR-FORMER (WS-PRINT-IX)
010110             MOVE 'MGRNO IS FORMER EMPLOYEE' TO WS-RPT-TYPE-OUT
010120             MOVE SPACES TO WS-RPT-DETAIL-OUT
010130             STRING 'TERMINATED ' DELIMITED BY SIZE
010140                    WS-DT-TERM-DATE (WS-PRINT-IX)
010150                        DELIMITED BY SIZE
010160                    ' - STAFF ROLL UP TO ADMRDEPT'
010170                        DELIMITED BY SIZE
010180                 INTO WS-RPT-DETAIL-OUT
010190             END-STRING
010200             ADD 1 TO WS-MGR-FORMER-COUNT
010210         ELSE
010220             MOVE 'MGRNO NOT ON EMPLOYEE' TO WS-RPT-TYPE-OUT
010230             ADD 1 TO WS-MGR-NOT-EMP-COUNT
010240         END-IF
010250     END-IF
010260     PERFORM 5700-WRITE-EXCEPTION-LINE
010270         THRU 5700-WRITE-EXCEPTION-LINE-EXIT.
010280 5100-LIST-DEPT-MANAGER-EXIT.
010290     EXIT.
010300
010310*****************************************************************
010320*  5200-LIST-SPAN-OF-CONTROL                                    *
010330*  DIRECT REPORTS INCLUDE THE HEADS OF DEPARTMENTS THAT ROLL    *
010340*  UP TO THE MANAGER.  THE DEPARTMENT SHOWN IS THE FIRST ONE    *
010350*  THE MANAGER RUNS.                                            *
010360*****************************************************************
010370 5200-LIST-SPAN-OF-CONTROL.
010380     IF WS-MT-DIRECT-COUNT (WS-PRINT-IX) NOT > WS-SPAN-LIMIT
010390         GO TO 5200-LIST-SPAN-OF-CONTROL-EXIT
010400     END-IF
010410     MOVE WS-MT-DEPT-IX (WS-PRINT-IX) TO WS-LIST-DEPT-IX
010420     MOVE WS-MT-EMPNO (WS-PRINT-IX) TO WS-RPT-EMPNO-OUT
010430     MOVE 'SPAN OF CONTROL' TO WS-RPT-TYPE-OUT
010440     MOVE WS-MT-DIRECT-COUNT (WS-PRINT-IX) TO WS-SPAN-COUNT-OUT
010450     MOVE WS-SPAN-LIMIT TO WS-SPAN-LIMIT-OUT
010460     MOVE SPACES TO WS-RPT-DETAIL-OUT
010470     STRING 'DIRECT REPORTS' DELIMITED BY SIZE
010480            WS-SPAN-COUNT-OUT DELIMITED BY SIZE
010490            ' OVER LIMIT OF ' DELIMITED BY SIZE
010500            WS-SPAN-LIMIT-OUT DELIMITED BY SIZE
010510         INTO WS-RPT-DETAIL-OUT
010520     END-STRING
010530     ADD 1 TO WS-OVER-SPAN-COUNT
010540     PERFORM 5700-WRITE-EXCEPTION-LINE
010550         THRU 5700-WRITE-EXCEPTION-LINE-EXIT.
010560 5200-LIST-SPAN-OF-CONTROL-EXIT.
010570     EXIT.
010580
010590*****************************************************************
010600*  5300-LIST-DEPT-CHAIN                                         *
010610*  ONE LINE PER DEPARTMENT WHOSE CHAIN IS BAD - EVERY           *
010620*  DEPARTMENT UNDER A LOOP IS AFFECTED, SO EACH IS LISTED.      *
010630*****************************************************************
010640 5300-LIST-DEPT-CHAIN.
010650     IF WS-DT-CHAIN-OK (WS-PRINT-IX)
010660         GO TO 5300-LIST-DEPT-CHAIN-EXIT
010670     END-IF
010680     MOVE WS-PRINT-IX TO WS-LIST-DEPT-IX
010690     MOVE SPACES TO WS-RPT-EMPNO-OUT
010700     MOVE SPACES TO WS-RPT-DETAIL-OUT
010710     IF WS-DT-MGR-LOOP (WS-PRINT-IX)
010720         MOVE 'MANAGER LOOP' TO WS-RPT-TYPE-OUT
010730         MOVE WS-DT-CHAIN-AT (WS-PRINT-IX) TO WS-RPT-EMPNO-OUT
010740         MOVE 'MANAGER RECURS FURTHER UP THE ADMRDEPT CHAIN'
010750             TO WS-RPT-DETAIL-OUT
010760     ELSE
010770         IF WS-DT-ADMR-LOOP (WS-PRINT-IX)
010780             MOVE 'ADMRDEPT LOOP' TO WS-RPT-TYPE-OUT
010790             STRING 'NO ROOT DEPARTMENT REACHED - LOOPS AT '
010800                        DELIMITED BY SIZE
010810                    WS-DT-CHAIN-AT (WS-PRINT-IX) (1:3)
010820                        DELIMITED BY SIZE
010830                 INTO WS-RPT-DETAIL-OUT
010840             END-STRING
010850         ELSE
010860             MOVE 'ADMRDEPT NOT ON DEPT' TO WS-RPT-TYPE-OUT
010870             STRING 'ADMRDEPT ' DELIMITED BY SIZE
010880                    WS-DT-CHAIN-AT (WS-PRINT-IX) (1:3)
010890                        DELIMITED BY SIZE
010900                    ' IS NOT ON DEPARTMENT' DELIMITED BY SIZE
010910                 INTO WS-RPT-DETAIL-OUT
010920             END-STRING
010930         END-IF
010940     END-IF
010950     ADD 1 TO WS-LOOP-COUNT
010960     PERFORM 5700-WRITE-EXCEPTION-LINE
010970         THRU 5700-WRITE-EXCEPTION-LINE-EXIT.
010980 5300-LIST-DEPT-CHAIN-EXIT.
010990     EXIT.
011000
011010 5400-LIST-EMPLOYEE-LOOP.
011020     IF WS-MT-NOT-IN-LOOP (WS-PRINT-IX)
011030         GO TO 5400-LIST-EMPLOYEE-LOOP-EXIT
011040     END-IF
011050     MOVE WS-MT-LOOP-DEPT-IX (WS-PRINT-IX) TO WS-LIST-DEPT-IX
011060     MOVE WS-MT-EMPNO (WS-PRINT-IX) TO WS-RPT-EMPNO-OUT
011070     MOVE 'MANAGER LOOP' TO WS-RPT-TYPE-OUT
011080     MOVE 'MANAGES A DEPARTMENT ABOVE THEIR OWN WORKDEPT'
011090         TO WS-RPT-DETAIL-OUT
011100     ADD 1 TO WS-LOOP-COUNT
011110     PERFORM 5700-WRITE-EXCEPTION-LINE
011120         THRU 5700-WRITE-EXCEPTION-LINE-EXIT.
011130 5400-LIST-EMPLOYEE-LOOP-EXIT.
011140     EXIT.
011150
011160*****************************************************************
011170*  5700-WRITE-EXCEPTION-LINE - DEPARTMENT FROM WS-LIST-DEPT-IX  *
011180*****************************************************************
011190 5700-WRITE-EXCEPTION-LINE.
011200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011210         PERFORM 5800-WRITE-HEADINGS
011220             THRU 5800-WRITE-HEADINGS-EXIT
011230     END-IF
011240     MOVE WS-DT-DEPTNO (WS-LIST-DEPT-IX) TO WS-RPT-DEPT-OUT
011250     MOVE WS-DT-DEPTNAME (WS-LIST-DEPT-IX) TO WS-RPT-NAME-OUT
011260     WRITE RPT-RECORD FROM WS-RPT-DETAIL
011270     ADD 1 TO WS-LINE-COUNT
011280     ADD 1 TO WS-EXCEPTION-COUNT.
011290 5700-WRITE-EXCEPTION-LINE-EXIT.
011300     EXIT.
011310
011320 5800-WRITE-HEADINGS.
011330     ADD 1 TO WS-PAGE-COUNT
011340     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
011350     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
011360     MOVE WS-SPAN-LIMIT TO WS-RPT-LIMIT-OUT
011370     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
011380     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
011390     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
011400     MOVE ZERO TO WS-LINE-COUNT.
011410 5800-WRITE-HEADINGS-EXIT.
011420     EXIT.
011430
011440*****************************************************************
011450*  5900-WRITE-TOTALS - FEED AND EXCEPTION COUNTS CLOSE THE      *
011460*  REPORT                                                       *
011470*****************************************************************
011480 5900-WRITE-TOTALS.
011490     IF WS-EXCEPTION-COUNT > ZERO
011500         OR WS-UNRESOLVED-COUNT > ZERO
011510         PERFORM 4100-RAISE-WARNING-RC
011520             THRU 4100-RAISE-WARNING-RC-EXIT
011530     END-IF
011540     MOVE SPACES TO RPT-RECORD
011550     WRITE RPT-RECORD
011560     MOVE 'EMPLOYEES ON FEED : ' TO WS-RPT-TOTAL-LABEL
011570     MOVE WS-FEED-DETAIL-COUNT TO WS-RPT-TOTAL-OUT
011580     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011590     MOVE 'TOP OF ORG        : ' TO WS-RPT-TOTAL-LABEL
011600     MOVE WS-TOP-OF-ORG-COUNT TO WS-RPT-TOTAL-OUT
011610     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011620     MOVE 'NO MANAGER FOUND  : ' TO WS-RPT-TOTAL-LABEL
011630     MOVE WS-UNRESOLVED-COUNT TO WS-RPT-TOTAL-OUT
011640     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011650     MOVE 'MGRNO BLANK       : ' TO WS-RPT-TOTAL-LABEL
011660     MOVE WS-MGR-BLANK-COUNT TO WS-RPT-TOTAL-OUT
011670     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011680     MOVE 'MGRNO NOT ON EMP  : ' TO WS-RPT-TOTAL-LABEL
011690     MOVE WS-MGR-NOT-EMP-COUNT TO WS-RPT-TOTAL-OUT
011700     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011710     MOVE 'MGRNO FORMER EMP  : ' TO WS-RPT-TOTAL-LABEL
011720     MOVE WS-MGR-FORMER-COUNT TO WS-RPT-TOTAL-OUT
011730     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011740     MOVE 'OVER SPAN LIMIT   : ' TO WS-RPT-TOTAL-LABEL
011750     MOVE WS-OVER-SPAN-COUNT TO WS-RPT-TOTAL-OUT
011760     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011770     MOVE 'LOOPS / BAD CHAINS: ' TO WS-RPT-TOTAL-LABEL
011780     MOVE WS-LOOP-COUNT TO WS-RPT-TOTAL-OUT
011790     WRITE RPT-RECORD FROM WS-RPT-TOTALS
011800     DISPLAY 'RPTLINE  - EXCEPTIONS LISTED   : '
011810         WS-EXCEPTION-COUNT.
011820 5900-WRITE-TOTALS-EXIT.
011830     EXIT.
011840
011850*****************************************************************
011860*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
011870*****************************************************************
011880 8000-TERMINATE.
011890     PERFORM 8100-CLOSE-FILES
011900         THRU 8100-CLOSE-FILES-EXIT.
011910 8000-TERMINATE-EXIT.
011920     EXIT.
011930
011940 8100-CLOSE-FILES.
011950     CLOSE EXTRACT-FILE
011960     IF FORMER-OPEN
011970         CLOSE FORMER-FILE
011980     END-IF
011990     CLOSE FEED-FILE
012000     CLOSE RPT-FILE.
012010 8100-CLOSE-FILES-EXIT.
012020     EXIT.
012030
012040*****************************************************************
012050*  9000-WRITE-RUN-STATISTICS                                    *
012060*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
012070*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
012080*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN RUN.            *
012090*****************************************************************
012100 9000-WRITE-RUN-STATISTICS.
012110     OPEN EXTEND STATS-FILE
012120     IF WS-STAT-STATUS = '05' OR '35'
012130         OPEN OUTPUT STATS-FILE
012140     END-IF
012150     IF WS-STAT-STATUS NOT = '00'
012160         DISPLAY 'RPTLINE  - UNABLE TO OPEN RUNSTATS, STATUS='
012170             WS-STAT-STATUS
012180         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
012190     END-IF
012200     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
012210     ACCEPT WS-END-TIME FROM TIME
012220     MOVE SPACES TO RUN-STAT-RECORD
012230     MOVE 'RPTLINE ' TO RST-PROGRAM
012240     MOVE WS-RUN-DATE TO RST-START-DATE
012250     MOVE WS-RUN-TIME TO RST-START-TIME
012260     MOVE WS-END-DATE TO RST-END-DATE
012270     MOVE WS-END-TIME TO RST-END-TIME
012280     MOVE WS-EXTRACT-READ-COUNT TO RST-READ-COUNT
012290     MOVE WS-FEED-DETAIL-COUNT TO RST-WRITTEN-COUNT
012300     MOVE WS-EXCEPTION-COUNT TO RST-REJECT-COUNT
012310     IF WS-RETURN-CODE < ZERO
012320         MOVE ZERO TO RST-RETURN-CODE
012330     ELSE
012340         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
012350     END-IF
012360     WRITE RUN-STAT-RECORD
012370     CLOSE STATS-FILE.
012380 9000-WRITE-RUN-STATISTICS-EXIT.
012390     EXIT.
