000010*****************************************************************
000020*  FORMRPT                                                      *
000030*                                                               *
000040*  FORMER-EMPLOYEE REPORT OVER THE PERMANENT FORMER-EMPLOYEE    *
000050*  MASTER (FORMREC LAYOUT) THAT THE COBOLDB2 MODE 4             *
000060*  TERMINATION PATH FILES.                                      *
000070*                                                               *
000080*  A ONE-RECORD PARAMETER FILE (FRMPARM LAYOUT) NAMES AN        *
000090*  OPTIONAL DEPARTMENT AND AN OPTIONAL TERMINATION DATE RANGE.  *
000100*  THE JOB UNLOADS THE KSDS AND SORTS IT BY DEPARTMENT, TERM    *
000110*  DATE AND EMPNO AHEAD OF THIS STEP (SEE FORMRPT JCL), SO THE  *
000120*  REPORT IS ONE SEQUENTIAL PASS WITH A DEPARTMENT BREAK.  EACH *
000130*  FORMER EMPLOYEE LISTS WITH THE TERM DATE AND REASON AND THE  *
000140*  LAST JOB, HIRE DATE AND SALARY FROM THE FINAL IMAGE.         *
000150*                                                               *
000160*  RETURN CODE 4 MEANS NOTHING MATCHED THE SELECTION; THE       *
000170*  REPORT SAYS SO EXPLICITLY.  16 IS A PARAMETER OR OPEN        *
000180*  FAILURE.                                                     *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    FORMRPT.
000220 AUTHOR.        R HENSLEY.
000230 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000240 DATE-WRITTEN.  10/15/2026.
000250 DATE-COMPILED.
000260*****************************************************************
000270*  MODIFICATION HISTORY                                         *
000280*  DATE       INIT  DESCRIPTION                                 *
000290*  10/15/2026 RH    ORIGINAL PROGRAM - FORMER EMPLOYEES BY      *
000300*                   DEPARTMENT AND TERMINATION DATE RANGE.      *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-ZSERIES.
000350 OBJECT-COMPUTER.  IBM-ZSERIES.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FORMER-FILE
000390         ASSIGN TO FRMIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FORM-STATUS.
000420
000430     SELECT PARM-FILE
000440         ASSIGN TO FRMPARM
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PARM-FILE-STATUS.
000470
000480     SELECT RPT-FILE
000490         ASSIGN TO FRMRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520
000530     SELECT STATS-FILE
000540         ASSIGN TO RUNSTATS
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-STAT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FORMER-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 COPY FORMREC.
000640
000650 FD  PARM-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY FRMPARM.
000690
000700 FD  RPT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  RPT-RECORD                  PIC X(132).
000740
000750 FD  STATS-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY RUNSTAT.
000790
000800 WORKING-STORAGE SECTION.
000810*****************************************************************
000820*  FILE STATUS SWITCHES                                         *
000830*****************************************************************
000840 01  WS-FILE-STATUSES.
000850     05  WS-FORM-STATUS              PIC X(02).
000860     05  WS-PARM-FILE-STATUS         PIC X(02).
000870     05  WS-RPT-STATUS               PIC X(02).
000880     05  WS-STAT-STATUS              PIC X(02).
000890
000900 01  WS-IDENTIFICATION.
000910     05  WS-RUN-DATE                 PIC X(08).
000920     05  WS-RUN-TIME                 PIC X(08).
000930     05  WS-END-DATE                 PIC X(08).
000940     05  WS-END-TIME                 PIC X(08).
000950
000960*****************************************************************
000970*  PROGRAM SWITCHES                                             *
000980*****************************************************************
000990 01  WS-SWITCHES.
001000     05  WS-FORM-EOF-SW              PIC X(01)  VALUE 'N'.
001010         88  FORM-EOF                    VALUE 'Y'.
001020     05  WS-ROW-SELECTED-SW          PIC X(01)  VALUE 'N'.
001030         88  ROW-SELECTED                VALUE 'Y'.
001040         88  ROW-NOT-SELECTED            VALUE 'N'.
001050
001060*****************************************************************
001070*  STANDALONE COUNTERS                                          *
001080*****************************************************************
001090 77  WS-ROWS-READ                   PIC 9(07)   COMP VALUE ZERO.
001100 77  WS-ROWS-SELECTED               PIC 9(07)   COMP VALUE ZERO.
001110 77  WS-DEPT-SELECTED               PIC 9(07)   COMP VALUE ZERO.
001120 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001130 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001140 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
001150 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001160
001170*****************************************************************
001180*  SELECTION LIMITS.  THE PARAMETER DATES ARE YYYYMMDD; THE     *
001190*  MASTER CARRIES YYYY-MM-DD, SO THE LIMITS ARE REBUILT IN THAT *
001200*  SHAPE.  AN OPEN END STAYS AT LOW-VALUES / HIGH-VALUES.       *
001210*****************************************************************
001220 01  WS-SEL-DATE-FROM                PIC X(10).
001230 01  WS-SEL-DATE-TO                  PIC X(10).
001240 01  WS-BREAK-DEPT                   PIC X(03).
001250
001260*****************************************************************
001270*  FINAL EMPLOYEE IMAGE CARRIED ON THE MASTER, REDEFINED JUST   *
001280*  FAR ENOUGH TO PULL THE HIRE DATE, LAST JOB AND SALARY ONTO   *
001290*  THE DETAIL LINE (EMPOUT.CPY POSITIONS).                      *
001300*****************************************************************
001310 01  WS-FINAL-IMAGE                  PIC X(105).
001320 01  WS-FINAL-FIELDS REDEFINES WS-FINAL-IMAGE.
001330     05  FILLER                  PIC X(40).
001340     05  WS-FIN-HIREDATE         PIC X(10).
001350     05  WS-FIN-JOB              PIC X(08).
001360     05  FILLER                  PIC X(15).
001370     05  WS-FIN-SALARY           PIC S9(07)V99.
001380     05  FILLER                  PIC X(23).
001390
001400*****************************************************************
001410*  REPORT HEADING AND DETAIL LINES                              *
001420*****************************************************************
001430 01  WS-RPT-HEADING-1.
001440     05  FILLER                      PIC X(10)  VALUE SPACES.
001450     05  FILLER                      PIC X(40)
001460         VALUE 'FORMER EMPLOYEE REPORT'.
001470     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
001480     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
001490     05  FILLER                      PIC X(73)  VALUE SPACES.
001500
001510 01  WS-RPT-HEADING-2.
001520     05  FILLER                      PIC X(10)  VALUE SPACES.
001530     05  FILLER                      PIC X(14)
001540         VALUE 'RUN DATE    : '.
001550     05  WS-RPT-DATE-OUT             PIC X(08).
001560     05  FILLER                      PIC X(05)  VALUE SPACES.
001570     05  FILLER                      PIC X(07)  VALUE 'DEPT : '.
001580     05  WS-RPT-SEL-DEPT-OUT         PIC X(03).
001590     05  FILLER                      PIC X(05)  VALUE SPACES.
001600     05  FILLER                      PIC X(15)
001610         VALUE 'TERMINATED : '.
001620     05  WS-RPT-SEL-FROM-OUT         PIC X(08).
001630     05  FILLER                      PIC X(04)  VALUE ' TO '.
001640     05  WS-RPT-SEL-TO-OUT           PIC X(08).
001650     05  FILLER                      PIC X(45)  VALUE SPACES.
001660
001670 01  WS-RPT-HEADING-3.
001680     05  FILLER                      PIC X(10)  VALUE SPACES.
001690     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
001700     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
001710     05  FILLER                      PIC X(16)
001720         VALUE 'LAST NAME       '.
001730     05  FILLER                      PIC X(13)
001740         VALUE 'FIRST NAME   '.
001750     05  FILLER                      PIC X(11)
001760         VALUE 'TERM DATE  '.
001770     05  FILLER                      PIC X(17)
001780         VALUE 'REASON           '.
001790     05  FILLER                      PIC X(09)  VALUE 'LAST JOB '.
001800     05  FILLER                      PIC X(11)
001810         VALUE 'HIRE DATE  '.
001820     05  FILLER                      PIC X(13)
001830         VALUE '       SALARY'.
001840     05  FILLER                      PIC X(20)  VALUE SPACES.
001850
001860 01  WS-RPT-DETAIL.
001870     05  FILLER                      PIC X(10)  VALUE SPACES.
001880     05  WS-RPT-DEPT-OUT             PIC X(03).
001890     05  FILLER                      PIC X(02)  VALUE SPACES.
001900     05  WS-RPT-EMPNO-OUT            PIC X(06).
001910     05  FILLER                      PIC X(01)  VALUE SPACES.
001920     05  WS-RPT-LNAME-OUT            PIC X(15).
001930     05  FILLER                      PIC X(01)  VALUE SPACES.
001940     05  WS-RPT-FNAME-OUT            PIC X(12).
001950     05  FILLER                      PIC X(01)  VALUE SPACES.
001960     05  WS-RPT-TERM-DATE-OUT        PIC X(10).
001970     05  FILLER                      PIC X(01)  VALUE SPACES.
001980     05  WS-RPT-REASON-OUT           PIC X(02).
001990     05  FILLER                      PIC X(01)  VALUE SPACES.
002000     05  WS-RPT-REASON-TEXT-OUT      PIC X(13).
002010     05  FILLER                      PIC X(01)  VALUE SPACES.
002020     05  WS-RPT-JOB-OUT              PIC X(08).
002030     05  FILLER                      PIC X(01)  VALUE SPACES.
002040     05  WS-RPT-HIRE-DATE-OUT        PIC X(10).
002050     05  FILLER                      PIC X(01)  VALUE SPACES.
002060     05  WS-RPT-SALARY-OUT           PIC ZZ,ZZZ,ZZ9.99.
002070     05  FILLER                      PIC X(20)  VALUE SPACES.
002080
002090 01  WS-RPT-DEPT-TOTAL.
002100     05  FILLER                      PIC X(15)  VALUE SPACES.
002110     05  FILLER                      PIC X(11)
002120         VALUE 'DEPARTMENT '.
002130     05  WS-RPT-BREAK-DEPT-OUT       PIC X(03).
002140     05  FILLER                      PIC X(19)
002150         VALUE ' FORMER EMPLOYEES: '.
002160     05  WS-RPT-DEPT-COUNT-OUT       PIC ZZZ,ZZ9.
002170     05  FILLER                      PIC X(77)  VALUE SPACES.
002180
002190 01  WS-RPT-MESSAGE.
002200     05  FILLER                      PIC X(10)  VALUE SPACES.
002210     05  WS-RPT-MESSAGE-TEXT         PIC X(60).
002220     05  FILLER                      PIC X(62)  VALUE SPACES.
002230
002240 01  WS-RPT-TOTALS.
002250     05  FILLER                      PIC X(10)  VALUE SPACES.
002260     05  WS-RPT-TOTAL-LABEL          PIC X(20)
002270         VALUE 'FORMER EMPLOYEES : '.
002280     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
002290     05  FILLER                      PIC X(95)  VALUE SPACES.
002300
002310 PROCEDURE DIVISION.
002320*****************************************************************
002330*  0000-MAINLINE                                                *
002340*****************************************************************
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE
002370         THRU 1000-INITIALIZE-EXIT
002380     IF WS-RETURN-CODE = ZERO
002390         PERFORM 2000-LIST-FORMER-EMPLOYEES
002400             THRU 2000-LIST-FORMER-EMPLOYEES-EXIT
002410     END-IF
002420     PERFORM 8000-TERMINATE
002430         THRU 8000-TERMINATE-EXIT
002440     PERFORM 9000-WRITE-RUN-STATISTICS
002450         THRU 9000-WRITE-RUN-STATISTICS-EXIT
002460     MOVE WS-RETURN-CODE TO RETURN-CODE
002470     STOP RUN.
002480
002490*****************************************************************
002500*  1000-INITIALIZE - GET PARAMETERS, OPEN FILES                 *
002510*****************************************************************
002520 1000-INITIALIZE.
002530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002540     ACCEPT WS-RUN-TIME FROM TIME
002550     PERFORM 1100-READ-PARAMETER-FILE
002560         THRU 1100-READ-PARAMETER-FILE-EXIT
002570     IF WS-RETURN-CODE NOT = ZERO
002580         GO TO 1000-INITIALIZE-EXIT
002590     END-IF
002600     OPEN INPUT FORMER-FILE
002610     IF WS-FORM-STATUS NOT = '00'
002620         DISPLAY 'FORMRPT  - UNABLE TO OPEN FRMIN, STATUS='
002630             WS-FORM-STATUS
002640         MOVE 16 TO WS-RETURN-CODE
002650     END-IF
002660     OPEN OUTPUT RPT-FILE
002670     IF WS-RPT-STATUS NOT = '00'
002680         DISPLAY 'FORMRPT  - UNABLE TO OPEN FRMRPT, STATUS='
002690             WS-RPT-STATUS
002700         MOVE 16 TO WS-RETURN-CODE
002710     END-IF.
002720 1000-INITIALIZE-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760*  1100-READ-PARAMETER-FILE                                     *
002770*  A DATE GIVEN MUST BE EIGHT DIGITS; IT IS REBUILT AS          *
002780*  YYYY-MM-DD TO COMPARE WITH THE MASTER'S TERM DATE.           *
002790*****************************************************************
002800 1100-READ-PARAMETER-FILE.
002810     OPEN INPUT PARM-FILE
002820     IF WS-PARM-FILE-STATUS NOT = '00'
002830         DISPLAY 'FORMRPT  - UNABLE TO OPEN FRMPARM, STATUS='
002840             WS-PARM-FILE-STATUS
002850         MOVE 16 TO WS-RETURN-CODE
002860         GO TO 1100-READ-PARAMETER-FILE-EXIT
002870     END-IF
002880     READ PARM-FILE INTO FORMER-PARM-RECORD
002890     IF WS-PARM-FILE-STATUS NOT = '00'
002900         DISPLAY 'FORMRPT  - FRMPARM EMPTY OR UNREADABLE'
002910         MOVE 16 TO WS-RETURN-CODE
002920     END-IF
002930     CLOSE PARM-FILE
002940     IF WS-RETURN-CODE NOT = ZERO
002950         GO TO 1100-READ-PARAMETER-FILE-EXIT
002960     END-IF
002970     IF (FP-DATE-FROM NOT = SPACES AND FP-DATE-FROM NOT NUMERIC)
002980         OR (FP-DATE-TO NOT = SPACES AND FP-DATE-TO NOT NUMERIC)
002990         DISPLAY 'FORMRPT  - FRMPARM DATE NOT YYYYMMDD'
003000         MOVE 16 TO WS-RETURN-CODE
003010         GO TO 1100-READ-PARAMETER-FILE-EXIT
003020     END-IF
003030     IF FP-DATE-FROM = SPACES
003040         MOVE LOW-VALUES TO WS-SEL-DATE-FROM
003050     ELSE
003060         STRING FP-DATE-FROM (1:4) DELIMITED BY SIZE
003070                '-' DELIMITED BY SIZE
003080                FP-DATE-FROM (5:2) DELIMITED BY SIZE
003090                '-' DELIMITED BY SIZE
003100                FP-DATE-FROM (7:2) DELIMITED BY SIZE
003110             INTO WS-SEL-DATE-FROM
003120         END-STRING
003130     END-IF
003140     IF FP-DATE-TO = SPACES
003150         MOVE HIGH-VALUES TO WS-SEL-DATE-TO
003160     ELSE
003170         STRING FP-DATE-TO (1:4) DELIMITED BY SIZE
003180                '-' DELIMITED BY SIZE
003190                FP-DATE-TO (5:2) DELIMITED BY SIZE
003200                '-' DELIMITED BY SIZE
003210                FP-DATE-TO (7:2) DELIMITED BY SIZE
003220             INTO WS-SEL-DATE-TO
003230         END-STRING
003240     END-IF.
003250 1100-READ-PARAMETER-FILE-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290*  2000-LIST-FORMER-EMPLOYEES                                   *
003300*  ONE PASS OVER THE SORTED MASTER.  A CHANGE OF DEPARTMENT     *
003310*  AMONG THE SELECTED ROWS CLOSES THE PREVIOUS DEPARTMENT WITH  *
003320*  ITS COUNT.                                                   *
003330*****************************************************************
003340 2000-LIST-FORMER-EMPLOYEES.
003350     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
003360     MOVE SPACES TO WS-BREAK-DEPT
003370     PERFORM 2100-READ-FORMER-RECORD
003380         THRU 2100-READ-FORMER-RECORD-EXIT
003390     PERFORM 2200-PROCESS-FORMER-RECORD
003400         THRU 2200-PROCESS-FORMER-RECORD-EXIT
003410         UNTIL FORM-EOF
003420     IF WS-ROWS-SELECTED = ZERO
003430         PERFORM 2400-WRITE-PAGE-HEADINGS
003440             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
003450         MOVE 'NO FORMER EMPLOYEES MATCH THE SELECTION'
003460             TO WS-RPT-MESSAGE-TEXT
003470         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
003480         IF WS-RETURN-CODE < 4
003490             MOVE 4 TO WS-RETURN-CODE
003500         END-IF
003510     ELSE
003520         PERFORM 2500-WRITE-DEPT-TOTAL
003530             THRU 2500-WRITE-DEPT-TOTAL-EXIT
003540     END-IF
003550     MOVE SPACES TO RPT-RECORD
003560     WRITE RPT-RECORD
003570     MOVE 'FORMER EMPLOYEES : ' TO WS-RPT-TOTAL-LABEL
003580     MOVE WS-ROWS-SELECTED TO WS-RPT-TOTAL-OUT
003590     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003600     DISPLAY 'FORMRPT  - MASTER ROWS READ    : ' WS-ROWS-READ
003610     DISPLAY 'FORMRPT  - FORMER EMPS LISTED  : ' WS-ROWS-SELECTED.
003620 2000-LIST-FORMER-EMPLOYEES-EXIT.
003630     EXIT.
003640
003650 2100-READ-FORMER-RECORD.
003660     READ FORMER-FILE
003670     IF WS-FORM-STATUS = '00'
003680         ADD 1 TO WS-ROWS-READ
003690     ELSE
003700         IF WS-FORM-STATUS NOT = '10'
003710             DISPLAY 'FORMRPT  - FRMIN READ FAILED, STATUS='
003720                 WS-FORM-STATUS
003730             MOVE 16 TO WS-RETURN-CODE
003740         END-IF
003750         SET FORM-EOF TO TRUE
003760     END-IF.
003770 2100-READ-FORMER-RECORD-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810*  2200-PROCESS-FORMER-RECORD                                   *
003820*  APPLY THE DEPARTMENT AND DATE SELECTION, TAKE THE            *
003830*  DEPARTMENT BREAK, AND LIST THE ROW.                          *
003840*****************************************************************
003850 2200-PROCESS-FORMER-RECORD.
003860     SET ROW-SELECTED TO TRUE
003870     IF FP-SEL-WORKDEPT NOT = SPACES
003880         AND FRM-WORKDEPT NOT = FP-SEL-WORKDEPT
003890         SET ROW-NOT-SELECTED TO TRUE
003900     END-IF
003910     IF FRM-TERM-DATE < WS-SEL-DATE-FROM
003920         OR FRM-TERM-DATE > WS-SEL-DATE-TO
003930         SET ROW-NOT-SELECTED TO TRUE
003940     END-IF
003950     IF ROW-NOT-SELECTED
003960         GO TO 2200-PROCESS-FORMER-READ
003970     END-IF
003980     IF WS-ROWS-SELECTED > ZERO
003990         AND FRM-WORKDEPT NOT = WS-BREAK-DEPT
004000         PERFORM 2500-WRITE-DEPT-TOTAL
004010             THRU 2500-WRITE-DEPT-TOTAL-EXIT
004020     END-IF
004030     MOVE FRM-WORKDEPT TO WS-BREAK-DEPT
004040     ADD 1 TO WS-ROWS-SELECTED
004050     ADD 1 TO WS-DEPT-SELECTED
004060     PERFORM 2300-WRITE-DETAIL-LINE
004070         THRU 2300-WRITE-DETAIL-LINE-EXIT.
004080 2200-PROCESS-FORMER-READ.
004090     PERFORM 2100-READ-FORMER-RECORD
004100         THRU 2100-READ-FORMER-RECORD-EXIT.
004110 2200-PROCESS-FORMER-RECORD-EXIT.
004120     EXIT.
004130
004140 2300-WRITE-DETAIL-LINE.
004150     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004160         PERFORM 2400-WRITE-PAGE-HEADINGS
004170             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
004180     END-IF
004190     MOVE FRM-EMPLOYEE-DATA TO WS-FINAL-IMAGE
004200     MOVE FRM-WORKDEPT TO WS-RPT-DEPT-OUT
004210     MOVE FRM-EMPNO TO WS-RPT-EMPNO-OUT
004220     MOVE FRM-LASTNAME TO WS-RPT-LNAME-OUT
004230     MOVE FRM-FIRSTNME TO WS-RPT-FNAME-OUT
004240     MOVE FRM-TERM-DATE TO WS-RPT-TERM-DATE-OUT
004250     MOVE FRM-TERM-REASON TO WS-RPT-REASON-OUT
004260     PERFORM 2350-SET-REASON-TEXT
004270         THRU 2350-SET-REASON-TEXT-EXIT
004280     MOVE WS-FIN-JOB TO WS-RPT-JOB-OUT
004290     MOVE WS-FIN-HIREDATE TO WS-RPT-HIRE-DATE-OUT
004300     MOVE WS-FIN-SALARY TO WS-RPT-SALARY-OUT
004310     WRITE RPT-RECORD FROM WS-RPT-DETAIL
004320     ADD 1 TO WS-LINE-COUNT.
004330 2300-WRITE-DETAIL-LINE-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*  2350-SET-REASON-TEXT - TERM REASON CODES FROM TRANREC.CPY    *
004380*****************************************************************
004390 2350-SET-REASON-TEXT.
004400     IF FRM-TERM-REASON = 'RS'
004410         MOVE 'RESIGNED' TO WS-RPT-REASON-TEXT-OUT
004420     ELSE
004430         IF FRM-TERM-REASON = 'RT'
004440             MOVE 'RETIRED' TO WS-RPT-REASON-TEXT-OUT
004450         ELSE
004460             IF FRM-TERM-REASON = 'LO'
004470                 MOVE 'LAID OFF' TO WS-RPT-REASON-TEXT-OUT
004480             ELSE
004490                 IF FRM-TERM-REASON = 'TC'
004500                     MOVE 'FOR CAUSE' TO WS-RPT-REASON-TEXT-OUT
004510                 ELSE
004520                     IF FRM-TERM-REASON = 'DC'
004530                         MOVE 'DECEASED' TO WS-RPT-REASON-TEXT-OUT
004540                     ELSE
004550                         IF FRM-TERM-REASON = 'OT'
004560                             MOVE 'OTHER'
004570                                 TO WS-RPT-REASON-TEXT-OUT
004580                         ELSE
004590                             MOVE 'NOT GIVEN'
004600                                 TO WS-RPT-REASON-TEXT-OUT
004610                         END-IF
004620                     END-IF
004630                 END-IF
004640             END-IF
004650         END-IF
004660     END-IF.
004670 2350-SET-REASON-TEXT-EXIT.
004680     EXIT.
004690
004700 2400-WRITE-PAGE-HEADINGS.
004710     ADD 1 TO WS-PAGE-COUNT
004720     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
004730     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
004740     IF FP-SEL-WORKDEPT = SPACES
004750         MOVE 'ALL' TO WS-RPT-SEL-DEPT-OUT
004760     ELSE
004770         MOVE FP-SEL-WORKDEPT TO WS-RPT-SEL-DEPT-OUT
004780     END-IF
004790     IF FP-DATE-FROM = SPACES
004800         MOVE 'OPEN' TO WS-RPT-SEL-FROM-OUT
004810     ELSE
004820         MOVE FP-DATE-FROM TO WS-RPT-SEL-FROM-OUT
004830     END-IF
004840     IF FP-DATE-TO = SPACES
004850         MOVE 'OPEN' TO WS-RPT-SEL-TO-OUT
004860     ELSE
004870         MOVE FP-DATE-TO TO WS-RPT-SEL-TO-OUT
004880     END-IF
004890     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
004900     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
004910     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
004920     MOVE ZERO TO WS-LINE-COUNT.
004930 2400-WRITE-PAGE-HEADINGS-EXIT.
004940     EXIT.
004950
004960 2500-WRITE-DEPT-TOTAL.
004970     MOVE WS-BREAK-DEPT TO WS-RPT-BREAK-DEPT-OUT
004980     MOVE WS-DEPT-SELECTED TO WS-RPT-DEPT-COUNT-OUT
004990     WRITE RPT-RECORD FROM WS-RPT-DEPT-TOTAL
005000     MOVE SPACES TO RPT-RECORD
005010     WRITE RPT-RECORD
005020     ADD 2 TO WS-LINE-COUNT
005030     MOVE ZERO TO WS-DEPT-SELECTED.
005040 2500-WRITE-DEPT-TOTAL-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
005090*****************************************************************
005100 8000-TERMINATE.
005110     PERFORM 8100-CLOSE-FILES
005120         THRU 8100-CLOSE-FILES-EXIT.
005130 8000-TERMINATE-EXIT.
005140     EXIT.
005150
005160 8100-CLOSE-FILES.
005170     CLOSE FORMER-FILE
005180     CLOSE RPT-FILE.
005190 8100-CLOSE-FILES-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*  9000-WRITE-RUN-STATISTICS                                    *
005240*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
005250*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
005260*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN RUN.            *
005270*****************************************************************
005280 9000-WRITE-RUN-STATISTICS.
005290     OPEN EXTEND STATS-FILE
005300     IF WS-STAT-STATUS = '05' OR '35'
005310         OPEN OUTPUT STATS-FILE
005320     END-IF
005330     IF WS-STAT-STATUS NOT = '00'
005340         DISPLAY 'FORMRPT  - UNABLE TO OPEN RUNSTATS, STATUS='
005350             WS-STAT-STATUS
005360         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
005370     END-IF
005380     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
005390     ACCEPT WS-END-TIME FROM TIME
005400     MOVE SPACES TO RUN-STAT-RECORD
005410     MOVE 'FORMRPT ' TO RST-PROGRAM
005420     MOVE WS-RUN-DATE TO RST-START-DATE
005430     MOVE WS-RUN-TIME TO RST-START-TIME
005440     MOVE WS-END-DATE TO RST-END-DATE
005450     MOVE WS-END-TIME TO RST-END-TIME
005460     MOVE WS-ROWS-READ TO RST-READ-COUNT
005470     MOVE WS-ROWS-SELECTED TO RST-WRITTEN-COUNT
005480     MOVE ZERO TO RST-REJECT-COUNT
005490     IF WS-RETURN-CODE < ZERO
005500         MOVE ZERO TO RST-RETURN-CODE
005510     ELSE
005520         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
005530     END-IF
005540     WRITE RUN-STAT-RECORD
005550     CLOSE STATS-FILE.
005560 9000-WRITE-RUN-STATISTICS-EXIT.
005570     EXIT.
