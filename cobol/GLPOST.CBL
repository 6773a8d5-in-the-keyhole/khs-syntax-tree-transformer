000010*****************************************************************
000020*  GLPOST                                                       *
000030*                                                               *
000040*  GENERAL LEDGER LABOR-COST INTERFACE.  BUILDS THE GLFEED FILE *
000050*  FROM THE NIGHTLY EXTRACT (EMPOUT LAYOUT) SO FINANCE NO       *
000060*  LONGER RE-KEYS LABOR COST FROM THE MODE 7 SUMMARY.           *
000070*                                                               *
000080*  EACH WORKDEPT IS MAPPED TO A COST CENTER AND GL ACCOUNTS     *
000090*  THROUGH THE GLMAP KSDS (GLMAPREC LAYOUT) THAT FINANCE        *
000100*  MAINTAINS.  THE EXTRACT IS TOTALLED BY DEPARTMENT AND EACH   *
000110*  DEPARTMENT POSTS SALARY, BONUS AND COMMISSION AS SEPARATE    *
000120*  BALANCED PAIRS - DEBIT THE EXPENSE ACCOUNT, CREDIT ACCRUED   *
000130*  PAYROLL (A NEGATIVE TOTAL POSTS THE PAIR THE OTHER WAY).     *
000140*  A DEPARTMENT WITH NO MAPPING IS NOT DROPPED: IT POSTS TO     *
000150*  THE SUSPENSE MAPPING (GLMAP KEY '***'), FLAGGED AS SUCH ON   *
000160*  THE FEED, AND IS LISTED ON GLRPT FOR FINANCE TO MAP.         *
000170*                                                               *
000180*  THE FEED CARRIES A HEADER AND A TRAILER WITH THE DETAIL      *
000190*  COUNT AND HASH TOTALS, LIKE PAYFEED.  BEFORE IT IS RELEASED  *
000200*  THE FEED IS TIED TO THE PAYFEED TRAILER OF THE SAME RUN      *
000210*  DATE - EMPLOYEE COUNT AND THE SALARY, BONUS AND COMMISSION   *
000220*  TOTALS MUST ALL AGREE.                                       *
000230*                                                               *
000240*  RETURN CODES - 0 TIED, NOTHING IN SUSPENSE; 4 TIED WITH      *
000250*  DEPARTMENTS IN SUSPENSE (OR EXTRACT RECORDS SKIPPED); 8 THE  *
000260*  FEED DOES NOT TIE TO PAYFEED AND MUST NOT BE RELEASED; 16    *
000270*  AN OPEN OR READ FAILURE, OR NO SUSPENSE MAPPING ON GLMAP.    *
000280*                                                               *
000290*  PARM POS 01-08 IS THE RUN DATE (YYYYMMDD) OF THE EXTRACT     *
000300*  AND PAYFEED BEING POSTED, DEFAULTING TO TODAY.               *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    GLPOST.
000340 AUTHOR.        R HENSLEY.
000350 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000360 DATE-WRITTEN.  10/15/2026.
000370 DATE-COMPILED.
000380*****************************************************************
000390*  MODIFICATION HISTORY                                         *
000400*  DATE       INIT  DESCRIPTION                                 *
000410*  10/15/2026 RH    ORIGINAL PROGRAM - GL LABOR-COST FEED BY    *
000420*                   DEPARTMENT WITH SUSPENSE LISTING AND THE    *
000430*                   PAYFEED TIE-OUT.                            *
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
000560     SELECT MAP-FILE
000570         ASSIGN TO GLMAP
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS GLM-WORKDEPT
000610         FILE STATUS IS WS-MAP-STATUS.
000620
000630     SELECT PAYFEED-FILE
000640         ASSIGN TO PAYFEED
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PAY-STATUS.
000670
000680     SELECT GL-FILE
000690         ASSIGN TO GLOUT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-GL-STATUS.
000720
000730     SELECT RPT-FILE
000740         ASSIGN TO GLRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000770
000780     SELECT STATS-FILE
000790         ASSIGN TO RUNSTATS
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-STAT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  EXTRACT-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY EMPOUT.
000890
000900 FD  MAP-FILE.
000910 COPY GLMAPREC.
000920
000930 FD  PAYFEED-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY PAYFEED.
000970
000980 FD  GL-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY GLFEED.
001020
001030 FD  RPT-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  RPT-RECORD                  PIC X(132).
001070
001080 FD  STATS-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 COPY RUNSTAT.
001120
001130 WORKING-STORAGE SECTION.
001140*****************************************************************
001150*  FILE STATUS SWITCHES                                         *
001160*****************************************************************
001170 01  WS-FILE-STATUSES.
001180     05  WS-EXTRACT-STATUS           PIC X(02).
001190     05  WS-MAP-STATUS               PIC X(02).
001200     05  WS-PAY-STATUS               PIC X(02).
001210     05  WS-GL-STATUS                PIC X(02).
001220     05  WS-RPT-STATUS               PIC X(02).
001230     05  WS-STAT-STATUS              PIC X(02).
001240
001250 01  WS-IDENTIFICATION.
001260     05  WS-RUN-DATE                 PIC X(08).
001270     05  WS-RUN-TIME                 PIC X(08).
001280     05  WS-END-DATE                 PIC X(08).
001290     05  WS-END-TIME                 PIC X(08).
001300
001310*****************************************************************
001320*  PROGRAM SWITCHES                                             *
001330*****************************************************************
001340 01  WS-SWITCHES.
001350     05  WS-EXTRACT-EOF-SW           PIC X(01)  VALUE 'N'.
001360         88  EXTRACT-EOF                 VALUE 'Y'.
001370     05  WS-MAP-EOF-SW               PIC X(01)  VALUE 'N'.
001380         88  MAP-EOF                     VALUE 'Y'.
001390     05  WS-PAY-EOF-SW               PIC X(01)  VALUE 'N'.
001400         88  PAY-EOF                     VALUE 'Y'.
001410     05  WS-HEADER-FOUND-SW          PIC X(01)  VALUE 'N'.
001420         88  HEADER-FOUND                VALUE 'Y'.
001430     05  WS-TRAILER-FOUND-SW         PIC X(01)  VALUE 'N'.
001440         88  TRAILER-FOUND               VALUE 'Y'.
001450     05  WS-SUSPENSE-MAP-SW          PIC X(01)  VALUE 'N'.
001460         88  SUSPENSE-MAP-FOUND          VALUE 'Y'.
001470     05  WS-DEPT-FOUND-SW            PIC X(01)  VALUE 'N'.
001480         88  DEPT-FOUND                  VALUE 'Y'.
001490         88  DEPT-NOT-FOUND              VALUE 'N'.
001500     05  WS-TIED-SW                  PIC X(01)  VALUE 'Y'.
001510         88  FEED-TIED                   VALUE 'Y'.
001520         88  FEED-NOT-TIED               VALUE 'N'.
001530
001540*****************************************************************
001550*  STANDALONE COUNTERS                                          *
001560*****************************************************************
001570 77  WS-MAP-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
001580 77  WS-EXTRACT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
001590 77  WS-EXTRACT-SKIP-COUNT          PIC 9(07)   COMP VALUE ZERO.
001600 77  WS-EMP-POSTED-COUNT            PIC 9(07)   COMP VALUE ZERO.
001610 77  WS-PAY-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
001620 77  WS-GL-DETAIL-COUNT             PIC 9(07)   COMP VALUE ZERO.
001630 77  WS-DEPT-POSTED-COUNT           PIC 9(07)   COMP VALUE ZERO.
001640 77  WS-SUSPENSE-DEPT-COUNT         PIC 9(07)   COMP VALUE ZERO.
001650 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001660 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001670 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 50.
001680 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001690
001700*****************************************************************
001710*  RUN DATE BEING POSTED - PARM OR TODAY - AND THE RUN DATE ON  *
001720*  THE PAYFEED HEADER, WHICH MUST BE THE SAME                   *
001730*****************************************************************
001740 01  WS-FEED-DATE                    PIC X(08).
001750 01  WS-PAYFEED-DATE                 PIC X(08)  VALUE SPACES.
001760
001770*****************************************************************
001780*  PAYFEED TRAILER AS READ, SAVED WHILE THE READ LOOP REUSES    *
001790*  THE RECORD AREA                                              *
001800*****************************************************************
001810 01  WS-SAVED-TRAILER.
001820     05  WS-TRL-RECORD-COUNT         PIC 9(07)      VALUE ZERO.
001830     05  WS-TRL-SALARY-TOTAL         PIC 9(11)V99   VALUE ZERO.
001840     05  WS-TRL-BONUS-TOTAL          PIC 9(11)V99   VALUE ZERO.
001850     05  WS-TRL-COMM-TOTAL           PIC 9(11)V99   VALUE ZERO.
001860
001870*****************************************************************
001880*  SUSPENSE MAPPING - THE GLMAP RECORD KEYED '***'              *
001890*****************************************************************
001900 01  WS-SUSPENSE-MAP.
001910     05  WS-SUS-COST-CENTER          PIC X(06).
001920     05  WS-SUS-SALARY-ACCT          PIC X(10).
001930     05  WS-SUS-BONUS-ACCT           PIC X(10).
001940     05  WS-SUS-COMM-ACCT            PIC X(10).
001950     05  WS-SUS-ACCRUAL-ACCT         PIC X(10).
001960
001970*****************************************************************
001980*  DEPARTMENT WORK TABLE.  THE GLMAP RECORDS FILL IT FIRST, IN  *
001990*  WORKDEPT ORDER, SO THE FEED POSTS MAPPED DEPARTMENTS IN KEY  *
002000*  SEQUENCE.  A WORKDEPT ON THE EXTRACT WITH NO MAPPING CLAIMS  *
002010*  THE NEXT BLANK ENTRY AND TAKES THE SUSPENSE ACCOUNTS, SO THE *
002020*  SUSPENSE POSTINGS FOLLOW EVERYTHING ELSE.  AN EMPLOYEE WITH  *
002030*  A BLANK WORKDEPT IS HELD UNDER WS-NO-DEPT-KEY, AS A BLANK    *
002040*  DEPTNO MARKS A FREE ENTRY.                                   *
002050*****************************************************************
002060 01  WS-DEPT-TABLE.
002070     05  WS-DT-ENTRY OCCURS 150 TIMES
002080             INDEXED BY DT-IX.
002090         10  WS-DT-DEPTNO            PIC X(03).
002100         10  WS-DT-MAPPED-SW         PIC X(01).
002110             88  WS-DT-MAPPED            VALUE 'Y'.
002120             88  WS-DT-IN-SUSPENSE       VALUE 'N'.
002130         10  WS-DT-COST-CENTER       PIC X(06).
002140         10  WS-DT-SALARY-ACCT       PIC X(10).
002150         10  WS-DT-BONUS-ACCT        PIC X(10).
002160         10  WS-DT-COMM-ACCT         PIC X(10).
002170         10  WS-DT-ACCRUAL-ACCT      PIC X(10).
002180         10  WS-DT-HEADCOUNT         PIC 9(07)      COMP-3.
002190         10  WS-DT-SALARY            PIC S9(11)V99  COMP-3.
002200         10  WS-DT-BONUS             PIC S9(11)V99  COMP-3.
002210         10  WS-DT-COMM              PIC S9(11)V99  COMP-3.
002220 77  WS-DEPT-TABLE-COUNT            PIC 9(03)   COMP VALUE ZERO.
002230 77  WS-POST-IX                     PIC 9(03)   COMP VALUE ZERO.
002240 01  WS-FIND-DEPT                    PIC X(03).
002250 01  WS-NO-DEPT-KEY                  PIC X(03)  VALUE '???'.
002260
002270*****************************************************************
002280*  ONE BALANCED PAIR - SET BY 3100 FOR EACH PAY TYPE, WRITTEN   *
002290*  BY 3200                                                      *
002300*****************************************************************
002310 01  WS-POSTING.
002320     05  WS-PST-AMOUNT               PIC S9(11)V99  COMP-3.
002330     05  WS-PST-ABS-AMOUNT           PIC 9(11)V99   COMP-3.
002340     05  WS-PST-PAY-TYPE             PIC X(04).
002350     05  WS-PST-EXPENSE-ACCT         PIC X(10).
002360     05  WS-PST-DESCRIPTION          PIC X(30).
002370
002380*****************************************************************
002390*  FEED TOTALS - THE PAY-TYPE TOTALS ARE SIGNED LIKE THE        *
002400*  PAYFEED ACCUMULATORS IN COBOLDB2 SO THE TWO TIE EXACTLY      *
002410*****************************************************************
002420 01  WS-GL-TOTALS.
002430     05  WS-GL-DEBIT-TOTAL           PIC 9(13)V99   COMP-3
002440                                                VALUE ZERO.
002450     05  WS-GL-CREDIT-TOTAL          PIC 9(13)V99   COMP-3
002460                                                VALUE ZERO.
002470     05  WS-GL-SALARY-TOTAL          PIC S9(11)V99  COMP-3
002480                                                VALUE ZERO.
002490     05  WS-GL-BONUS-TOTAL           PIC S9(11)V99  COMP-3
002500                                                VALUE ZERO.
002510     05  WS-GL-COMM-TOTAL            PIC S9(11)V99  COMP-3
002520                                                VALUE ZERO.
002530
002540*****************************************************************
002550*  REPORT HEADING, SUSPENSE, CONTROL AND TOTAL LINES            *
002560*****************************************************************
002570 01  WS-RPT-HEADING-1.
002580     05  FILLER                      PIC X(10)  VALUE SPACES.
002590     05  FILLER                      PIC X(50)
002600         VALUE 'GENERAL LEDGER LABOR-COST FEED CONTROL REPORT'.
002610     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002620     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
002630     05  FILLER                      PIC X(63)  VALUE SPACES.
002640
002650 01  WS-RPT-HEADING-2.
002660     05  FILLER                      PIC X(10)  VALUE SPACES.
002670     05  FILLER                      PIC X(14)
002680         VALUE 'RUN DATE    : '.
002690     05  WS-RPT-DATE-OUT             PIC X(08).
002700     05  FILLER                      PIC X(05)  VALUE SPACES.
002710     05  FILLER                      PIC X(12)
002720         VALUE 'FEED DATE : '.
002730     05  WS-RPT-FEED-DATE-OUT        PIC X(08).
002740     05  FILLER                      PIC X(75)  VALUE SPACES.
002750
002760 01  WS-RPT-SUSPENSE-TITLE.
002770     05  FILLER                      PIC X(10)  VALUE SPACES.
002780     05  FILLER                      PIC X(51)
002790         VALUE 'UNMAPPED DEPARTMENTS - POSTED TO SUSPENSE'.
002800     05  FILLER                      PIC X(14)
002810         VALUE ' COST CENTER '.
002820     05  WS-RPT-SUS-CC-OUT           PIC X(06).
002830     05  FILLER                      PIC X(51)  VALUE SPACES.
002840
002850 01  WS-RPT-SUSPENSE-HEADING.
002860     05  FILLER                      PIC X(10)  VALUE SPACES.
002870     05  FILLER                      PIC X(06)  VALUE 'DEPT  '.
002880     05  FILLER                      PIC X(10)
002890         VALUE ' EMPLOYEES'.
002900     05  FILLER                      PIC X(19)
002910         VALUE '             SALARY'.
002920     05  FILLER                      PIC X(19)
002930         VALUE '              BONUS'.
002940     05  FILLER                      PIC X(19)
002950         VALUE '         COMMISSION'.
002960     05  FILLER                      PIC X(49)  VALUE SPACES.
002970
002980 01  WS-RPT-SUSPENSE-LINE.
002990     05  FILLER                      PIC X(10)  VALUE SPACES.
003000     05  WS-RPT-SUS-DEPT-OUT         PIC X(03).
003010     05  FILLER                      PIC X(06)  VALUE SPACES.
003020     05  WS-RPT-SUS-HC-OUT           PIC ZZZ,ZZ9.
003030     05  FILLER                      PIC X(01)  VALUE SPACES.
003040     05  WS-RPT-SUS-SAL-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003050     05  FILLER                      PIC X(01)  VALUE SPACES.
003060     05  WS-RPT-SUS-BON-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003070     05  FILLER                      PIC X(01)  VALUE SPACES.
003080     05  WS-RPT-SUS-COMM-OUT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003090     05  FILLER                      PIC X(49)  VALUE SPACES.
003100
003110 01  WS-RPT-CONTROL-HEADING.
003120     05  FILLER                      PIC X(10)  VALUE SPACES.
003130     05  FILLER                      PIC X(20)
003140         VALUE 'CONTROL             '.
003150     05  FILLER                      PIC X(18)
003160         VALUE '           GL FEED'.
003170     05  FILLER                      PIC X(18)
003180         VALUE '   PAYFEED TRAILER'.
003190     05  FILLER                      PIC X(10)
003200         VALUE '  RESULT  '.
003210     05  FILLER                      PIC X(56)  VALUE SPACES.
003220
003230 01  WS-RPT-CONTROL-LINE.
003240     05  FILLER                      PIC X(10)  VALUE SPACES.
003250     05  WS-RPT-LABEL-OUT            PIC X(20).
003260     05  WS-RPT-OURS-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003270     05  FILLER                      PIC X(01)  VALUE SPACES.
003280     05  WS-RPT-THEIRS-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003290     05  FILLER                      PIC X(02)  VALUE SPACES.
003300     05  WS-RPT-RESULT-OUT           PIC X(08).
003310     05  FILLER                      PIC X(57)  VALUE SPACES.
003320
003330 01  WS-RPT-MESSAGE.
003340     05  FILLER                      PIC X(10)  VALUE SPACES.
003350     05  WS-RPT-MESSAGE-TEXT         PIC X(70).
003360     05  FILLER                      PIC X(52)  VALUE SPACES.
003370
003380 01  WS-RPT-TOTALS.
003390     05  FILLER                      PIC X(10)  VALUE SPACES.
003400     05  WS-RPT-TOTAL-LABEL          PIC X(20).
003410     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
003420     05  FILLER                      PIC X(95)  VALUE SPACES.
003430
003440 LINKAGE SECTION.
003450 01  PARM-AREA.
003460     05  PARM-LENGTH                 PIC S9(04) COMP.
003470     05  PARM-TEXT                   PIC X(80).
003480
003490 PROCEDURE DIVISION USING PARM-AREA.
003500*****************************************************************
003510*  0000-MAINLINE                                                *
003520*****************************************************************
003530 0000-MAINLINE.
003540     PERFORM 1000-INITIALIZE
003550         THRU 1000-INITIALIZE-EXIT
003560     IF WS-RETURN-CODE = ZERO
003570         PERFORM 2000-BUILD-DEPT-TABLE
003580             THRU 2000-BUILD-DEPT-TABLE-EXIT
003590     END-IF
003600     IF WS-RETURN-CODE < 16
003610         PERFORM 3000-WRITE-GL-FEED
003620             THRU 3000-WRITE-GL-FEED-EXIT
003630         PERFORM 5000-PRINT-REPORT
003640             THRU 5000-PRINT-REPORT-EXIT
003650     END-IF
003660     PERFORM 8000-TERMINATE
003670         THRU 8000-TERMINATE-EXIT
003680     PERFORM 9000-WRITE-RUN-STATISTICS
003690         THRU 9000-WRITE-RUN-STATISTICS-EXIT
003700     MOVE WS-RETURN-CODE TO RETURN-CODE
003710     STOP RUN.
003720
003730*****************************************************************
003740*  1000-INITIALIZE - SET THE RUN DATE BEING POSTED, OPEN FILES  *
003750*****************************************************************
003760 1000-INITIALIZE.
003770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003780     ACCEPT WS-RUN-TIME FROM TIME
003790     MOVE SPACES TO WS-DEPT-TABLE
003800     IF PARM-LENGTH NOT < 8
003810         IF PARM-TEXT(1:8) NOT NUMERIC
003820             DISPLAY 'GLPOST   - PARM RUN DATE NOT YYYYMMDD'
003830             MOVE 16 TO WS-RETURN-CODE
003840             GO TO 1000-INITIALIZE-EXIT
003850         END-IF
003860         MOVE PARM-TEXT(1:8) TO WS-FEED-DATE
003870     ELSE
003880         MOVE WS-RUN-DATE TO WS-FEED-DATE
003890     END-IF
003900     DISPLAY 'GLPOST   - POSTING RUN DATE: ' WS-FEED-DATE
003910     OPEN INPUT EXTRACT-FILE
003920     IF WS-EXTRACT-STATUS NOT = '00'
003930         DISPLAY 'GLPOST   - UNABLE TO OPEN OUTEMP, STATUS='
003940             WS-EXTRACT-STATUS
003950         MOVE 16 TO WS-RETURN-CODE
003960     END-IF
003970     OPEN INPUT MAP-FILE
003980     IF WS-MAP-STATUS NOT = '00'
003990         DISPLAY 'GLPOST   - UNABLE TO OPEN GLMAP, STATUS='
004000             WS-MAP-STATUS
004010         MOVE 16 TO WS-RETURN-CODE
004020     END-IF
004030     OPEN INPUT PAYFEED-FILE
004040     IF WS-PAY-STATUS NOT = '00'
004050         DISPLAY 'GLPOST   - UNABLE TO OPEN PAYFEED, STATUS='
004060             WS-PAY-STATUS
004070         MOVE 16 TO WS-RETURN-CODE
004080     END-IF
004090     OPEN OUTPUT GL-FILE
004100     IF WS-GL-STATUS NOT = '00'
004110         DISPLAY 'GLPOST   - UNABLE TO OPEN GLOUT, STATUS='
004120             WS-GL-STATUS
004130         MOVE 16 TO WS-RETURN-CODE
004140     END-IF
004150     OPEN OUTPUT RPT-FILE
004160     IF WS-RPT-STATUS NOT = '00'
004170         DISPLAY 'GLPOST   - UNABLE TO OPEN GLRPT, STATUS='
004180             WS-RPT-STATUS
004190         MOVE 16 TO WS-RETURN-CODE
004200     END-IF.
004210 1000-INITIALIZE-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*  2000-BUILD-DEPT-TABLE                                        *
004260*  THE MAPPINGS FIRST (THEY FIX THE POSTING ORDER), THEN THE    *
004270*  PAYFEED CONTROLS, THEN THE EXTRACT.                          *
004280*****************************************************************
004290 2000-BUILD-DEPT-TABLE.
004300     PERFORM 2010-READ-MAP-RECORD
004310         THRU 2010-READ-MAP-RECORD-EXIT
004320     PERFORM 2020-POST-MAP-RECORD
004330         THRU 2020-POST-MAP-RECORD-EXIT
004340         UNTIL MAP-EOF
004350     IF WS-RETURN-CODE >= 16
004360         GO TO 2000-BUILD-DEPT-TABLE-EXIT
004370     END-IF
004380     IF NOT SUSPENSE-MAP-FOUND
004390         DISPLAY 'GLPOST   - NO SUSPENSE MAPPING (WORKDEPT ***) '
004400             'ON GLMAP - UNMAPPED DEPARTMENTS CANNOT POST'
004410         MOVE 16 TO WS-RETURN-CODE
004420         GO TO 2000-BUILD-DEPT-TABLE-EXIT
004430     END-IF
004440     PERFORM 2110-READ-PAYFEED-RECORD
004450         THRU 2110-READ-PAYFEED-RECORD-EXIT
004460     PERFORM 2100-POST-PAYFEED-RECORD
004470         THRU 2100-POST-PAYFEED-RECORD-EXIT
004480         UNTIL PAY-EOF
004490     IF WS-RETURN-CODE >= 16
004500         GO TO 2000-BUILD-DEPT-TABLE-EXIT
004510     END-IF
004520     PERFORM 2310-READ-EXTRACT-RECORD
004530         THRU 2310-READ-EXTRACT-RECORD-EXIT
004540     PERFORM 2300-POST-EMPLOYEE
004550         THRU 2300-POST-EMPLOYEE-EXIT
004560         UNTIL EXTRACT-EOF
004570     DISPLAY 'GLPOST   - GLMAP RECORDS READ  : '
004580         WS-MAP-READ-COUNT
004590     DISPLAY 'GLPOST   - PAYFEED RECORDS READ: '
004600         WS-PAY-READ-COUNT
004610     DISPLAY 'GLPOST   - EXTRACT RECORDS READ: '
004620         WS-EXTRACT-READ-COUNT.
004630 2000-BUILD-DEPT-TABLE-EXIT.
004640     EXIT.
004650
004660 2010-READ-MAP-RECORD.
004670     READ MAP-FILE
004680     IF WS-MAP-STATUS = '00'
004690         ADD 1 TO WS-MAP-READ-COUNT
004700     ELSE
004710         IF WS-MAP-STATUS NOT = '10'
004720             DISPLAY 'GLPOST   - GLMAP READ FAILED, STATUS='
004730                 WS-MAP-STATUS
004740             MOVE 16 TO WS-RETURN-CODE
004750         END-IF
004760         SET MAP-EOF TO TRUE
004770     END-IF.
004780 2010-READ-MAP-RECORD-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*  2020-POST-MAP-RECORD                                         *
004830*  THE SUSPENSE MAPPING IS HELD APART; EVERY OTHER MAPPING      *
004840*  CLAIMS A TABLE ENTRY OF ITS OWN.                             *
004850*****************************************************************
004860 2020-POST-MAP-RECORD.
004870     IF GLM-SUSPENSE-MAP
004880         SET SUSPENSE-MAP-FOUND TO TRUE
004890         MOVE GLM-COST-CENTER TO WS-SUS-COST-CENTER
004900         MOVE GLM-SALARY-ACCT TO WS-SUS-SALARY-ACCT
004910         MOVE GLM-BONUS-ACCT TO WS-SUS-BONUS-ACCT
004920         MOVE GLM-COMM-ACCT TO WS-SUS-COMM-ACCT
004930         MOVE GLM-ACCRUAL-ACCT TO WS-SUS-ACCRUAL-ACCT
004940         GO TO 2020-POST-MAP-RECORD-READ
004950     END-IF
004960     MOVE GLM-WORKDEPT TO WS-FIND-DEPT
004970     PERFORM 2400-FIND-DEPT-ENTRY
004980         THRU 2400-FIND-DEPT-ENTRY-EXIT
004990     IF DEPT-FOUND
005000         SET WS-DT-MAPPED (DT-IX) TO TRUE
005010         MOVE GLM-COST-CENTER TO WS-DT-COST-CENTER (DT-IX)
005020         MOVE GLM-SALARY-ACCT TO WS-DT-SALARY-ACCT (DT-IX)
005030         MOVE GLM-BONUS-ACCT TO WS-DT-BONUS-ACCT (DT-IX)
005040         MOVE GLM-COMM-ACCT TO WS-DT-COMM-ACCT (DT-IX)
005050         MOVE GLM-ACCRUAL-ACCT TO WS-DT-ACCRUAL-ACCT (DT-IX)
005060     ELSE
005070         SET MAP-EOF TO TRUE
005080         GO TO 2020-POST-MAP-RECORD-EXIT
005090     END-IF.
005100 2020-POST-MAP-RECORD-READ.
005110     PERFORM 2010-READ-MAP-RECORD
005120         THRU 2010-READ-MAP-RECORD-EXIT.
005130 2020-POST-MAP-RECORD-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170*  2100-POST-PAYFEED-RECORD                                     *
005180*  ONE PASS OVER THE PAYFEED FILE FOR ITS HEADER RUN DATE AND   *
005190*  ITS TRAILER CONTROLS.  THE DETAILS ARE NOT NEEDED - PAYACK   *
005200*  PROVES THEM AGAINST THE TRAILER.                             *
005210*****************************************************************
005220 2100-POST-PAYFEED-RECORD.
005230     IF PFH-IS-HEADER
005240         IF NOT HEADER-FOUND
005250             SET HEADER-FOUND TO TRUE
005260             MOVE PFH-RUN-DATE TO WS-PAYFEED-DATE
005270         END-IF
005280     ELSE
005290         IF PFT-IS-TRAILER
005300             SET TRAILER-FOUND TO TRUE
005310             MOVE PFT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
005320             MOVE PFT-SALARY-TOTAL TO WS-TRL-SALARY-TOTAL
005330             MOVE PFT-BONUS-TOTAL TO WS-TRL-BONUS-TOTAL
005340             MOVE PFT-COMM-TOTAL TO WS-TRL-COMM-TOTAL
005350         END-IF
005360     END-IF
005370     PERFORM 2110-READ-PAYFEED-RECORD
005380         THRU 2110-READ-PAYFEED-RECORD-EXIT.
005390 2100-POST-PAYFEED-RECORD-EXIT.
005400     EXIT.
005410
005420 2110-READ-PAYFEED-RECORD.
005430     READ PAYFEED-FILE
005440     IF WS-PAY-STATUS = '00'
005450         ADD 1 TO WS-PAY-READ-COUNT
005460     ELSE
005470         IF WS-PAY-STATUS NOT = '10'
005480             DISPLAY 'GLPOST   - PAYFEED READ FAILED, STATUS='
005490                 WS-PAY-STATUS
005500             MOVE 16 TO WS-RETURN-CODE
005510         END-IF
005520         SET PAY-EOF TO TRUE
005530     END-IF.
005540 2110-READ-PAYFEED-RECORD-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580*  2300-POST-EMPLOYEE                                           *
005590*  ONE HEAD AND ITS SALARY, BONUS AND COMMISSION TO THE         *
005600*  EMPLOYEE'S WORKDEPT.  A WORKDEPT WITH NO MAPPING TAKES THE   *
005610*  SUSPENSE ACCOUNTS WHEN IT CLAIMS ITS ENTRY.  A RECORD WITH   *
005620*  NON-NUMERIC MONEY CANNOT BE POSTED AND IS SKIPPED WITH A     *
005630*  WARNING - THE PAYFEED TIE-OUT WILL THEN FAIL AS WELL.        *
005640*****************************************************************
005650 2300-POST-EMPLOYEE.
005660     IF EMPOUT-SALARY NOT NUMERIC
005670         OR EMPOUT-BONUS NOT NUMERIC
005680         OR EMPOUT-COMM NOT NUMERIC
005690         DISPLAY 'GLPOST   - NON-NUMERIC PAY ON EXTRACT, EMPNO '
005700             EMPOUT-EMPNO ' SKIPPED'
005710         ADD 1 TO WS-EXTRACT-SKIP-COUNT
005720         PERFORM 4100-RAISE-WARNING-RC
005730             THRU 4100-RAISE-WARNING-RC-EXIT
005740         GO TO 2300-POST-EMPLOYEE-READ
005750     END-IF
005760     IF EMPOUT-WORKDEPT = SPACES
005770         MOVE WS-NO-DEPT-KEY TO WS-FIND-DEPT
005780     ELSE
005790         MOVE EMPOUT-WORKDEPT TO WS-FIND-DEPT
005800     END-IF
005810     PERFORM 2400-FIND-DEPT-ENTRY
005820         THRU 2400-FIND-DEPT-ENTRY-EXIT
005830     IF DEPT-NOT-FOUND
005840         SET EXTRACT-EOF TO TRUE
005850         GO TO 2300-POST-EMPLOYEE-EXIT
005860     END-IF
005870     ADD 1 TO WS-DT-HEADCOUNT (DT-IX)
005880     ADD EMPOUT-SALARY TO WS-DT-SALARY (DT-IX)
005890     ADD EMPOUT-BONUS TO WS-DT-BONUS (DT-IX)
005900     ADD EMPOUT-COMM TO WS-DT-COMM (DT-IX)
005910     ADD 1 TO WS-EMP-POSTED-COUNT.
005920 2300-POST-EMPLOYEE-READ.
005930     PERFORM 2310-READ-EXTRACT-RECORD
005940         THRU 2310-READ-EXTRACT-RECORD-EXIT.
005950 2300-POST-EMPLOYEE-EXIT.
005960     EXIT.
005970
005980 2310-READ-EXTRACT-RECORD.
005990     READ EXTRACT-FILE INTO EMPOUT-RECORD
006000     IF WS-EXTRACT-STATUS = '00'
006010         ADD 1 TO WS-EXTRACT-READ-COUNT
006020     ELSE
006030         IF WS-EXTRACT-STATUS NOT = '10'
006040             DISPLAY 'GLPOST   - OUTEMP READ FAILED, STATUS='
006050                 WS-EXTRACT-STATUS
006060             MOVE 16 TO WS-RETURN-CODE
006070         END-IF
006080         SET EXTRACT-EOF TO TRUE
006090     END-IF.
006100 2310-READ-EXTRACT-RECORD-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*  2400-FIND-DEPT-ENTRY                                         *
006150*  FIND (OR CLAIM) THE TABLE ENTRY FOR WS-FIND-DEPT.  UNUSED    *
006160*  ENTRIES HAVE A BLANK DEPTNO, SO THE FIRST BLANK ENTRY        *
006170*  REACHED BY THE SEARCH IS A FREE SLOT.  A CLAIMED ENTRY       *
006180*  STARTS IN SUSPENSE WITH THE SUSPENSE ACCOUNTS - THE GLMAP    *
006190*  LOAD OVERRIDES THEM.  A FULL TABLE IS FATAL, AS THE FEED     *
006200*  WOULD BE SHORT.                                              *
006210*****************************************************************
006220 2400-FIND-DEPT-ENTRY.
006230     SET DEPT-NOT-FOUND TO TRUE
006240     SET DT-IX TO 1
006250     SEARCH WS-DT-ENTRY
006260         AT END
006270             DISPLAY 'GLPOST   - DEPARTMENT TABLE FULL AT 150, '
006280                 'DEPT ' WS-FIND-DEPT ' NOT PLACED'
006290             MOVE 16 TO WS-RETURN-CODE
006300         WHEN WS-DT-DEPTNO (DT-IX) = WS-FIND-DEPT
006310             SET DEPT-FOUND TO TRUE
006320         WHEN WS-DT-DEPTNO (DT-IX) = SPACES
006330             MOVE WS-FIND-DEPT TO WS-DT-DEPTNO (DT-IX)
006340             SET WS-DT-IN-SUSPENSE (DT-IX) TO TRUE
006350             MOVE WS-SUS-COST-CENTER TO WS-DT-COST-CENTER (DT-IX)
006360             MOVE WS-SUS-SALARY-ACCT TO WS-DT-SALARY-ACCT (DT-IX)
006370             MOVE WS-SUS-BONUS-ACCT TO WS-DT-BONUS-ACCT (DT-IX)
006380             MOVE WS-SUS-COMM-ACCT TO WS-DT-COMM-ACCT (DT-IX)
006390             MOVE WS-SUS-ACCRUAL-ACCT
006400                 TO WS-DT-ACCRUAL-ACCT (DT-IX)
006410             MOVE ZERO TO WS-DT-HEADCOUNT (DT-IX)
006420             MOVE ZERO TO WS-DT-SALARY (DT-IX)
006430             MOVE ZERO TO WS-DT-BONUS (DT-IX)
006440             MOVE ZERO TO WS-DT-COMM (DT-IX)
006450             ADD 1 TO WS-DEPT-TABLE-COUNT
006460             SET DEPT-FOUND TO TRUE
006470     END-SEARCH.
006480 2400-FIND-DEPT-ENTRY-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520*  3000-WRITE-GL-FEED                                           *
006530*  HEADER, THE POSTING PAIRS OF EVERY DEPARTMENT THAT HAS       *
006540*  EMPLOYEES ON THE EXTRACT, AND THE TRAILER.                   *
006550*****************************************************************
006560 3000-WRITE-GL-FEED.
006570     MOVE SPACES TO GLFEED-HEADER
006580     MOVE 'H' TO GLH-RECORD-TYPE
006590     MOVE WS-FEED-DATE TO GLH-RUN-DATE
006600     MOVE 'COBOLDB2' TO GLH-SOURCE-SYSTEM
006610     MOVE 'LABOR   ' TO GLH-FEED-TYPE
006620     WRITE GLFEED-HEADER
006630     PERFORM 3100-WRITE-DEPT-POSTINGS
006640         THRU 3100-WRITE-DEPT-POSTINGS-EXIT
006650         VARYING WS-POST-IX FROM 1 BY 1
006660         UNTIL WS-POST-IX > WS-DEPT-TABLE-COUNT
006670     MOVE SPACES TO GLFEED-TRAILER
006680     MOVE 'T' TO GLT-RECORD-TYPE
006690     MOVE WS-GL-DETAIL-COUNT TO GLT-RECORD-COUNT
006700     MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
006710     MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
006720     MOVE WS-GL-SALARY-TOTAL TO GLT-SALARY-TOTAL
006730     MOVE WS-GL-BONUS-TOTAL TO GLT-BONUS-TOTAL
006740     MOVE WS-GL-COMM-TOTAL TO GLT-COMM-TOTAL
006750     WRITE GLFEED-TRAILER
006760     DISPLAY 'GLPOST   - GL DETAIL RECORDS   : '
006770         WS-GL-DETAIL-COUNT
006780     DISPLAY 'GLPOST   - GL DEBIT TOTAL      : '
006790         WS-GL-DEBIT-TOTAL.
006800 3000-WRITE-GL-FEED-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840*  3100-WRITE-DEPT-POSTINGS                                     *
006850*  ONE PAIR PER PAY TYPE WITH A NON-ZERO DEPARTMENT TOTAL.  A   *
006860*  MAPPED DEPARTMENT WITH NOBODY ON THE EXTRACT POSTS NOTHING.  *
006870*****************************************************************
006880 3100-WRITE-DEPT-POSTINGS.
006890     IF WS-DT-HEADCOUNT (WS-POST-IX) = ZERO
006900         GO TO 3100-WRITE-DEPT-POSTINGS-EXIT
006910     END-IF
006920     ADD 1 TO WS-DEPT-POSTED-COUNT
006930     IF WS-DT-IN-SUSPENSE (WS-POST-IX)
006940         ADD 1 TO WS-SUSPENSE-DEPT-COUNT
006950     END-IF
006960     ADD WS-DT-SALARY (WS-POST-IX) TO WS-GL-SALARY-TOTAL
006970     ADD WS-DT-BONUS (WS-POST-IX) TO WS-GL-BONUS-TOTAL
006980     ADD WS-DT-COMM (WS-POST-IX) TO WS-GL-COMM-TOTAL
006990     MOVE WS-DT-SALARY (WS-POST-IX) TO WS-PST-AMOUNT
007000     MOVE 'SAL ' TO WS-PST-PAY-TYPE
007010     MOVE WS-DT-SALARY-ACCT (WS-POST-IX) TO WS-PST-EXPENSE-ACCT
007020     MOVE 'HR LABOR COST - SALARY' TO WS-PST-DESCRIPTION
007030     PERFORM 3200-WRITE-POSTING-PAIR
007040         THRU 3200-WRITE-POSTING-PAIR-EXIT
007050     MOVE WS-DT-BONUS (WS-POST-IX) TO WS-PST-AMOUNT
007060     MOVE 'BON ' TO WS-PST-PAY-TYPE
007070     MOVE WS-DT-BONUS-ACCT (WS-POST-IX) TO WS-PST-EXPENSE-ACCT
007080     MOVE 'HR LABOR COST - BONUS' TO WS-PST-DESCRIPTION
007090     PERFORM 3200-WRITE-POSTING-PAIR
007100         THRU 3200-WRITE-POSTING-PAIR-EXIT
007110     MOVE WS-DT-COMM (WS-POST-IX) TO WS-PST-AMOUNT
007120     MOVE 'COMM' TO WS-PST-PAY-TYPE
007130     MOVE WS-DT-COMM-ACCT (WS-POST-IX) TO WS-PST-EXPENSE-ACCT
007140     MOVE 'HR LABOR COST - COMMISSION' TO WS-PST-DESCRIPTION
007150     PERFORM 3200-WRITE-POSTING-PAIR
007160         THRU 3200-WRITE-POSTING-PAIR-EXIT.
007170 3100-WRITE-DEPT-POSTINGS-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*  3200-WRITE-POSTING-PAIR                                      *
007220*  DEBIT EXPENSE / CREDIT ACCRUED PAYROLL FOR WS-PST-AMOUNT AT  *
007230*  THE DEPARTMENT'S COST CENTER.  A NEGATIVE AMOUNT REVERSES    *
007240*  THE PAIR SO THE FEED CARRIES NO SIGNED AMOUNTS.              *
007250*****************************************************************
007260 3200-WRITE-POSTING-PAIR.
007270     IF WS-PST-AMOUNT = ZERO
007280         GO TO 3200-WRITE-POSTING-PAIR-EXIT
007290     END-IF
007300     MOVE SPACES TO GLFEED-DETAIL
007310     MOVE 'D' TO GLD-RECORD-TYPE
007320     MOVE WS-DT-COST-CENTER (WS-POST-IX) TO GLD-COST-CENTER
007330     MOVE WS-PST-PAY-TYPE TO GLD-PAY-TYPE
007340     MOVE WS-DT-DEPTNO (WS-POST-IX) TO GLD-WORKDEPT
007350     IF WS-DT-IN-SUSPENSE (WS-POST-IX)
007360         MOVE 'Y' TO GLD-SUSPENSE-SW
007370     ELSE
007380         MOVE 'N' TO GLD-SUSPENSE-SW
007390     END-IF
007400     MOVE WS-PST-DESCRIPTION TO GLD-DESCRIPTION
007410     IF WS-PST-AMOUNT < ZERO
007420         COMPUTE WS-PST-ABS-AMOUNT = ZERO - WS-PST-AMOUNT
007430         MOVE WS-DT-ACCRUAL-ACCT (WS-POST-IX) TO GLD-ACCOUNT
007440     ELSE
007450         MOVE WS-PST-AMOUNT TO WS-PST-ABS-AMOUNT
007460         MOVE WS-PST-EXPENSE-ACCT TO GLD-ACCOUNT
007470     END-IF
007480     MOVE WS-PST-ABS-AMOUNT TO GLD-AMOUNT
007490     MOVE 'D' TO GLD-DEBIT-CREDIT
007500     WRITE GLFEED-DETAIL
007510     ADD 1 TO WS-GL-DETAIL-COUNT
007520     ADD WS-PST-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL
007530     IF WS-PST-AMOUNT < ZERO
007540         MOVE WS-PST-EXPENSE-ACCT TO GLD-ACCOUNT
007550     ELSE
007560         MOVE WS-DT-ACCRUAL-ACCT (WS-POST-IX) TO GLD-ACCOUNT
007570     END-IF
007580     MOVE 'C' TO GLD-DEBIT-CREDIT
007590     WRITE GLFEED-DETAIL
007600     ADD 1 TO WS-GL-DETAIL-COUNT
007610     ADD WS-PST-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
007620 3200-WRITE-POSTING-PAIR-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*  4100-RAISE-WARNING-RC - RETURN CODE 4 UNLESS ALREADY HIGHER  *
007670*****************************************************************
007680 4100-RAISE-WARNING-RC.
007690     IF WS-RETURN-CODE < 4
007700         MOVE 4 TO WS-RETURN-CODE
007710     END-IF.
007720 4100-RAISE-WARNING-RC-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760*  5000-PRINT-REPORT                                            *
007770*  THE SUSPENSE LISTING, THEN THE TIE-OUT TO THE PAYFEED        *
007780*  TRAILER, THEN THE COUNTS.                                    *
007790*****************************************************************
007800 5000-PRINT-REPORT.
007810     PERFORM 5400-WRITE-HEADINGS
007820         THRU 5400-WRITE-HEADINGS-EXIT
007830     MOVE WS-SUS-COST-CENTER TO WS-RPT-SUS-CC-OUT
007840     WRITE RPT-RECORD FROM WS-RPT-SUSPENSE-TITLE
007850     WRITE RPT-RECORD FROM WS-RPT-SUSPENSE-HEADING
007860     ADD 2 TO WS-LINE-COUNT
007870     PERFORM 5100-WRITE-SUSPENSE-LINE
007880         THRU 5100-WRITE-SUSPENSE-LINE-EXIT
007890         VARYING WS-POST-IX FROM 1 BY 1
007900         UNTIL WS-POST-IX > WS-DEPT-TABLE-COUNT
007910     IF WS-SUSPENSE-DEPT-COUNT = ZERO
007920         MOVE 'NONE - EVERY DEPARTMENT ON THE EXTRACT IS MAPPED'
007930             TO WS-RPT-MESSAGE-TEXT
007940         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
007950     ELSE
007960         DISPLAY 'GLPOST   - DEPARTMENTS IN SUSPENSE: '
007970             WS-SUSPENSE-DEPT-COUNT
007980         PERFORM 4100-RAISE-WARNING-RC
007990             THRU 4100-RAISE-WARNING-RC-EXIT
008000     END-IF
008010     MOVE SPACES TO RPT-RECORD
008020     WRITE RPT-RECORD
008030     PERFORM 5200-TIE-TO-PAYFEED
008040         THRU 5200-TIE-TO-PAYFEED-EXIT
008050     MOVE SPACES TO RPT-RECORD
008060     WRITE RPT-RECORD
008070     MOVE 'DEPARTMENTS POSTED: ' TO WS-RPT-TOTAL-LABEL
008080     MOVE WS-DEPT-POSTED-COUNT TO WS-RPT-TOTAL-OUT
008090     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008100     MOVE 'IN SUSPENSE       : ' TO WS-RPT-TOTAL-LABEL
008110     MOVE WS-SUSPENSE-DEPT-COUNT TO WS-RPT-TOTAL-OUT
008120     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008130     MOVE 'GL DETAIL RECORDS : ' TO WS-RPT-TOTAL-LABEL
008140     MOVE WS-GL-DETAIL-COUNT TO WS-RPT-TOTAL-OUT
008150     WRITE RPT-RECORD FROM WS-RPT-TOTALS
008160     MOVE 'EXTRACT SKIPPED   : ' TO WS-RPT-TOTAL-LABEL
008170     MOVE WS-EXTRACT-SKIP-COUNT TO WS-RPT-TOTAL-OUT
008180     WRITE RPT-RECORD FROM WS-RPT-TOTALS.
008190 5000-PRINT-REPORT-EXIT.
008200     EXIT.
008210
008220 5100-WRITE-SUSPENSE-LINE.
008230     IF WS-DT-MAPPED (WS-POST-IX)
008240         OR WS-DT-HEADCOUNT (WS-POST-IX) = ZERO
008250         GO TO 5100-WRITE-SUSPENSE-LINE-EXIT
008260     END-IF
008270     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008280         PERFORM 5400-WRITE-HEADINGS
008290             THRU 5400-WRITE-HEADINGS-EXIT
008300         WRITE RPT-RECORD FROM WS-RPT-SUSPENSE-HEADING
008310         ADD 1 TO WS-LINE-COUNT
008320     END-IF
008330     MOVE WS-DT-DEPTNO (WS-POST-IX) TO WS-RPT-SUS-DEPT-OUT
008340     MOVE WS-DT-HEADCOUNT (WS-POST-IX) TO WS-RPT-SUS-HC-OUT
008350     MOVE WS-DT-SALARY (WS-POST-IX) TO WS-RPT-SUS-SAL-OUT
008360     MOVE WS-DT-BONUS (WS-POST-IX) TO WS-RPT-SUS-BON-OUT
008370     MOVE WS-DT-COMM (WS-POST-IX) TO WS-RPT-SUS-COMM-OUT
008380     WRITE RPT-RECORD FROM WS-RPT-SUSPENSE-LINE
008390     ADD 1 TO WS-LINE-COUNT.
008400 5100-WRITE-SUSPENSE-LINE-EXIT.
008410     EXIT.
008420
008430*****************************************************************
008440*  5200-TIE-TO-PAYFEED                                          *
008450*  THE FEED MUST COME FROM THE SAME RUN AS PAYFEED, AND ITS     *
008460*  EMPLOYEE COUNT AND PAY-TYPE TOTALS MUST EQUAL THE PAYFEED    *
008470*  TRAILER.  DEBITS MUST EQUAL CREDITS.  ANY FAILURE MEANS THE  *
008480*  FEED MUST NOT BE RELEASED TO THE LEDGER - RETURN CODE 8.     *
008490*****************************************************************
008500 5200-TIE-TO-PAYFEED.
008510     WRITE RPT-RECORD FROM WS-RPT-CONTROL-HEADING
008520     IF NOT HEADER-FOUND OR NOT TRAILER-FOUND
008530         MOVE 'PAYFEED HAS NO HEADER OR NO TRAILER - CANNOT TIE'
008540             TO WS-RPT-MESSAGE-TEXT
008550         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
008560         SET FEED-NOT-TIED TO TRUE
008570         GO TO 5200-TIE-FINISH
008580     END-IF
008590     IF WS-PAYFEED-DATE NOT = WS-FEED-DATE
008600         MOVE SPACES TO WS-RPT-MESSAGE-TEXT
008610         STRING 'PAYFEED IS FOR RUN DATE ' DELIMITED BY SIZE
008620                WS-PAYFEED-DATE DELIMITED BY SIZE
008630                ', NOT THE RUN DATE POSTED ' DELIMITED BY SIZE
008640                WS-FEED-DATE DELIMITED BY SIZE
008650             INTO WS-RPT-MESSAGE-TEXT
008660         END-STRING
008670         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
008680         SET FEED-NOT-TIED TO TRUE
008690     END-IF
008700     MOVE 'EMPLOYEE COUNT      ' TO WS-RPT-LABEL-OUT
008710     MOVE WS-EMP-POSTED-COUNT TO WS-RPT-OURS-OUT
008720     MOVE WS-TRL-RECORD-COUNT TO WS-RPT-THEIRS-OUT
008730     IF WS-EMP-POSTED-COUNT = WS-TRL-RECORD-COUNT
008740         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
008750     ELSE
008760         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
008770         SET FEED-NOT-TIED TO TRUE
008780     END-IF
008790     WRITE RPT-RECORD FROM WS-RPT-CONTROL-LINE
008800     MOVE 'SALARY TOTAL        ' TO WS-RPT-LABEL-OUT
008810     MOVE WS-GL-SALARY-TOTAL TO WS-RPT-OURS-OUT
008820     MOVE WS-TRL-SALARY-TOTAL TO WS-RPT-THEIRS-OUT
008830     IF WS-GL-SALARY-TOTAL = WS-TRL-SALARY-TOTAL
008840         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
008850     ELSE
008860         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
008870         SET FEED-NOT-TIED TO TRUE
008880     END-IF
008890     WRITE RPT-RECORD FROM WS-RPT-CONTROL-LINE
008900     MOVE 'BONUS TOTAL         ' TO WS-RPT-LABEL-OUT
008910     MOVE WS-GL-BONUS-TOTAL TO WS-RPT-OURS-OUT
008920     MOVE WS-TRL-BONUS-TOTAL TO WS-RPT-THEIRS-OUT
008930     IF WS-GL-BONUS-TOTAL = WS-TRL-BONUS-TOTAL
008940         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
008950     ELSE
008960         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
008970         SET FEED-NOT-TIED TO TRUE
008980     END-IF
008990     WRITE RPT-RECORD FROM WS-RPT-CONTROL-LINE
009000     MOVE 'COMMISSION TOTAL    ' TO WS-RPT-LABEL-OUT
009010     MOVE WS-GL-COMM-TOTAL TO WS-RPT-OURS-OUT
009020     MOVE WS-TRL-COMM-TOTAL TO WS-RPT-THEIRS-OUT
009030     IF WS-GL-COMM-TOTAL = WS-TRL-COMM-TOTAL
009040         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
009050     ELSE
009060         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
009070         SET FEED-NOT-TIED TO TRUE
009080     END-IF
009090     WRITE RPT-RECORD FROM WS-RPT-CONTROL-LINE.
009100 5200-TIE-FINISH.
009110     MOVE 'DEBITS / CREDITS    ' TO WS-RPT-LABEL-OUT
009120     MOVE WS-GL-DEBIT-TOTAL TO WS-RPT-OURS-OUT
009130     MOVE WS-GL-CREDIT-TOTAL TO WS-RPT-THEIRS-OUT
009140     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
009150         MOVE 'BALANCED' TO WS-RPT-RESULT-OUT
009160     ELSE
009170         MOVE 'UNEQUAL ' TO WS-RPT-RESULT-OUT
009180         SET FEED-NOT-TIED TO TRUE
009190     END-IF
009200     WRITE RPT-RECORD FROM WS-RPT-CONTROL-LINE
009210     IF FEED-TIED
009220         MOVE 'GL FEED TIES TO PAYFEED - RELEASE TO THE LEDGER'
009230             TO WS-RPT-MESSAGE-TEXT
009240         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
009250         DISPLAY 'GLPOST   - FEED TIES TO PAYFEED'
009260     ELSE
009270         MOVE 'GL FEED DOES NOT TIE TO PAYFEED - DO NOT RELEASE'
009280             TO WS-RPT-MESSAGE-TEXT
009290         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
009300         DISPLAY 'GLPOST   - FEED DOES NOT TIE TO PAYFEED'
009310         IF WS-RETURN-CODE < 8
009320             MOVE 8 TO WS-RETURN-CODE
009330         END-IF
009340     END-IF.
009350 5200-TIE-TO-PAYFEED-EXIT.
009360     EXIT.
009370
009380 5400-WRITE-HEADINGS.
009390     ADD 1 TO WS-PAGE-COUNT
009400     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
009410     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
009420     MOVE WS-FEED-DATE TO WS-RPT-FEED-DATE-OUT
009430     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
009440     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
009450     MOVE SPACES TO RPT-RECORD
009460     WRITE RPT-RECORD
009470     MOVE 3 TO WS-LINE-COUNT.
009480 5400-WRITE-HEADINGS-EXIT.
009490     EXIT.
009500
009510*****************************************************************
009520*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
009530*****************************************************************
009540 8000-TERMINATE.
009550     PERFORM 8100-CLOSE-FILES
009560         THRU 8100-CLOSE-FILES-EXIT
009570     IF WS-EXTRACT-SKIP-COUNT > ZERO
009580         DISPLAY 'GLPOST   - EXTRACT RECORDS SKIPPED: '
009590             WS-EXTRACT-SKIP-COUNT
009600     END-IF.
009610 8000-TERMINATE-EXIT.
009620     EXIT.
009630
009640 8100-CLOSE-FILES.
009650     CLOSE EXTRACT-FILE
009660     CLOSE MAP-FILE
009670     CLOSE PAYFEED-FILE
009680     CLOSE GL-FILE
009690     CLOSE RPT-FILE.
009700 8100-CLOSE-FILES-EXIT.
009710     EXIT.
009720
009730*****************************************************************
009740*  9000-WRITE-RUN-STATISTICS                                    *
009750*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
009760*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
009770*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN RUN.            *
009780*****************************************************************
009790 9000-WRITE-RUN-STATISTICS.
009800     OPEN EXTEND STATS-FILE
009810     IF WS-STAT-STATUS = '05' OR '35'
009820         OPEN OUTPUT STATS-FILE
009830     END-IF
009840     IF WS-STAT-STATUS NOT = '00'
009850         DISPLAY 'GLPOST   - UNABLE TO OPEN RUNSTATS, STATUS='
009860             WS-STAT-STATUS
009870         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
009880     END-IF
009890     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
009900     ACCEPT WS-END-TIME FROM TIME
009910     MOVE SPACES TO RUN-STAT-RECORD
009920     MOVE 'GLPOST  ' TO RST-PROGRAM
009930     MOVE WS-RUN-DATE TO RST-START-DATE
009940     MOVE WS-RUN-TIME TO RST-START-TIME
009950     MOVE WS-END-DATE TO RST-END-DATE
009960     MOVE WS-END-TIME TO RST-END-TIME
009970     MOVE WS-EXTRACT-READ-COUNT TO RST-READ-COUNT
009980     MOVE WS-GL-DETAIL-COUNT TO RST-WRITTEN-COUNT
009990     MOVE WS-SUSPENSE-DEPT-COUNT TO RST-REJECT-COUNT
010000     IF WS-RETURN-CODE < ZERO
010010         MOVE ZERO TO RST-RETURN-CODE
010020     ELSE
010030         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
010040     END-IF
010050     WRITE RUN-STAT-RECORD
010060     CLOSE STATS-FILE.
010070 9000-WRITE-RUN-STATISTICS-EXIT.
010080     EXIT.
