000100*  FULL SCAN OF THE SEQUENTIAL EXTRACT, NO MODE 1 JOB PER       *
000110*  REQUEST.  RESULTS PRINT ON A 132-CHARACTER REPORT; EMPNOS    *
000120*  OR NAMES NOT ON THE MASTER ARE FLAGGED AND END THE STEP      *
000130*  WITH RETURN CODE 4.  EVERY REQUEST CARRIES THE REQUESTING    *
000140*  USER ID AND IS CHECKED AGAINST THE ENTITLEMENT FILE          *
000150*  (ENTLMNT); A REFUSED REQUEST IS LOGGED TO AUDITLOG AND ENDS  *
000160*  THE STEP WITH RETURN CODE 12.                                *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    EMPLKUP.
000200 AUTHOR.        R HENSLEY.
000210 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000220 DATE-WRITTEN.  08/21/2026.
000230 DATE-COMPILED.
000240*****************************************************************
000250*  MODIFICATION HISTORY                                         *
000260*  DATE       INIT  DESCRIPTION                                 *
000270*  08/21/2026 RH    ORIGINAL PROGRAM - KEYED LOOKUPS AGAINST    *
000280*                   THE EMPVSAM MASTER WITH A PRINTED RESULT    *
000290*                   REPORT.                                     *
000300*  09/02/2026 RH    LOOKUPIN NOW CARRIES EITHER AN EMPNO OR A   *
000310*                   LAST-NAME SEARCH REQUEST (LKUPREC LAYOUT).  *
000320*                   NAME REQUESTS - FULL OR LEADING-CHARACTER   *
000330*                   PARTIAL, OPTIONALLY QUALIFIED BY WORKDEPT - *
000340*                   ARE RESOLVED THROUGH THE NEW VSM-LASTNAME   *
000350*                   ALTERNATE INDEX AND EVERY MATCH PRINTS ON   *
000360*                   THE REPORT.                                 *
000370*  09/02/2026 RH    ONE RUN-STATISTICS RECORD (RUNSTAT) IS      *
000380*                   NOW APPENDED TO THE SHARED RUNSTATS FILE    *
000390*                   AT END OF RUN FOR THE OPSRPT MORNING        *
000400*                   SUMMARY.                                    *
000410*  10/15/2026 RH    EACH REQUEST NOW CARRIES THE REQUESTING     *
000420*                   USER ID, WHO MUST HOLD LOOKUP MODE 'L' AND  *
000430*                   THE EMPLOYEE'S DEPARTMENT ON THE            *
000440*                   ENTITLEMENT FILE (ENTLMNT).  A REFUSED      *
000450*                   REQUEST PRINTS AS REFUSED, IS LOGGED TO     *
000460*                   AUDITLOG AND ENDS THE STEP WITH RC 12;      *
000470*                   NAME-SEARCH MATCHES IN OTHER DEPARTMENTS    *
000480*                   ARE WITHHELD.  SALARY PRINTS MASKED UNLESS  *
000490*                   THE USER IS CLEARED FOR UNMASKED PAY.       *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.  IBM-ZSERIES.
000540 OBJECT-COMPUTER.  IBM-ZSERIES.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT LOOKUP-FILE
000580         ASSIGN TO LOOKUPIN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-LOOKUP-STATUS.
000610
000620     SELECT VSAM-FILE
000630         ASSIGN TO EMPVSAM
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS VSM-EMPNO
000670         ALTERNATE RECORD KEY IS VSM-LASTNAME
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-VSAM-STATUS.
000700
000710     SELECT STATS-FILE
000720         ASSIGN TO RUNSTATS
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-STAT-STATUS.
000750
000760     SELECT RPT-FILE
000770         ASSIGN TO LKPRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-RPT-STATUS.
000800     SELECT ENTITLEMENT-FILE
000810         ASSIGN TO ENTLMNT
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS ENT-USER-ID
000850         FILE STATUS IS WS-ENTL-STATUS.
000860
000870     SELECT AUDIT-FILE
000880         ASSIGN TO AUDITLOG
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-AUDIT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  LOOKUP-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY LKUPREC.
000980
000990 FD  VSAM-FILE.
001000 COPY VSAMREC.
001010
001020 FD  RPT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  RPT-RECORD                  PIC X(132).
001060
001070 FD  STATS-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RUNSTAT.
001110 FD  ENTITLEMENT-FILE.
001120 COPY ENTLREC.
001130
001140 FD  AUDIT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY AUDREC.
001180
001190 WORKING-STORAGE SECTION.
001200*****************************************************************
001210*  FILE STATUS SWITCHES                                         *
001220*****************************************************************
001230 01  WS-FILE-STATUSES.
001240     05  WS-LOOKUP-STATUS            PIC X(02).
001250     05  WS-VSAM-STATUS              PIC X(02).
001260     05  WS-RPT-STATUS               PIC X(02).
001270     05  WS-STAT-STATUS              PIC X(02).
001280     05  WS-ENTL-STATUS              PIC X(02).
001290     05  WS-AUDIT-STATUS             PIC X(02).
001300
001310 01  WS-IDENTIFICATION.
001320     05  WS-RUN-DATE                 PIC X(08).
001330     05  WS-RUN-TIME                 PIC X(08).
001340     05  WS-END-DATE                 PIC X(08).
001350     05  WS-END-TIME                 PIC X(08).
001360
001370*****************************************************************
001380*  PROGRAM SWITCHES                                             *
001390*****************************************************************
001400 01  WS-SWITCHES.
001410     05  WS-LOOKUP-EOF-SW            PIC X(01)  VALUE 'N'.
001420         88  LOOKUP-EOF                  VALUE 'Y'.
001430     05  WS-SEARCH-EOF-SW            PIC X(01)  VALUE 'N'.
001440         88  SEARCH-EOF                  VALUE 'Y'.
001450     05  WS-REQUEST-ACCESS-SW        PIC X(01)  VALUE 'Y'.
001460         88  REQUEST-GRANTED             VALUE 'Y'.
001470         88  REQUEST-REFUSED             VALUE 'N'.
001480         88  REQUEST-CHECK-FAILED        VALUE 'F'.
001490     05  WS-ENT-MODE-SW              PIC X(01)  VALUE 'N'.
001500         88  ENT-MODE-HELD               VALUE 'Y'.
001510         88  ENT-MODE-NOT-HELD           VALUE 'N'.
001520     05  WS-ENT-DEPT-SW              PIC X(01)  VALUE 'N'.
001530         88  ENT-DEPT-HELD               VALUE 'Y'.
001540         88  ENT-DEPT-NOT-HELD           VALUE 'N'.
001550
001560*****************************************************************
001570*  ENTITLEMENT CHECK WORK AREA - THE RUN MODE CODE THIS PROGRAM *
001580*  NEEDS, THE DEPARTMENT 2160 IS ASKED ABOUT, AND THE REASON    *
001590*  DISPLAYED WHEN A REQUEST IS REFUSED.                         *
001600*****************************************************************
001610 01  WS-LOOKUP-MODE-CODE             PIC X(01)  VALUE 'L'.
001620 01  WS-ENT-CHECK-DEPT               PIC X(03).
001630 01  WS-ENT-REFUSE-REASON            PIC X(40).
001640
001650*****************************************************************
001660*  STANDALONE COUNTERS                                          *
001670*****************************************************************
001680 77  WS-REQUEST-COUNT               PIC 9(07)   COMP VALUE ZERO.
001690 77  WS-FOUND-COUNT                 PIC 9(07)   COMP VALUE ZERO.
001700 77  WS-NOTFOUND-COUNT              PIC 9(07)   COMP VALUE ZERO.
001710 77  WS-MATCH-COUNT                 PIC 9(07)   COMP VALUE ZERO.
001720 77  WS-REFUSED-COUNT               PIC 9(07)   COMP VALUE ZERO.
001730 77  WS-WITHHELD-COUNT              PIC 9(07)   COMP VALUE ZERO.
001740 77  WS-NAME-LEN                    PIC 9(02)   COMP VALUE ZERO.
001750 77  WS-SCAN-IX                     PIC 9(02)   COMP VALUE ZERO.
001760 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001770 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001780 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
001790 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001800
001810*****************************************************************
001820*  REPORT HEADING AND DETAIL LINES                              *
001830*****************************************************************
001840 01  WS-RPT-HEADING-1.
001850     05  FILLER                      PIC X(10)  VALUE SPACES.
001860     05  FILLER                      PIC X(40)
001870         VALUE 'EMPLOYEE MASTER LOOKUP REPORT'.
001880     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
001890     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
001900     05  FILLER                      PIC X(73)  VALUE SPACES.
001910
001920 01  WS-RPT-HEADING-2.
001930     05  FILLER                      PIC X(10)  VALUE SPACES.
001940     05  FILLER                      PIC X(14)
001950         VALUE 'RUN DATE    : '.
001960     05  WS-RPT-DATE-OUT             PIC X(08).
001970     05  FILLER                      PIC X(100) VALUE SPACES.
001980
001990 01  WS-RPT-HEADING-3.
002000     05  FILLER                      PIC X(10)  VALUE SPACES.
002010     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
002020     05  FILLER                      PIC X(16)
002030         VALUE 'LAST NAME       '.
002040     05  FILLER                      PIC X(13)
002050         VALUE 'FIRST NAME   '.
002060     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
002070     05  FILLER                      PIC X(06)  VALUE 'PHONE '.
002080     05  FILLER                      PIC X(09)  VALUE 'JOB      '.
002090     05  FILLER                      PIC X(11)
002100         VALUE '     SALARY'.
002110     05  FILLER                      PIC X(10)
002120         VALUE ' RESULT  '.
002130     05  FILLER                      PIC X(45)  VALUE SPACES.
002140
002150 01  WS-RPT-DETAIL.
002160     05  FILLER                      PIC X(10)  VALUE SPACES.
002170     05  WS-RPT-EMPNO-OUT            PIC X(06).
002180     05  FILLER                      PIC X(01)  VALUE SPACES.
002190     05  WS-RPT-LNAME-OUT            PIC X(15).
002200     05  FILLER                      PIC X(01)  VALUE SPACES.
002210     05  WS-RPT-FNAME-OUT            PIC X(12).
002220     05  FILLER                      PIC X(01)  VALUE SPACES.
002230     05  WS-RPT-DEPT-OUT             PIC X(03).
002240     05  FILLER                      PIC X(02)  VALUE SPACES.
002250     05  WS-RPT-PHONE-OUT            PIC X(04).
002260     05  FILLER                      PIC X(02)  VALUE SPACES.
002270     05  WS-RPT-JOB-OUT              PIC X(08).
002280     05  FILLER                      PIC X(01)  VALUE SPACES.
002290     05  WS-RPT-SALARY-OUT           PIC ZZ,ZZZ,ZZ9.99.
002300     05  WS-RPT-SALARY-MASK REDEFINES WS-RPT-SALARY-OUT
002310                                     PIC X(13).
002320     05  FILLER                      PIC X(01)  VALUE SPACES.
002330     05  WS-RPT-RESULT-OUT           PIC X(09).
002340     05  FILLER                      PIC X(43)  VALUE SPACES.
002350
002360 01  WS-RPT-SEARCH-LINE.
002370     05  FILLER                      PIC X(10)  VALUE SPACES.
002380     05  FILLER                      PIC X(14)
002390         VALUE 'NAME SEARCH : '.
002400     05  WS-RPT-SEARCH-NAME-OUT      PIC X(15).
002410     05  FILLER                      PIC X(09)
002420         VALUE '  DEPT : '.
002430     05  WS-RPT-SEARCH-DEPT-OUT      PIC X(03).
002440     05  FILLER                      PIC X(81)  VALUE SPACES.
002450
002460 01  WS-RPT-TOTALS.
002470     05  FILLER                      PIC X(10)  VALUE SPACES.
002480     05  WS-RPT-TOTAL-LABEL          PIC X(20)
002490         VALUE 'REQUESTS READ    : '.
002500     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
002510     05  FILLER                      PIC X(95)  VALUE SPACES.
002520
002530 PROCEDURE DIVISION.
002540*****************************************************************
002550*  0000-MAINLINE                                                *
002560*****************************************************************
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE
002590         THRU 1000-INITIALIZE-EXIT
002600     IF WS-RETURN-CODE = ZERO
002610         PERFORM 2000-PROCESS-LOOKUPS
002620             THRU 2000-PROCESS-LOOKUPS-EXIT
002630     END-IF
002640     PERFORM 8000-TERMINATE
002650         THRU 8000-TERMINATE-EXIT
002660     PERFORM 9000-WRITE-RUN-STATISTICS
002670         THRU 9000-WRITE-RUN-STATISTICS-EXIT
002680     MOVE WS-RETURN-CODE TO RETURN-CODE
002690     STOP RUN.
002700
002710*****************************************************************
002720*  1000-INITIALIZE - OPEN THE REQUEST, MASTER, REPORT,          *
002730*  ENTITLEMENT AND AUDIT FILES                                  *
002740*****************************************************************
002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002770     ACCEPT WS-RUN-TIME FROM TIME
002780     OPEN INPUT LOOKUP-FILE
002790     IF WS-LOOKUP-STATUS NOT = '00'
002800         DISPLAY 'EMPLKUP  - UNABLE TO OPEN LOOKUPIN, STATUS='
002810             WS-LOOKUP-STATUS
002820         MOVE 16 TO WS-RETURN-CODE
002830     END-IF
002840     OPEN INPUT VSAM-FILE
002850     IF WS-VSAM-STATUS NOT = '00'
002860         DISPLAY 'EMPLKUP  - UNABLE TO OPEN EMPVSAM, STATUS='
002870             WS-VSAM-STATUS
002880         MOVE 16 TO WS-RETURN-CODE
002890     END-IF
002900     OPEN OUTPUT RPT-FILE
002910     IF WS-RPT-STATUS NOT = '00'
002920         DISPLAY 'EMPLKUP  - UNABLE TO OPEN LKPRPT, STATUS='
002930             WS-RPT-STATUS
002940         MOVE 16 TO WS-RETURN-CODE
002950     END-IF
002960     OPEN INPUT ENTITLEMENT-FILE
002970     IF WS-ENTL-STATUS NOT = '00'
002980         DISPLAY 'EMPLKUP  - UNABLE TO OPEN ENTLMNT, STATUS='
002990             WS-ENTL-STATUS
003000         MOVE 16 TO WS-RETURN-CODE
003010     END-IF
003020     OPEN EXTEND AUDIT-FILE
003030     IF WS-AUDIT-STATUS = '05' OR '35'
003040         OPEN OUTPUT AUDIT-FILE
003050     END-IF
003060     IF WS-AUDIT-STATUS NOT = '00'
003070         DISPLAY 'EMPLKUP  - UNABLE TO OPEN AUDITLOG, STATUS='
003080             WS-AUDIT-STATUS
003090         MOVE 16 TO WS-RETURN-CODE
003100     END-IF.
003110 1000-INITIALIZE-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150*  2000-PROCESS-LOOKUPS                                         *
003160*****************************************************************
003170 2000-PROCESS-LOOKUPS.
003180     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
003190     PERFORM 2100-READ-LOOKUP-RECORD
003200         THRU 2100-READ-LOOKUP-RECORD-EXIT
003210     PERFORM 2200-LOOK-UP-EMPLOYEE
003220         THRU 2200-LOOK-UP-EMPLOYEE-EXIT
003230         UNTIL LOOKUP-EOF
003240     IF WS-REQUEST-COUNT = ZERO
003250         PERFORM 2400-WRITE-PAGE-HEADINGS
003260             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
003270     END-IF
003280     MOVE 'REQUESTS READ    : ' TO WS-RPT-TOTAL-LABEL
003290     MOVE WS-REQUEST-COUNT TO WS-RPT-TOTAL-OUT
003300     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003310     MOVE 'FOUND            : ' TO WS-RPT-TOTAL-LABEL
003320     MOVE WS-FOUND-COUNT TO WS-RPT-TOTAL-OUT
003330     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003340     MOVE 'NOT FOUND        : ' TO WS-RPT-TOTAL-LABEL
003350     MOVE WS-NOTFOUND-COUNT TO WS-RPT-TOTAL-OUT
003360     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003370     MOVE 'REFUSED          : ' TO WS-RPT-TOTAL-LABEL
003380     MOVE WS-REFUSED-COUNT TO WS-RPT-TOTAL-OUT
003390     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003400     MOVE 'MATCHES WITHHELD : ' TO WS-RPT-TOTAL-LABEL
003410     MOVE WS-WITHHELD-COUNT TO WS-RPT-TOTAL-OUT
003420     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003430     DISPLAY 'EMPLKUP  - REQUESTS: ' WS-REQUEST-COUNT
003440         ' FOUND: ' WS-FOUND-COUNT
003450         ' NOT FOUND: ' WS-NOTFOUND-COUNT
003460         ' REFUSED: ' WS-REFUSED-COUNT.
003470 2000-PROCESS-LOOKUPS-EXIT.
003480     EXIT.
003490
003500 2100-READ-LOOKUP-RECORD.
003510     READ LOOKUP-FILE INTO LOOKUP-REQUEST-RECORD
003520     IF WS-LOOKUP-STATUS = '00'
003530         ADD 1 TO WS-REQUEST-COUNT
003540     ELSE
003550         SET LOOKUP-EOF TO TRUE
003560     END-IF.
003570 2100-READ-LOOKUP-RECORD-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610*  2150-CHECK-ENTITLEMENT                                       *
003620*  THE REQUESTING USER MUST BE ON THE ENTITLEMENT FILE AND HOLD *
003630*  LOOKUP MODE 'L'.  A NAME SEARCH QUALIFIED BY WORKDEPT ALSO   *
003640*  NEEDS THAT DEPARTMENT; AN EMPNO REQUEST IS CHECKED AGAINST   *
003650*  THE EMPLOYEE'S DEPARTMENT ONCE 2250 HAS READ THE RECORD, AND *
003660*  AN UNQUALIFIED NAME SEARCH WITHHOLDS THE MATCHES IN          *
003670*  DEPARTMENTS THE USER DOES NOT HOLD.  THE ENTITLEMENT RECORD  *
003680*  STAYS IN THE FD AREA FOR THE REST OF THE REQUEST.            *
003690*****************************************************************
003700 2150-CHECK-ENTITLEMENT.
003710     SET REQUEST-GRANTED TO TRUE
003720     IF LKUP-USER-ID = SPACES
003730         MOVE 'NO USER ID ON THE REQUEST' TO WS-ENT-REFUSE-REASON
003740         SET REQUEST-REFUSED TO TRUE
003750         GO TO 2150-CHECK-ENTITLEMENT-EXIT
003760     END-IF
003770     MOVE LKUP-USER-ID TO ENT-USER-ID
003780     READ ENTITLEMENT-FILE
003790     IF WS-ENTL-STATUS = '23'
003800         MOVE 'USER NOT ON THE ENTITLEMENT FILE'
003810             TO WS-ENT-REFUSE-REASON
003820         SET REQUEST-REFUSED TO TRUE
003830         GO TO 2150-CHECK-ENTITLEMENT-EXIT
003840     END-IF
003850     IF WS-ENTL-STATUS NOT = '00'
003860         DISPLAY 'EMPLKUP  - ENTLMNT READ FAILED FOR USER '
003870             LKUP-USER-ID ' STATUS=' WS-ENTL-STATUS
003880         MOVE 16 TO WS-RETURN-CODE
003890         SET REQUEST-CHECK-FAILED TO TRUE
003900         SET LOOKUP-EOF TO TRUE
003910         GO TO 2150-CHECK-ENTITLEMENT-EXIT
003920     END-IF
003930     SET ENT-MODE-NOT-HELD TO TRUE
003940     PERFORM 2155-SCAN-ENTITLED-MODE
003950         THRU 2155-SCAN-ENTITLED-MODE-EXIT
003960         VARYING ENT-MODE-IX FROM 1 BY 1
003970         UNTIL ENT-MODE-IX > 12 OR ENT-MODE-HELD
003980     IF ENT-MODE-NOT-HELD
003990         MOVE 'LOOKUP NOT ENTITLED' TO WS-ENT-REFUSE-REASON
004000         SET REQUEST-REFUSED TO TRUE
004010         GO TO 2150-CHECK-ENTITLEMENT-EXIT
004020     END-IF
004030     IF LKUP-EMPNO = SPACES AND LKUP-WORKDEPT NOT = SPACES
004040         MOVE LKUP-WORKDEPT TO WS-ENT-CHECK-DEPT
004050         PERFORM 2160-CHECK-ENTITLED-DEPT
004060             THRU 2160-CHECK-ENTITLED-DEPT-EXIT
004070         IF ENT-DEPT-NOT-HELD
004080             MOVE 'DEPARTMENT NOT ENTITLED'
004090                 TO WS-ENT-REFUSE-REASON
004100             SET REQUEST-REFUSED TO TRUE
004110         END-IF
004120     END-IF.
004130 2150-CHECK-ENTITLEMENT-EXIT.
004140     EXIT.
004150
004160 2155-SCAN-ENTITLED-MODE.
004170     IF ENT-RUN-MODE(ENT-MODE-IX) = WS-LOOKUP-MODE-CODE
004180         SET ENT-MODE-HELD TO TRUE
004190     END-IF.
004200 2155-SCAN-ENTITLED-MODE-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240*  2160-CHECK-ENTITLED-DEPT                                     *
004250*  SETS ENT-DEPT-HELD WHEN WS-ENT-CHECK-DEPT IS ONE OF THE      *
004260*  USER'S DEPARTMENTS OR THE USER HOLDS '***'.                  *
004270*****************************************************************
004280 2160-CHECK-ENTITLED-DEPT.
004290     SET ENT-DEPT-NOT-HELD TO TRUE
004300     PERFORM 2165-SCAN-ENTITLED-DEPT
004310         THRU 2165-SCAN-ENTITLED-DEPT-EXIT
004320         VARYING ENT-DEPT-IX FROM 1 BY 1
004330         UNTIL ENT-DEPT-IX > 10 OR ENT-DEPT-HELD.
004340 2160-CHECK-ENTITLED-DEPT-EXIT.
004350     EXIT.
004360
004370 2165-SCAN-ENTITLED-DEPT.
004380     IF ENT-DEPT(ENT-DEPT-IX) NOT = SPACES
004390         IF ENT-DEPT-ALL(ENT-DEPT-IX)
004400             OR ENT-DEPT(ENT-DEPT-IX) = WS-ENT-CHECK-DEPT
004410             SET ENT-DEPT-HELD TO TRUE
004420         END-IF
004430     END-IF.
004440 2165-SCAN-ENTITLED-DEPT-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*  2200-LOOK-UP-EMPLOYEE - DISPATCH ONE LOOKUPIN REQUEST        *
004490*  AN EMPNO REQUEST IS ONE KEYED READ; A NAME REQUEST IS A      *
004500*  SEARCH THROUGH THE LAST-NAME ALTERNATE INDEX.  NEITHER RUNS  *
004510*  UNTIL 2150 HAS PASSED THE REQUESTING USER.                   *
004520*****************************************************************
004530 2200-LOOK-UP-EMPLOYEE.
004540     IF LKUP-EMPNO = SPACES AND LKUP-LASTNAME = SPACES
004550         DISPLAY 'EMPLKUP  - EMPTY REQUEST RECORD SKIPPED'
004560         IF WS-RETURN-CODE < 4
004570             MOVE 4 TO WS-RETURN-CODE
004580         END-IF
004590     ELSE
004600         PERFORM 2150-CHECK-ENTITLEMENT
004610             THRU 2150-CHECK-ENTITLEMENT-EXIT
004620         IF REQUEST-REFUSED
004630             PERFORM 2600-REFUSE-REQUEST
004640                 THRU 2600-REFUSE-REQUEST-EXIT
004650         END-IF
004660         IF REQUEST-GRANTED
004670             IF LKUP-EMPNO NOT = SPACES
004680                 PERFORM 2250-READ-BY-EMPNO
004690                     THRU 2250-READ-BY-EMPNO-EXIT
004700             ELSE
004710                 PERFORM 2500-SEARCH-BY-NAME
004720                     THRU 2500-SEARCH-BY-NAME-EXIT
004730             END-IF
004740         END-IF
004750     END-IF
004760     IF NOT LOOKUP-EOF
004770         PERFORM 2100-READ-LOOKUP-RECORD
004780             THRU 2100-READ-LOOKUP-RECORD-EXIT
004790     END-IF.
004800 2200-LOOK-UP-EMPLOYEE-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840*  2250-READ-BY-EMPNO - ONE KEYED READ PER REQUEST              *
004850*****************************************************************
004860 2250-READ-BY-EMPNO.
004870     MOVE LKUP-EMPNO TO VSM-EMPNO
004880     READ VSAM-FILE
004890     IF WS-VSAM-STATUS = '00'
004900         MOVE VSM-WORKDEPT TO WS-ENT-CHECK-DEPT
004910         PERFORM 2160-CHECK-ENTITLED-DEPT
004920             THRU 2160-CHECK-ENTITLED-DEPT-EXIT
004930         IF ENT-DEPT-HELD
004940             ADD 1 TO WS-FOUND-COUNT
004950             PERFORM 2300-WRITE-FOUND-LINE
004960                 THRU 2300-WRITE-FOUND-LINE-EXIT
004970         ELSE
004980             MOVE 'EMPLOYEE DEPARTMENT NOT ENTITLED'
004990                 TO WS-ENT-REFUSE-REASON
005000             PERFORM 2600-REFUSE-REQUEST
005010                 THRU 2600-REFUSE-REQUEST-EXIT
005020         END-IF
005030     ELSE
005040         IF WS-VSAM-STATUS = '23'
005050             ADD 1 TO WS-NOTFOUND-COUNT
005060             PERFORM 2350-WRITE-NOTFOUND-LINE
005070                 THRU 2350-WRITE-NOTFOUND-LINE-EXIT
005080             IF WS-RETURN-CODE < 4
005090                 MOVE 4 TO WS-RETURN-CODE
005100             END-IF
005110         ELSE
005120             DISPLAY 'EMPLKUP  - READ FAILED FOR EMPNO '
005130                 LKUP-EMPNO ' STATUS=' WS-VSAM-STATUS
005140             MOVE 16 TO WS-RETURN-CODE
005150             SET LOOKUP-EOF TO TRUE
005160         END-IF
005170     END-IF.
005180 2250-READ-BY-EMPNO-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*  2500-SEARCH-BY-NAME                                          *
005230*  START THE LAST-NAME ALTERNATE INDEX AT THE REQUESTED NAME    *
005240*  AND READ FORWARD WHILE THE LEADING CHARACTERS STILL MATCH,   *
005250*  SO 'SMITH' FINDS THE SMITHS AND 'SMI' FINDS EVERYTHING       *
005260*  FROM SMITH TO SMIZIK.  A WORKDEPT ON THE REQUEST FILTERS     *
005270*  THE MATCHES; THE REQUEST COUNTS AS FOUND WHEN AT LEAST ONE   *
005280*  EMPLOYEE MATCHED.                                            *
005290*****************************************************************
005300 2500-SEARCH-BY-NAME.
005310     PERFORM 2510-FIND-NAME-LENGTH
005320         THRU 2510-FIND-NAME-LENGTH-EXIT
005330     IF WS-NAME-LEN = ZERO
005340         DISPLAY 'EMPLKUP  - NAME REQUEST WITH NO LEADING '
005350             'CHARACTERS SKIPPED'
005360         IF WS-RETURN-CODE < 4
005370             MOVE 4 TO WS-RETURN-CODE
005380         END-IF
005390         GO TO 2500-SEARCH-BY-NAME-EXIT
005400     END-IF
005410     MOVE ZERO TO WS-MATCH-COUNT
005420     MOVE 'N' TO WS-SEARCH-EOF-SW
005430     PERFORM 2520-WRITE-SEARCH-LINE
005440         THRU 2520-WRITE-SEARCH-LINE-EXIT
005450     MOVE LKUP-LASTNAME TO VSM-LASTNAME
005460     START VSAM-FILE
005470         KEY IS NOT LESS THAN VSM-LASTNAME
005480     IF WS-VSAM-STATUS = '23'
005490         SET SEARCH-EOF TO TRUE
005500     ELSE
005510         IF WS-VSAM-STATUS NOT = '00'
005520             DISPLAY 'EMPLKUP  - START FAILED FOR NAME '
005530                 LKUP-LASTNAME ' STATUS=' WS-VSAM-STATUS
005540             MOVE 16 TO WS-RETURN-CODE
005550             SET LOOKUP-EOF TO TRUE
005560             GO TO 2500-SEARCH-BY-NAME-EXIT
005570         END-IF
005580     END-IF
005590     PERFORM 2530-READ-NEXT-MATCH
005600         THRU 2530-READ-NEXT-MATCH-EXIT
005610         UNTIL SEARCH-EOF
005620     IF WS-MATCH-COUNT = ZERO
005630         ADD 1 TO WS-NOTFOUND-COUNT
005640         PERFORM 2350-WRITE-NOTFOUND-LINE
005650             THRU 2350-WRITE-NOTFOUND-LINE-EXIT
005660         IF WS-RETURN-CODE < 4
005670             MOVE 4 TO WS-RETURN-CODE
005680         END-IF
005690     ELSE
005700         ADD 1 TO WS-FOUND-COUNT
005710     END-IF.
005720 2500-SEARCH-BY-NAME-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*  2510-FIND-NAME-LENGTH                                        *
005770*  LENGTH OF THE LEADING NON-BLANK RUN OF THE REQUESTED NAME -  *
005780*  THE NUMBER OF CHARACTERS A MASTER NAME MUST MATCH.           *
005790*****************************************************************
005800 2510-FIND-NAME-LENGTH.
005810     MOVE ZERO TO WS-NAME-LEN
005820     PERFORM 2515-COUNT-NAME-CHAR
005830         THRU 2515-COUNT-NAME-CHAR-EXIT
005840         VARYING WS-SCAN-IX FROM 1 BY 1
005850         UNTIL WS-SCAN-IX > 15.
005860 2510-FIND-NAME-LENGTH-EXIT.
005870     EXIT.
005880
005890 2515-COUNT-NAME-CHAR.
005900     IF LKUP-LASTNAME (WS-SCAN-IX:1) NOT = SPACE
005910         AND WS-NAME-LEN = WS-SCAN-IX - 1
005920         MOVE WS-SCAN-IX TO WS-NAME-LEN
005930     END-IF.
005940 2515-COUNT-NAME-CHAR-EXIT.
005950     EXIT.
005960
005970 2520-WRITE-SEARCH-LINE.
005980     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005990         PERFORM 2400-WRITE-PAGE-HEADINGS
006000             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
006010     END-IF
006020     MOVE LKUP-LASTNAME TO WS-RPT-SEARCH-NAME-OUT
006030     MOVE LKUP-WORKDEPT TO WS-RPT-SEARCH-DEPT-OUT
006040     WRITE RPT-RECORD FROM WS-RPT-SEARCH-LINE
006050     ADD 1 TO WS-LINE-COUNT.
006060 2520-WRITE-SEARCH-LINE-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100*  2530-READ-NEXT-MATCH                                         *
006110*  STATUS 02 IS A DUPLICATE ALTERNATE KEY AND IS A NORMAL       *
006120*  READ; ANYTHING ELSE NON-ZERO ENDS THE SEARCH, AS DOES THE    *
006130*  FIRST NAME PAST THE REQUESTED PREFIX.  A MATCH IN A          *
006140*  DEPARTMENT THE USER DOES NOT HOLD IS COUNTED AS WITHHELD     *
006150*  AND NOT PRINTED.                                             *
006160*****************************************************************
006170 2530-READ-NEXT-MATCH.
006180     READ VSAM-FILE NEXT RECORD
006190     IF WS-VSAM-STATUS NOT = '00' AND WS-VSAM-STATUS NOT = '02'
006200         SET SEARCH-EOF TO TRUE
006210         GO TO 2530-READ-NEXT-MATCH-EXIT
006220     END-IF
006230     IF VSM-LASTNAME (1:WS-NAME-LEN) NOT =
006240         LKUP-LASTNAME (1:WS-NAME-LEN)
006250         SET SEARCH-EOF TO TRUE
006260         GO TO 2530-READ-NEXT-MATCH-EXIT
006270     END-IF
006280     IF LKUP-WORKDEPT = SPACES
006290         OR VSM-WORKDEPT = LKUP-WORKDEPT
006300         MOVE VSM-WORKDEPT TO WS-ENT-CHECK-DEPT
006310         PERFORM 2160-CHECK-ENTITLED-DEPT
006320             THRU 2160-CHECK-ENTITLED-DEPT-EXIT
006330         IF ENT-DEPT-HELD
006340             ADD 1 TO WS-MATCH-COUNT
006350             PERFORM 2300-WRITE-FOUND-LINE
006360                 THRU 2300-WRITE-FOUND-LINE-EXIT
006370         ELSE
006380             ADD 1 TO WS-WITHHELD-COUNT
006390         END-IF
006400     END-IF.
006410 2530-READ-NEXT-MATCH-EXIT.
006420     EXIT.
006430
006440 2300-WRITE-FOUND-LINE.
006450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006460         PERFORM 2400-WRITE-PAGE-HEADINGS
006470             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
006480     END-IF
006490     MOVE VSM-EMPNO TO WS-RPT-EMPNO-OUT
006500     MOVE VSM-LASTNAME TO WS-RPT-LNAME-OUT
006510     MOVE VSM-FIRSTNME TO WS-RPT-FNAME-OUT
006520     MOVE VSM-WORKDEPT TO WS-RPT-DEPT-OUT
006530     MOVE VSM-PHONENO TO WS-RPT-PHONE-OUT
006540     MOVE VSM-JOB TO WS-RPT-JOB-OUT
006550     IF ENT-UNMASKED
006560         MOVE VSM-SALARY TO WS-RPT-SALARY-OUT
006570     ELSE
006580         MOVE ALL '*' TO WS-RPT-SALARY-MASK
006590     END-IF
006600     MOVE 'FOUND    ' TO WS-RPT-RESULT-OUT
006610     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006620     ADD 1 TO WS-LINE-COUNT.
006630 2300-WRITE-FOUND-LINE-EXIT.
006640     EXIT.
006650
006660 2350-WRITE-NOTFOUND-LINE.
006670     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006680         PERFORM 2400-WRITE-PAGE-HEADINGS
006690             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
006700     END-IF
006710     MOVE SPACES TO WS-RPT-DETAIL
006720     MOVE LKUP-EMPNO TO WS-RPT-EMPNO-OUT
006730     MOVE LKUP-LASTNAME TO WS-RPT-LNAME-OUT
006740     MOVE ZERO TO WS-RPT-SALARY-OUT
006750     MOVE 'NOT FOUND' TO WS-RPT-RESULT-OUT
006760     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006770     ADD 1 TO WS-LINE-COUNT.
006780 2350-WRITE-NOTFOUND-LINE-EXIT.
006790     EXIT.
006800
006810 2400-WRITE-PAGE-HEADINGS.
006820     ADD 1 TO WS-PAGE-COUNT
006830     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
006840     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
006850     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
006860     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
006870     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
006880     MOVE ZERO TO WS-LINE-COUNT.
006890 2400-WRITE-PAGE-HEADINGS-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930*  2600-REFUSE-REQUEST                                          *
006940*  PRINT THE REQUEST AS REFUSED, LOG IT TO THE AUDIT TRAIL      *
006950*  (RUN MODE 'L', ACTION 'REFUSED ') AND RAISE THE STEP TO RC   *
006960*  12 SO OPERATIONS CAN ROUTE IT TO DATA SECURITY.              *
006970*****************************************************************
006980 2600-REFUSE-REQUEST.
006990     ADD 1 TO WS-REFUSED-COUNT
007000     DISPLAY 'EMPLKUP  - REQUEST REFUSED FOR USER ' LKUP-USER-ID
007010         ' - ' WS-ENT-REFUSE-REASON
007020     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007030         PERFORM 2400-WRITE-PAGE-HEADINGS
007040             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
007050     END-IF
007060     MOVE SPACES TO WS-RPT-DETAIL
007070     MOVE LKUP-EMPNO TO WS-RPT-EMPNO-OUT
007080     MOVE LKUP-LASTNAME TO WS-RPT-LNAME-OUT
007090     MOVE LKUP-WORKDEPT TO WS-RPT-DEPT-OUT
007100     MOVE ZERO TO WS-RPT-SALARY-OUT
007110     MOVE 'REFUSED  ' TO WS-RPT-RESULT-OUT
007120     WRITE RPT-RECORD FROM WS-RPT-DETAIL
007130     ADD 1 TO WS-LINE-COUNT
007140     MOVE SPACES TO AUDIT-RECORD
007150     MOVE WS-RUN-DATE TO AUD-RUN-DATE
007160     MOVE WS-RUN-TIME TO AUD-RUN-TIME
007170     MOVE 'EMPLKUP ' TO AUD-JOB-ID
007180     MOVE LKUP-USER-ID TO AUD-USER-ID
007190     MOVE WS-LOOKUP-MODE-CODE TO AUD-RUN-MODE
007200     MOVE 'REFUSED ' TO AUD-ACTION
007210     MOVE LKUP-EMPNO TO AUD-EMPNO
007220     MOVE ZERO TO AUD-SQLCODE
007230     WRITE AUDIT-RECORD
007240     IF WS-RETURN-CODE < 12
007250         MOVE 12 TO WS-RETURN-CODE
007260     END-IF.
007270 2600-REFUSE-REQUEST-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
007320*****************************************************************
007330 8000-TERMINATE.
007340     PERFORM 8100-CLOSE-FILES
007350         THRU 8100-CLOSE-FILES-EXIT.
007360 8000-TERMINATE-EXIT.
007370     EXIT.
007380
007390 8100-CLOSE-FILES.
007400     CLOSE LOOKUP-FILE
007410     CLOSE VSAM-FILE
007420     CLOSE RPT-FILE
007430     CLOSE ENTITLEMENT-FILE
007440     CLOSE AUDIT-FILE.
007450 8100-CLOSE-FILES-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490*  9000-WRITE-RUN-STATISTICS                                    *
007500*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
007510*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
007520*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN RUN.            *
007530*****************************************************************
007540 9000-WRITE-RUN-STATISTICS.
007550     OPEN EXTEND STATS-FILE
007560     IF WS-STAT-STATUS = '05' OR '35'
007570         OPEN OUTPUT STATS-FILE
007580     END-IF
007590     IF WS-STAT-STATUS NOT = '00'
007600         DISPLAY 'EMPLKUP  - UNABLE TO OPEN RUNSTATS, STATUS='
007610             WS-STAT-STATUS
007620         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
007630     END-IF
007640     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
007650     ACCEPT WS-END-TIME FROM TIME
007660     MOVE SPACES TO RUN-STAT-RECORD
007670     MOVE 'EMPLKUP ' TO RST-PROGRAM
007680     MOVE SPACE TO RST-RUN-MODE
007690     MOVE WS-RUN-DATE TO RST-START-DATE
007700     MOVE WS-RUN-TIME TO RST-START-TIME
007710     MOVE WS-END-DATE TO RST-END-DATE
007720     MOVE WS-END-TIME TO RST-END-TIME
007730     MOVE WS-REQUEST-COUNT TO RST-READ-COUNT
007740     MOVE WS-FOUND-COUNT TO RST-WRITTEN-COUNT
007750     MOVE WS-NOTFOUND-COUNT TO RST-REJECT-COUNT
007760     IF WS-RETURN-CODE < ZERO
007770         MOVE ZERO TO RST-RETURN-CODE
007780     ELSE
007790         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
007800     END-IF
007810     WRITE RUN-STAT-RECORD
007820     CLOSE STATS-FILE.
007830 9000-WRITE-RUN-STATISTICS-EXIT.
007840     EXIT.
