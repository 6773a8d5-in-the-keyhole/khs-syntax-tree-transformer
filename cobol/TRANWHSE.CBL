000360*  09/02/2026 RH    ORIGINAL PROGRAM - BANKING WITH IMMEDIATE   *
000370*                   VALIDATION AND EFFECTIVE-DATE RELEASE OF    *
000380*                   MODE 4 MAINTENANCE TRANSACTIONS.            *
000390*  10/15/2026 RH    A TERMINATION'S TERM DATE AND REASON CODE   *
000400*                   ARE EDITED AT BANKING TIME WITH THE SAME    *
000410*                   RULES MODE 4 APPLIES (REASON R012).         *
000420*  10/15/2026 RH    A PAY CHANGE ('P') IS EDITED AT BANKING     *
000430*                   TIME LIKE MODE 4 - EMPNO ON EMPLOYEE, AT    *
000440*                   LEAST ONE FIELD FLAGGED AND EVERY FLAGGED   *
000450*                   FIELD VALID (R009), AND A SECOND APPROVER   *
000460*                   NAMED WHEN THE RISE OVER CURRENT PAY IS     *
000470*                   OVER THE LIMIT (R011).                      *
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.  IBM-ZSERIES.
000520 OBJECT-COMPUTER.  IBM-ZSERIES.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TRANW-FILE
000560         ASSIGN TO TRANWIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-TRANW-STATUS.
000590
000600     SELECT HOLD-FILE
000610         ASSIGN TO TRANHOLD
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-HOLD-STATUS.
000640
000650     SELECT REL-FILE
000660         ASSIGN TO TRANREL
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-REL-STATUS.
000690
000700     SELECT KEEP-FILE
000710         ASSIGN TO TRANKEEP
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-KEEP-STATUS.
000740
000750     SELECT SUSPENSE-FILE
000760         ASSIGN TO SUSPOUT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-SUSP-STATUS.
000790
000800     SELECT PARM-FILE
000810         ASSIGN TO WHSPARM
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-PARM-FILE-STATUS.
000840
000850     SELECT RPT-FILE
000860         ASSIGN TO WHSRPT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  TRANW-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  TRANW-RECORD                PIC X(120).
000960
000970 FD  HOLD-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  HOLD-RECORD                 PIC X(120).
001010
001020 FD  REL-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  REL-RECORD                  PIC X(120).
001060
001070 FD  KEEP-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  KEEP-RECORD                 PIC X(120).
001110
001120 FD  SUSPENSE-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 COPY SUSPREC.
001160
001170 FD  PARM-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY TWHPARM.
001210
001220 FD  RPT-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  RPT-RECORD                  PIC X(132).
001260
001270 WORKING-STORAGE SECTION.
001280 EXEC SQL
001290     INCLUDE SQLCA
001300 END-EXEC.
001310
001320 EXEC SQL BEGIN DECLARE SECTION
001330 END-EXEC.
001340 01  WS-CHK-EMPNO                PIC X(06).
001350 01  WS-CHK-DEPTNO               PIC X(03).
001360 01  WS-EMP-COUNT                PIC S9(09) COMP.
001370 01  WS-DEPT-COUNT               PIC S9(09) COMP.
001380 01  WS-PCH-SALARY               PIC S9(07)V99 COMP-3.
001390 01  WS-PCH-BONUS                PIC S9(07)V99 COMP-3.
001400 01  WS-PCH-COMM                 PIC S9(07)V99 COMP-3.
001410 EXEC SQL END DECLARE SECTION
001420 END-EXEC.
001430
001440*****************************************************************
001450*  THE TRANSACTION BEING PROCESSED - TRANREC IS COPIED HERE     *
001460*  ONCE BECAUSE FOUR FILES SHARE THE LAYOUT AND THE SAME DATA   *
001470*  NAMES CANNOT BE DEFINED UNDER EACH FD.                       *
001480*****************************************************************
001490 COPY TRANREC.
001500
001510*****************************************************************
001520*  FILE STATUS SWITCHES                                         *
001530*****************************************************************
001540 01  WS-FILE-STATUSES.
001550     05  WS-TRANW-STATUS             PIC X(02).
001560     05  WS-HOLD-STATUS              PIC X(02).
001570     05  WS-REL-STATUS               PIC X(02).
001580     05  WS-KEEP-STATUS              PIC X(02).
001590     05  WS-SUSP-STATUS              PIC X(02).
001600     05  WS-PARM-FILE-STATUS         PIC X(02).
001610     05  WS-RPT-STATUS               PIC X(02).
001620
001630 01  WS-IDENTIFICATION.
001640     05  WS-RUN-DATE                 PIC X(08).
001650
001660*****************************************************************
001670*  PROGRAM SWITCHES                                             *
001680*****************************************************************
001690 01  WS-SWITCHES.
001700     05  WS-TRAN-EOF-SW              PIC X(01)  VALUE 'N'.
001710         88  TRAN-EOF                    VALUE 'Y'.
001720     05  WS-TRAN-VALID-SW            PIC X(01)  VALUE 'Y'.
001730         88  TRAN-IS-VALID                VALUE 'Y'.
001740         88  TRAN-IS-INVALID              VALUE 'N'.
001750
001760*****************************************************************
001770*  STANDALONE COUNTERS                                          *
001780*****************************************************************
001790 77  WS-READ-COUNT                  PIC 9(07)   COMP VALUE ZERO.
001800 77  WS-BANKED-COUNT                PIC 9(07)   COMP VALUE ZERO.
001810 77  WS-REJECT-COUNT                PIC 9(07)   COMP VALUE ZERO.
001820 77  WS-RELEASED-COUNT              PIC 9(07)   COMP VALUE ZERO.
001830 77  WS-PENDING-COUNT               PIC 9(07)   COMP VALUE ZERO.
001840 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001850 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001860 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
001870 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001880
001890 01  WS-REJECT-REASON                PIC X(04).
001900 01  WS-CUTOFF-DATE                  PIC X(08).
001910
001920*****************************************************************
001930*  TERM DATE EDIT VIEW (YYYY-MM-DD) FOR A TERMINATION.          *
001940*****************************************************************
001950 01  WS-TRM-DATE                     PIC X(10).
001960 01  WS-TRM-DATE-PARTS REDEFINES WS-TRM-DATE.
001970     05  WS-TRM-YYYY                 PIC X(04).
001980     05  WS-TRM-SEP-1                PIC X(01).
001990     05  WS-TRM-MM                   PIC X(02).
002000     05  WS-TRM-SEP-2                PIC X(01).
002010     05  WS-TRM-DD                   PIC X(02).
002020
002030*****************************************************************
002040*  PAY-CHANGE APPROVAL LIMIT AND WORK FIELDS - PCHLIMIT IS THE  *
002050*  SAME LIMIT MODE 4 APPLIES.  A RISE IN TOTAL PAY (SALARY +    *
002060*  BONUS + COMM) OVER THE LIMIT PERCENT MUST NAME A SECOND      *
002070*  APPROVER.                                                    *
002080*****************************************************************
002090 COPY PCHLIMIT.
002100 01  WS-PCH-OLD-TOTAL                PIC S9(09)V99 COMP-3.
002110 01  WS-PCH-NEW-TOTAL                PIC S9(09)V99 COMP-3.
002120 01  WS-PCH-INCR-PCT                 PIC 9(05)V99 COMP-3.
002130 01  WS-PCH-LIMIT-SW                 PIC X(01).
002140     88  PCH-OVER-LIMIT               VALUE 'Y'.
002150     88  PCH-WITHIN-LIMIT             VALUE 'N'.
002160
002170*****************************************************************
002180*  REGISTER HEADING, DETAIL AND TOTAL LINES                     *
002190*****************************************************************
002200 01  WS-REG-HEADING-1.
002210     05  FILLER                      PIC X(10)  VALUE SPACES.
002220     05  WS-REG-TITLE                PIC X(44)
002230         VALUE 'TRANSACTION WAREHOUSE BANKING REGISTER'.
002240     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002250     05  WS-REG-PAGE-OUT             PIC ZZZ9.
002260     05  FILLER                      PIC X(69)  VALUE SPACES.
002270
002280 01  WS-REG-HEADING-2.
002290     05  FILLER                      PIC X(10)  VALUE SPACES.
002300     05  FILLER                      PIC X(14)
002310         VALUE 'RUN DATE    : '.
002320     05  WS-REG-DATE-OUT             PIC X(08).
002330     05  FILLER                      PIC X(05)  VALUE SPACES.
002340     05  FILLER                      PIC X(15)
002350         VALUE 'RELEASE DATE : '.
002360     05  WS-REG-CUTOFF-OUT           PIC X(08).
002370     05  FILLER                      PIC X(72)  VALUE SPACES.
002380
002390 01  WS-REG-HEADING-3.
002400     05  FILLER                      PIC X(10)  VALUE SPACES.
002410     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
002420     05  FILLER                      PIC X(04)  VALUE 'ACT '.
002430     05  FILLER                      PIC X(10)
002440         VALUE 'EFF DATE  '.
002450     05  FILLER                      PIC X(16)
002460         VALUE 'LAST NAME       '.
002470     05  FILLER                      PIC X(12)
002480         VALUE 'DISPOSITION '.
002490     05  FILLER                      PIC X(07)  VALUE 'REASON '.
002500     05  FILLER                      PIC X(66)  VALUE SPACES.
002510
002520 01  WS-REG-DETAIL.
002530     05  FILLER                      PIC X(10)  VALUE SPACES.
002540     05  WS-REG-EMPNO-OUT            PIC X(06).
002550     05  FILLER                      PIC X(01)  VALUE SPACES.
002560     05  WS-REG-ACTION-OUT           PIC X(01).
002570     05  FILLER                      PIC X(03)  VALUE SPACES.
002580     05  WS-REG-EFFDATE-OUT          PIC X(08).
002590     05  FILLER                      PIC X(02)  VALUE SPACES.
002600     05  WS-REG-LNAME-OUT            PIC X(15).
002610     05  FILLER                      PIC X(01)  VALUE SPACES.
002620     05  WS-REG-DISP-OUT             PIC X(10).
002630     05  FILLER                      PIC X(02)  VALUE SPACES.
002640     05  WS-REG-REASON-OUT           PIC X(04).
002650     05  FILLER                      PIC X(69)  VALUE SPACES.
002660
002670 01  WS-REG-TOTALS.
002680     05  FILLER                      PIC X(10)  VALUE SPACES.
002690     05  WS-REG-TOTAL-LABEL          PIC X(20)
002700         VALUE 'TRANS READ       : '.
002710     05  WS-REG-TOTAL-OUT            PIC ZZZ,ZZ9.
002720     05  FILLER                      PIC X(95)  VALUE SPACES.
002730
002740 PROCEDURE DIVISION.
002750*****************************************************************
002760*  0000-MAINLINE                                                *
002770*****************************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-INITIALIZE-EXIT
002810     IF WS-RETURN-CODE = ZERO
002820         IF TW-BANK
002830             PERFORM 2000-BANK-TRANSACTIONS
002840                 THRU 2000-BANK-TRANSACTIONS-EXIT
002850         ELSE
002860             PERFORM 3000-RELEASE-TRANSACTIONS
002870                 THRU 3000-RELEASE-TRANSACTIONS-EXIT
002880         END-IF
002890     END-IF
002900     PERFORM 8000-TERMINATE
002910         THRU 8000-TERMINATE-EXIT
002920     MOVE WS-RETURN-CODE TO RETURN-CODE
002930     STOP RUN.
002940
002950*****************************************************************
002960*  1000-INITIALIZE - READ THE PARAMETER, OPEN THE FILES THE     *
002970*  SELECTED FUNCTION NEEDS                                      *
002980*****************************************************************
002990 1000-INITIALIZE.
003000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003010     PERFORM 1100-READ-PARAMETER-FILE
003020         THRU 1100-READ-PARAMETER-FILE-EXIT
003030     IF WS-RETURN-CODE NOT = ZERO
003040         GO TO 1000-INITIALIZE-EXIT
003050     END-IF
003060     IF TW-RELEASE-DATE = SPACES
003070         MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
003080     ELSE
003090         MOVE TW-RELEASE-DATE TO WS-CUTOFF-DATE
003100     END-IF
003110     OPEN OUTPUT RPT-FILE
003120     IF WS-RPT-STATUS NOT = '00'
003130         DISPLAY 'TRANWHSE - UNABLE TO OPEN WHSRPT, STATUS='
003140             WS-RPT-STATUS
003150         MOVE 16 TO WS-RETURN-CODE
003160         GO TO 1000-INITIALIZE-EXIT
003170     END-IF
003180     IF TW-BANK
003190         OPEN INPUT TRANW-FILE
003200         IF WS-TRANW-STATUS NOT = '00'
003210             DISPLAY 'TRANWHSE - UNABLE TO OPEN TRANWIN, '
003220                 'STATUS=' WS-TRANW-STATUS
003230             MOVE 16 TO WS-RETURN-CODE
003240         END-IF
003250         OPEN EXTEND HOLD-FILE
003260         IF WS-HOLD-STATUS = '05' OR '35'
003270             OPEN OUTPUT HOLD-FILE
003280         END-IF
003290         IF WS-HOLD-STATUS NOT = '00'
003300             DISPLAY 'TRANWHSE - UNABLE TO OPEN TRANHOLD, '
003310                 'STATUS=' WS-HOLD-STATUS
003320             MOVE 16 TO WS-RETURN-CODE
003330         END-IF
003340         OPEN OUTPUT SUSPENSE-FILE
003350         IF WS-SUSP-STATUS NOT = '00'
003360             DISPLAY 'TRANWHSE - UNABLE TO OPEN SUSPOUT, '
003370                 'STATUS=' WS-SUSP-STATUS
003380             MOVE 16 TO WS-RETURN-CODE
003390         END-IF
003400     ELSE
003410         OPEN INPUT HOLD-FILE
003420         IF WS-HOLD-STATUS NOT = '00'
003430             DISPLAY 'TRANWHSE - UNABLE TO OPEN TRANHOLD, '
003440                 'STATUS=' WS-HOLD-STATUS
003450             MOVE 16 TO WS-RETURN-CODE
003460         END-IF
003470         OPEN OUTPUT REL-FILE
003480         IF WS-REL-STATUS NOT = '00'
003490             DISPLAY 'TRANWHSE - UNABLE TO OPEN TRANREL, '
003500                 'STATUS=' WS-REL-STATUS
003510             MOVE 16 TO WS-RETURN-CODE
003520         END-IF
003530         OPEN OUTPUT KEEP-FILE
003540         IF WS-KEEP-STATUS NOT = '00'
003550             DISPLAY 'TRANWHSE - UNABLE TO OPEN TRANKEEP, '
003560                 'STATUS=' WS-KEEP-STATUS
003570             MOVE 16 TO WS-RETURN-CODE
003580         END-IF
003590     END-IF.
003600 1000-INITIALIZE-EXIT.
003610     EXIT.
003620
003630 1100-READ-PARAMETER-FILE.
003640     OPEN INPUT PARM-FILE
003650     IF WS-PARM-FILE-STATUS NOT = '00'
003660         DISPLAY 'TRANWHSE - UNABLE TO OPEN WHSPARM, STATUS='
003670             WS-PARM-FILE-STATUS
003680         MOVE 16 TO WS-RETURN-CODE
003690         GO TO 1100-READ-PARAMETER-FILE-EXIT
003700     END-IF
003710     READ PARM-FILE INTO WHSE-PARM-RECORD
003720     IF WS-PARM-FILE-STATUS NOT = '00'
003730         DISPLAY 'TRANWHSE - WHSPARM EMPTY OR UNREADABLE'
003740         MOVE 16 TO WS-RETURN-CODE
003750     END-IF
003760     CLOSE PARM-FILE
003770     IF WS-RETURN-CODE = ZERO AND NOT TW-FUNCTION-VALID
003780         DISPLAY 'TRANWHSE - INVALID OR MISSING FUNCTION CODE'
003790         MOVE 16 TO WS-RETURN-CODE
003800     END-IF.
003810 1100-READ-PARAMETER-FILE-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*  2000-BANK-TRANSACTIONS                                       *
003860*****************************************************************
003870 2000-BANK-TRANSACTIONS.
003880     MOVE 'TRANSACTION WAREHOUSE BANKING REGISTER'
003890         TO WS-REG-TITLE
003900     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
003910     PERFORM 2100-READ-INCOMING-TRAN
003920         THRU 2100-READ-INCOMING-TRAN-EXIT
003930     PERFORM 2200-PROCESS-INCOMING-TRAN
003940         THRU 2200-PROCESS-INCOMING-TRAN-EXIT
003950         UNTIL TRAN-EOF
003960     IF WS-READ-COUNT = ZERO
003970         PERFORM 4000-WRITE-REGISTER-HEADINGS
003980             THRU 4000-WRITE-REGISTER-HEADINGS-EXIT
003990     END-IF
004000     MOVE 'TRANS READ       : ' TO WS-REG-TOTAL-LABEL
004010     MOVE WS-READ-COUNT TO WS-REG-TOTAL-OUT
004020     WRITE RPT-RECORD FROM WS-REG-TOTALS
004030     MOVE 'TRANS BANKED     : ' TO WS-REG-TOTAL-LABEL
004040     MOVE WS-BANKED-COUNT TO WS-REG-TOTAL-OUT
004050     WRITE RPT-RECORD FROM WS-REG-TOTALS
004060     MOVE 'TRANS REJECTED   : ' TO WS-REG-TOTAL-LABEL
004070     MOVE WS-REJECT-COUNT TO WS-REG-TOTAL-OUT
004080     WRITE RPT-RECORD FROM WS-REG-TOTALS
004090     DISPLAY 'TRANWHSE - TRANS READ    : ' WS-READ-COUNT
004100     DISPLAY 'TRANWHSE - TRANS BANKED  : ' WS-BANKED-COUNT
004110     DISPLAY 'TRANWHSE - TRANS REJECTED: ' WS-REJECT-COUNT.
004120 2000-BANK-TRANSACTIONS-EXIT.
004130     EXIT.
004140
004150 2100-READ-INCOMING-TRAN.
004160     READ TRANW-FILE INTO TRAN-RECORD
004170     IF WS-TRANW-STATUS = '00'
004180         ADD 1 TO WS-READ-COUNT
004190     ELSE
004200         SET TRAN-EOF TO TRUE
004210     END-IF.
004220 2100-READ-INCOMING-TRAN-EXIT.
004230     EXIT.
004240
004250 2200-PROCESS-INCOMING-TRAN.
004260     PERFORM 2300-VALIDATE-TRANSACTION
004270         THRU 2300-VALIDATE-TRANSACTION-EXIT
004280     IF TRAN-IS-VALID
004290         ADD 1 TO WS-BANKED-COUNT
004300         WRITE HOLD-RECORD FROM TRAN-RECORD
004310         MOVE 'BANKED    ' TO WS-REG-DISP-OUT
004320     ELSE
004330         ADD 1 TO WS-REJECT-COUNT
004340         MOVE TRAN-RECORD TO SUSP-TRAN-DATA
004350         MOVE WS-REJECT-REASON TO SUSP-REASON-CODE
004360         WRITE SUSPENSE-RECORD
004370         MOVE 'REJECTED  ' TO WS-REG-DISP-OUT
004380         IF WS-RETURN-CODE < 4
004390             MOVE 4 TO WS-RETURN-CODE
004400         END-IF
004410     END-IF
004420     PERFORM 4100-WRITE-REGISTER-LINE
004430         THRU 4100-WRITE-REGISTER-LINE-EXIT
004440     PERFORM 2100-READ-INCOMING-TRAN
004450         THRU 2100-READ-INCOMING-TRAN-EXIT.
004460 2200-PROCESS-INCOMING-TRAN-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*  2300-VALIDATE-TRANSACTION                                    *
004510*  THE SAME EDITS THE MODE 4 RUN APPLIES, RUN AT BANKING TIME   *
004520*  SO A BAD TRANSACTION SURFACES WEEKS BEFORE ITS EFFECTIVE     *
004530*  DATE.  FOR A CHANGE ONLY THE FIELDS THE TRANSACTION FLAGS    *
004540*  AS CHANGED CAN BE EDITED HERE - MODE 4 RE-VALIDATES THE      *
004550*  MERGED ROW WHEN IT APPLIES THE TRANSACTION.                  *
004560*****************************************************************
004570 2300-VALIDATE-TRANSACTION.
004580     SET TRAN-IS-VALID TO TRUE
004590     MOVE SPACES TO WS-REJECT-REASON
004600     IF NOT TRAN-ACTION-VALID
004610         SET TRAN-IS-INVALID TO TRUE
004620         MOVE 'R005' TO WS-REJECT-REASON
004630         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004640     END-IF
004650     IF TRAN-EFF-DATE NOT = SPACES
004660         AND TRAN-EFF-DATE NOT NUMERIC
004670         SET TRAN-IS-INVALID TO TRUE
004680         MOVE 'R008' TO WS-REJECT-REASON
004690         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004700     END-IF
004710     IF TRAN-ACTION-ADD
004720         PERFORM 2310-VALIDATE-ADD
004730             THRU 2310-VALIDATE-ADD-EXIT
004740         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004750     END-IF
004760     IF TRAN-ACTION-TERM
004770         PERFORM 2340-CHECK-EMPNO
004780             THRU 2340-CHECK-EMPNO-EXIT
004790         IF TRAN-IS-VALID AND WS-EMP-COUNT = ZERO
004800             SET TRAN-IS-INVALID TO TRUE
004810             MOVE 'R001' TO WS-REJECT-REASON
004820         END-IF
004830         IF TRAN-IS-VALID
004840             PERFORM 2360-VALIDATE-TERMINATION
004850                 THRU 2360-VALIDATE-TERMINATION-EXIT
004860         END-IF
004870         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004880     END-IF
004890     IF TRAN-ACTION-PAY-CHANGE
004900         PERFORM 2370-VALIDATE-PAY-CHANGE
004910             THRU 2370-VALIDATE-PAY-CHANGE-EXIT
004920         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004930     END-IF
004940     PERFORM 2330-VALIDATE-CHANGE
004950         THRU 2330-VALIDATE-CHANGE-EXIT.
004960 2300-VALIDATE-TRANSACTION-EXIT.
004970     EXIT.
004980
004990 2310-VALIDATE-ADD.
005000     PERFORM 2340-CHECK-EMPNO
005010         THRU 2340-CHECK-EMPNO-EXIT
005020     IF TRAN-IS-INVALID
005030         GO TO 2310-VALIDATE-ADD-EXIT
005040     END-IF
005050     IF WS-EMP-COUNT NOT = ZERO
005060         SET TRAN-IS-INVALID TO TRUE
005070         MOVE 'R006' TO WS-REJECT-REASON
005080         GO TO 2310-VALIDATE-ADD-EXIT
005090     END-IF
005100     IF TRAN-LASTNAME = SPACES
005110         OR TRAN-EDLEVEL NOT NUMERIC
005120         OR TRAN-SALARY NOT NUMERIC
005130         OR TRAN-BONUS NOT NUMERIC
005140         OR TRAN-COMM NOT NUMERIC
005150         SET TRAN-IS-INVALID TO TRUE
005160         MOVE 'R007' TO WS-REJECT-REASON
005170         GO TO 2310-VALIDATE-ADD-EXIT
005180     END-IF
005190     IF TRAN-PHONENO NOT NUMERIC
005200         SET TRAN-IS-INVALID TO TRUE
005210         MOVE 'R002' TO WS-REJECT-REASON
005220         GO TO 2310-VALIDATE-ADD-EXIT
005230     END-IF
005240     MOVE TRAN-WORKDEPT TO WS-CHK-DEPTNO
005250     PERFORM 2350-CHECK-DEPT
005260         THRU 2350-CHECK-DEPT-EXIT
005270     IF TRAN-IS-VALID AND WS-DEPT-COUNT = ZERO
005280         SET TRAN-IS-INVALID TO TRUE
005290         MOVE 'R003' TO WS-REJECT-REASON
005300     END-IF.
005310 2310-VALIDATE-ADD-EXIT.
005320     EXIT.
005330
005340 2330-VALIDATE-CHANGE.
005350     PERFORM 2340-CHECK-EMPNO
005360         THRU 2340-CHECK-EMPNO-EXIT
005370     IF TRAN-IS-INVALID
005380         GO TO 2330-VALIDATE-CHANGE-EXIT
005390     END-IF
005400     IF WS-EMP-COUNT = ZERO
005410         SET TRAN-IS-INVALID TO TRUE
005420         MOVE 'R001' TO WS-REJECT-REASON
005430         GO TO 2330-VALIDATE-CHANGE-EXIT
005440     END-IF
005450     IF TRAN-PHONENO-CHANGED
005460         AND TRAN-PHONENO NOT NUMERIC
005470         SET TRAN-IS-INVALID TO TRUE
005480         MOVE 'R002' TO WS-REJECT-REASON
005490         GO TO 2330-VALIDATE-CHANGE-EXIT
005500     END-IF
005510     IF TRAN-WORKDEPT-CHANGED
005520         MOVE TRAN-WORKDEPT TO WS-CHK-DEPTNO
005530         PERFORM 2350-CHECK-DEPT
005540             THRU 2350-CHECK-DEPT-EXIT
005550         IF TRAN-IS-VALID AND WS-DEPT-COUNT = ZERO
005560             SET TRAN-IS-INVALID TO TRUE
005570             MOVE 'R003' TO WS-REJECT-REASON
005580         END-IF
005590     END-IF.
005600 2330-VALIDATE-CHANGE-EXIT.
005610     EXIT.
005620
005630 2340-CHECK-EMPNO.
005640     MOVE TRAN-EMPNO TO WS-CHK-EMPNO
005650     EXEC SQL
005660         SELECT COUNT(*) INTO :WS-EMP-COUNT
005670         FROM EMPLOYEE
005680         WHERE EMPNO = :WS-CHK-EMPNO
005690     END-EXEC
005700     IF SQLCODE NOT = 0
005710         DISPLAY 'TRANWHSE - DB2 ERROR CHECKING EMPNO '
005720             TRAN-EMPNO ' SQLCODE=' SQLCODE
005730         SET TRAN-IS-INVALID TO TRUE
005740         MOVE 'R004' TO WS-REJECT-REASON
005750         IF WS-RETURN-CODE < 8
005760             MOVE 8 TO WS-RETURN-CODE
005770         END-IF
005780     END-IF.
005790 2340-CHECK-EMPNO-EXIT.
005800     EXIT.
005810
005820 2350-CHECK-DEPT.
005830     EXEC SQL
005840         SELECT COUNT(*) INTO :WS-DEPT-COUNT
005850         FROM DEPARTMENT
005860         WHERE DEPTNO = :WS-CHK-DEPTNO
005870     END-EXEC
005880     IF SQLCODE NOT = 0
005890         DISPLAY 'TRANWHSE - DB2 ERROR CHECKING DEPT '
005900             WS-CHK-DEPTNO ' SQLCODE=' SQLCODE
005910         SET TRAN-IS-INVALID TO TRUE
005920         MOVE 'R004' TO WS-REJECT-REASON
005930         IF WS-RETURN-CODE < 8
005940             MOVE 8 TO WS-RETURN-CODE
005950         END-IF
005960     END-IF.
005970 2350-CHECK-DEPT-EXIT.
005980     EXIT.
005990
006000*****************************************************************
006010*  2360-VALIDATE-TERMINATION                                    *
006020*  REASON CODE ONE OF THE TRANREC CODES (BLANK ALLOWED); TERM   *
006030*  DATE BLANK (MODE 4 USES ITS RUN DATE) OR YYYY-MM-DD.         *
006040*****************************************************************
006050 2360-VALIDATE-TERMINATION.
006060     MOVE TRAN-TERM-DATE TO WS-TRM-DATE
006070     IF NOT TRAN-TERM-REASON-VALID
006080         SET TRAN-IS-INVALID TO TRUE
006090         MOVE 'R012' TO WS-REJECT-REASON
006100         GO TO 2360-VALIDATE-TERMINATION-EXIT
006110     END-IF
006120     IF WS-TRM-DATE = SPACES
006130         GO TO 2360-VALIDATE-TERMINATION-EXIT
006140     END-IF
006150     IF WS-TRM-YYYY NOT NUMERIC
006160         OR WS-TRM-SEP-1 NOT = '-'
006170         OR WS-TRM-MM NOT NUMERIC
006180         OR WS-TRM-MM < '01' OR WS-TRM-MM > '12'
006190         OR WS-TRM-SEP-2 NOT = '-'
006200         OR WS-TRM-DD NOT NUMERIC
006210         OR WS-TRM-DD < '01' OR WS-TRM-DD > '31'
006220         SET TRAN-IS-INVALID TO TRUE
006230         MOVE 'R012' TO WS-REJECT-REASON
006240     END-IF.
006250 2360-VALIDATE-TERMINATION-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290*  2370-VALIDATE-PAY-CHANGE                                     *
006300*  AT LEAST ONE PAY FIELD FLAGGED 'Y' AND EVERY FLAGGED FIELD   *
006310*  USABLE (R009), THEN THE RISE OVER THE EMPLOYEE'S CURRENT PAY *
006320*  AGAINST THE APPROVAL LIMIT (R011).  THE JOBRATE RANGE (R010) *
006330*  IS LEFT TO MODE 4, WHICH LOADS THE RANGE TABLE.              *
006340*****************************************************************
006350 2370-VALIDATE-PAY-CHANGE.
006360     PERFORM 2340-CHECK-EMPNO
006370         THRU 2340-CHECK-EMPNO-EXIT
006380     IF TRAN-IS-INVALID
006390         GO TO 2370-VALIDATE-PAY-CHANGE-EXIT
006400     END-IF
006410     IF WS-EMP-COUNT = ZERO
006420         SET TRAN-IS-INVALID TO TRUE
006430         MOVE 'R001' TO WS-REJECT-REASON
006440         GO TO 2370-VALIDATE-PAY-CHANGE-EXIT
006450     END-IF
006460     IF NOT TRAN-JOB-CHANGED
006470         AND NOT TRAN-EDLEVEL-CHANGED
006480         AND NOT TRAN-SALARY-CHANGED
006490         AND NOT TRAN-BONUS-CHANGED
006500         AND NOT TRAN-COMM-CHANGED
006510         SET TRAN-IS-INVALID TO TRUE
006520         MOVE 'R009' TO WS-REJECT-REASON
006530         GO TO 2370-VALIDATE-PAY-CHANGE-EXIT
006540     END-IF
006550     IF (TRAN-JOB-CHANGED AND TRAN-JOB = SPACES)
006560         OR (TRAN-EDLEVEL-CHANGED AND TRAN-EDLEVEL NOT NUMERIC)
006570         OR (TRAN-SALARY-CHANGED AND TRAN-SALARY NOT NUMERIC)
006580         OR (TRAN-BONUS-CHANGED AND TRAN-BONUS NOT NUMERIC)
006590         OR (TRAN-COMM-CHANGED AND TRAN-COMM NOT NUMERIC)
006600         SET TRAN-IS-INVALID TO TRUE
006610         MOVE 'R009' TO WS-REJECT-REASON
006620         GO TO 2370-VALIDATE-PAY-CHANGE-EXIT
006630     END-IF
006640     IF NOT TRAN-SALARY-CHANGED
006650         AND NOT TRAN-BONUS-CHANGED
006660         AND NOT TRAN-COMM-CHANGED
006670         GO TO 2370-VALIDATE-PAY-CHANGE-EXIT
006680     END-IF
006690     PERFORM 2375-CHECK-PAY-LIMIT
006700         THRU 2375-CHECK-PAY-LIMIT-EXIT.
006710 2370-VALIDATE-PAY-CHANGE-EXIT.
006720     EXIT.
006730
006740 2375-CHECK-PAY-LIMIT.
006750     EXEC SQL
006760         SELECT SALARY, BONUS, COMM
006770         INTO :WS-PCH-SALARY, :WS-PCH-BONUS, :WS-PCH-COMM
006780         FROM EMPLOYEE
006790         WHERE EMPNO = :WS-CHK-EMPNO
006800     END-EXEC
006810     IF SQLCODE NOT = 0
006820         DISPLAY 'TRANWHSE - DB2 ERROR READING PAY FOR EMPNO '
006830             TRAN-EMPNO ' SQLCODE=' SQLCODE
006840         SET TRAN-IS-INVALID TO TRUE
006850         MOVE 'R004' TO WS-REJECT-REASON
006860         IF WS-RETURN-CODE < 8
006870             MOVE 8 TO WS-RETURN-CODE
006880         END-IF
006890         GO TO 2375-CHECK-PAY-LIMIT-EXIT
006900     END-IF
006910     COMPUTE WS-PCH-OLD-TOTAL =
006920         WS-PCH-SALARY + WS-PCH-BONUS + WS-PCH-COMM
006930     IF TRAN-SALARY-CHANGED
006940         MOVE TRAN-SALARY TO WS-PCH-SALARY
006950     END-IF
006960     IF TRAN-BONUS-CHANGED
006970         MOVE TRAN-BONUS TO WS-PCH-BONUS
006980     END-IF
006990     IF TRAN-COMM-CHANGED
007000         MOVE TRAN-COMM TO WS-PCH-COMM
007010     END-IF
007020     SET PCH-WITHIN-LIMIT TO TRUE
007030     MOVE ZERO TO WS-PCH-INCR-PCT
007040     COMPUTE WS-PCH-NEW-TOTAL =
007050         WS-PCH-SALARY + WS-PCH-BONUS + WS-PCH-COMM
007060     IF WS-PCH-NEW-TOTAL > WS-PCH-OLD-TOTAL
007070         IF WS-PCH-OLD-TOTAL NOT > ZERO
007080             SET PCH-OVER-LIMIT TO TRUE
007090         ELSE
007100             COMPUTE WS-PCH-INCR-PCT ROUNDED =
007110                 (WS-PCH-NEW-TOTAL - WS-PCH-OLD-TOTAL) * 100
007120                 / WS-PCH-OLD-TOTAL
007130                 ON SIZE ERROR
007140                     SET PCH-OVER-LIMIT TO TRUE
007150             END-COMPUTE
007160             IF WS-PCH-INCR-PCT > WS-PCH-INCR-LIMIT-PCT
007170                 SET PCH-OVER-LIMIT TO TRUE
007180             END-IF
007190         END-IF
007200     END-IF
007210     IF PCH-OVER-LIMIT
007220         AND TRAN-APPROVER-ID = SPACES
007230         SET TRAN-IS-INVALID TO TRUE
007240         MOVE 'R011' TO WS-REJECT-REASON
007250     END-IF.
007260 2375-CHECK-PAY-LIMIT-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300*  3000-RELEASE-TRANSACTIONS                                    *
007310*  SPLIT THE HOLDING FILE ON THE EFFECTIVE DATE.  BLANK OR      *
007320*  ARRIVED GOES TO THE RELEASE FILE (TONIGHT'S TRANIN);         *
007330*  STILL-FUTURE GOES TO THE KEEP FILE, WHICH THE JOB COPIES     *
007340*  BACK OVER THE HOLDING FILE.                                  *
007350*****************************************************************
007360 3000-RELEASE-TRANSACTIONS.
007370     MOVE 'TRANSACTION WAREHOUSE RELEASE REGISTER'
007380         TO WS-REG-TITLE
007390     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
007400     PERFORM 3100-READ-HELD-TRAN
007410         THRU 3100-READ-HELD-TRAN-EXIT
007420     PERFORM 3200-RELEASE-ONE-TRAN
007430         THRU 3200-RELEASE-ONE-TRAN-EXIT
007440         UNTIL TRAN-EOF
007450     IF WS-READ-COUNT = ZERO
007460         PERFORM 4000-WRITE-REGISTER-HEADINGS
007470             THRU 4000-WRITE-REGISTER-HEADINGS-EXIT
007480     END-IF
007490     MOVE 'TRANS HELD       : ' TO WS-REG-TOTAL-LABEL
007500     MOVE WS-READ-COUNT TO WS-REG-TOTAL-OUT
007510     WRITE RPT-RECORD FROM WS-REG-TOTALS
007520     MOVE 'TRANS RELEASED   : ' TO WS-REG-TOTAL-LABEL
007530     MOVE WS-RELEASED-COUNT TO WS-REG-TOTAL-OUT
007540     WRITE RPT-RECORD FROM WS-REG-TOTALS
007550     MOVE 'TRANS STILL HELD : ' TO WS-REG-TOTAL-LABEL
007560     MOVE WS-PENDING-COUNT TO WS-REG-TOTAL-OUT
007570     WRITE RPT-RECORD FROM WS-REG-TOTALS
007580     DISPLAY 'TRANWHSE - TRANS HELD      : ' WS-READ-COUNT
007590     DISPLAY 'TRANWHSE - TRANS RELEASED  : '
007600         WS-RELEASED-COUNT
007610     DISPLAY 'TRANWHSE - TRANS STILL HELD: '
007620         WS-PENDING-COUNT.
007630 3000-RELEASE-TRANSACTIONS-EXIT.
007640     EXIT.
007650
007660 3100-READ-HELD-TRAN.
007670     READ HOLD-FILE INTO TRAN-RECORD
007680     IF WS-HOLD-STATUS = '00'
007690         ADD 1 TO WS-READ-COUNT
007700     ELSE
007710         SET TRAN-EOF TO TRUE
007720     END-IF.
007730 3100-READ-HELD-TRAN-EXIT.
007740     EXIT.
007750
007760 3200-RELEASE-ONE-TRAN.
007770     IF TRAN-EFF-DATE = SPACES
007780         OR TRAN-EFF-DATE NOT > WS-CUTOFF-DATE
007790         ADD 1 TO WS-RELEASED-COUNT
007800         WRITE REL-RECORD FROM TRAN-RECORD
007810         MOVE 'RELEASED  ' TO WS-REG-DISP-OUT
007820     ELSE
007830         ADD 1 TO WS-PENDING-COUNT
007840         WRITE KEEP-RECORD FROM TRAN-RECORD
007850         MOVE 'PENDING   ' TO WS-REG-DISP-OUT
007860     END-IF
007870     MOVE SPACES TO WS-REJECT-REASON
007880     PERFORM 4100-WRITE-REGISTER-LINE
007890         THRU 4100-WRITE-REGISTER-LINE-EXIT
007900     PERFORM 3100-READ-HELD-TRAN
007910         THRU 3100-READ-HELD-TRAN-EXIT.
007920 3200-RELEASE-ONE-TRAN-EXIT.
007930     EXIT.
007940
007950 4000-WRITE-REGISTER-HEADINGS.
007960     ADD 1 TO WS-PAGE-COUNT
007970     MOVE WS-PAGE-COUNT TO WS-REG-PAGE-OUT
007980     MOVE WS-RUN-DATE TO WS-REG-DATE-OUT
007990     MOVE WS-CUTOFF-DATE TO WS-REG-CUTOFF-OUT
008000     WRITE RPT-RECORD FROM WS-REG-HEADING-1
008010     WRITE RPT-RECORD FROM WS-REG-HEADING-2
008020     WRITE RPT-RECORD FROM WS-REG-HEADING-3
008030     MOVE ZERO TO WS-LINE-COUNT.
008040 4000-WRITE-REGISTER-HEADINGS-EXIT.
008050     EXIT.
008060
008070 4100-WRITE-REGISTER-LINE.
008080     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008090         PERFORM 4000-WRITE-REGISTER-HEADINGS
008100             THRU 4000-WRITE-REGISTER-HEADINGS-EXIT
008110     END-IF
008120     MOVE TRAN-EMPNO TO WS-REG-EMPNO-OUT
008130     MOVE TRAN-ACTION TO WS-REG-ACTION-OUT
008140     MOVE TRAN-EFF-DATE TO WS-REG-EFFDATE-OUT
008150     MOVE TRAN-LASTNAME TO WS-REG-LNAME-OUT
008160     MOVE WS-REJECT-REASON TO WS-REG-REASON-OUT
008170     WRITE RPT-RECORD FROM WS-REG-DETAIL
008180     ADD 1 TO WS-LINE-COUNT.
008190 4100-WRITE-REGISTER-LINE-EXIT.
008200     EXIT.
008210
008220*****************************************************************
008230*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
008240*****************************************************************
008250 8000-TERMINATE.
008260     PERFORM 8100-CLOSE-FILES
008270         THRU 8100-CLOSE-FILES-EXIT.
008280 8000-TERMINATE-EXIT.
008290     EXIT.
008300
008310 8100-CLOSE-FILES.
008320     IF TW-BANK
008330         CLOSE TRANW-FILE
008340         CLOSE HOLD-FILE
008350         CLOSE SUSPENSE-FILE
008360     END-IF
008370     IF TW-RELEASE
008380         CLOSE HOLD-FILE
008390         CLOSE REL-FILE
008400         CLOSE KEEP-FILE
008410     END-IF
008420     CLOSE RPT-FILE.
008430 8100-CLOSE-FILES-EXIT.
008440     EXIT.
