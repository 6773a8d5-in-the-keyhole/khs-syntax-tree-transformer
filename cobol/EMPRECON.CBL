000010*****************************************************************
000020*  EMPRECON                                                     *
000030*                                                               *
000040*  THREE-WAY RECONCILIATION OF THE EMPLOYEE DATA STORES.  THE   *
000050*  SAME EMPLOYEES ARE HELD IN THREE PLACES - THE DB2 EMPLOYEE   *
000060*  TABLE, THE EMPVSAM KEYED MASTER (REFRESHED BY EMPLOAD AND    *
000070*  EMPAPPLY) AND THE CURRENT EMPSNAP EXTRACT GENERATION THE     *
000080*  INTEGRATION LAYER'S DELTA IS CUT FROM - AND A FAILED OR      *
000090*  PARTIAL REFRESH OF ANY ONE OF THEM GOES UNNOTICED UNTIL A    *
000100*  USER FINDS THE WRONG VALUE.                                  *
000110*                                                               *
000120*  ALL THREE ARE READ IN EMPNO SEQUENCE (A CURSOR ORDERED BY    *
000130*  EMPNO, THE KSDS IN KEY ORDER, THE SORTED SNAPSHOT) AND       *
000140*  MATCH-MERGED.  THE REPORT LISTS EVERY EMPLOYEE MISSING FROM  *
000150*  ANY OF THE THREE, AND FOR AN EMPLOYEE PRESENT IN TWO OR      *
000160*  MORE, EVERY FIELD WHOSE VALUES DISAGREE WITH ALL THREE       *
000170*  VALUES SHOWN.  COUNTS BY DISCREPANCY TYPE AND BY FIELD       *
000180*  PRINT AT THE END.                                            *
000190*                                                               *
000200*  EVERY EMPLOYEE ROW FETCHED IS A PII ACCESS AND IS AUDITED,   *
000210*  RUN MODE 'R'.  THE JOB ID AND USER ID FOR THE AUDIT TRAIL    *
000220*  COME FROM THE JCL PARM STRING (COLUMNS 1-8 AND 9-16).        *
000230*                                                               *
000240*  RETURN CODE 0 MEANS THE THREE STORES AGREE; 8 MEANS ONE OR   *
000250*  MORE DISCREPANCIES WERE FOUND; 16 MEANS THE RECONCILIATION   *
000260*  COULD NOT BE COMPLETED (OPEN OR DB2 FAILURE, OR AN INPUT     *
000270*  OUT OF EMPNO SEQUENCE).  THE INTEGRATION-LAYER STEPS ARE     *
000280*  GATED ON THIS STEP - SEE EMPRECON JCL.                       *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    EMPRECON.
000320 AUTHOR.        R HENSLEY.
000330 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000340 DATE-WRITTEN.  10/15/2026.
000350 DATE-COMPILED.
000360*****************************************************************
000370*  MODIFICATION HISTORY                                         *
000380*  DATE       INIT  DESCRIPTION                                 *
000390*  10/15/2026 RH    ORIGINAL PROGRAM - DB2 EMPLOYEE, EMPVSAM    *
000400*                   AND EMPSNAP RECONCILED FIELD BY FIELD ON    *
000410*                   EMPNO.                                      *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-ZSERIES.
000460 OBJECT-COMPUTER.  IBM-ZSERIES.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT VSAM-FILE
000500         ASSIGN TO EMPVSAM
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS VSM-EMPNO
000540         FILE STATUS IS WS-VSAM-STATUS.
000550
000560     SELECT SNAP-FILE
000570         ASSIGN TO SNAPIN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SNAP-STATUS.
000600
000610     SELECT AUDIT-FILE
000620         ASSIGN TO AUDITLOG
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-STATUS.
000650
000660     SELECT RPT-FILE
000670         ASSIGN TO RCNRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RPT-STATUS.
000700
000710     SELECT STATS-FILE
000720         ASSIGN TO RUNSTATS
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-STAT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  VSAM-FILE.
000790 COPY VSAMREC.
000800
000810 FD  SNAP-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  SNAP-REC                    PIC X(105).
000850
000860 FD  AUDIT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY AUDREC.
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
001010 WORKING-STORAGE SECTION.
001020 EXEC SQL
001030     INCLUDE SQLCA
001040 END-EXEC.
001050
001060 EXEC SQL BEGIN DECLARE SECTION
001070 END-EXEC.
001080 01  WS-DB2-EMPLOYEE-ROW.
001090         05  WS-DB2-EMPNO            PIC X(06).
001100         05  WS-DB2-LAST-NAME        PIC X(15).
001110         05  WS-DB2-FIRST-NAME       PIC X(12).
001120         05  WS-DB2-WORKDEPT         PIC X(03).
001130         05  WS-DB2-PHONENO          PIC X(04).
001140         05  WS-DB2-HIREDATE         PIC X(10).
001150         05  WS-DB2-JOB              PIC X(08).
001160         05  WS-DB2-EDLEVEL          PIC S9(04) COMP.
001170         05  WS-DB2-SEX              PIC X(01).
001180         05  WS-DB2-BIRTHDATE        PIC X(10).
001190         05  WS-DB2-SALARY           PIC S9(07)V99 COMP-3.
001200         05  WS-DB2-BONUS            PIC S9(07)V99 COMP-3.
001210         05  WS-DB2-COMM             PIC S9(07)V99 COMP-3.
001220 EXEC SQL END DECLARE SECTION
001230 END-EXEC.
001240
001250*****************************************************************
001260*  FILE STATUS SWITCHES                                         *
001270*****************************************************************
001280 01  WS-FILE-STATUSES.
001290     05  WS-VSAM-STATUS              PIC X(02).
001300     05  WS-SNAP-STATUS              PIC X(02).
001310     05  WS-AUDIT-STATUS             PIC X(02).
001320     05  WS-RPT-STATUS               PIC X(02).
001330     05  WS-STAT-STATUS              PIC X(02).
001340
001350 01  WS-IDENTIFICATION.
001360     05  WS-JOB-ID                   PIC X(08).
001370     05  WS-USER-ID                  PIC X(08).
001380     05  WS-RUN-DATE                 PIC X(08).
001390     05  WS-RUN-TIME                 PIC X(08).
001400     05  WS-END-DATE                 PIC X(08).
001410     05  WS-END-TIME                 PIC X(08).
001420
001430*****************************************************************
001440*  CURRENT EMPLOYEE FROM EACH STORE.  ALL THREE MIRROR          *
001450*  EMPOUT.CPY FIELD FOR FIELD (THE DB2 ROW IS BUILT INTO THE    *
001460*  SAME SHAPE, AS THE JOURNAL IMAGE IS IN COBOLDB2) SO THEY     *
001470*  COMPARE DIRECTLY.  THE KEY IS SET TO HIGH-VALUES AT END OF   *
001480*  FILE SO THE MATCH-MERGE DRAINS THE OTHERS NATURALLY.         *
001490*****************************************************************
001500 01  WS-DB2-IMAGE.
001510     05  WS-DBI-DATA.
001520         10  WS-DBI-EMPNO            PIC X(06).
001530         10  WS-DBI-LASTNAME         PIC X(15).
001540         10  WS-DBI-FIRSTNME         PIC X(12).
001550         10  WS-DBI-WORKDEPT         PIC X(03).
001560         10  WS-DBI-PHONENO          PIC X(04).
001570         10  WS-DBI-HIREDATE         PIC X(10).
001580         10  WS-DBI-JOB              PIC X(08).
001590         10  WS-DBI-EDLEVEL          PIC S9(04).
001600         10  WS-DBI-SEX              PIC X(01).
001610         10  WS-DBI-BIRTHDATE        PIC X(10).
001620         10  WS-DBI-SALARY           PIC S9(07)V99.
001630         10  WS-DBI-BONUS            PIC S9(07)V99.
001640         10  WS-DBI-COMM             PIC S9(07)V99.
001650     05  FILLER                      PIC X(05)  VALUE SPACES.
001660
001670 01  WS-VSM-IMAGE.
001680     05  WS-VSI-DATA.
001690         10  WS-VSI-EMPNO            PIC X(06).
001700         10  WS-VSI-LASTNAME         PIC X(15).
001710         10  WS-VSI-FIRSTNME         PIC X(12).
001720         10  WS-VSI-WORKDEPT         PIC X(03).
001730         10  WS-VSI-PHONENO          PIC X(04).
001740         10  WS-VSI-HIREDATE         PIC X(10).
001750         10  WS-VSI-JOB              PIC X(08).
001760         10  WS-VSI-EDLEVEL          PIC S9(04).
001770         10  WS-VSI-SEX              PIC X(01).
001780         10  WS-VSI-BIRTHDATE        PIC X(10).
001790         10  WS-VSI-SALARY           PIC S9(07)V99.
001800         10  WS-VSI-BONUS            PIC S9(07)V99.
001810         10  WS-VSI-COMM             PIC S9(07)V99.
001820     05  FILLER                      PIC X(05).
001830
001840 01  WS-SNP-IMAGE.
001850     05  WS-SNI-DATA.
001860         10  WS-SNI-EMPNO            PIC X(06).
001870         10  WS-SNI-LASTNAME         PIC X(15).
001880         10  WS-SNI-FIRSTNME         PIC X(12).
001890         10  WS-SNI-WORKDEPT         PIC X(03).
001900         10  WS-SNI-PHONENO          PIC X(04).
001910         10  WS-SNI-HIREDATE         PIC X(10).
001920         10  WS-SNI-JOB              PIC X(08).
001930         10  WS-SNI-EDLEVEL          PIC S9(04).
001940         10  WS-SNI-SEX              PIC X(01).
001950         10  WS-SNI-BIRTHDATE        PIC X(10).
001960         10  WS-SNI-SALARY           PIC S9(07)V99.
001970         10  WS-SNI-BONUS            PIC S9(07)V99.
001980         10  WS-SNI-COMM             PIC S9(07)V99.
001990     05  FILLER                      PIC X(05).
002000
002010*****************************************************************
002020*  MATCH-MERGE KEYS - THE LOWEST EMPNO ON THE THREE INPUTS IS   *
002030*  THE EMPLOYEE BEING RECONCILED; SEQUENCE CHECKING KEEPS THE   *
002040*  PRIOR KEY SEEN ON EACH INPUT.                                *
002050*****************************************************************
002060 01  WS-LOW-EMPNO                    PIC X(06).
002070 01  WS-DB2-PRIOR-KEY                PIC X(06).
002080 01  WS-VSM-PRIOR-KEY                PIC X(06).
002090 01  WS-SNP-PRIOR-KEY                PIC X(06).
002100
002110*****************************************************************
002120*  ONE FIELD'S THREE VALUES, AS PRINTED.  NUMERIC FIELDS ARE    *
002130*  EDITED FIRST SO THE REPORT SHOWS AMOUNTS, AND THE EDITED     *
002140*  VALUES ARE WHAT IS COMPARED.                                 *
002150*****************************************************************
002160 01  WS-CMP-DB2-VALUE                PIC X(20).
002170 01  WS-CMP-VSM-VALUE                PIC X(20).
002180 01  WS-CMP-SNP-VALUE                PIC X(20).
002190 01  WS-CMP-EDLEVEL-EDIT             PIC -(4)9.
002200 01  WS-CMP-AMOUNT-EDIT              PIC -(7)9.99.
002210
002220*****************************************************************
002230*  FIELD NAMES IN EMPOUT ORDER, AND THE NUMBER OF EMPLOYEES     *
002240*  FOUND DIFFERING ON EACH.                                     *
002250*****************************************************************
002260 01  WS-FIELD-NAME-VALUES.
002270     05  FILLER                      PIC X(10)  VALUE 'LASTNAME'.
002280     05  FILLER                      PIC X(10)  VALUE 'FIRSTNME'.
002290     05  FILLER                      PIC X(10)  VALUE 'WORKDEPT'.
002300     05  FILLER                      PIC X(10)  VALUE 'PHONENO'.
002310     05  FILLER                      PIC X(10)  VALUE 'HIREDATE'.
002320     05  FILLER                      PIC X(10)  VALUE 'JOB'.
002330     05  FILLER                      PIC X(10)  VALUE 'EDLEVEL'.
002340     05  FILLER                      PIC X(10)  VALUE 'SEX'.
002350     05  FILLER                      PIC X(10)  VALUE 'BIRTHDATE'.
002360     05  FILLER                      PIC X(10)  VALUE 'SALARY'.
002370     05  FILLER                      PIC X(10)  VALUE 'BONUS'.
002380     05  FILLER                      PIC X(10)  VALUE 'COMM'.
002390 01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
002400     05  WS-FLD-NAME                 PIC X(10)
002410             OCCURS 12 TIMES
002420             INDEXED BY FLD-IX.
002430
002440 01  WS-FIELD-COUNT-TABLE.
002450     05  WS-FLD-DIFF-COUNT           PIC 9(07)  COMP
002460             OCCURS 12 TIMES
002470             INDEXED BY FCT-IX.
002480
002490*****************************************************************
002500*  PROGRAM SWITCHES                                             *
002510*****************************************************************
002520 01  WS-SWITCHES.
002530     05  WS-DB2-EOF-SW               PIC X(01)  VALUE 'N'.
002540         88  DB2-EOF                     VALUE 'Y'.
002550     05  WS-VSM-EOF-SW               PIC X(01)  VALUE 'N'.
002560         88  VSM-EOF                     VALUE 'Y'.
002570     05  WS-SNP-EOF-SW               PIC X(01)  VALUE 'N'.
002580         88  SNP-EOF                     VALUE 'Y'.
002590     05  WS-CURSOR-OPEN-SW           PIC X(01)  VALUE 'N'.
002600         88  CURSOR-OPEN                 VALUE 'Y'.
002610     05  WS-DB2-PRESENT-SW           PIC X(01)  VALUE 'N'.
002620         88  DB2-PRESENT                 VALUE 'Y'.
002630         88  DB2-ABSENT                  VALUE 'N'.
002640     05  WS-VSM-PRESENT-SW           PIC X(01)  VALUE 'N'.
002650         88  VSM-PRESENT                 VALUE 'Y'.
002660         88  VSM-ABSENT                  VALUE 'N'.
002670     05  WS-SNP-PRESENT-SW           PIC X(01)  VALUE 'N'.
002680         88  SNP-PRESENT                 VALUE 'Y'.
002690         88  SNP-ABSENT                  VALUE 'N'.
002700     05  WS-EMP-DISC-SW              PIC X(01)  VALUE 'N'.
002710         88  EMP-HAS-DISCREPANCY         VALUE 'Y'.
002720         88  EMP-IN-AGREEMENT            VALUE 'N'.
002730     05  WS-EMP-FLD-DIFF-SW          PIC X(01)  VALUE 'N'.
002740         88  EMP-HAS-FIELD-DIFF          VALUE 'Y'.
002750         88  EMP-NO-FIELD-DIFF           VALUE 'N'.
002760     05  WS-FLD-DIFF-SW              PIC X(01)  VALUE 'N'.
002770         88  FIELD-DIFFERS               VALUE 'Y'.
002780         88  FIELD-AGREES                VALUE 'N'.
002790
002800*****************************************************************
002810*  STANDALONE COUNTERS                                          *
002820*****************************************************************
002830 77  WS-DB2-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
002840 77  WS-VSM-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
002850 77  WS-SNP-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
002860 77  WS-EMP-CHECKED-COUNT           PIC 9(07)   COMP VALUE ZERO.
002870 77  WS-AGREE-COUNT                 PIC 9(07)   COMP VALUE ZERO.
002880 77  WS-DISC-EMP-COUNT              PIC 9(07)   COMP VALUE ZERO.
002890 77  WS-MISS-DB2-COUNT              PIC 9(07)   COMP VALUE ZERO.
002900 77  WS-MISS-VSM-COUNT              PIC 9(07)   COMP VALUE ZERO.
002910 77  WS-MISS-SNP-COUNT              PIC 9(07)   COMP VALUE ZERO.
002920 77  WS-FLD-EMP-COUNT               PIC 9(07)   COMP VALUE ZERO.
002930 77  WS-FLD-TOTAL-COUNT             PIC 9(07)   COMP VALUE ZERO.
002940 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
002950 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
002960 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
002970 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
002980
002990*****************************************************************
003000*  REPORT HEADING, DETAIL AND TOTAL LINES                       *
003010*****************************************************************
003020 01  WS-RCN-HEADING-1.
003030     05  FILLER                      PIC X(10)  VALUE SPACES.
003040     05  FILLER                      PIC X(44)
003050         VALUE 'EMPLOYEE DATA STORE RECONCILIATION'.
003060     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
003070     05  WS-RCN-PAGE-OUT             PIC ZZZ9.
003080     05  FILLER                      PIC X(69)  VALUE SPACES.
003090
003100 01  WS-RCN-HEADING-2.
003110     05  FILLER                      PIC X(10)  VALUE SPACES.
003120     05  FILLER                      PIC X(14)
003130         VALUE 'RUN DATE    : '.
003140     05  WS-RCN-DATE-OUT             PIC X(08).
003150     05  FILLER                      PIC X(05)  VALUE SPACES.
003160     05  FILLER                      PIC X(44)
003170         VALUE 'DB2 EMPLOYEE / EMPVSAM / EMPSNAP(0) BY EMPNO'.
003180     05  FILLER                      PIC X(51)  VALUE SPACES.
003190
003200 01  WS-RCN-HEADING-3.
003210     05  FILLER                      PIC X(10)  VALUE SPACES.
003220     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
003230     05  FILLER                      PIC X(21)
003240         VALUE 'DISCREPANCY'.
003250     05  FILLER                      PIC X(11)  VALUE 'FIELD'.
003260     05  FILLER                      PIC X(21)
003270         VALUE 'DB2 EMPLOYEE'.
003280     05  FILLER                      PIC X(21)
003290         VALUE 'EMPVSAM'.
003300     05  FILLER                      PIC X(20)
003310         VALUE 'EMPSNAP'.
003320     05  FILLER                      PIC X(21)  VALUE SPACES.
003330
003340 01  WS-RCN-DETAIL.
003350     05  FILLER                      PIC X(10)  VALUE SPACES.
003360     05  WS-RCN-EMPNO-OUT            PIC X(06).
003370     05  FILLER                      PIC X(01)  VALUE SPACES.
003380     05  WS-RCN-TYPE-OUT             PIC X(20).
003390     05  FILLER                      PIC X(01)  VALUE SPACES.
003400     05  WS-RCN-FIELD-OUT            PIC X(10).
003410     05  FILLER                      PIC X(01)  VALUE SPACES.
003420     05  WS-RCN-DB2-OUT              PIC X(20).
003430     05  FILLER                      PIC X(01)  VALUE SPACES.
003440     05  WS-RCN-VSM-OUT              PIC X(20).
003450     05  FILLER                      PIC X(01)  VALUE SPACES.
003460     05  WS-RCN-SNP-OUT              PIC X(20).
003470     05  FILLER                      PIC X(21)  VALUE SPACES.
003480
003490 01  WS-RCN-MESSAGE.
003500     05  FILLER                      PIC X(10)  VALUE SPACES.
003510     05  WS-RCN-MESSAGE-TEXT         PIC X(60).
003520     05  FILLER                      PIC X(62)  VALUE SPACES.
003530
003540 01  WS-RCN-TOTALS.
003550     05  FILLER                      PIC X(10)  VALUE SPACES.
003560     05  WS-RCN-TOTAL-LABEL          PIC X(20)
003570         VALUE 'EMPLOYEES CHECKED: '.
003580     05  WS-RCN-TOTAL-OUT            PIC ZZZ,ZZ9.
003590     05  FILLER                      PIC X(95)  VALUE SPACES.
003600
003610 01  WS-RCN-FIELD-TOTALS.
003620     05  FILLER                      PIC X(12)  VALUE SPACES.
003630     05  WS-RCN-FTOT-NAME-OUT        PIC X(10).
003640     05  FILLER                      PIC X(08)  VALUE 'DIFFERS:'.
003650     05  WS-RCN-FTOT-OUT             PIC ZZZ,ZZ9.
003660     05  FILLER                      PIC X(95)  VALUE SPACES.
003670
003680 LINKAGE SECTION.
003690 01  PARM-AREA.
003700     05  PARM-LENGTH                 PIC S9(04) COMP.
003710     05  PARM-TEXT                   PIC X(80).
003720
003730 PROCEDURE DIVISION USING PARM-AREA.
003740*****************************************************************
003750*  0000-MAINLINE                                                *
003760*****************************************************************
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALIZE
003790         THRU 1000-INITIALIZE-EXIT
003800     IF WS-RETURN-CODE = ZERO
003810         PERFORM 2000-RECONCILE
003820             THRU 2000-RECONCILE-EXIT
003830     END-IF
003840     PERFORM 8000-TERMINATE
003850         THRU 8000-TERMINATE-EXIT
003860     PERFORM 9000-WRITE-RUN-STATISTICS
003870         THRU 9000-WRITE-RUN-STATISTICS-EXIT
003880     MOVE WS-RETURN-CODE TO RETURN-CODE
003890     STOP RUN.
003900
003910*****************************************************************
003920*  1000-INITIALIZE - PICK UP THE PARM, OPEN THE FILES AND THE   *
003930*  EMPLOYEE CURSOR.  THE AUDIT TRAIL IS OPENED EXTEND, AS       *
003940*  COBOLDB2 OPENS IT.  A BLANK JOB ID DEFAULTS TO THE PROGRAM   *
003950*  NAME SO THE AUDIT ROWS CAN ALWAYS BE TOLD APART.             *
003960*****************************************************************
003970 1000-INITIALIZE.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003990     ACCEPT WS-RUN-TIME FROM TIME
004000     MOVE SPACES TO WS-JOB-ID
004010     MOVE SPACES TO WS-USER-ID
004020     IF PARM-LENGTH NOT < 8
004030         MOVE PARM-TEXT(1:8) TO WS-JOB-ID
004040     END-IF
004050     IF PARM-LENGTH NOT < 16
004060         MOVE PARM-TEXT(9:8) TO WS-USER-ID
004070     END-IF
004080     IF WS-JOB-ID = SPACES
004090         MOVE 'EMPRECON' TO WS-JOB-ID
004100     END-IF
004110     PERFORM 1050-CLEAR-FIELD-COUNT
004120         THRU 1050-CLEAR-FIELD-COUNT-EXIT
004130         VARYING FCT-IX FROM 1 BY 1
004140         UNTIL FCT-IX > 12
004150     OPEN INPUT VSAM-FILE
004160     IF WS-VSAM-STATUS NOT = '00'
004170         DISPLAY 'EMPRECON - UNABLE TO OPEN EMPVSAM, STATUS='
004180             WS-VSAM-STATUS
004190         MOVE 16 TO WS-RETURN-CODE
004200     END-IF
004210     OPEN INPUT SNAP-FILE
004220     IF WS-SNAP-STATUS NOT = '00'
004230         DISPLAY 'EMPRECON - UNABLE TO OPEN SNAPIN, STATUS='
004240             WS-SNAP-STATUS
004250         MOVE 16 TO WS-RETURN-CODE
004260     END-IF
004270     OPEN EXTEND AUDIT-FILE
004280     IF WS-AUDIT-STATUS = '05' OR '35'
004290         OPEN OUTPUT AUDIT-FILE
004300     END-IF
004310     IF WS-AUDIT-STATUS NOT = '00'
004320         DISPLAY 'EMPRECON - UNABLE TO OPEN AUDITLOG, STATUS='
004330             WS-AUDIT-STATUS
004340         MOVE 16 TO WS-RETURN-CODE
004350     END-IF
004360     OPEN OUTPUT RPT-FILE
004370     IF WS-RPT-STATUS NOT = '00'
004380         DISPLAY 'EMPRECON - UNABLE TO OPEN RCNRPT, STATUS='
004390             WS-RPT-STATUS
004400         MOVE 16 TO WS-RETURN-CODE
004410     END-IF
004420     IF WS-RETURN-CODE NOT = ZERO
004430         GO TO 1000-INITIALIZE-EXIT
004440     END-IF
004450     EXEC SQL
004460         DECLARE EMPRECON CURSOR FOR
004470         SELECT EMPNO, LASTNAME, FIRSTNME, WORKDEPT, PHONENO,
004480                HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
004490                SALARY, BONUS, COMM
004500         FROM EMPLOYEE
004510         ORDER BY EMPNO
004520     END-EXEC
004530
004540     EXEC SQL
004550         OPEN EMPRECON
004560     END-EXEC
004570
004580     IF SQLCODE NOT = 0
004590         DISPLAY 'EMPRECON - UNABLE TO OPEN CURSOR, SQLCODE='
004600             SQLCODE
004610         MOVE 16 TO WS-RETURN-CODE
004620     ELSE
004630         SET CURSOR-OPEN TO TRUE
004640     END-IF.
004650 1000-INITIALIZE-EXIT.
004660     EXIT.
004670
004680 1050-CLEAR-FIELD-COUNT.
004690     MOVE ZERO TO WS-FLD-DIFF-COUNT(FCT-IX).
004700 1050-CLEAR-FIELD-COUNT-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*  2000-RECONCILE                                               *
004750*  THREE-FILE BALANCED LINE - ALL INPUTS IN EMPNO SEQUENCE,     *
004760*  EOF REPRESENTED AS A HIGH-VALUES KEY.                        *
004770*****************************************************************
004780 2000-RECONCILE.
004790     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
004800     MOVE LOW-VALUES TO WS-DB2-PRIOR-KEY
004810     MOVE LOW-VALUES TO WS-VSM-PRIOR-KEY
004820     MOVE LOW-VALUES TO WS-SNP-PRIOR-KEY
004830     PERFORM 2110-FETCH-DB2-ROW
004840         THRU 2110-FETCH-DB2-ROW-EXIT
004850     PERFORM 2120-READ-VSAM-RECORD
004860         THRU 2120-READ-VSAM-RECORD-EXIT
004870     PERFORM 2130-READ-SNAP-RECORD
004880         THRU 2130-READ-SNAP-RECORD-EXIT
004890     PERFORM 2100-RECONCILE-EMPLOYEE
004900         THRU 2100-RECONCILE-EMPLOYEE-EXIT
004910         UNTIL (DB2-EOF AND VSM-EOF AND SNP-EOF)
004920         OR WS-RETURN-CODE NOT < 16
004930     IF WS-RETURN-CODE NOT < 16
004940         PERFORM 2410-WRITE-PAGE-HEADINGS
004950             THRU 2410-WRITE-PAGE-HEADINGS-EXIT
004960         MOVE '*** RECONCILIATION INCOMPLETE - SEE JOB LOG ***'
004970             TO WS-RCN-MESSAGE-TEXT
004980         WRITE RPT-RECORD FROM WS-RCN-MESSAGE
004990     ELSE
005000         IF WS-DISC-EMP-COUNT = ZERO
005010             PERFORM 2410-WRITE-PAGE-HEADINGS
005020                 THRU 2410-WRITE-PAGE-HEADINGS-EXIT
005030             MOVE 'ALL THREE EMPLOYEE DATA STORES AGREE'
005040                 TO WS-RCN-MESSAGE-TEXT
005050             WRITE RPT-RECORD FROM WS-RCN-MESSAGE
005060         END-IF
005070     END-IF
005080     PERFORM 2500-WRITE-TOTALS
005090         THRU 2500-WRITE-TOTALS-EXIT.
005100 2000-RECONCILE-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*  2100-RECONCILE-EMPLOYEE                                      *
005150*  THE LOWEST KEY ON THE THREE INPUTS IS THE EMPLOYEE; EACH     *
005160*  INPUT HOLDING THAT KEY IS PRESENT.  A MISSING STORE IS ONE   *
005170*  DISCREPANCY; FIELDS ARE COMPARED ACROSS WHICHEVER STORES DO  *
005180*  HOLD THE EMPLOYEE.  EVERY PRESENT INPUT IS THEN ADVANCED.    *
005190*****************************************************************
005200 2100-RECONCILE-EMPLOYEE.
005210     MOVE WS-DBI-EMPNO TO WS-LOW-EMPNO
005220     IF WS-VSI-EMPNO < WS-LOW-EMPNO
005230         MOVE WS-VSI-EMPNO TO WS-LOW-EMPNO
005240     END-IF
005250     IF WS-SNI-EMPNO < WS-LOW-EMPNO
005260         MOVE WS-SNI-EMPNO TO WS-LOW-EMPNO
005270     END-IF
005280     SET DB2-ABSENT TO TRUE
005290     SET VSM-ABSENT TO TRUE
005300     SET SNP-ABSENT TO TRUE
005310     IF WS-DBI-EMPNO = WS-LOW-EMPNO
005320         SET DB2-PRESENT TO TRUE
005330     END-IF
005340     IF WS-VSI-EMPNO = WS-LOW-EMPNO
005350         SET VSM-PRESENT TO TRUE
005360     END-IF
005370     IF WS-SNI-EMPNO = WS-LOW-EMPNO
005380         SET SNP-PRESENT TO TRUE
005390     END-IF
005400     ADD 1 TO WS-EMP-CHECKED-COUNT
005410     SET EMP-IN-AGREEMENT TO TRUE
005420     SET EMP-NO-FIELD-DIFF TO TRUE
005430     IF DB2-ABSENT OR VSM-ABSENT OR SNP-ABSENT
005440         PERFORM 2200-REPORT-MISSING
005450             THRU 2200-REPORT-MISSING-EXIT
005460     END-IF
005470     PERFORM 2300-COMPARE-FIELDS
005480         THRU 2300-COMPARE-FIELDS-EXIT
005490     IF EMP-HAS-FIELD-DIFF
005500         ADD 1 TO WS-FLD-EMP-COUNT
005510     END-IF
005520     IF EMP-HAS-DISCREPANCY
005530         ADD 1 TO WS-DISC-EMP-COUNT
005540         PERFORM 4200-RAISE-ERROR-RC
005550             THRU 4200-RAISE-ERROR-RC-EXIT
005560     ELSE
005570         ADD 1 TO WS-AGREE-COUNT
005580     END-IF
005590     IF DB2-PRESENT
005600         PERFORM 2110-FETCH-DB2-ROW
005610             THRU 2110-FETCH-DB2-ROW-EXIT
005620     END-IF
005630     IF VSM-PRESENT
005640         PERFORM 2120-READ-VSAM-RECORD
005650             THRU 2120-READ-VSAM-RECORD-EXIT
005660     END-IF
005670     IF SNP-PRESENT
005680         PERFORM 2130-READ-SNAP-RECORD
005690             THRU 2130-READ-SNAP-RECORD-EXIT
005700     END-IF.
005710 2100-RECONCILE-EMPLOYEE-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750*  2110-FETCH-DB2-ROW                                           *
005760*  THE NEXT EMPLOYEE ROW, BUILT INTO THE EMPOUT-SHAPED IMAGE.   *
005770*  EACH ROW FETCHED IS A PII ACCESS AND IS AUDITED.  A FETCH    *
005780*  ERROR ENDS THE RECONCILIATION - A PARTIAL PASS WOULD REPORT  *
005790*  EVERY REMAINING EMPLOYEE AS MISSING FROM DB2.                *
005800*****************************************************************
005810 2110-FETCH-DB2-ROW.
005820     EXEC SQL
005830         FETCH EMPRECON
005840         INTO :WS-DB2-EMPNO, :WS-DB2-LAST-NAME,
005850              :WS-DB2-FIRST-NAME, :WS-DB2-WORKDEPT,
005860              :WS-DB2-PHONENO, :WS-DB2-HIREDATE, :WS-DB2-JOB,
005870              :WS-DB2-EDLEVEL, :WS-DB2-SEX, :WS-DB2-BIRTHDATE,
005880              :WS-DB2-SALARY, :WS-DB2-BONUS, :WS-DB2-COMM
005890     END-EXEC
005900     IF SQLCODE NOT = 0
005910         SET DB2-EOF TO TRUE
005920         MOVE HIGH-VALUES TO WS-DBI-EMPNO
005930         IF SQLCODE NOT = 100
005940             DISPLAY 'EMPRECON - FETCH ERROR, SQLCODE=' SQLCODE
005950             MOVE 16 TO WS-RETURN-CODE
005960         END-IF
005970         GO TO 2110-FETCH-DB2-ROW-EXIT
005980     END-IF
005990     ADD 1 TO WS-DB2-READ-COUNT
006000     MOVE 'SELECT  ' TO AUD-ACTION
006010     PERFORM 4000-WRITE-AUDIT-RECORD
006020         THRU 4000-WRITE-AUDIT-RECORD-EXIT
006030     MOVE WS-DB2-EMPNO TO WS-DBI-EMPNO
006040     MOVE WS-DB2-LAST-NAME TO WS-DBI-LASTNAME
006050     MOVE WS-DB2-FIRST-NAME TO WS-DBI-FIRSTNME
006060     MOVE WS-DB2-WORKDEPT TO WS-DBI-WORKDEPT
006070     MOVE WS-DB2-PHONENO TO WS-DBI-PHONENO
006080     MOVE WS-DB2-HIREDATE TO WS-DBI-HIREDATE
006090     MOVE WS-DB2-JOB TO WS-DBI-JOB
006100     MOVE WS-DB2-EDLEVEL TO WS-DBI-EDLEVEL
006110     MOVE WS-DB2-SEX TO WS-DBI-SEX
006120     MOVE WS-DB2-BIRTHDATE TO WS-DBI-BIRTHDATE
006130     MOVE WS-DB2-SALARY TO WS-DBI-SALARY
006140     MOVE WS-DB2-BONUS TO WS-DBI-BONUS
006150     MOVE WS-DB2-COMM TO WS-DBI-COMM
006160     IF WS-DBI-EMPNO < WS-DB2-PRIOR-KEY
006170         DISPLAY 'EMPRECON - EMPLOYEE CURSOR OUT OF SEQUENCE AT '
006180             WS-DBI-EMPNO
006190         MOVE 16 TO WS-RETURN-CODE
006200     END-IF
006210     MOVE WS-DBI-EMPNO TO WS-DB2-PRIOR-KEY.
006220 2110-FETCH-DB2-ROW-EXIT.
006230     EXIT.
006240
006250 2120-READ-VSAM-RECORD.
006260     READ VSAM-FILE NEXT RECORD INTO WS-VSM-IMAGE
006270     IF WS-VSAM-STATUS = '00'
006280         ADD 1 TO WS-VSM-READ-COUNT
006290         IF WS-VSI-EMPNO < WS-VSM-PRIOR-KEY
006300             DISPLAY 'EMPRECON - EMPVSAM OUT OF SEQUENCE AT '
006310                 WS-VSI-EMPNO
006320             MOVE 16 TO WS-RETURN-CODE
006330         END-IF
006340         MOVE WS-VSI-EMPNO TO WS-VSM-PRIOR-KEY
006350     ELSE
006360         IF WS-VSAM-STATUS NOT = '10'
006370             DISPLAY 'EMPRECON - EMPVSAM READ ERROR, STATUS='
006380                 WS-VSAM-STATUS
006390             MOVE 16 TO WS-RETURN-CODE
006400         END-IF
006410         SET VSM-EOF TO TRUE
006420         MOVE HIGH-VALUES TO WS-VSI-EMPNO
006430     END-IF.
006440 2120-READ-VSAM-RECORD-EXIT.
006450     EXIT.
006460
006470 2130-READ-SNAP-RECORD.
006480     READ SNAP-FILE INTO WS-SNP-IMAGE
006490     IF WS-SNAP-STATUS = '00'
006500         ADD 1 TO WS-SNP-READ-COUNT
006510         IF WS-SNI-EMPNO < WS-SNP-PRIOR-KEY
006520             DISPLAY 'EMPRECON - SNAPIN OUT OF SEQUENCE AT '
006530                 WS-SNI-EMPNO
006540             MOVE 16 TO WS-RETURN-CODE
006550         END-IF
006560         MOVE WS-SNI-EMPNO TO WS-SNP-PRIOR-KEY
006570     ELSE
006580         IF WS-SNAP-STATUS NOT = '10'
006590             DISPLAY 'EMPRECON - SNAPIN READ ERROR, STATUS='
006600                 WS-SNAP-STATUS
006610             MOVE 16 TO WS-RETURN-CODE
006620         END-IF
006630         SET SNP-EOF TO TRUE
006640         MOVE HIGH-VALUES TO WS-SNI-EMPNO
006650     END-IF.
006660 2130-READ-SNAP-RECORD-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*  2200-REPORT-MISSING                                          *
006710*  ONE LINE PER STORE THE EMPLOYEE IS MISSING FROM, SHOWING     *
006720*  THE LAST NAME IN EACH STORE THAT DOES HOLD IT.               *
006730*****************************************************************
006740 2200-REPORT-MISSING.
006750     SET EMP-HAS-DISCREPANCY TO TRUE
006760     MOVE SPACES TO WS-RCN-DETAIL
006770     MOVE WS-LOW-EMPNO TO WS-RCN-EMPNO-OUT
006780     MOVE 'LASTNAME' TO WS-RCN-FIELD-OUT
006790     IF DB2-PRESENT
006800         MOVE WS-DBI-LASTNAME TO WS-RCN-DB2-OUT
006810     ELSE
006820         MOVE '*** MISSING ***' TO WS-RCN-DB2-OUT
006830     END-IF
006840     IF VSM-PRESENT
006850         MOVE WS-VSI-LASTNAME TO WS-RCN-VSM-OUT
006860     ELSE
006870         MOVE '*** MISSING ***' TO WS-RCN-VSM-OUT
006880     END-IF
006890     IF SNP-PRESENT
006900         MOVE WS-SNI-LASTNAME TO WS-RCN-SNP-OUT
006910     ELSE
006920         MOVE '*** MISSING ***' TO WS-RCN-SNP-OUT
006930     END-IF
006940     IF DB2-ABSENT
006950         MOVE 'MISSING FROM DB2' TO WS-RCN-TYPE-OUT
006960         ADD 1 TO WS-MISS-DB2-COUNT
006970         PERFORM 2400-WRITE-REPORT-LINE
006980             THRU 2400-WRITE-REPORT-LINE-EXIT
006990     END-IF
007000     IF VSM-ABSENT
007010         MOVE 'MISSING FROM EMPVSAM' TO WS-RCN-TYPE-OUT
007020         ADD 1 TO WS-MISS-VSM-COUNT
007030         PERFORM 2400-WRITE-REPORT-LINE
007040             THRU 2400-WRITE-REPORT-LINE-EXIT
007050     END-IF
007060     IF SNP-ABSENT
007070         MOVE 'MISSING FROM EMPSNAP' TO WS-RCN-TYPE-OUT
007080         ADD 1 TO WS-MISS-SNP-COUNT
007090         PERFORM 2400-WRITE-REPORT-LINE
007100             THRU 2400-WRITE-REPORT-LINE-EXIT
007110     END-IF.
007120 2200-REPORT-MISSING-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160*  2300-COMPARE-FIELDS                                          *
007170*  NOTHING TO COMPARE UNLESS TWO STORES HOLD THE EMPLOYEE, AND  *
007180*  NOTHING TO LIST WHEN THE WHOLE IMAGES ALREADY AGREE.         *
007190*  OTHERWISE EACH FIELD'S VALUES ARE LOADED AND CHECKED IN      *
007200*  EMPOUT ORDER; FLD-IX NAMES THE FIELD FOR 2310.               *
007210*****************************************************************
007220 2300-COMPARE-FIELDS.
007230     IF DB2-PRESENT AND VSM-PRESENT
007240         IF WS-DBI-DATA NOT = WS-VSI-DATA
007250             GO TO 2300-COMPARE-EACH-FIELD
007260         END-IF
007270     END-IF
007280     IF DB2-PRESENT AND SNP-PRESENT
007290         IF WS-DBI-DATA NOT = WS-SNI-DATA
007300             GO TO 2300-COMPARE-EACH-FIELD
007310         END-IF
007320     END-IF
007330     IF VSM-PRESENT AND SNP-PRESENT
007340         IF WS-VSI-DATA NOT = WS-SNI-DATA
007350             GO TO 2300-COMPARE-EACH-FIELD
007360         END-IF
007370     END-IF
007380     GO TO 2300-COMPARE-FIELDS-EXIT.
007390 2300-COMPARE-EACH-FIELD.
007400     SET FLD-IX TO 1
007410     MOVE WS-DBI-LASTNAME TO WS-CMP-DB2-VALUE
007420     MOVE WS-VSI-LASTNAME TO WS-CMP-VSM-VALUE
007430     MOVE WS-SNI-LASTNAME TO WS-CMP-SNP-VALUE
007440     PERFORM 2310-CHECK-FIELD
007450         THRU 2310-CHECK-FIELD-EXIT
007460     SET FLD-IX TO 2
007470     MOVE WS-DBI-FIRSTNME TO WS-CMP-DB2-VALUE
007480     MOVE WS-VSI-FIRSTNME TO WS-CMP-VSM-VALUE
007490     MOVE WS-SNI-FIRSTNME TO WS-CMP-SNP-VALUE
007500     PERFORM 2310-CHECK-FIELD
007510         THRU 2310-CHECK-FIELD-EXIT
007520     SET FLD-IX TO 3
007530     MOVE WS-DBI-WORKDEPT TO WS-CMP-DB2-VALUE
007540     MOVE WS-VSI-WORKDEPT TO WS-CMP-VSM-VALUE
007550     MOVE WS-SNI-WORKDEPT TO WS-CMP-SNP-VALUE
007560     PERFORM 2310-CHECK-FIELD
007570         THRU 2310-CHECK-FIELD-EXIT
007580     SET FLD-IX TO 4
007590     MOVE WS-DBI-PHONENO TO WS-CMP-DB2-VALUE
007600     MOVE WS-VSI-PHONENO TO WS-CMP-VSM-VALUE
007610     MOVE WS-SNI-PHONENO TO WS-CMP-SNP-VALUE
007620     PERFORM 2310-CHECK-FIELD
007630         THRU 2310-CHECK-FIELD-EXIT
007640     SET FLD-IX TO 5
007650     MOVE WS-DBI-HIREDATE TO WS-CMP-DB2-VALUE
007660     MOVE WS-VSI-HIREDATE TO WS-CMP-VSM-VALUE
007670     MOVE WS-SNI-HIREDATE TO WS-CMP-SNP-VALUE
007680     PERFORM 2310-CHECK-FIELD
007690         THRU 2310-CHECK-FIELD-EXIT
007700     SET FLD-IX TO 6
007710     MOVE WS-DBI-JOB TO WS-CMP-DB2-VALUE
007720     MOVE WS-VSI-JOB TO WS-CMP-VSM-VALUE
007730     MOVE WS-SNI-JOB TO WS-CMP-SNP-VALUE
007740     PERFORM 2310-CHECK-FIELD
007750         THRU 2310-CHECK-FIELD-EXIT
007760     SET FLD-IX TO 7
007770     MOVE WS-DBI-EDLEVEL TO WS-CMP-EDLEVEL-EDIT
007780     MOVE WS-CMP-EDLEVEL-EDIT TO WS-CMP-DB2-VALUE
007790     MOVE WS-VSI-EDLEVEL TO WS-CMP-EDLEVEL-EDIT
007800     MOVE WS-CMP-EDLEVEL-EDIT TO WS-CMP-VSM-VALUE
007810     MOVE WS-SNI-EDLEVEL TO WS-CMP-EDLEVEL-EDIT
007820     MOVE WS-CMP-EDLEVEL-EDIT TO WS-CMP-SNP-VALUE
007830     PERFORM 2310-CHECK-FIELD
007840         THRU 2310-CHECK-FIELD-EXIT
007850     SET FLD-IX TO 8
007860     MOVE WS-DBI-SEX TO WS-CMP-DB2-VALUE
007870     MOVE WS-VSI-SEX TO WS-CMP-VSM-VALUE
007880     MOVE WS-SNI-SEX TO WS-CMP-SNP-VALUE
007890     PERFORM 2310-CHECK-FIELD
007900         THRU 2310-CHECK-FIELD-EXIT
007910     SET FLD-IX TO 9
007920     MOVE WS-DBI-BIRTHDATE TO WS-CMP-DB2-VALUE
007930     MOVE WS-VSI-BIRTHDATE TO WS-CMP-VSM-VALUE
007940     MOVE WS-SNI-BIRTHDATE TO WS-CMP-SNP-VALUE
007950     PERFORM 2310-CHECK-FIELD
007960         THRU 2310-CHECK-FIELD-EXIT
007970     SET FLD-IX TO 10
007980     MOVE WS-DBI-SALARY TO WS-CMP-AMOUNT-EDIT
007990     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-DB2-VALUE
008000     MOVE WS-VSI-SALARY TO WS-CMP-AMOUNT-EDIT
008010     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-VSM-VALUE
008020     MOVE WS-SNI-SALARY TO WS-CMP-AMOUNT-EDIT
008030     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-SNP-VALUE
008040     PERFORM 2310-CHECK-FIELD
008050         THRU 2310-CHECK-FIELD-EXIT
008060     SET FLD-IX TO 11
008070     MOVE WS-DBI-BONUS TO WS-CMP-AMOUNT-EDIT
008080     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-DB2-VALUE
008090     MOVE WS-VSI-BONUS TO WS-CMP-AMOUNT-EDIT
008100     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-VSM-VALUE
008110     MOVE WS-SNI-BONUS TO WS-CMP-AMOUNT-EDIT
008120     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-SNP-VALUE
008130     PERFORM 2310-CHECK-FIELD
008140         THRU 2310-CHECK-FIELD-EXIT
008150     SET FLD-IX TO 12
008160     MOVE WS-DBI-COMM TO WS-CMP-AMOUNT-EDIT
008170     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-DB2-VALUE
008180     MOVE WS-VSI-COMM TO WS-CMP-AMOUNT-EDIT
008190     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-VSM-VALUE
008200     MOVE WS-SNI-COMM TO WS-CMP-AMOUNT-EDIT
008210     MOVE WS-CMP-AMOUNT-EDIT TO WS-CMP-SNP-VALUE
008220     PERFORM 2310-CHECK-FIELD
008230         THRU 2310-CHECK-FIELD-EXIT.
008240 2300-COMPARE-FIELDS-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008280*  2310-CHECK-FIELD                                             *
008290*  THE FIELD DIFFERS WHEN ANY TWO STORES HOLDING THE EMPLOYEE   *
008300*  DISAGREE.  THE STORE THE EMPLOYEE IS MISSING FROM PRINTS     *
008310*  BLANK - IT WAS ALREADY REPORTED AS MISSING.                  *
008320*****************************************************************
008330 2310-CHECK-FIELD.
008340     SET FIELD-AGREES TO TRUE
008350     IF DB2-PRESENT AND VSM-PRESENT
008360         AND WS-CMP-DB2-VALUE NOT = WS-CMP-VSM-VALUE
008370         SET FIELD-DIFFERS TO TRUE
008380     END-IF
008390     IF DB2-PRESENT AND SNP-PRESENT
008400         AND WS-CMP-DB2-VALUE NOT = WS-CMP-SNP-VALUE
008410         SET FIELD-DIFFERS TO TRUE
008420     END-IF
008430     IF VSM-PRESENT AND SNP-PRESENT
008440         AND WS-CMP-VSM-VALUE NOT = WS-CMP-SNP-VALUE
008450         SET FIELD-DIFFERS TO TRUE
008460     END-IF
008470     IF FIELD-AGREES
008480         GO TO 2310-CHECK-FIELD-EXIT
008490     END-IF
008500     SET EMP-HAS-DISCREPANCY TO TRUE
008510     SET EMP-HAS-FIELD-DIFF TO TRUE
008520     SET FCT-IX TO FLD-IX
008530     ADD 1 TO WS-FLD-DIFF-COUNT(FCT-IX)
008540     ADD 1 TO WS-FLD-TOTAL-COUNT
008550     MOVE SPACES TO WS-RCN-DETAIL
008560     MOVE WS-LOW-EMPNO TO WS-RCN-EMPNO-OUT
008570     MOVE 'FIELD DIFFERS' TO WS-RCN-TYPE-OUT
008580     MOVE WS-FLD-NAME(FLD-IX) TO WS-RCN-FIELD-OUT
008590     IF DB2-PRESENT
008600         MOVE WS-CMP-DB2-VALUE TO WS-RCN-DB2-OUT
008610     END-IF
008620     IF VSM-PRESENT
008630         MOVE WS-CMP-VSM-VALUE TO WS-RCN-VSM-OUT
008640     END-IF
008650     IF SNP-PRESENT
008660         MOVE WS-CMP-SNP-VALUE TO WS-RCN-SNP-OUT
008670     END-IF
008680     PERFORM 2400-WRITE-REPORT-LINE
008690         THRU 2400-WRITE-REPORT-LINE-EXIT.
008700 2310-CHECK-FIELD-EXIT.
008710     EXIT.
008720
008730 2400-WRITE-REPORT-LINE.
008740     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008750         PERFORM 2410-WRITE-PAGE-HEADINGS
008760             THRU 2410-WRITE-PAGE-HEADINGS-EXIT
008770     END-IF
008780     WRITE RPT-RECORD FROM WS-RCN-DETAIL
008790     ADD 1 TO WS-LINE-COUNT.
008800 2400-WRITE-REPORT-LINE-EXIT.
008810     EXIT.
008820
008830 2410-WRITE-PAGE-HEADINGS.
008840     ADD 1 TO WS-PAGE-COUNT
008850     MOVE WS-PAGE-COUNT TO WS-RCN-PAGE-OUT
008860     MOVE WS-RUN-DATE TO WS-RCN-DATE-OUT
008870     WRITE RPT-RECORD FROM WS-RCN-HEADING-1
008880     WRITE RPT-RECORD FROM WS-RCN-HEADING-2
008890     WRITE RPT-RECORD FROM WS-RCN-HEADING-3
008900     MOVE ZERO TO WS-LINE-COUNT.
008910 2410-WRITE-PAGE-HEADINGS-EXIT.
008920     EXIT.
008930
008940*****************************************************************
008950*  2500-WRITE-TOTALS - RECORDS READ FROM EACH STORE, THEN THE   *
008960*  COUNTS BY DISCREPANCY TYPE AND BY FIELD.                     *
008970*****************************************************************
008980 2500-WRITE-TOTALS.
008990     MOVE SPACES TO RPT-RECORD
009000     WRITE RPT-RECORD
009010     MOVE 'DB2 ROWS READ    : ' TO WS-RCN-TOTAL-LABEL
009020     MOVE WS-DB2-READ-COUNT TO WS-RCN-TOTAL-OUT
009030     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009040     MOVE 'EMPVSAM RECS READ: ' TO WS-RCN-TOTAL-LABEL
009050     MOVE WS-VSM-READ-COUNT TO WS-RCN-TOTAL-OUT
009060     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009070     MOVE 'EMPSNAP RECS READ: ' TO WS-RCN-TOTAL-LABEL
009080     MOVE WS-SNP-READ-COUNT TO WS-RCN-TOTAL-OUT
009090     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009100     MOVE 'EMPLOYEES CHECKED: ' TO WS-RCN-TOTAL-LABEL
009110     MOVE WS-EMP-CHECKED-COUNT TO WS-RCN-TOTAL-OUT
009120     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009130     MOVE 'IN AGREEMENT     : ' TO WS-RCN-TOTAL-LABEL
009140     MOVE WS-AGREE-COUNT TO WS-RCN-TOTAL-OUT
009150     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009160     MOVE 'WITH DISCREPANCY : ' TO WS-RCN-TOTAL-LABEL
009170     MOVE WS-DISC-EMP-COUNT TO WS-RCN-TOTAL-OUT
009180     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009190     MOVE SPACES TO RPT-RECORD
009200     WRITE RPT-RECORD
009210     MOVE 'MISSING FROM DB2 : ' TO WS-RCN-TOTAL-LABEL
009220     MOVE WS-MISS-DB2-COUNT TO WS-RCN-TOTAL-OUT
009230     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009240     MOVE 'MISSING FROM VSAM: ' TO WS-RCN-TOTAL-LABEL
009250     MOVE WS-MISS-VSM-COUNT TO WS-RCN-TOTAL-OUT
009260     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009270     MOVE 'MISSING FROM SNAP: ' TO WS-RCN-TOTAL-LABEL
009280     MOVE WS-MISS-SNP-COUNT TO WS-RCN-TOTAL-OUT
009290     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009300     MOVE 'FIELDS DIFFER    : ' TO WS-RCN-TOTAL-LABEL
009310     MOVE WS-FLD-EMP-COUNT TO WS-RCN-TOTAL-OUT
009320     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009330     MOVE 'FIELD DIFFERENCES: ' TO WS-RCN-TOTAL-LABEL
009340     MOVE WS-FLD-TOTAL-COUNT TO WS-RCN-TOTAL-OUT
009350     WRITE RPT-RECORD FROM WS-RCN-TOTALS
009360     PERFORM 2510-WRITE-FIELD-TOTAL
009370         THRU 2510-WRITE-FIELD-TOTAL-EXIT
009380         VARYING FLD-IX FROM 1 BY 1
009390         UNTIL FLD-IX > 12
009400     DISPLAY 'EMPRECON - DB2 ROWS READ     : ' WS-DB2-READ-COUNT
009410     DISPLAY 'EMPRECON - EMPVSAM RECS READ : ' WS-VSM-READ-COUNT
009420     DISPLAY 'EMPRECON - EMPSNAP RECS READ : ' WS-SNP-READ-COUNT
009430     DISPLAY 'EMPRECON - MISSING FROM DB2  : ' WS-MISS-DB2-COUNT
009440     DISPLAY 'EMPRECON - MISSING FROM VSAM : ' WS-MISS-VSM-COUNT
009450     DISPLAY 'EMPRECON - MISSING FROM SNAP : ' WS-MISS-SNP-COUNT
009460     DISPLAY 'EMPRECON - FIELD DIFFERENCES : ' WS-FLD-TOTAL-COUNT
009470     DISPLAY 'EMPRECON - WITH DISCREPANCY  : ' WS-DISC-EMP-COUNT.
009480 2500-WRITE-TOTALS-EXIT.
009490     EXIT.
009500
009510 2510-WRITE-FIELD-TOTAL.
009520     SET FCT-IX TO FLD-IX
009530     IF WS-FLD-DIFF-COUNT(FCT-IX) = ZERO
009540         GO TO 2510-WRITE-FIELD-TOTAL-EXIT
009550     END-IF
009560     MOVE WS-FLD-NAME(FLD-IX) TO WS-RCN-FTOT-NAME-OUT
009570     MOVE WS-FLD-DIFF-COUNT(FCT-IX) TO WS-RCN-FTOT-OUT
009580     WRITE RPT-RECORD FROM WS-RCN-FIELD-TOTALS.
009590 2510-WRITE-FIELD-TOTAL-EXIT.
009600     EXIT.
009610
009620*****************************************************************
009630*  4000-WRITE-AUDIT-RECORD                                      *
009640*  LOGS ONE PII ACCESS EVENT TO THE AUDIT TRAIL FILE, RUN MODE  *
009650*  'R' FOR RECONCILIATION.  THE CALLER SETS AUD-ACTION.         *
009660*****************************************************************
009670 4000-WRITE-AUDIT-RECORD.
009680     MOVE WS-RUN-DATE TO AUD-RUN-DATE
009690     MOVE WS-RUN-TIME TO AUD-RUN-TIME
009700     MOVE WS-JOB-ID TO AUD-JOB-ID
009710     MOVE WS-USER-ID TO AUD-USER-ID
009720     MOVE 'R' TO AUD-RUN-MODE
009730     MOVE WS-DB2-EMPNO TO AUD-EMPNO
009740     MOVE SQLCODE TO AUD-SQLCODE
009750     WRITE AUDIT-RECORD.
009760 4000-WRITE-AUDIT-RECORD-EXIT.
009770     EXIT.
009780
009790*****************************************************************
009800*  4200 - RAISE THE STEP RETURN CODE WITHOUT EVER LOWERING IT.  *
009810*****************************************************************
009820 4200-RAISE-ERROR-RC.
009830     IF WS-RETURN-CODE < 8
009840         MOVE 8 TO WS-RETURN-CODE
009850     END-IF.
009860 4200-RAISE-ERROR-RC-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900*  8000-TERMINATE - CLOSE THE CURSOR AND THE FILES              *
009910*****************************************************************
009920 8000-TERMINATE.
009930     IF CURSOR-OPEN
009940         EXEC SQL
009950             CLOSE EMPRECON
009960         END-EXEC
009970     END-IF
009980     PERFORM 8100-CLOSE-FILES
009990         THRU 8100-CLOSE-FILES-EXIT.
010000 8000-TERMINATE-EXIT.
010010     EXIT.
010020
010030 8100-CLOSE-FILES.
010040     CLOSE VSAM-FILE
010050     CLOSE SNAP-FILE
010060     CLOSE AUDIT-FILE
010070     CLOSE RPT-FILE.
010080 8100-CLOSE-FILES-EXIT.
010090     EXIT.
010100
010110*****************************************************************
010120*  9000-WRITE-RUN-STATISTICS                                    *
010130*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
010140*  SUMMARY - DB2 ROWS READ, EMPLOYEES CHECKED, EMPLOYEES WITH   *
010150*  A DISCREPANCY.  A STATS FILE PROBLEM IS REPORTED BUT DOES    *
010160*  NOT CHANGE THE RETURN CODE.                                  *
010170*****************************************************************
010180 9000-WRITE-RUN-STATISTICS.
010190     OPEN EXTEND STATS-FILE
010200     IF WS-STAT-STATUS = '05' OR '35'
010210         OPEN OUTPUT STATS-FILE
010220     END-IF
010230     IF WS-STAT-STATUS NOT = '00'
010240         DISPLAY 'EMPRECON - UNABLE TO OPEN RUNSTATS, STATUS='
010250             WS-STAT-STATUS
010260         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
010270     END-IF
010280     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
010290     ACCEPT WS-END-TIME FROM TIME
010300     MOVE SPACES TO RUN-STAT-RECORD
010310     MOVE 'EMPRECON' TO RST-PROGRAM
010320     MOVE WS-RUN-DATE TO RST-START-DATE
010330     MOVE WS-RUN-TIME TO RST-START-TIME
010340     MOVE WS-END-DATE TO RST-END-DATE
010350     MOVE WS-END-TIME TO RST-END-TIME
010360     MOVE WS-DB2-READ-COUNT TO RST-READ-COUNT
010370     MOVE WS-EMP-CHECKED-COUNT TO RST-WRITTEN-COUNT
010380     MOVE WS-DISC-EMP-COUNT TO RST-REJECT-COUNT
010390     IF WS-RETURN-CODE < ZERO
010400         MOVE ZERO TO RST-RETURN-CODE
010410     ELSE
010420         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
010430     END-IF
010440     WRITE RUN-STAT-RECORD
010450     CLOSE STATS-FILE.
010460 9000-WRITE-RUN-STATISTICS-EXIT.
010470     EXIT.
