000010*****************************************************************
000020*  PAYEQTY                                                      *
000030*                                                               *
000040*  ANNUAL PAY-EQUITY AND COMPA-RATIO REVIEW FOR HR AND LEGAL,   *
000050*  BUILT FROM THE NIGHTLY EXTRACT (EMPOUT LAYOUT) AND THE       *
000060*  FINANCE SALARY RANGES ON JOBRATE.  THE EXTRACT ARRIVES       *
000070*  SORTED BY JOB, WORKDEPT, SEX AND SALARY (PAYEQTY.JCL         *
000080*  STEP01) AND EACH JOB / DEPARTMENT IS ONE GROUP.              *
000090*                                                               *
000100*  FOR EACH GROUP THE REPORT SHOWS THE COUNT, AVERAGE AND       *
000110*  MEDIAN SALARY BY SEX, THE MALE / FEMALE GAP AS A PERCENT     *
000120*  OF THE MALE FIGURE, AND EVERY EMPLOYEE WITH THEIR            *
000130*  COMPA-RATIO - SALARY OVER THE MIDPOINT OF THE JOB'S          *
000140*  JOBRATE RANGE.  A GROUP WHOSE AVERAGE GAP, EITHER WAY, IS    *
000150*  OVER THE EQPARM THRESHOLD IS FLAGGED.  AN EMPLOYEE BELOW     *
000160*  THE EQPARM MINIMUM COMPA-RATIO IS WRITTEN TO THE EXCEPTIONS  *
000170*  FILE (EQEXCREC LAYOUT).                                      *
000180*                                                               *
000190*  THIS IS COMPENSATION PII.  THE AUDIT TRAIL IS OPENED FIRST   *
000200*  AND THE RUN ENDS WITHOUT PRINTING IF IT CANNOT BE; EVERY     *
000210*  RUN LOGS ONE 'REPORT  ' RECORD AND ONE 'SELECT  ' RECORD     *
000220*  PER EMPLOYEE READ, RUN MODE 'E'.  A GROUP WITH ANY SEX       *
000230*  SUBGROUP SMALLER THAN THE EQPARM MINIMUM IS NOT PRINTED      *
000240*  AT ALL - ITS AVERAGES WOULD GIVE AWAY SOMEONE'S PAY.         *
000250*                                                               *
000260*  RETURN CODES - 0 CLEAN; 4 GROUPS FLAGGED, EXCEPTIONS         *
000270*  WRITTEN OR RECORDS SKIPPED; 16 AN OPEN FAILURE, A BAD        *
000280*  EQPARM, OR AN EXTRACT NOT IN SORTED ORDER.                   *
000290*                                                               *
000300*  PARM POS 01-08 IS THE JOB ID AND POS 09-16 THE USER ID FOR   *
000310*  THE AUDIT TRAIL.  A BLANK JOB ID DEFAULTS TO PAYEQTY.        *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    PAYEQTY.
000350 AUTHOR.        R HENSLEY.
000360 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000370 DATE-WRITTEN.  10/15/2026.
000380 DATE-COMPILED.
000390*****************************************************************
000400*  MODIFICATION HISTORY                                         *
000410*  DATE       INIT  DESCRIPTION                                 *
000420*  10/15/2026 RH    ORIGINAL PROGRAM - PAY-EQUITY GAP BY JOB    *
000430*                   AND DEPARTMENT, COMPA-RATIO EXCEPTIONS,     *
000440*                   SMALL GROUP SUPPRESSION AND PII AUDIT.      *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-ZSERIES.
000490 OBJECT-COMPUTER.  IBM-ZSERIES.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT EXTRACT-FILE
000530         ASSIGN TO OUTEMP
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-EXTRACT-STATUS.
000560
000570     SELECT PARM-FILE
000580         ASSIGN TO EQPARM
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PARM-FILE-STATUS.
000610
000620     SELECT JOB-RATE-FILE
000630         ASSIGN TO JOBRATE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-JRATE-STATUS.
000660
000670     SELECT EXCEPTION-FILE
000680         ASSIGN TO EQEXCP
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-EXCP-STATUS.
000710
000720     SELECT AUDIT-FILE
000730         ASSIGN TO AUDITLOG
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-AUDIT-STATUS.
000760
000770     SELECT RPT-FILE
000780         ASSIGN TO EQRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-RPT-STATUS.
000810
000820     SELECT STATS-FILE
000830         ASSIGN TO RUNSTATS
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-STAT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  EXTRACT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY EMPOUT.
000930
000940 FD  PARM-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  PARM-FILE-RECORD            PIC X(80).
000980
000990 FD  JOB-RATE-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 COPY JOBRATE.
001030
001040 FD  EXCEPTION-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY EQEXCREC.
001080
001090 FD  AUDIT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY AUDREC.
001130
001140 FD  RPT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  RPT-RECORD                  PIC X(132).
001180
001190 FD  STATS-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY RUNSTAT.
001230
001240 WORKING-STORAGE SECTION.
001250*****************************************************************
001260*  FILE STATUS SWITCHES                                         *
001270*****************************************************************
001280 01  WS-FILE-STATUSES.
001290     05  WS-EXTRACT-STATUS           PIC X(02).
001300     05  WS-PARM-FILE-STATUS         PIC X(02).
001310     05  WS-JRATE-STATUS             PIC X(02).
001320     05  WS-EXCP-STATUS              PIC X(02).
001330     05  WS-AUDIT-STATUS             PIC X(02).
001340     05  WS-RPT-STATUS               PIC X(02).
001350     05  WS-STAT-STATUS              PIC X(02).
001360
001370 01  WS-IDENTIFICATION.
001380     05  WS-JOB-ID                   PIC X(08).
001390     05  WS-USER-ID                  PIC X(08).
001400     05  WS-RUN-DATE                 PIC X(08).
001410     05  WS-RUN-TIME                 PIC X(08).
001420     05  WS-END-DATE                 PIC X(08).
001430     05  WS-END-TIME                 PIC X(08).
001440
001450*****************************************************************
001460*  PARAMETER RECORD - GAP THRESHOLD, MINIMUM COMPA-RATIO AND    *
001470*  MINIMUM PRINTABLE SUBGROUP                                   *
001480*****************************************************************
001490 COPY EQTPARM.
001500
001510*****************************************************************
001520*  PROGRAM SWITCHES                                             *
001530*****************************************************************
001540 01  WS-SWITCHES.
001550     05  WS-EXTRACT-EOF-SW           PIC X(01)  VALUE 'N'.
001560         88  EXTRACT-EOF                 VALUE 'Y'.
001570     05  WS-REF-EOF-SW               PIC X(01)  VALUE 'N'.
001580         88  REF-EOF                     VALUE 'Y'.
001590     05  WS-JOB-RATED-SW             PIC X(01)  VALUE 'N'.
001600         88  JOB-RATED                   VALUE 'Y'.
001610         88  JOB-NOT-RATED               VALUE 'N'.
001620     05  WS-JOB-HEADING-SW           PIC X(01)  VALUE 'N'.
001630         88  JOB-HEADING-DUE             VALUE 'Y'.
001640         88  JOB-HEADING-DONE            VALUE 'N'.
001650     05  WS-GROUP-SUPPRESS-SW        PIC X(01)  VALUE 'N'.
001660         88  GROUP-SUPPRESSED            VALUE 'Y'.
001670         88  GROUP-PRINTABLE             VALUE 'N'.
001680     05  WS-FEMALE-FOUND-SW          PIC X(01)  VALUE 'N'.
001690         88  FEMALE-FOUND                VALUE 'Y'.
001700     05  WS-MALE-FOUND-SW            PIC X(01)  VALUE 'N'.
001710         88  MALE-FOUND                  VALUE 'Y'.
001720
001730*****************************************************************
001740*  STANDALONE COUNTERS                                          *
001750*****************************************************************
001760 77  WS-EXTRACT-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
001770 77  WS-EXTRACT-SKIP-COUNT          PIC 9(07)   COMP VALUE ZERO.
001780 77  WS-NOT-RATED-COUNT             PIC 9(07)   COMP VALUE ZERO.
001790 77  WS-EXCEPTION-COUNT             PIC 9(07)   COMP VALUE ZERO.
001800 77  WS-AUDIT-WRITE-COUNT           PIC 9(07)   COMP VALUE ZERO.
001810 77  WS-GROUP-PRINTED-COUNT         PIC 9(07)   COMP VALUE ZERO.
001820 77  WS-GROUP-SUPPRESSED-COUNT      PIC 9(07)   COMP VALUE ZERO.
001830 77  WS-GROUP-FLAGGED-COUNT         PIC 9(07)   COMP VALUE ZERO.
001840 77  WS-JRATE-COUNT                 PIC 9(03)   COMP VALUE ZERO.
001850 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001860 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE 99.
001870 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 50.
001880 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001890
001900*****************************************************************
001910*  AUDIT EVENT BEING LOGGED - SET BY THE CALLER OF 4000         *
001920*****************************************************************
001930 01  WS-AUD-ACTION                   PIC X(08).
001940 01  WS-AUD-EMPNO                    PIC X(06).
001950
001960*****************************************************************
001970*  JOB SALARY RANGES FROM JOBRATE, AS EMPDQ LOADS THEM, AND     *
001980*  THE RANGE OF THE JOB NOW BEING REPORTED                      *
001990*****************************************************************
002000 01  WS-JOB-RATE-TABLE.
002010     05  WS-JBR-ENTRY OCCURS 100 TIMES
002020             INDEXED BY JBR-IX.
002030         10  WS-JBR-JOB              PIC X(08).
002040         10  WS-JBR-MIN-SALARY       PIC 9(07)V99 COMP-3.
002050         10  WS-JBR-MAX-SALARY       PIC 9(07)V99 COMP-3.
002060
002070 01  WS-CURRENT-RANGE.
002080     05  WS-CUR-MIN-SALARY           PIC 9(07)V99   COMP-3.
002090     05  WS-CUR-MAX-SALARY           PIC 9(07)V99   COMP-3.
002100     05  WS-CUR-MIDPOINT             PIC 9(07)V99   COMP-3.
002110
002120*****************************************************************
002130*  SORT KEY OF THE RECORD IN HAND AND OF THE ONE BEFORE IT.     *
002140*  THE GROUP BREAK IS ON JOB AND WORKDEPT; THE WHOLE KEY MUST   *
002150*  NEVER GO DOWN, OR THE MEDIANS WOULD BE WRONG.                *
002160*****************************************************************
002170 01  WS-CURR-KEY.
002180     05  WS-CURR-JOB                 PIC X(08).
002190     05  WS-CURR-DEPT                PIC X(03).
002200     05  WS-CURR-SEX                 PIC X(01).
002210     05  WS-CURR-SALARY              PIC 9(07)V99.
002220 01  WS-PREV-KEY.
002230     05  WS-PREV-JOB                 PIC X(08).
002240     05  WS-PREV-DEPT                PIC X(03).
002250     05  WS-PREV-SEX                 PIC X(01).
002260     05  WS-PREV-SALARY              PIC 9(07)V99.
002270
002280*****************************************************************
002290*  EMPLOYEES OF THE JOB / DEPARTMENT GROUP BEING BUILT, IN SEX  *
002300*  AND SALARY ORDER AS THEY CAME OFF THE SORTED EXTRACT         *
002310*****************************************************************
002320 01  WS-GROUP-TABLE.
002330     05  WS-GE-ENTRY OCCURS 500 TIMES
002340             INDEXED BY GE-IX.
002350         10  WS-GE-EMPNO             PIC X(06).
002360         10  WS-GE-LASTNAME          PIC X(15).
002370         10  WS-GE-SEX               PIC X(01).
002380         10  WS-GE-EDLEVEL           PIC S9(04)     COMP.
002390         10  WS-GE-HIREDATE          PIC X(10).
002400         10  WS-GE-SALARY            PIC 9(07)V99   COMP-3.
002410         10  WS-GE-COMPA-RATIO       PIC 9(02)V999  COMP-3.
002420         10  WS-GE-RATED-SW          PIC X(01).
002430             88  WS-GE-RATED             VALUE 'Y'.
002440         10  WS-GE-BELOW-SW          PIC X(01).
002450             88  WS-GE-BELOW-MIN         VALUE 'Y'.
002460 77  WS-GROUP-COUNT                 PIC 9(03)   COMP VALUE ZERO.
002470 77  WS-GRP-IX                      PIC 9(03)   COMP VALUE ZERO.
002480
002490*****************************************************************
002500*  ONE ENTRY PER SEX CODE IN THE GROUP - WHERE ITS RUN OF       *
002510*  ENTRIES STARTS IN THE GROUP TABLE, HOW MANY, AND ITS         *
002520*  AVERAGE AND MEDIAN SALARY                                    *
002530*****************************************************************
002540 01  WS-SEX-TABLE.
002550     05  WS-SX-ENTRY OCCURS 10 TIMES.
002560         10  WS-SX-SEX               PIC X(01).
002570         10  WS-SX-START             PIC 9(03)      COMP.
002580         10  WS-SX-COUNT             PIC 9(03)      COMP.
002590         10  WS-SX-TOTAL             PIC 9(11)V99   COMP-3.
002600         10  WS-SX-AVERAGE           PIC 9(07)V99   COMP-3.
002610         10  WS-SX-MEDIAN            PIC 9(07)V99   COMP-3.
002620 77  WS-SEX-COUNT                   PIC 9(02)   COMP VALUE ZERO.
002630 77  WS-SX-IX                       PIC 9(02)   COMP VALUE ZERO.
002640 77  WS-MED-HALF                    PIC 9(03)   COMP VALUE ZERO.
002650 77  WS-MED-REMAINDER               PIC 9(03)   COMP VALUE ZERO.
002660 77  WS-MED-IX                      PIC 9(03)   COMP VALUE ZERO.
002670
002680*****************************************************************
002690*  GAP WORK AREAS - THE MALE AND FEMALE FIGURES OF THE GROUP    *
002700*  AND THE GAP AS A PERCENT OF THE MALE FIGURE                  *
002710*****************************************************************
002720 01  WS-GAP-WORK.
002730     05  WS-FEMALE-AVERAGE           PIC 9(07)V99   COMP-3.
002740     05  WS-FEMALE-MEDIAN            PIC 9(07)V99   COMP-3.
002750     05  WS-MALE-AVERAGE             PIC 9(07)V99   COMP-3.
002760     05  WS-MALE-MEDIAN              PIC 9(07)V99   COMP-3.
002770     05  WS-MEAN-GAP-PCT             PIC S9(03)V99  COMP-3.
002780     05  WS-MEDIAN-GAP-PCT           PIC S9(03)V99  COMP-3.
002790     05  WS-GAP-LIMIT-LOW            PIC S9(03)V99  COMP-3.
002800
002810*****************************************************************
002820*  REPORT LINES.  EVERY BODY LINE GOES THROUGH WS-PRINT-LINE    *
002830*  AND 5300 SO THE PAGE BREAK IS HANDLED IN ONE PLACE.          *
002840*****************************************************************
002850 01  WS-PRINT-LINE                   PIC X(132).
002860
002870 01  WS-RPT-HEADING-1.
002880     05  FILLER                      PIC X(10)  VALUE SPACES.
002890     05  FILLER                      PIC X(50)
002900         VALUE 'PAY-EQUITY AND COMPA-RATIO REVIEW - CONFIDENTIAL'.
002910     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002920     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
002930     05  FILLER                      PIC X(63)  VALUE SPACES.
002940
002950 01  WS-RPT-HEADING-2.
002960     05  FILLER                      PIC X(10)  VALUE SPACES.
002970     05  FILLER                      PIC X(11)
002980         VALUE 'RUN DATE : '.
002990     05  WS-RPT-DATE-OUT             PIC X(08).
003000     05  FILLER                      PIC X(14)
003010         VALUE '   GAP LIMIT: '.
003020     05  WS-RPT-GAP-LIMIT-OUT        PIC Z9.99.
003030     05  FILLER                      PIC X(18)
003040         VALUE ' PCT   MIN COMPA: '.
003050     05  WS-RPT-MIN-COMPA-OUT        PIC 9.99.
003060     05  FILLER                      PIC X(19)
003070         VALUE '   MIN GROUP SIZE: '.
003080     05  WS-RPT-MIN-GROUP-OUT        PIC Z9.
003090     05  FILLER                      PIC X(41)  VALUE SPACES.
003100
003110 01  WS-RPT-JOB-LINE.
003120     05  FILLER                      PIC X(10)  VALUE SPACES.
003130     05  FILLER                      PIC X(05)  VALUE 'JOB  '.
003140     05  WS-RPT-JOB-OUT              PIC X(08).
003150     05  FILLER                      PIC X(10)  VALUE '  RANGE  '.
003160     05  WS-RPT-JOB-MIN-OUT          PIC ZZ,ZZZ,ZZ9.99.
003170     05  FILLER                      PIC X(03)  VALUE ' - '.
003180     05  WS-RPT-JOB-MAX-OUT          PIC ZZ,ZZZ,ZZ9.99.
003190     05  FILLER                      PIC X(12)
003200         VALUE '  MIDPOINT '.
003210     05  WS-RPT-JOB-MID-OUT          PIC ZZ,ZZZ,ZZ9.99.
003220     05  FILLER                      PIC X(45)  VALUE SPACES.
003230
003240 01  WS-RPT-JOB-NO-RANGE-LINE.
003250     05  FILLER                      PIC X(10)  VALUE SPACES.
003260     05  FILLER                      PIC X(05)  VALUE 'JOB  '.
003270     05  WS-RPT-NR-JOB-OUT           PIC X(08).
003280     05  FILLER                      PIC X(02)  VALUE SPACES.
003290     05  FILLER                      PIC X(50)
003300         VALUE 'NO JOBRATE RANGE - COMPA-RATIOS NOT COMPUTED'.
003310     05  FILLER                      PIC X(57)  VALUE SPACES.
003320
003330 01  WS-RPT-GROUP-LINE.
003340     05  FILLER                      PIC X(12)  VALUE SPACES.
003350     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
003360     05  WS-RPT-GRP-DEPT-OUT         PIC X(03).
003370     05  FILLER                      PIC X(13)
003380         VALUE '   EMPLOYEES '.
003390     05  WS-RPT-GRP-COUNT-OUT        PIC ZZZ9.
003400     05  FILLER                      PIC X(95)  VALUE SPACES.
003410
003420 01  WS-RPT-SUPPRESSED-LINE.
003430     05  FILLER                      PIC X(12)  VALUE SPACES.
003440     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
003450     05  WS-RPT-SUP-DEPT-OUT         PIC X(03).
003460     05  FILLER                      PIC X(46)
003470         VALUE '   NOT PRINTED - A SEX SUBGROUP HAS FEWER THAN'.
003480     05  WS-RPT-SUP-MIN-OUT          PIC Z9.
003490     05  FILLER                      PIC X(10)
003500         VALUE ' EMPLOYEES'.
003510     05  FILLER                      PIC X(54)  VALUE SPACES.
003520
003530 01  WS-RPT-SEX-LINE.
003540     05  FILLER                      PIC X(14)  VALUE SPACES.
003550     05  FILLER                      PIC X(04)  VALUE 'SEX '.
003560     05  WS-RPT-SX-SEX-OUT           PIC X(01).
003570     05  FILLER                      PIC X(09)  VALUE '   COUNT '.
003580     05  WS-RPT-SX-COUNT-OUT         PIC ZZZ9.
003590     05  FILLER                      PIC X(11)
003600         VALUE '   AVERAGE '.
003610     05  WS-RPT-SX-AVERAGE-OUT       PIC ZZ,ZZZ,ZZ9.99.
003620     05  FILLER                      PIC X(10)
003630         VALUE '   MEDIAN '.
003640     05  WS-RPT-SX-MEDIAN-OUT        PIC ZZ,ZZZ,ZZ9.99.
003650     05  FILLER                      PIC X(53)  VALUE SPACES.
003660
003670 01  WS-RPT-GAP-LINE.
003680     05  FILLER                      PIC X(14)  VALUE SPACES.
003690     05  FILLER                      PIC X(22)
003700         VALUE 'GAP (M-F)/M  AVERAGE '.
003710     05  WS-RPT-MEAN-GAP-OUT         PIC -ZZ9.99.
003720     05  FILLER                      PIC X(14)
003730         VALUE ' PCT   MEDIAN '.
003740     05  WS-RPT-MEDIAN-GAP-OUT       PIC -ZZ9.99.
003750     05  FILLER                      PIC X(05)  VALUE ' PCT '.
003760     05  WS-RPT-GAP-FLAG-OUT         PIC X(30).
003770     05  FILLER                      PIC X(33)  VALUE SPACES.
003780
003790 01  WS-RPT-GROUP-MESSAGE.
003800     05  FILLER                      PIC X(14)  VALUE SPACES.
003810     05  WS-RPT-GRP-MESSAGE-TEXT     PIC X(80).
003820     05  FILLER                      PIC X(38)  VALUE SPACES.
003830
003840 01  WS-RPT-EMP-HEADING.
003850     05  FILLER                      PIC X(14)  VALUE SPACES.
003860     05  FILLER                      PIC X(08)  VALUE 'EMPNO   '.
003870     05  FILLER                      PIC X(17)
003880         VALUE 'LAST NAME        '.
003890     05  FILLER                      PIC X(04)  VALUE 'SEX '.
003900     05  FILLER                      PIC X(05)  VALUE ' ED  '.
003910     05  FILLER                      PIC X(12)
003920         VALUE 'HIRE DATE   '.
003930     05  FILLER                      PIC X(15)
003940         VALUE '       SALARY  '.
003950     05  FILLER                      PIC X(08)  VALUE ' COMPA  '.
003960     05  FILLER                      PIC X(49)  VALUE SPACES.
003970
003980 01  WS-RPT-EMP-LINE.
003990     05  FILLER                      PIC X(14)  VALUE SPACES.
004000     05  WS-RPT-EMP-EMPNO-OUT        PIC X(06).
004010     05  FILLER                      PIC X(02)  VALUE SPACES.
004020     05  WS-RPT-EMP-NAME-OUT         PIC X(15).
004030     05  FILLER                      PIC X(02)  VALUE SPACES.
004040     05  WS-RPT-EMP-SEX-OUT          PIC X(01).
004050     05  FILLER                      PIC X(03)  VALUE SPACES.
004060     05  WS-RPT-EMP-ED-OUT           PIC ZZ9.
004070     05  FILLER                      PIC X(02)  VALUE SPACES.
004080     05  WS-RPT-EMP-HIRED-OUT        PIC X(10).
004090     05  FILLER                      PIC X(02)  VALUE SPACES.
004100     05  WS-RPT-EMP-SALARY-OUT       PIC ZZ,ZZZ,ZZ9.99.
004110     05  FILLER                      PIC X(02)  VALUE SPACES.
004120     05  WS-RPT-EMP-COMPA-OUT        PIC Z9.999.
004130     05  WS-RPT-EMP-COMPA-BLANK REDEFINES WS-RPT-EMP-COMPA-OUT
004140                                     PIC X(06).
004150     05  FILLER                      PIC X(02)  VALUE SPACES.
004160     05  WS-RPT-EMP-FLAG-OUT         PIC X(09).
004170     05  FILLER                      PIC X(40)  VALUE SPACES.
004180
004190 01  WS-RPT-MESSAGE.
004200     05  FILLER                      PIC X(10)  VALUE SPACES.
004210     05  WS-RPT-MESSAGE-TEXT         PIC X(70).
004220     05  FILLER                      PIC X(52)  VALUE SPACES.
004230
004240 01  WS-RPT-TOTALS.
004250     05  FILLER                      PIC X(10)  VALUE SPACES.
004260     05  WS-RPT-TOTAL-LABEL          PIC X(30).
004270     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
004280     05  FILLER                      PIC X(85)  VALUE SPACES.
004290
004300 LINKAGE SECTION.
004310 01  PARM-AREA.
004320     05  PARM-LENGTH                 PIC S9(04) COMP.
004330     05  PARM-TEXT                   PIC X(80).
004340
004350 PROCEDURE DIVISION USING PARM-AREA.
004360*****************************************************************
004370*  0000-MAINLINE                                                *
004380*****************************************************************
004390 0000-MAINLINE.
004400     PERFORM 1000-INITIALIZE
004410         THRU 1000-INITIALIZE-EXIT
004420     IF WS-RETURN-CODE < 16
004430         PERFORM 2000-PROCESS-EXTRACT
004440             THRU 2000-PROCESS-EXTRACT-EXIT
004450         PERFORM 5000-PRINT-TOTALS
004460             THRU 5000-PRINT-TOTALS-EXIT
004470     END-IF
004480     PERFORM 8000-TERMINATE
004490         THRU 8000-TERMINATE-EXIT
004500     PERFORM 9000-WRITE-RUN-STATISTICS
004510         THRU 9000-WRITE-RUN-STATISTICS-EXIT
004520     MOVE WS-RETURN-CODE TO RETURN-CODE
004530     STOP RUN.
004540
004550*****************************************************************
004560*  1000-INITIALIZE                                              *
004570*  THE AUDIT TRAIL IS OPENED BEFORE ANYTHING ELSE AND THE RUN   *
004580*  IS ABANDONED IF IT CANNOT BE - NO PII IS READ OR PRINTED     *
004590*  THAT IS NOT LOGGED.  IT IS OPENED EXTEND, AS COBOLDB2 OPENS  *
004600*  IT, AND THE RUN ITSELF IS LOGGED AT ONCE SO EVEN AN EMPTY    *
004610*  OR FAILED RUN LEAVES A RECORD.                               *
004620*****************************************************************
004630 1000-INITIALIZE.
004640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004650     ACCEPT WS-RUN-TIME FROM TIME
004660     MOVE SPACES TO WS-JOB-ID
004670     MOVE SPACES TO WS-USER-ID
004680     IF PARM-LENGTH NOT < 8
004690         MOVE PARM-TEXT(1:8) TO WS-JOB-ID
004700     END-IF
004710     IF PARM-LENGTH NOT < 16
004720         MOVE PARM-TEXT(9:8) TO WS-USER-ID
004730     END-IF
004740     IF WS-JOB-ID = SPACES
004750         MOVE 'PAYEQTY ' TO WS-JOB-ID
004760     END-IF
004770     OPEN EXTEND AUDIT-FILE
004780     IF WS-AUDIT-STATUS = '05' OR '35'
004790         OPEN OUTPUT AUDIT-FILE
004800     END-IF
004810     IF WS-AUDIT-STATUS NOT = '00'
004820         DISPLAY 'PAYEQTY  - UNABLE TO OPEN AUDITLOG, STATUS='
004830             WS-AUDIT-STATUS
004840         DISPLAY 'PAYEQTY  - RUN ABANDONED - NOTHING PRINTED'
004850         MOVE 16 TO WS-RETURN-CODE
004860         GO TO 1000-INITIALIZE-EXIT
004870     END-IF
004880     MOVE 'REPORT  ' TO WS-AUD-ACTION
004890     MOVE SPACES TO WS-AUD-EMPNO
004900     PERFORM 4000-WRITE-AUDIT-RECORD
004910         THRU 4000-WRITE-AUDIT-RECORD-EXIT
004920     PERFORM 1100-READ-PARAMETER-FILE
004930         THRU 1100-READ-PARAMETER-FILE-EXIT
004940     IF WS-RETURN-CODE >= 16
004950         GO TO 1000-INITIALIZE-EXIT
004960     END-IF
004970     PERFORM 1200-LOAD-JOB-RATES
004980         THRU 1200-LOAD-JOB-RATES-EXIT
004990     IF WS-RETURN-CODE >= 16
005000         GO TO 1000-INITIALIZE-EXIT
005010     END-IF
005020     OPEN INPUT EXTRACT-FILE
005030     IF WS-EXTRACT-STATUS NOT = '00'
005040         DISPLAY 'PAYEQTY  - UNABLE TO OPEN OUTEMP, STATUS='
005050             WS-EXTRACT-STATUS
005060         MOVE 16 TO WS-RETURN-CODE
005070     END-IF
005080     OPEN OUTPUT EXCEPTION-FILE
005090     IF WS-EXCP-STATUS NOT = '00'
005100         DISPLAY 'PAYEQTY  - UNABLE TO OPEN EQEXCP, STATUS='
005110             WS-EXCP-STATUS
005120         MOVE 16 TO WS-RETURN-CODE
005130     END-IF
005140     OPEN OUTPUT RPT-FILE
005150     IF WS-RPT-STATUS NOT = '00'
005160         DISPLAY 'PAYEQTY  - UNABLE TO OPEN EQRPT, STATUS='
005170             WS-RPT-STATUS
005180         MOVE 16 TO WS-RETURN-CODE
005190     END-IF.
005200 1000-INITIALIZE-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240*  1100-READ-PARAMETER-FILE                                     *
005250*  A ZERO MINIMUM GROUP SIZE WOULD PRINT GROUPS OF ONE, SO IT   *
005260*  IS REFUSED LIKE ANY OTHER BAD PARAMETER.                     *
005270*****************************************************************
005280 1100-READ-PARAMETER-FILE.
005290     OPEN INPUT PARM-FILE
005300     IF WS-PARM-FILE-STATUS NOT = '00'
005310         DISPLAY 'PAYEQTY  - UNABLE TO OPEN EQPARM, STATUS='
005320             WS-PARM-FILE-STATUS
005330         MOVE 16 TO WS-RETURN-CODE
005340         GO TO 1100-READ-PARAMETER-FILE-EXIT
005350     END-IF
005360     READ PARM-FILE INTO EQUITY-PARM-RECORD
005370     IF WS-PARM-FILE-STATUS NOT = '00'
005380         DISPLAY 'PAYEQTY  - EQPARM EMPTY OR UNREADABLE'
005390         MOVE 16 TO WS-RETURN-CODE
005400     END-IF
005410     CLOSE PARM-FILE
005420     IF WS-RETURN-CODE < 16
005430         IF EQ-GAP-THRESHOLD NOT NUMERIC
005440             OR EQ-MIN-COMPA-RATIO NOT NUMERIC
005450             OR EQ-MIN-GROUP-SIZE NOT NUMERIC
005460             DISPLAY 'PAYEQTY  - INVALID PARAMETER RECORD'
005470             MOVE 16 TO WS-RETURN-CODE
005480         ELSE
005490             IF EQ-MIN-GROUP-SIZE = ZERO
005500                 DISPLAY 'PAYEQTY  - MINIMUM GROUP SIZE MAY NOT '
005510                     'BE ZERO'
005520                 MOVE 16 TO WS-RETURN-CODE
005530             END-IF
005540         END-IF
005550     END-IF
005560     IF WS-RETURN-CODE < 16
005570         COMPUTE WS-GAP-LIMIT-LOW = ZERO - EQ-GAP-THRESHOLD
005580         DISPLAY 'PAYEQTY  - GAP THRESHOLD PCT   : '
005590             EQ-GAP-THRESHOLD
005600         DISPLAY 'PAYEQTY  - MINIMUM COMPA-RATIO : '
005610             EQ-MIN-COMPA-RATIO
005620         DISPLAY 'PAYEQTY  - MINIMUM GROUP SIZE  : '
005630             EQ-MIN-GROUP-SIZE
005640     END-IF.
005650 1100-READ-PARAMETER-FILE-EXIT.
005660     EXIT.
005670
005680 1200-LOAD-JOB-RATES.
005690     OPEN INPUT JOB-RATE-FILE
005700     IF WS-JRATE-STATUS NOT = '00'
005710         DISPLAY 'PAYEQTY  - UNABLE TO OPEN JOBRATE, STATUS='
005720             WS-JRATE-STATUS
005730         MOVE 16 TO WS-RETURN-CODE
005740         GO TO 1200-LOAD-JOB-RATES-EXIT
005750     END-IF
005760     MOVE 'N' TO WS-REF-EOF-SW
005770     PERFORM 1210-READ-JOB-RATE-RECORD
005780         THRU 1210-READ-JOB-RATE-RECORD-EXIT
005790         UNTIL REF-EOF
005800     CLOSE JOB-RATE-FILE
005810     DISPLAY 'PAYEQTY  - JOB RANGES LOADED   : '
005820         WS-JRATE-COUNT.
005830 1200-LOAD-JOB-RATES-EXIT.
005840     EXIT.
005850
005860 1210-READ-JOB-RATE-RECORD.
005870     READ JOB-RATE-FILE INTO JOB-RATE-RECORD
005880     IF WS-JRATE-STATUS NOT = '00'
005890         IF WS-JRATE-STATUS NOT = '10'
005900             DISPLAY 'PAYEQTY  - JOBRATE READ FAILED, STATUS='
005910                 WS-JRATE-STATUS
005920             MOVE 16 TO WS-RETURN-CODE
005930         END-IF
005940         SET REF-EOF TO TRUE
005950         GO TO 1210-READ-JOB-RATE-RECORD-EXIT
005960     END-IF
005970     IF JBR-MIN-SALARY NOT NUMERIC
005980         OR JBR-MAX-SALARY NOT NUMERIC
005990         DISPLAY 'PAYEQTY  - NON-NUMERIC JOB RANGE SKIPPED, '
006000             'JOB=' JBR-JOB
006010         PERFORM 4100-RAISE-WARNING-RC
006020             THRU 4100-RAISE-WARNING-RC-EXIT
006030         GO TO 1210-READ-JOB-RATE-RECORD-EXIT
006040     END-IF
006050     IF WS-JRATE-COUNT >= 100
006060         DISPLAY 'PAYEQTY  - JOBRATE TABLE FULL, RUN ABANDONED'
006070         MOVE 16 TO WS-RETURN-CODE
006080         SET REF-EOF TO TRUE
006090         GO TO 1210-READ-JOB-RATE-RECORD-EXIT
006100     END-IF
006110     ADD 1 TO WS-JRATE-COUNT
006120     SET JBR-IX TO WS-JRATE-COUNT
006130     MOVE JBR-JOB TO WS-JBR-JOB (JBR-IX)
006140     MOVE JBR-MIN-SALARY TO WS-JBR-MIN-SALARY (JBR-IX)
006150     MOVE JBR-MAX-SALARY TO WS-JBR-MAX-SALARY (JBR-IX).
006160 1210-READ-JOB-RATE-RECORD-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200*  2000-PROCESS-EXTRACT                                         *
006210*  ONE PASS OVER THE SORTED EXTRACT, REPORTING EACH JOB /       *
006220*  DEPARTMENT GROUP AS THE NEXT ONE STARTS AND THE LAST ONE     *
006230*  AT END OF FILE.                                              *
006240*****************************************************************
006250 2000-PROCESS-EXTRACT.
006260     MOVE LOW-VALUES TO WS-PREV-KEY
006270     PERFORM 2400-READ-EXTRACT-RECORD
006280         THRU 2400-READ-EXTRACT-RECORD-EXIT
006290     PERFORM 2100-PROCESS-EMPLOYEE
006300         THRU 2100-PROCESS-EMPLOYEE-EXIT
006310         UNTIL EXTRACT-EOF
006320     IF WS-RETURN-CODE >= 16
006330         MOVE 'RUN ABANDONED - SEE THE JOB LOG; REPORT INCOMPLETE'
006340             TO WS-RPT-MESSAGE-TEXT
006350         MOVE WS-RPT-MESSAGE TO WS-PRINT-LINE
006360         PERFORM 5300-PRINT-LINE
006370             THRU 5300-PRINT-LINE-EXIT
006380         GO TO 2000-PROCESS-EXTRACT-EXIT
006390     END-IF
006400     IF WS-GROUP-COUNT > ZERO
006410         PERFORM 3000-REPORT-GROUP
006420             THRU 3000-REPORT-GROUP-EXIT
006430     END-IF
006440     DISPLAY 'PAYEQTY  - EXTRACT RECORDS READ: '
006450         WS-EXTRACT-READ-COUNT
006460     DISPLAY 'PAYEQTY  - GROUPS PRINTED      : '
006470         WS-GROUP-PRINTED-COUNT
006480     DISPLAY 'PAYEQTY  - GROUPS SUPPRESSED   : '
006490         WS-GROUP-SUPPRESSED-COUNT
006500     DISPLAY 'PAYEQTY  - GROUPS FLAGGED      : '
006510         WS-GROUP-FLAGGED-COUNT
006520     DISPLAY 'PAYEQTY  - EXCEPTIONS WRITTEN  : '
006530         WS-EXCEPTION-COUNT.
006540 2000-PROCESS-EXTRACT-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580*  2100-PROCESS-EMPLOYEE                                        *
006590*  EVERY EMPLOYEE READ IS LOGGED, WHETHER OR NOT THEIR GROUP    *
006600*  IS PRINTED.  A RECORD WITH A NON-NUMERIC OR NEGATIVE SALARY  *
006610*  CANNOT BE PLACED IN THE SORT ORDER OR AVERAGED AND IS        *
006620*  SKIPPED WITH A WARNING.  A KEY LOWER THAN THE ONE BEFORE IT  *
006630*  MEANS THE EXTRACT WAS NOT SORTED AND THE RUN IS ABANDONED.   *
006640*****************************************************************
006650 2100-PROCESS-EMPLOYEE.
006660     MOVE 'SELECT  ' TO WS-AUD-ACTION
006670     MOVE EMPOUT-EMPNO TO WS-AUD-EMPNO
006680     PERFORM 4000-WRITE-AUDIT-RECORD
006690         THRU 4000-WRITE-AUDIT-RECORD-EXIT
006700     IF EMPOUT-SALARY NOT NUMERIC
006710         OR EMPOUT-SALARY < ZERO
006720         DISPLAY 'PAYEQTY  - UNUSABLE SALARY ON EXTRACT, EMPNO '
006730             EMPOUT-EMPNO ' SKIPPED'
006740         ADD 1 TO WS-EXTRACT-SKIP-COUNT
006750         PERFORM 4100-RAISE-WARNING-RC
006760             THRU 4100-RAISE-WARNING-RC-EXIT
006770         GO TO 2100-PROCESS-EMPLOYEE-READ
006780     END-IF
006790     MOVE EMPOUT-JOB TO WS-CURR-JOB
006800     MOVE EMPOUT-WORKDEPT TO WS-CURR-DEPT
006810     MOVE EMPOUT-SEX TO WS-CURR-SEX
006820     MOVE EMPOUT-SALARY TO WS-CURR-SALARY
006830     IF WS-CURR-KEY < WS-PREV-KEY
006840         DISPLAY 'PAYEQTY  - EXTRACT NOT IN JOB/DEPT/SEX/SALARY '
006850             'ORDER AT EMPNO ' EMPOUT-EMPNO
006860         MOVE 16 TO WS-RETURN-CODE
006870         SET EXTRACT-EOF TO TRUE
006880         GO TO 2100-PROCESS-EMPLOYEE-EXIT
006890     END-IF
006900     IF WS-GROUP-COUNT > ZERO
006910         IF WS-CURR-JOB NOT = WS-PREV-JOB
006920             OR WS-CURR-DEPT NOT = WS-PREV-DEPT
006930             PERFORM 3000-REPORT-GROUP
006940                 THRU 3000-REPORT-GROUP-EXIT
006950         END-IF
006960     END-IF
006970     IF WS-RETURN-CODE >= 16
006980         SET EXTRACT-EOF TO TRUE
006990         GO TO 2100-PROCESS-EMPLOYEE-EXIT
007000     END-IF
007010     IF WS-CURR-JOB NOT = WS-PREV-JOB
007020         PERFORM 2200-LOAD-JOB-RANGE
007030             THRU 2200-LOAD-JOB-RANGE-EXIT
007040     END-IF
007050     MOVE WS-CURR-KEY TO WS-PREV-KEY
007060     IF WS-GROUP-COUNT >= 500
007070         DISPLAY 'PAYEQTY  - GROUP TABLE FULL AT 500, JOB '
007080             WS-CURR-JOB ' DEPT ' WS-CURR-DEPT
007090         MOVE 16 TO WS-RETURN-CODE
007100         SET EXTRACT-EOF TO TRUE
007110         GO TO 2100-PROCESS-EMPLOYEE-EXIT
007120     END-IF
007130     ADD 1 TO WS-GROUP-COUNT
007140     SET GE-IX TO WS-GROUP-COUNT
007150     MOVE EMPOUT-EMPNO TO WS-GE-EMPNO (GE-IX)
007160     MOVE EMPOUT-LASTNAME TO WS-GE-LASTNAME (GE-IX)
007170     MOVE EMPOUT-SEX TO WS-GE-SEX (GE-IX)
007180     MOVE EMPOUT-HIREDATE TO WS-GE-HIREDATE (GE-IX)
007190     MOVE EMPOUT-SALARY TO WS-GE-SALARY (GE-IX)
007200     MOVE ZERO TO WS-GE-COMPA-RATIO (GE-IX)
007210     MOVE 'N' TO WS-GE-RATED-SW (GE-IX)
007220     MOVE 'N' TO WS-GE-BELOW-SW (GE-IX)
007230     IF EMPOUT-EDLEVEL NUMERIC
007240         MOVE EMPOUT-EDLEVEL TO WS-GE-EDLEVEL (GE-IX)
007250     ELSE
007260         MOVE ZERO TO WS-GE-EDLEVEL (GE-IX)
007270     END-IF
007280     IF JOB-RATED
007290         PERFORM 2300-RATE-EMPLOYEE
007300             THRU 2300-RATE-EMPLOYEE-EXIT
007310     ELSE
007320         ADD 1 TO WS-NOT-RATED-COUNT
007330     END-IF.
007340 2100-PROCESS-EMPLOYEE-READ.
007350     PERFORM 2400-READ-EXTRACT-RECORD
007360         THRU 2400-READ-EXTRACT-RECORD-EXIT.
007370 2100-PROCESS-EMPLOYEE-EXIT.
007380     EXIT.
007390
007400*****************************************************************
007410*  2200-LOAD-JOB-RANGE                                          *
007420*  A NEW JOB - LOOK UP ITS JOBRATE RANGE ONCE.  THE MIDPOINT    *
007430*  IS HALFWAY BETWEEN THE MINIMUM AND MAXIMUM; A JOB WITH NO    *
007440*  RANGE, OR A ZERO MAXIMUM, GETS NO COMPA-RATIOS.              *
007450*****************************************************************
007460 2200-LOAD-JOB-RANGE.
007470     SET JOB-HEADING-DUE TO TRUE
007480     SET JOB-NOT-RATED TO TRUE
007490     MOVE ZERO TO WS-CUR-MIN-SALARY
007500     MOVE ZERO TO WS-CUR-MAX-SALARY
007510     MOVE ZERO TO WS-CUR-MIDPOINT
007520     SET JBR-IX TO 1
007530     SEARCH WS-JBR-ENTRY
007540         AT END
007550             SET JOB-NOT-RATED TO TRUE
007560         WHEN JBR-IX > WS-JRATE-COUNT
007570             SET JOB-NOT-RATED TO TRUE
007580         WHEN WS-JBR-JOB (JBR-IX) = WS-CURR-JOB
007590             SET JOB-RATED TO TRUE
007600     END-SEARCH
007610     IF JOB-NOT-RATED
007620         GO TO 2200-LOAD-JOB-RANGE-EXIT
007630     END-IF
007640     IF WS-JBR-MAX-SALARY (JBR-IX) = ZERO
007650         SET JOB-NOT-RATED TO TRUE
007660         GO TO 2200-LOAD-JOB-RANGE-EXIT
007670     END-IF
007680     MOVE WS-JBR-MIN-SALARY (JBR-IX) TO WS-CUR-MIN-SALARY
007690     MOVE WS-JBR-MAX-SALARY (JBR-IX) TO WS-CUR-MAX-SALARY
007700     COMPUTE WS-CUR-MIDPOINT ROUNDED =
007710         (WS-CUR-MIN-SALARY + WS-CUR-MAX-SALARY) / 2.
007720 2200-LOAD-JOB-RANGE-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760*  2300-RATE-EMPLOYEE                                           *
007770*  COMPA-RATIO OF THE EMPLOYEE JUST ADDED TO THE GROUP.  BELOW  *
007780*  THE MINIMUM GOES TO THE EXCEPTIONS FILE HERE, BEFORE THE     *
007790*  GROUP IS SIZED, SO A SUPPRESSED GROUP STILL REACHES HR.      *
007800*****************************************************************
007810 2300-RATE-EMPLOYEE.
007820     COMPUTE WS-GE-COMPA-RATIO (GE-IX) ROUNDED =
007830         EMPOUT-SALARY / WS-CUR-MIDPOINT
007840         ON SIZE ERROR
007850             MOVE 99.999 TO WS-GE-COMPA-RATIO (GE-IX)
007860     END-COMPUTE
007870     SET WS-GE-RATED (GE-IX) TO TRUE
007880     IF WS-GE-COMPA-RATIO (GE-IX) NOT < EQ-MIN-COMPA-RATIO
007890         GO TO 2300-RATE-EMPLOYEE-EXIT
007900     END-IF
007910     SET WS-GE-BELOW-MIN (GE-IX) TO TRUE
007920     MOVE SPACES TO EQUITY-EXCEPTION-RECORD
007930     MOVE EMPOUT-EMPNO TO EQX-EMPNO
007940     MOVE EMPOUT-LASTNAME TO EQX-LASTNAME
007950     MOVE EMPOUT-FIRSTNME TO EQX-FIRSTNME
007960     MOVE EMPOUT-WORKDEPT TO EQX-WORKDEPT
007970     MOVE EMPOUT-JOB TO EQX-JOB
007980     MOVE EMPOUT-SEX TO EQX-SEX
007990     MOVE EMPOUT-SALARY TO EQX-SALARY
008000     MOVE WS-CUR-MIDPOINT TO EQX-MIDPOINT
008010     MOVE WS-GE-COMPA-RATIO (GE-IX) TO EQX-COMPA-RATIO
008020     MOVE WS-RUN-DATE TO EQX-RUN-DATE
008030     WRITE EQUITY-EXCEPTION-RECORD
008040     ADD 1 TO WS-EXCEPTION-COUNT
008050     PERFORM 4100-RAISE-WARNING-RC
008060         THRU 4100-RAISE-WARNING-RC-EXIT.
008070 2300-RATE-EMPLOYEE-EXIT.
008080     EXIT.
008090
008100 2400-READ-EXTRACT-RECORD.
008110     READ EXTRACT-FILE INTO EMPOUT-RECORD
008120     IF WS-EXTRACT-STATUS = '00'
008130         ADD 1 TO WS-EXTRACT-READ-COUNT
008140     ELSE
008150         IF WS-EXTRACT-STATUS NOT = '10'
008160             DISPLAY 'PAYEQTY  - OUTEMP READ FAILED, STATUS='
008170                 WS-EXTRACT-STATUS
008180             MOVE 16 TO WS-RETURN-CODE
008190         END-IF
008200         SET EXTRACT-EOF TO TRUE
008210     END-IF.
008220 2400-READ-EXTRACT-RECORD-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260*  3000-REPORT-GROUP                                            *
008270*  REPORT THE JOB / DEPARTMENT GROUP IN THE TABLE, KEYED BY     *
008280*  WS-PREV-JOB AND WS-PREV-DEPT, THEN EMPTY THE TABLE.  A       *
008290*  GROUP TOO SMALL TO PRINT GETS ONE LINE SAYING SO AND NO      *
008300*  FIGURES.                                                     *
008310*****************************************************************
008320 3000-REPORT-GROUP.
008330     PERFORM 3100-BUILD-SEX-SUBGROUPS
008340         THRU 3100-BUILD-SEX-SUBGROUPS-EXIT
008350     IF WS-RETURN-CODE >= 16
008360         GO TO 3000-REPORT-GROUP-EXIT
008370     END-IF
008380     IF JOB-HEADING-DUE
008390         PERFORM 5100-PRINT-JOB-HEADING
008400             THRU 5100-PRINT-JOB-HEADING-EXIT
008410     END-IF
008420     IF GROUP-SUPPRESSED
008430         MOVE WS-PREV-DEPT TO WS-RPT-SUP-DEPT-OUT
008440         MOVE EQ-MIN-GROUP-SIZE TO WS-RPT-SUP-MIN-OUT
008450         MOVE WS-RPT-SUPPRESSED-LINE TO WS-PRINT-LINE
008460         PERFORM 5300-PRINT-LINE
008470             THRU 5300-PRINT-LINE-EXIT
008480         ADD 1 TO WS-GROUP-SUPPRESSED-COUNT
008490         GO TO 3000-REPORT-GROUP-RESET
008500     END-IF
008510     ADD 1 TO WS-GROUP-PRINTED-COUNT
008520     MOVE WS-PREV-DEPT TO WS-RPT-GRP-DEPT-OUT
008530     MOVE WS-GROUP-COUNT TO WS-RPT-GRP-COUNT-OUT
008540     MOVE WS-RPT-GROUP-LINE TO WS-PRINT-LINE
008550     PERFORM 5300-PRINT-LINE
008560         THRU 5300-PRINT-LINE-EXIT
008570     PERFORM 3200-PRINT-SEX-LINE
008580         THRU 3200-PRINT-SEX-LINE-EXIT
008590         VARYING WS-SX-IX FROM 1 BY 1
008600         UNTIL WS-SX-IX > WS-SEX-COUNT
008610     PERFORM 3300-PRINT-GAP-LINE
008620         THRU 3300-PRINT-GAP-LINE-EXIT
008630     MOVE WS-RPT-EMP-HEADING TO WS-PRINT-LINE
008640     PERFORM 5300-PRINT-LINE
008650         THRU 5300-PRINT-LINE-EXIT
008660     PERFORM 3400-PRINT-EMPLOYEE-LINE
008670         THRU 3400-PRINT-EMPLOYEE-LINE-EXIT
008680         VARYING WS-GRP-IX FROM 1 BY 1
008690         UNTIL WS-GRP-IX > WS-GROUP-COUNT
008700     MOVE SPACES TO WS-PRINT-LINE
008710     PERFORM 5300-PRINT-LINE
008720         THRU 5300-PRINT-LINE-EXIT.
008730 3000-REPORT-GROUP-RESET.
008740     MOVE ZERO TO WS-GROUP-COUNT.
008750 3000-REPORT-GROUP-EXIT.
008760     EXIT.
008770
008780*****************************************************************
008790*  3100-BUILD-SEX-SUBGROUPS                                     *
008800*  THE GROUP TABLE IS IN SEX THEN SALARY ORDER, SO EACH SEX     *
008810*  CODE IS ONE RUN OF ASCENDING SALARIES AND ITS MEDIAN IS THE  *
008820*  MIDDLE OF THE RUN.  ANY RUN SHORTER THAN THE MINIMUM GROUP   *
008830*  SIZE SUPPRESSES THE WHOLE GROUP.                             *
008840*****************************************************************
008850 3100-BUILD-SEX-SUBGROUPS.
008860     MOVE ZERO TO WS-SEX-COUNT
008870     SET GROUP-PRINTABLE TO TRUE
008880     MOVE 'N' TO WS-FEMALE-FOUND-SW
008890     MOVE 'N' TO WS-MALE-FOUND-SW
008900     PERFORM 3110-ADD-TO-SUBGROUP
008910         THRU 3110-ADD-TO-SUBGROUP-EXIT
008920         VARYING WS-GRP-IX FROM 1 BY 1
008930         UNTIL WS-GRP-IX > WS-GROUP-COUNT
008940     IF WS-RETURN-CODE >= 16
008950         GO TO 3100-BUILD-SEX-SUBGROUPS-EXIT
008960     END-IF
008970     PERFORM 3120-FINISH-SUBGROUP
008980         THRU 3120-FINISH-SUBGROUP-EXIT
008990         VARYING WS-SX-IX FROM 1 BY 1
009000         UNTIL WS-SX-IX > WS-SEX-COUNT
009010     IF WS-GROUP-COUNT < EQ-MIN-GROUP-SIZE
009020         SET GROUP-SUPPRESSED TO TRUE
009030     END-IF.
009040 3100-BUILD-SEX-SUBGROUPS-EXIT.
009050     EXIT.
009060
009070 3110-ADD-TO-SUBGROUP.
009080     IF WS-RETURN-CODE >= 16
009090         GO TO 3110-ADD-TO-SUBGROUP-EXIT
009100     END-IF
009110     IF WS-SEX-COUNT > ZERO
009120         IF WS-GE-SEX (WS-GRP-IX) = WS-SX-SEX (WS-SEX-COUNT)
009130             GO TO 3110-ADD-TO-SUBGROUP-ADD
009140         END-IF
009150     END-IF
009160     IF WS-SEX-COUNT >= 10
009170         DISPLAY 'PAYEQTY  - MORE THAN 10 SEX CODES IN JOB '
009180             WS-PREV-JOB ' DEPT ' WS-PREV-DEPT
009190         MOVE 16 TO WS-RETURN-CODE
009200         GO TO 3110-ADD-TO-SUBGROUP-EXIT
009210     END-IF
009220     ADD 1 TO WS-SEX-COUNT
009230     MOVE WS-GE-SEX (WS-GRP-IX) TO WS-SX-SEX (WS-SEX-COUNT)
009240     MOVE WS-GRP-IX TO WS-SX-START (WS-SEX-COUNT)
009250     MOVE ZERO TO WS-SX-COUNT (WS-SEX-COUNT)
009260     MOVE ZERO TO WS-SX-TOTAL (WS-SEX-COUNT).
009270 3110-ADD-TO-SUBGROUP-ADD.
009280     ADD 1 TO WS-SX-COUNT (WS-SEX-COUNT)
009290     ADD WS-GE-SALARY (WS-GRP-IX) TO WS-SX-TOTAL (WS-SEX-COUNT).
009300 3110-ADD-TO-SUBGROUP-EXIT.
009310     EXIT.
009320
009330*****************************************************************
009340*  3120-FINISH-SUBGROUP                                         *
009350*  AVERAGE AND MEDIAN OF ONE SEX RUN.  AN ODD COUNT TAKES THE   *
009360*  MIDDLE SALARY; AN EVEN COUNT AVERAGES THE TWO EITHER SIDE    *
009370*  OF THE MIDDLE.                                               *
009380*****************************************************************
009390 3120-FINISH-SUBGROUP.
009400     COMPUTE WS-SX-AVERAGE (WS-SX-IX) ROUNDED =
009410         WS-SX-TOTAL (WS-SX-IX) / WS-SX-COUNT (WS-SX-IX)
009420     DIVIDE WS-SX-COUNT (WS-SX-IX) BY 2
009430         GIVING WS-MED-HALF
009440         REMAINDER WS-MED-REMAINDER
009450     IF WS-MED-REMAINDER = ZERO
009460         COMPUTE WS-MED-IX =
009470             WS-SX-START (WS-SX-IX) + WS-MED-HALF - 1
009480         COMPUTE WS-SX-MEDIAN (WS-SX-IX) ROUNDED =
009490             (WS-GE-SALARY (WS-MED-IX)
009500            + WS-GE-SALARY (WS-MED-IX + 1)) / 2
009510     ELSE
009520         COMPUTE WS-MED-IX =
009530             WS-SX-START (WS-SX-IX) + WS-MED-HALF
009540         MOVE WS-GE-SALARY (WS-MED-IX)
009550             TO WS-SX-MEDIAN (WS-SX-IX)
009560     END-IF
009570     IF WS-SX-COUNT (WS-SX-IX) < EQ-MIN-GROUP-SIZE
009580         SET GROUP-SUPPRESSED TO TRUE
009590     END-IF
009600     IF WS-SX-SEX (WS-SX-IX) = 'F'
009610         SET FEMALE-FOUND TO TRUE
009620         MOVE WS-SX-AVERAGE (WS-SX-IX) TO WS-FEMALE-AVERAGE
009630         MOVE WS-SX-MEDIAN (WS-SX-IX) TO WS-FEMALE-MEDIAN
009640     ELSE
009650         IF WS-SX-SEX (WS-SX-IX) = 'M'
009660             SET MALE-FOUND TO TRUE
009670             MOVE WS-SX-AVERAGE (WS-SX-IX) TO WS-MALE-AVERAGE
009680             MOVE WS-SX-MEDIAN (WS-SX-IX) TO WS-MALE-MEDIAN
009690         END-IF
009700     END-IF.
009710 3120-FINISH-SUBGROUP-EXIT.
009720     EXIT.
009730
009740 3200-PRINT-SEX-LINE.
009750     MOVE WS-SX-SEX (WS-SX-IX) TO WS-RPT-SX-SEX-OUT
009760     MOVE WS-SX-COUNT (WS-SX-IX) TO WS-RPT-SX-COUNT-OUT
009770     MOVE WS-SX-AVERAGE (WS-SX-IX) TO WS-RPT-SX-AVERAGE-OUT
009780     MOVE WS-SX-MEDIAN (WS-SX-IX) TO WS-RPT-SX-MEDIAN-OUT
009790     MOVE WS-RPT-SEX-LINE TO WS-PRINT-LINE
009800     PERFORM 5300-PRINT-LINE
009810         THRU 5300-PRINT-LINE-EXIT.
009820 3200-PRINT-SEX-LINE-EXIT.
009830     EXIT.
009840
009850*****************************************************************
009860*  3300-PRINT-GAP-LINE                                          *
009870*  THE GAP IS (MALE - FEMALE) / MALE AS A PERCENT, ON THE       *
009880*  AVERAGES AND ON THE MEDIANS - POSITIVE WHEN MEN ARE PAID     *
009890*  MORE.  THE AVERAGE GAP IS FLAGGED WHEN IT IS OVER THE        *
009900*  THRESHOLD IN EITHER DIRECTION.  A GROUP WITHOUT BOTH SEXES   *
009910*  HAS NO GAP.                                                  *
009920*****************************************************************
009930 3300-PRINT-GAP-LINE.
009940     IF NOT FEMALE-FOUND OR NOT MALE-FOUND
009950         MOVE 'GAP NOT COMPUTED - GROUP IS NOT BOTH F AND M'
009960             TO WS-RPT-GRP-MESSAGE-TEXT
009970         MOVE WS-RPT-GROUP-MESSAGE TO WS-PRINT-LINE
009980         PERFORM 5300-PRINT-LINE
009990             THRU 5300-PRINT-LINE-EXIT
010000         GO TO 3300-PRINT-GAP-LINE-EXIT
010010     END-IF
010020     IF WS-MALE-AVERAGE = ZERO OR WS-MALE-MEDIAN = ZERO
010030         MOVE 'GAP NOT COMPUTED - MALE SALARY FIGURE IS ZERO'
010040             TO WS-RPT-GRP-MESSAGE-TEXT
010050         MOVE WS-RPT-GROUP-MESSAGE TO WS-PRINT-LINE
010060         PERFORM 5300-PRINT-LINE
010070             THRU 5300-PRINT-LINE-EXIT
010080         GO TO 3300-PRINT-GAP-LINE-EXIT
010090     END-IF
010100     COMPUTE WS-MEAN-GAP-PCT ROUNDED =
010110         (WS-MALE-AVERAGE - WS-FEMALE-AVERAGE) * 100
010120             / WS-MALE-AVERAGE
010130         ON SIZE ERROR
010140             MOVE -999.99 TO WS-MEAN-GAP-PCT
010150     END-COMPUTE
010160     COMPUTE WS-MEDIAN-GAP-PCT ROUNDED =
010170         (WS-MALE-MEDIAN - WS-FEMALE-MEDIAN) * 100
010180             / WS-MALE-MEDIAN
010190         ON SIZE ERROR
010200             MOVE -999.99 TO WS-MEDIAN-GAP-PCT
010210     END-COMPUTE
010220     MOVE WS-MEAN-GAP-PCT TO WS-RPT-MEAN-GAP-OUT
010230     MOVE WS-MEDIAN-GAP-PCT TO WS-RPT-MEDIAN-GAP-OUT
010240     MOVE SPACES TO WS-RPT-GAP-FLAG-OUT
010250     IF WS-MEAN-GAP-PCT > EQ-GAP-THRESHOLD
010260         OR WS-MEAN-GAP-PCT < WS-GAP-LIMIT-LOW
010270         MOVE '*** GAP OVER THRESHOLD ***' TO WS-RPT-GAP-FLAG-OUT
010280         ADD 1 TO WS-GROUP-FLAGGED-COUNT
010290         PERFORM 4100-RAISE-WARNING-RC
010300             THRU 4100-RAISE-WARNING-RC-EXIT
010310     END-IF
010320     MOVE WS-RPT-GAP-LINE TO WS-PRINT-LINE
010330     PERFORM 5300-PRINT-LINE
010340         THRU 5300-PRINT-LINE-EXIT.
010350 3300-PRINT-GAP-LINE-EXIT.
010360     EXIT.
010370
010380 3400-PRINT-EMPLOYEE-LINE.
010390     MOVE WS-GE-EMPNO (WS-GRP-IX) TO WS-RPT-EMP-EMPNO-OUT
010400     MOVE WS-GE-LASTNAME (WS-GRP-IX) TO WS-RPT-EMP-NAME-OUT
010410     MOVE WS-GE-SEX (WS-GRP-IX) TO WS-RPT-EMP-SEX-OUT
010420     MOVE WS-GE-EDLEVEL (WS-GRP-IX) TO WS-RPT-EMP-ED-OUT
010430     MOVE WS-GE-HIREDATE (WS-GRP-IX) TO WS-RPT-EMP-HIRED-OUT
010440     MOVE WS-GE-SALARY (WS-GRP-IX) TO WS-RPT-EMP-SALARY-OUT
010450     IF WS-GE-RATED (WS-GRP-IX)
010460         MOVE WS-GE-COMPA-RATIO (WS-GRP-IX)
010470             TO WS-RPT-EMP-COMPA-OUT
010480     ELSE
010490         MOVE SPACES TO WS-RPT-EMP-COMPA-BLANK
010500     END-IF
010510     IF WS-GE-BELOW-MIN (WS-GRP-IX)
010520         MOVE 'BELOW MIN' TO WS-RPT-EMP-FLAG-OUT
010530     ELSE
010540         MOVE SPACES TO WS-RPT-EMP-FLAG-OUT
010550     END-IF
010560     MOVE WS-RPT-EMP-LINE TO WS-PRINT-LINE
010570     PERFORM 5300-PRINT-LINE
010580         THRU 5300-PRINT-LINE-EXIT.
010590 3400-PRINT-EMPLOYEE-LINE-EXIT.
010600     EXIT.
010610
010620*****************************************************************
010630*  4000-WRITE-AUDIT-RECORD                                      *
010640*  LOGS ONE PII ACCESS EVENT TO THE AUDIT TRAIL FILE, RUN MODE  *
010650*  'E' FOR PAY EQUITY.  THE CALLER SETS WS-AUD-ACTION AND       *
010660*  WS-AUD-EMPNO.                                                *
010670*****************************************************************
010680 4000-WRITE-AUDIT-RECORD.
010690     MOVE WS-RUN-DATE TO AUD-RUN-DATE
010700     MOVE WS-RUN-TIME TO AUD-RUN-TIME
010710     MOVE WS-JOB-ID TO AUD-JOB-ID
010720     MOVE WS-USER-ID TO AUD-USER-ID
010730     MOVE 'E' TO AUD-RUN-MODE
010740     MOVE WS-AUD-ACTION TO AUD-ACTION
010750     MOVE WS-AUD-EMPNO TO AUD-EMPNO
010760     MOVE ZERO TO AUD-SQLCODE
010770     WRITE AUDIT-RECORD
010780     ADD 1 TO WS-AUDIT-WRITE-COUNT.
010790 4000-WRITE-AUDIT-RECORD-EXIT.
010800     EXIT.
010810
010820*****************************************************************
010830*  4100-RAISE-WARNING-RC - RETURN CODE 4 UNLESS ALREADY HIGHER  *
010840*****************************************************************
010850 4100-RAISE-WARNING-RC.
010860     IF WS-RETURN-CODE < 4
010870         MOVE 4 TO WS-RETURN-CODE
010880     END-IF.
010890 4100-RAISE-WARNING-RC-EXIT.
010900     EXIT.
010910
010920*****************************************************************
010930*  5000-PRINT-TOTALS                                            *
010940*****************************************************************
010950 5000-PRINT-TOTALS.
010960     MOVE SPACES TO WS-PRINT-LINE
010970     PERFORM 5300-PRINT-LINE
010980         THRU 5300-PRINT-LINE-EXIT
010990     MOVE 'EMPLOYEES READ              :' TO WS-RPT-TOTAL-LABEL
011000     MOVE WS-EXTRACT-READ-COUNT TO WS-RPT-TOTAL-OUT
011010     PERFORM 5200-PRINT-TOTAL-LINE
011020         THRU 5200-PRINT-TOTAL-LINE-EXIT
011030     MOVE 'EMPLOYEES SKIPPED           :' TO WS-RPT-TOTAL-LABEL
011040     MOVE WS-EXTRACT-SKIP-COUNT TO WS-RPT-TOTAL-OUT
011050     PERFORM 5200-PRINT-TOTAL-LINE
011060         THRU 5200-PRINT-TOTAL-LINE-EXIT
011070     MOVE 'EMPLOYEES IN UNRANGED JOBS  :' TO WS-RPT-TOTAL-LABEL
011080     MOVE WS-NOT-RATED-COUNT TO WS-RPT-TOTAL-OUT
011090     PERFORM 5200-PRINT-TOTAL-LINE
011100         THRU 5200-PRINT-TOTAL-LINE-EXIT
011110     MOVE 'GROUPS PRINTED              :' TO WS-RPT-TOTAL-LABEL
011120     MOVE WS-GROUP-PRINTED-COUNT TO WS-RPT-TOTAL-OUT
011130     PERFORM 5200-PRINT-TOTAL-LINE
011140         THRU 5200-PRINT-TOTAL-LINE-EXIT
011150     MOVE 'GROUPS TOO SMALL TO PRINT   :' TO WS-RPT-TOTAL-LABEL
011160     MOVE WS-GROUP-SUPPRESSED-COUNT TO WS-RPT-TOTAL-OUT
011170     PERFORM 5200-PRINT-TOTAL-LINE
011180         THRU 5200-PRINT-TOTAL-LINE-EXIT
011190     MOVE 'GROUPS OVER GAP THRESHOLD   :' TO WS-RPT-TOTAL-LABEL
011200     MOVE WS-GROUP-FLAGGED-COUNT TO WS-RPT-TOTAL-OUT
011210     PERFORM 5200-PRINT-TOTAL-LINE
011220         THRU 5200-PRINT-TOTAL-LINE-EXIT
011230     MOVE 'BELOW MINIMUM COMPA-RATIO   :' TO WS-RPT-TOTAL-LABEL
011240     MOVE WS-EXCEPTION-COUNT TO WS-RPT-TOTAL-OUT
011250     PERFORM 5200-PRINT-TOTAL-LINE
011260         THRU 5200-PRINT-TOTAL-LINE-EXIT.
011270 5000-PRINT-TOTALS-EXIT.
011280     EXIT.
011290
011300*****************************************************************
011310*  5100-PRINT-JOB-HEADING                                       *
011320*  FIRST GROUP OF A JOB - THE JOB AND ITS RANGE, OR A NOTE      *
011330*  THAT IT HAS NONE.                                            *
011340*****************************************************************
011350 5100-PRINT-JOB-HEADING.
011360     SET JOB-HEADING-DONE TO TRUE
011370     IF JOB-RATED
011380         MOVE WS-PREV-JOB TO WS-RPT-JOB-OUT
011390         MOVE WS-CUR-MIN-SALARY TO WS-RPT-JOB-MIN-OUT
011400         MOVE WS-CUR-MAX-SALARY TO WS-RPT-JOB-MAX-OUT
011410         MOVE WS-CUR-MIDPOINT TO WS-RPT-JOB-MID-OUT
011420         MOVE WS-RPT-JOB-LINE TO WS-PRINT-LINE
011430     ELSE
011440         MOVE WS-PREV-JOB TO WS-RPT-NR-JOB-OUT
011450         MOVE WS-RPT-JOB-NO-RANGE-LINE TO WS-PRINT-LINE
011460     END-IF
011470     PERFORM 5300-PRINT-LINE
011480         THRU 5300-PRINT-LINE-EXIT.
011490 5100-PRINT-JOB-HEADING-EXIT.
011500     EXIT.
011510
011520 5200-PRINT-TOTAL-LINE.
011530     MOVE WS-RPT-TOTALS TO WS-PRINT-LINE
011540     PERFORM 5300-PRINT-LINE
011550         THRU 5300-PRINT-LINE-EXIT.
011560 5200-PRINT-TOTAL-LINE-EXIT.
011570     EXIT.
011580
011590 5300-PRINT-LINE.
011600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011610         PERFORM 5400-WRITE-HEADINGS
011620             THRU 5400-WRITE-HEADINGS-EXIT
011630     END-IF
011640     WRITE RPT-RECORD FROM WS-PRINT-LINE
011650     ADD 1 TO WS-LINE-COUNT.
011660 5300-PRINT-LINE-EXIT.
011670     EXIT.
011680
011690 5400-WRITE-HEADINGS.
011700     ADD 1 TO WS-PAGE-COUNT
011710     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
011720     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
011730     MOVE EQ-GAP-THRESHOLD TO WS-RPT-GAP-LIMIT-OUT
011740     MOVE EQ-MIN-COMPA-RATIO TO WS-RPT-MIN-COMPA-OUT
011750     MOVE EQ-MIN-GROUP-SIZE TO WS-RPT-MIN-GROUP-OUT
011760     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
011770     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
011780     MOVE SPACES TO RPT-RECORD
011790     WRITE RPT-RECORD
011800     MOVE 3 TO WS-LINE-COUNT.
011810 5400-WRITE-HEADINGS-EXIT.
011820     EXIT.
011830
011840*****************************************************************
011850*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
011860*****************************************************************
011870 8000-TERMINATE.
011880     PERFORM 8100-CLOSE-FILES
011890         THRU 8100-CLOSE-FILES-EXIT
011900     DISPLAY 'PAYEQTY  - AUDIT RECORDS WRITTEN: '
011910         WS-AUDIT-WRITE-COUNT
011920     IF WS-EXTRACT-SKIP-COUNT > ZERO
011930         DISPLAY 'PAYEQTY  - EXTRACT RECORDS SKIPPED: '
011940             WS-EXTRACT-SKIP-COUNT
011950     END-IF.
011960 8000-TERMINATE-EXIT.
011970     EXIT.
011980
011990 8100-CLOSE-FILES.
012000     CLOSE EXTRACT-FILE
012010     CLOSE EXCEPTION-FILE
012020     CLOSE AUDIT-FILE
012030     CLOSE RPT-FILE.
012040 8100-CLOSE-FILES-EXIT.
012050     EXIT.
012060
012070*****************************************************************
012080*  9000-WRITE-RUN-STATISTICS                                    *
012090*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
012100*  SUMMARY - GROUPS PRINTED AS WRITTEN, EXCEPTIONS AS REJECTS.  *
012110*  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT CHANGE THE     *
012120*  RETURN CODE OF AN OTHERWISE CLEAN RUN.                       *
012130*****************************************************************
012140 9000-WRITE-RUN-STATISTICS.
012150     OPEN EXTEND STATS-FILE
012160     IF WS-STAT-STATUS = '05' OR '35'
012170         OPEN OUTPUT STATS-FILE
012180     END-IF
012190     IF WS-STAT-STATUS NOT = '00'
012200         DISPLAY 'PAYEQTY  - UNABLE TO OPEN RUNSTATS, STATUS='
012210             WS-STAT-STATUS
012220         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
012230     END-IF
012240     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
012250     ACCEPT WS-END-TIME FROM TIME
012260     MOVE SPACES TO RUN-STAT-RECORD
012270     MOVE 'PAYEQTY ' TO RST-PROGRAM
012280     MOVE WS-RUN-DATE TO RST-START-DATE
012290     MOVE WS-RUN-TIME TO RST-START-TIME
012300     MOVE WS-END-DATE TO RST-END-DATE
012310     MOVE WS-END-TIME TO RST-END-TIME
012320     MOVE WS-EXTRACT-READ-COUNT TO RST-READ-COUNT
012330     MOVE WS-GROUP-PRINTED-COUNT TO RST-WRITTEN-COUNT
012340     MOVE WS-EXCEPTION-COUNT TO RST-REJECT-COUNT
012350     IF WS-RETURN-CODE < ZERO
012360         MOVE ZERO TO RST-RETURN-CODE
012370     ELSE
012380         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
012390     END-IF
012400     WRITE RUN-STAT-RECORD
012410     CLOSE STATS-FILE.
012420 9000-WRITE-RUN-STATISTICS-EXIT.
012430     EXIT.
