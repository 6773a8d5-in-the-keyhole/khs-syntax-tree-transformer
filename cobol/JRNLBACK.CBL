000010*****************************************************************
000020*  JRNLBACK                                                     *
000030*                                                               *
000040*  JOURNAL-DRIVEN BACK-OUT OF ONE EMPLOYEE MAINTENANCE RUN.     *
000050*  WHEN A BAD TRANIN OR RATEIN GOES THROUGH MODE 4, 5 OR 6,     *
000060*  THIS PROGRAM PUTS EVERY EMPLOYEE ROW THAT RUN TOUCHED BACK   *
000070*  THE WAY IT WAS, USING THE BEFORE IMAGES COBOLDB2 WROTE TO    *
000080*  THE CHANGE-HISTORY JOURNAL (JRNLOUT, JRNLREC LAYOUT):        *
000090*                                                               *
000100*      ROW ADDED BY THE RUN    - DELETED AGAIN                  *
000110*      ROW DELETED BY THE RUN  - RE-INSERTED FROM ITS BEFORE    *
000120*                                IMAGE (AND THE FORMER-EMPLOYEE *
000130*                                RECORD THE TERMINATION FILED   *
000140*                                IS REMOVED)                    *
000150*      ROW CHANGED BY THE RUN  - UPDATED BACK TO ITS BEFORE     *
000160*                                IMAGE                          *
000170*                                                               *
000180*  THE RUN IS NAMED BY JOB ID AND RUN DATE (BKOPARM).  THE JOB  *
000190*  SORTS THE JOURNAL BY EMPNO AND RUN DATE/TIME AHEAD OF THIS   *
000200*  STEP (SEE JRNLBACK JCL), SO EACH EMPLOYEE'S HISTORY ARRIVES  *
000210*  TOGETHER AND IN ORDER.  AN EMPLOYEE WHOSE ROW WAS CHANGED    *
000220*  AGAIN BY A LATER RUN, OR WHOSE ROW NO LONGER MATCHES WHAT    *
000230*  THE RUN LEFT BEHIND, IS SKIPPED AND REPORTED - RESTORING IT  *
000240*  WOULD SILENTLY UNDO SOMEBODY ELSE'S WORK.                    *
000250*                                                               *
000260*  EVERY CHANGE THIS PROGRAM MAKES IS JOURNALED AND AUDITED     *
000270*  LIKE ANY OTHER UPDATE, UNDER ITS OWN JOB ID, AND EVERY       *
000280*  EMPLOYEE IS PRINTED ON THE BACK-OUT REGISTER WITH ITS        *
000290*  DISPOSITION.  AUDIT ROWS CARRY RUN MODE 'B'.                 *
000300*                                                               *
000310*  RETURN CODE 4 MEANS ONE OR MORE EMPLOYEES WERE SKIPPED (OR   *
000320*  THE RUN HAD NO JOURNAL RECORDS); 8 A DB2 FAILURE; 16 A       *
000330*  PARAMETER OR OPEN FAILURE.                                   *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    JRNLBACK.
000370 AUTHOR.        R HENSLEY.
000380 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000390 DATE-WRITTEN.  10/15/2026.
000400 DATE-COMPILED.
000410*****************************************************************
000420*  MODIFICATION HISTORY                                         *
000430*  DATE       INIT  DESCRIPTION                                 *
000440*  10/15/2026 RH    ORIGINAL PROGRAM - BACK-OUT OF A MODE 4, 5  *
000450*                   OR 6 RUN FROM THE JOURNAL BEFORE IMAGES.    *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-ZSERIES.
000500 OBJECT-COMPUTER.  IBM-ZSERIES.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT JOURNAL-IN-FILE
000540         ASSIGN TO JRNLIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-JRNIN-STATUS.
000570
000580     SELECT JOURNAL-FILE
000590         ASSIGN TO JRNLOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-JRNL-STATUS.
000620
000630     SELECT AUDIT-FILE
000640         ASSIGN TO AUDITLOG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670
000680     SELECT FORMER-FILE
000690         ASSIGN TO FORMEMP
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS FRM-KEY
000730         FILE STATUS IS WS-FORM-STATUS.
000740
000750     SELECT PARM-FILE
000760         ASSIGN TO BKOPARM
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PARM-FILE-STATUS.
000790
000800     SELECT RPT-FILE
000810         ASSIGN TO BKORPT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-RPT-STATUS.
000840
000850     SELECT STATS-FILE
000860         ASSIGN TO RUNSTATS
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-STAT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  JOURNAL-IN-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  JOURNAL-IN-RECORD           PIC X(160).
000960
000970 FD  JOURNAL-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  JOURNAL-OUT-RECORD          PIC X(160).
001010
001020 FD  AUDIT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY AUDREC.
001060
001070 FD  FORMER-FILE.
001080 COPY FORMREC.
001090
001100 FD  PARM-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY BKOPARM.
001140
001150 FD  RPT-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  RPT-RECORD                  PIC X(132).
001190
001200 FD  STATS-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY RUNSTAT.
001240
001250 WORKING-STORAGE SECTION.
001260 EXEC SQL
001270     INCLUDE SQLCA
001280 END-EXEC.
001290
001300 EXEC SQL BEGIN DECLARE SECTION
001310 END-EXEC.
001320 01  WS-BKO-EMPNO                PIC X(06).
001330 01  WS-CUR-EMPLOYEE-ROW.
001340         05  WS-CUR-EMPNO            PIC X(06).
001350         05  WS-CUR-LAST-NAME        PIC X(15).
001360         05  WS-CUR-FIRST-NAME       PIC X(12).
001370         05  WS-CUR-WORKDEPT         PIC X(03).
001380         05  WS-CUR-PHONENO          PIC X(04).
001390         05  WS-CUR-HIREDATE         PIC X(10).
001400         05  WS-CUR-JOB              PIC X(08).
001410         05  WS-CUR-EDLEVEL          PIC S9(04) COMP.
001420         05  WS-CUR-SEX              PIC X(01).
001430         05  WS-CUR-BIRTHDATE        PIC X(10).
001440         05  WS-CUR-SALARY           PIC S9(07)V99 COMP-3.
001450         05  WS-CUR-BONUS            PIC S9(07)V99 COMP-3.
001460         05  WS-CUR-COMM             PIC S9(07)V99 COMP-3.
001470 01  WS-RST-EMPLOYEE-ROW.
001480         05  WS-RST-EMPNO            PIC X(06).
001490         05  WS-RST-LAST-NAME        PIC X(15).
001500         05  WS-RST-FIRST-NAME       PIC X(12).
001510         05  WS-RST-WORKDEPT         PIC X(03).
001520         05  WS-RST-PHONENO          PIC X(04).
001530         05  WS-RST-HIREDATE         PIC X(10).
001540         05  WS-RST-JOB              PIC X(08).
001550         05  WS-RST-EDLEVEL          PIC S9(04) COMP.
001560         05  WS-RST-SEX              PIC X(01).
001570         05  WS-RST-BIRTHDATE        PIC X(10).
001580         05  WS-RST-SALARY           PIC S9(07)V99 COMP-3.
001590         05  WS-RST-BONUS            PIC S9(07)V99 COMP-3.
001600         05  WS-RST-COMM             PIC S9(07)V99 COMP-3.
001610 EXEC SQL END DECLARE SECTION
001620 END-EXEC.
001630
001640*****************************************************************
001650*  THE JOURNAL RECORD BEING READ.  JRNLREC IS COPIED HERE ONCE  *
001660*  BECAUSE THE INPUT AND OUTPUT JOURNALS SHARE THE LAYOUT AND   *
001670*  THE SAME DATA NAMES CANNOT BE DEFINED UNDER EACH FD.         *
001680*****************************************************************
001690 COPY JRNLREC.
001700
001710*****************************************************************
001720*  THE NEXT EMPLOYEE'S FIRST RECORD, HELD WHILE THE PREVIOUS    *
001730*  EMPLOYEE IS BACKED OUT - 4310 BUILDS THE BACK-OUT'S OWN      *
001740*  JOURNAL RECORDS IN JOURNAL-RECORD.                           *
001750*****************************************************************
001760 01  WS-HOLD-JOURNAL-RECORD          PIC X(160).
001770
001780*****************************************************************
001790*  FILE STATUS SWITCHES                                         *
001800*****************************************************************
001810 01  WS-FILE-STATUSES.
001820     05  WS-JRNIN-STATUS             PIC X(02).
001830     05  WS-JRNL-STATUS              PIC X(02).
001840     05  WS-AUDIT-STATUS             PIC X(02).
001850     05  WS-FORM-STATUS              PIC X(02).
001860     05  WS-PARM-FILE-STATUS         PIC X(02).
001870     05  WS-RPT-STATUS               PIC X(02).
001880     05  WS-STAT-STATUS              PIC X(02).
001890
001900 01  WS-IDENTIFICATION.
001910     05  WS-JOB-ID                   PIC X(08).
001920     05  WS-USER-ID                  PIC X(08).
001930     05  WS-RUN-DATE                 PIC X(08).
001940     05  WS-RUN-TIME                 PIC X(08).
001950     05  WS-END-DATE                 PIC X(08).
001960     05  WS-END-TIME                 PIC X(08).
001970
001980*****************************************************************
001990*  ACTION FOR THE AUDIT ROW / JOURNAL RECORD ABOUT TO BE        *
002000*  WRITTEN - SET BY THE CALLER BEFORE EACH PERFORM OF 4000 AND  *
002010*  4310, AS IN COBOLDB2.                                        *
002020*****************************************************************
002030 01  WS-AUD-ACTION                   PIC X(08).
002040 01  WS-JRN-ACTION                   PIC X(08).
002050 01  WS-JRN-IMAGE                    PIC X(01).
002060
002070*****************************************************************
002080*  PROGRAM SWITCHES                                             *
002090*****************************************************************
002100 01  WS-SWITCHES.
002110     05  WS-JRNIN-EOF-SW             PIC X(01)  VALUE 'N'.
002120         88  JRNIN-EOF                   VALUE 'Y'.
002130     05  WS-FORMER-OPEN-SW           PIC X(01)  VALUE 'N'.
002140         88  FORMER-FILE-OPEN            VALUE 'Y'.
002150     05  WS-FORMER-END-SW            PIC X(01)  VALUE 'N'.
002160         88  FORMER-END                  VALUE 'Y'.
002170     05  WS-FORMER-FOUND-SW          PIC X(01)  VALUE 'N'.
002180         88  FORMER-FOUND                VALUE 'Y'.
002190     05  WS-TGT-SEEN-SW              PIC X(01)  VALUE 'N'.
002200         88  TGT-SEEN                    VALUE 'Y'.
002210         88  TGT-NOT-SEEN                VALUE 'N'.
002220     05  WS-LATER-SW                 PIC X(01)  VALUE 'N'.
002230         88  LATER-CHANGE-FOUND          VALUE 'Y'.
002240         88  NO-LATER-CHANGE             VALUE 'N'.
002250     05  WS-ROW-STATE-SW             PIC X(01)  VALUE 'N'.
002260         88  CUR-ROW-FOUND               VALUE 'Y'.
002270         88  CUR-ROW-NOT-FOUND           VALUE 'N'.
002280         88  CUR-ROW-FETCH-FAILED        VALUE 'F'.
002290
002300*****************************************************************
002310*  STANDALONE COUNTERS                                          *
002320*****************************************************************
002330 77  WS-JRN-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
002340 77  WS-TGT-RECORD-COUNT            PIC 9(07)   COMP VALUE ZERO.
002350 77  WS-EMP-AFFECTED-COUNT          PIC 9(07)   COMP VALUE ZERO.
002360 77  WS-RESTORED-COUNT              PIC 9(07)   COMP VALUE ZERO.
002370 77  WS-SKIPPED-COUNT               PIC 9(07)   COMP VALUE ZERO.
002380 77  WS-FAILED-COUNT                PIC 9(07)   COMP VALUE ZERO.
002390 77  WS-NO-CHANGE-COUNT             PIC 9(07)   COMP VALUE ZERO.
002400 77  WS-FORMER-REMOVED-COUNT        PIC 9(07)   COMP VALUE ZERO.
002410 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
002420 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
002430 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
002440 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
002450
002460*****************************************************************
002470*  ONE EMPLOYEE'S JOURNAL HISTORY, GATHERED ACROSS THE SORTED   *
002480*  INPUT UNTIL THE EMPNO CHANGES.  FIRST/LAST TYPE ARE THE      *
002490*  IMAGE TYPES OF THE BACKED-OUT RUN'S FIRST AND LAST RECORDS:  *
002500*  A FIRST 'B' MEANS THE ROW EXISTED BEFORE THE RUN, A LAST     *
002510*  'A' MEANS IT EXISTED AFTER IT.  BEFORE IMAGE IS THE ROW AS   *
002520*  THE RUN FOUND IT; AFTER IMAGE IS THE ROW AS THE RUN LEFT IT. *
002530*****************************************************************
002540 01  WS-GRP-EMPNO                    PIC X(06).
002550 01  WS-TGT-FIRST-TYPE               PIC X(01).
002560 01  WS-TGT-LAST-TYPE                PIC X(01).
002570 01  WS-LATER-JOB-ID                 PIC X(08).
002580 01  WS-LATER-RUN-DATE               PIC X(08).
002590 01  WS-TGT-BEFORE-IMAGE.
002600     05  WS-TGT-BEFORE-DATA          PIC X(100).
002610     05  FILLER                      PIC X(05).
002620 01  WS-TGT-AFTER-IMAGE.
002630     05  WS-TGT-AFTER-DATA           PIC X(100).
002640     05  FILLER                      PIC X(05).
002650
002660*****************************************************************
002670*  ROW IMAGE BUILD AREAS.  EACH MIRRORS EMPOUT.CPY FIELD FOR    *
002680*  FIELD, LIKE THE COBOLDB2 JOURNAL IMAGE AREA - CURRENT IS     *
002690*  THE ROW AS IT STANDS IN EMPLOYEE NOW, RESTORE IS THE BEFORE  *
002700*  IMAGE BEING PUT BACK.                                        *
002710*****************************************************************
002720 01  WS-CUR-IMAGE-AREA.
002730     05  WS-CIM-DATA.
002740         10  WS-CIM-EMPNO            PIC X(06).
002750         10  WS-CIM-LASTNAME         PIC X(15).
002760         10  WS-CIM-FIRSTNME         PIC X(12).
002770         10  WS-CIM-WORKDEPT         PIC X(03).
002780         10  WS-CIM-PHONENO          PIC X(04).
002790         10  WS-CIM-HIREDATE         PIC X(10).
002800         10  WS-CIM-JOB              PIC X(08).
002810         10  WS-CIM-EDLEVEL          PIC S9(04).
002820         10  WS-CIM-SEX              PIC X(01).
002830         10  WS-CIM-BIRTHDATE        PIC X(10).
002840         10  WS-CIM-SALARY           PIC S9(07)V99.
002850         10  WS-CIM-BONUS            PIC S9(07)V99.
002860         10  WS-CIM-COMM             PIC S9(07)V99.
002870     05  FILLER                      PIC X(05)  VALUE SPACES.
002880
002890 01  WS-RST-IMAGE-AREA.
002900     05  WS-RIM-DATA.
002910         10  WS-RIM-EMPNO            PIC X(06).
002920         10  WS-RIM-LASTNAME         PIC X(15).
002930         10  WS-RIM-FIRSTNME         PIC X(12).
002940         10  WS-RIM-WORKDEPT         PIC X(03).
002950         10  WS-RIM-PHONENO          PIC X(04).
002960         10  WS-RIM-HIREDATE         PIC X(10).
002970         10  WS-RIM-JOB              PIC X(08).
002980         10  WS-RIM-EDLEVEL          PIC S9(04).
002990         10  WS-RIM-SEX              PIC X(01).
003000         10  WS-RIM-BIRTHDATE        PIC X(10).
003010         10  WS-RIM-SALARY           PIC S9(07)V99.
003020         10  WS-RIM-BONUS            PIC S9(07)V99.
003030         10  WS-RIM-COMM             PIC S9(07)V99.
003040     05  FILLER                      PIC X(05)  VALUE SPACES.
003050
003060*****************************************************************
003070*  REGISTER HEADING, DETAIL AND TOTAL LINES                     *
003080*****************************************************************
003090 01  WS-REG-HEADING-1.
003100     05  FILLER                      PIC X(10)  VALUE SPACES.
003110     05  FILLER                      PIC X(44)
003120         VALUE 'JOURNAL BACK-OUT REGISTER'.
003130     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
003140     05  WS-REG-PAGE-OUT             PIC ZZZ9.
003150     05  FILLER                      PIC X(69)  VALUE SPACES.
003160
003170 01  WS-REG-HEADING-2.
003180     05  FILLER                      PIC X(10)  VALUE SPACES.
003190     05  FILLER                      PIC X(14)
003200         VALUE 'RUN DATE    : '.
003210     05  WS-REG-DATE-OUT             PIC X(08).
003220     05  FILLER                      PIC X(05)  VALUE SPACES.
003230     05  FILLER                      PIC X(16)
003240         VALUE 'BACKING OUT   : '.
003250     05  WS-REG-TGT-JOB-OUT          PIC X(08).
003260     05  FILLER                      PIC X(01)  VALUE SPACES.
003270     05  WS-REG-TGT-DATE-OUT         PIC X(08).
003280     05  FILLER                      PIC X(01)  VALUE SPACES.
003290     05  WS-REG-TGT-TIME-OUT         PIC X(08).
003300     05  FILLER                      PIC X(05)  VALUE SPACES.
003310     05  WS-REG-TRIAL-OUT            PIC X(20).
003320     05  FILLER                      PIC X(28)  VALUE SPACES.
003330
003340 01  WS-REG-HEADING-3.
003350     05  FILLER                      PIC X(10)  VALUE SPACES.
003360     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
003370     05  FILLER                      PIC X(16)
003380         VALUE 'LAST NAME       '.
003390     05  FILLER                      PIC X(09)  VALUE 'RUN DID  '.
003400     05  FILLER                      PIC X(09)  VALUE 'BACK-OUT '.
003410     05  FILLER                      PIC X(11)
003420         VALUE 'DISPOSITION'.
003430     05  FILLER                      PIC X(06)  VALUE SPACES.
003440     05  FILLER                      PIC X(06)  VALUE 'REASON'.
003450     05  FILLER                      PIC X(58)  VALUE SPACES.
003460
003470 01  WS-REG-DETAIL.
003480     05  FILLER                      PIC X(10)  VALUE SPACES.
003490     05  WS-REG-EMPNO-OUT            PIC X(06).
003500     05  FILLER                      PIC X(01)  VALUE SPACES.
003510     05  WS-REG-LNAME-OUT            PIC X(15).
003520     05  FILLER                      PIC X(01)  VALUE SPACES.
003530     05  WS-REG-RUN-ACTION-OUT       PIC X(08).
003540     05  FILLER                      PIC X(01)  VALUE SPACES.
003550     05  WS-REG-BKO-ACTION-OUT       PIC X(08).
003560     05  FILLER                      PIC X(01)  VALUE SPACES.
003570     05  WS-REG-DISP-OUT             PIC X(16).
003580     05  FILLER                      PIC X(01)  VALUE SPACES.
003590     05  WS-REG-REASON-OUT           PIC X(30).
003600     05  FILLER                      PIC X(01)  VALUE SPACES.
003610     05  WS-REG-LATER-JOB-OUT        PIC X(08).
003620     05  FILLER                      PIC X(01)  VALUE SPACES.
003630     05  WS-REG-LATER-DATE-OUT       PIC X(08).
003640     05  FILLER                      PIC X(16)  VALUE SPACES.
003650
003660 01  WS-REG-MESSAGE.
003670     05  FILLER                      PIC X(10)  VALUE SPACES.
003680     05  WS-REG-MESSAGE-TEXT         PIC X(60).
003690     05  FILLER                      PIC X(62)  VALUE SPACES.
003700
003710 01  WS-REG-TOTALS.
003720     05  FILLER                      PIC X(10)  VALUE SPACES.
003730     05  WS-REG-TOTAL-LABEL          PIC X(20)
003740         VALUE 'JOURNAL RECS READ: '.
003750     05  WS-REG-TOTAL-OUT            PIC ZZZ,ZZ9.
003760     05  FILLER                      PIC X(95)  VALUE SPACES.
003770
003780 PROCEDURE DIVISION.
003790*****************************************************************
003800*  0000-MAINLINE                                                *
003810*****************************************************************
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE
003840         THRU 1000-INITIALIZE-EXIT
003850     IF WS-RETURN-CODE = ZERO
003860         PERFORM 2000-BACK-OUT-RUN
003870             THRU 2000-BACK-OUT-RUN-EXIT
003880     END-IF
003890     PERFORM 8000-TERMINATE
003900         THRU 8000-TERMINATE-EXIT
003910     PERFORM 9000-WRITE-RUN-STATISTICS
003920         THRU 9000-WRITE-RUN-STATISTICS-EXIT
003930     MOVE WS-RETURN-CODE TO RETURN-CODE
003940     STOP RUN.
003950
003960*****************************************************************
003970*  1000-INITIALIZE - READ THE PARAMETER, OPEN THE FILES         *
003980*  THE JOURNAL AND AUDIT TRAIL ARE OPENED EXTEND, AS COBOLDB2   *
003990*  OPENS THEM, SO THE BACK-OUT'S OWN RECORDS JOIN THE HISTORY.  *
004000*  A FORMER-EMPLOYEE MASTER THAT HAS NEVER BEEN DEFINED (35)    *
004010*  JUST MEANS NO TERMINATION HAS BEEN FILED YET.                *
004020*****************************************************************
004030 1000-INITIALIZE.
004040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004050     ACCEPT WS-RUN-TIME FROM TIME
004060     PERFORM 1100-READ-PARAMETER-FILE
004070         THRU 1100-READ-PARAMETER-FILE-EXIT
004080     IF WS-RETURN-CODE NOT = ZERO
004090         GO TO 1000-INITIALIZE-EXIT
004100     END-IF
004110     OPEN INPUT JOURNAL-IN-FILE
004120     IF WS-JRNIN-STATUS NOT = '00'
004130         DISPLAY 'JRNLBACK - UNABLE TO OPEN JRNLIN, STATUS='
004140             WS-JRNIN-STATUS
004150         MOVE 16 TO WS-RETURN-CODE
004160     END-IF
004170     OPEN EXTEND JOURNAL-FILE
004180     IF WS-JRNL-STATUS = '05' OR '35'
004190         OPEN OUTPUT JOURNAL-FILE
004200     END-IF
004210     IF WS-JRNL-STATUS NOT = '00'
004220         DISPLAY 'JRNLBACK - UNABLE TO OPEN JRNLOUT, STATUS='
004230             WS-JRNL-STATUS
004240         MOVE 16 TO WS-RETURN-CODE
004250     END-IF
004260     OPEN EXTEND AUDIT-FILE
004270     IF WS-AUDIT-STATUS = '05' OR '35'
004280         OPEN OUTPUT AUDIT-FILE
004290     END-IF
004300     IF WS-AUDIT-STATUS NOT = '00'
004310         DISPLAY 'JRNLBACK - UNABLE TO OPEN AUDITLOG, STATUS='
004320             WS-AUDIT-STATUS
004330         MOVE 16 TO WS-RETURN-CODE
004340     END-IF
004350     OPEN I-O FORMER-FILE
004360     IF WS-FORM-STATUS = '00'
004370         SET FORMER-FILE-OPEN TO TRUE
004380     ELSE
004390         IF WS-FORM-STATUS NOT = '35'
004400             DISPLAY 'JRNLBACK - UNABLE TO OPEN FORMEMP, STATUS='
004410                 WS-FORM-STATUS
004420             MOVE 16 TO WS-RETURN-CODE
004430         END-IF
004440     END-IF
004450     OPEN OUTPUT RPT-FILE
004460     IF WS-RPT-STATUS NOT = '00'
004470         DISPLAY 'JRNLBACK - UNABLE TO OPEN BKORPT, STATUS='
004480             WS-RPT-STATUS
004490         MOVE 16 TO WS-RETURN-CODE
004500     END-IF.
004510 1000-INITIALIZE-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*  1100-READ-PARAMETER-FILE                                     *
004560*  THE TARGET JOB ID AND RUN DATE ARE REQUIRED.  A BLANK JOB ID *
004570*  FOR THE BACK-OUT ITSELF DEFAULTS TO THE PROGRAM NAME SO ITS  *
004580*  JOURNAL RECORDS CAN ALWAYS BE TOLD APART FROM THE RUN'S.     *
004590*****************************************************************
004600 1100-READ-PARAMETER-FILE.
004610     OPEN INPUT PARM-FILE
004620     IF WS-PARM-FILE-STATUS NOT = '00'
004630         DISPLAY 'JRNLBACK - UNABLE TO OPEN BKOPARM, STATUS='
004640             WS-PARM-FILE-STATUS
004650         MOVE 16 TO WS-RETURN-CODE
004660         GO TO 1100-READ-PARAMETER-FILE-EXIT
004670     END-IF
004680     READ PARM-FILE INTO BACKOUT-PARM-RECORD
004690     IF WS-PARM-FILE-STATUS NOT = '00'
004700         DISPLAY 'JRNLBACK - BKOPARM EMPTY OR UNREADABLE'
004710         MOVE 16 TO WS-RETURN-CODE
004720     END-IF
004730     CLOSE PARM-FILE
004740     IF WS-RETURN-CODE NOT = ZERO
004750         GO TO 1100-READ-PARAMETER-FILE-EXIT
004760     END-IF
004770     IF BP-TARGET-JOB-ID = SPACES
004780         OR BP-TARGET-RUN-DATE NOT NUMERIC
004790         DISPLAY 'JRNLBACK - BKOPARM NEEDS THE JOB ID AND RUN '
004800             'DATE TO BACK OUT'
004810         MOVE 16 TO WS-RETURN-CODE
004820         GO TO 1100-READ-PARAMETER-FILE-EXIT
004830     END-IF
004840     IF BP-TARGET-RUN-TIME NOT = SPACES
004850         AND BP-TARGET-RUN-TIME NOT NUMERIC
004860         DISPLAY 'JRNLBACK - BKOPARM RUN TIME NOT HHMMSSHH'
004870         MOVE 16 TO WS-RETURN-CODE
004880         GO TO 1100-READ-PARAMETER-FILE-EXIT
004890     END-IF
004900     IF BP-JOB-ID = SPACES
004910         MOVE 'JRNLBACK' TO WS-JOB-ID
004920     ELSE
004930         MOVE BP-JOB-ID TO WS-JOB-ID
004940     END-IF
004950     MOVE BP-USER-ID TO WS-USER-ID
004960     DISPLAY 'JRNLBACK - BACKING OUT JOB ' BP-TARGET-JOB-ID
004970         ' RUN DATE ' BP-TARGET-RUN-DATE
004980     IF BP-TRIAL-RUN
004990         DISPLAY 'JRNLBACK - TRIAL RUN, EMPLOYEE WILL NOT BE '
005000             'CHANGED'
005010     END-IF.
005020 1100-READ-PARAMETER-FILE-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*  2000-BACK-OUT-RUN                                            *
005070*  ONE PASS OVER THE SORTED JOURNAL.  EACH CHANGE OF EMPNO      *
005080*  CLOSES THE PREVIOUS EMPLOYEE'S HISTORY AND BACKS IT OUT.     *
005090*****************************************************************
005100 2000-BACK-OUT-RUN.
005110     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
005120     MOVE SPACES TO WS-GRP-EMPNO
005130     PERFORM 2100-READ-JOURNAL-RECORD
005140         THRU 2100-READ-JOURNAL-RECORD-EXIT
005150     PERFORM 2200-PROCESS-JOURNAL-RECORD
005160         THRU 2200-PROCESS-JOURNAL-RECORD-EXIT
005170         UNTIL JRNIN-EOF
005180     IF WS-GRP-EMPNO NOT = SPACES
005190         PERFORM 2300-BACK-OUT-EMPLOYEE
005200             THRU 2300-BACK-OUT-EMPLOYEE-EXIT
005210     END-IF
005220     IF WS-TGT-RECORD-COUNT = ZERO
005230         PERFORM 2410-WRITE-REGISTER-HEADINGS
005240             THRU 2410-WRITE-REGISTER-HEADINGS-EXIT
005250         MOVE 'NO JOURNAL RECORDS FOUND FOR THE JOB AND RUN DATE'
005260             TO WS-REG-MESSAGE-TEXT
005270         WRITE RPT-RECORD FROM WS-REG-MESSAGE
005280         DISPLAY 'JRNLBACK - NO JOURNAL RECORDS FOR JOB '
005290             BP-TARGET-JOB-ID ' RUN DATE ' BP-TARGET-RUN-DATE
005300         PERFORM 4100-RAISE-WARNING-RC
005310             THRU 4100-RAISE-WARNING-RC-EXIT
005320     END-IF
005330     MOVE SPACES TO RPT-RECORD
005340     WRITE RPT-RECORD
005350     MOVE 'JOURNAL RECS READ: ' TO WS-REG-TOTAL-LABEL
005360     MOVE WS-JRN-READ-COUNT TO WS-REG-TOTAL-OUT
005370     WRITE RPT-RECORD FROM WS-REG-TOTALS
005380     MOVE 'RUN RECORDS FOUND: ' TO WS-REG-TOTAL-LABEL
005390     MOVE WS-TGT-RECORD-COUNT TO WS-REG-TOTAL-OUT
005400     WRITE RPT-RECORD FROM WS-REG-TOTALS
005410     MOVE 'EMPLOYEES TOUCHED: ' TO WS-REG-TOTAL-LABEL
005420     MOVE WS-EMP-AFFECTED-COUNT TO WS-REG-TOTAL-OUT
005430     WRITE RPT-RECORD FROM WS-REG-TOTALS
005440     MOVE 'ROWS RESTORED    : ' TO WS-REG-TOTAL-LABEL
005450     MOVE WS-RESTORED-COUNT TO WS-REG-TOTAL-OUT
005460     WRITE RPT-RECORD FROM WS-REG-TOTALS
005470     MOVE 'NO NET CHANGE    : ' TO WS-REG-TOTAL-LABEL
005480     MOVE WS-NO-CHANGE-COUNT TO WS-REG-TOTAL-OUT
005490     WRITE RPT-RECORD FROM WS-REG-TOTALS
005500     MOVE 'ROWS SKIPPED     : ' TO WS-REG-TOTAL-LABEL
005510     MOVE WS-SKIPPED-COUNT TO WS-REG-TOTAL-OUT
005520     WRITE RPT-RECORD FROM WS-REG-TOTALS
005530     MOVE 'ROWS FAILED      : ' TO WS-REG-TOTAL-LABEL
005540     MOVE WS-FAILED-COUNT TO WS-REG-TOTAL-OUT
005550     WRITE RPT-RECORD FROM WS-REG-TOTALS
005560     MOVE 'FORMER EMPS REMVD: ' TO WS-REG-TOTAL-LABEL
005570     MOVE WS-FORMER-REMOVED-COUNT TO WS-REG-TOTAL-OUT
005580     WRITE RPT-RECORD FROM WS-REG-TOTALS
005590     DISPLAY 'JRNLBACK - JOURNAL RECS READ : ' WS-JRN-READ-COUNT
005600     DISPLAY 'JRNLBACK - EMPLOYEES TOUCHED : '
005610         WS-EMP-AFFECTED-COUNT
005620     DISPLAY 'JRNLBACK - ROWS RESTORED     : ' WS-RESTORED-COUNT
005630     DISPLAY 'JRNLBACK - ROWS SKIPPED      : ' WS-SKIPPED-COUNT
005640     DISPLAY 'JRNLBACK - ROWS FAILED       : ' WS-FAILED-COUNT.
005650 2000-BACK-OUT-RUN-EXIT.
005660     EXIT.
005670
005680 2100-READ-JOURNAL-RECORD.
005690     READ JOURNAL-IN-FILE INTO JOURNAL-RECORD
005700     IF WS-JRNIN-STATUS = '00'
005710         ADD 1 TO WS-JRN-READ-COUNT
005720     ELSE
005730         SET JRNIN-EOF TO TRUE
005740     END-IF.
005750 2100-READ-JOURNAL-RECORD-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790*  2200-PROCESS-JOURNAL-RECORD                                  *
005800*  GATHER ONE EMPLOYEE'S HISTORY.  RECORDS OF THE RUN BEING     *
005810*  BACKED OUT SET THE FIRST/LAST IMAGE TYPES AND IMAGES; ANY    *
005820*  OTHER RECORD AFTER THE RUN'S FIRST ONE IS A LATER CHANGE.    *
005830*  RECORDS FROM BEFORE THE RUN DO NOT MATTER.                   *
005840*****************************************************************
005850 2200-PROCESS-JOURNAL-RECORD.
005860     IF JRN-EMPNO NOT = WS-GRP-EMPNO
005870         IF WS-GRP-EMPNO NOT = SPACES
005880             MOVE JOURNAL-RECORD TO WS-HOLD-JOURNAL-RECORD
005890             PERFORM 2300-BACK-OUT-EMPLOYEE
005900                 THRU 2300-BACK-OUT-EMPLOYEE-EXIT
005910             MOVE WS-HOLD-JOURNAL-RECORD TO JOURNAL-RECORD
005920         END-IF
005930         MOVE JRN-EMPNO TO WS-GRP-EMPNO
005940         SET TGT-NOT-SEEN TO TRUE
005950         SET NO-LATER-CHANGE TO TRUE
005960         MOVE SPACES TO WS-TGT-FIRST-TYPE
005970         MOVE SPACES TO WS-TGT-LAST-TYPE
005980         MOVE SPACES TO WS-TGT-BEFORE-IMAGE
005990         MOVE SPACES TO WS-TGT-AFTER-IMAGE
006000         MOVE SPACES TO WS-LATER-JOB-ID
006010         MOVE SPACES TO WS-LATER-RUN-DATE
006020     END-IF
006030     IF JRN-JOB-ID = BP-TARGET-JOB-ID
006040         AND JRN-RUN-DATE = BP-TARGET-RUN-DATE
006050         AND (BP-TARGET-RUN-TIME = SPACES
006060              OR JRN-RUN-TIME = BP-TARGET-RUN-TIME)
006070         ADD 1 TO WS-TGT-RECORD-COUNT
006080         IF TGT-NOT-SEEN
006090             SET TGT-SEEN TO TRUE
006100             MOVE JRN-IMAGE-TYPE TO WS-TGT-FIRST-TYPE
006110             IF JRN-BEFORE-IMAGE
006120                 MOVE JRN-EMPLOYEE-DATA TO WS-TGT-BEFORE-IMAGE
006130             END-IF
006140         END-IF
006150         MOVE JRN-IMAGE-TYPE TO WS-TGT-LAST-TYPE
006160         IF JRN-AFTER-IMAGE
006170             MOVE JRN-EMPLOYEE-DATA TO WS-TGT-AFTER-IMAGE
006180         END-IF
006190     ELSE
006200         IF TGT-SEEN AND NO-LATER-CHANGE
006210             SET LATER-CHANGE-FOUND TO TRUE
006220             MOVE JRN-JOB-ID TO WS-LATER-JOB-ID
006230             MOVE JRN-RUN-DATE TO WS-LATER-RUN-DATE
006240         END-IF
006250     END-IF
006260     PERFORM 2100-READ-JOURNAL-RECORD
006270         THRU 2100-READ-JOURNAL-RECORD-EXIT.
006280 2200-PROCESS-JOURNAL-RECORD-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*  2300-BACK-OUT-EMPLOYEE                                       *
006330*  DECIDE WHAT THE RUN DID TO THIS EMPLOYEE AND UNDO IT:        *
006340*      FIRST 'B', LAST 'A' - CHANGED  - UPDATE BACK             *
006350*      FIRST 'A', LAST 'A' - ADDED    - DELETE                  *
006360*      FIRST 'B', LAST 'B' - DELETED  - RE-INSERT               *
006370*      FIRST 'A', LAST 'B' - ADDED AND DELETED IN THE SAME RUN, *
006380*                            NOTHING TO DO                      *
006390*  BEFORE ANYTHING IS CHANGED THE ROW MUST STILL BE EXACTLY AS  *
006400*  THE RUN LEFT IT - NO LATER JOURNAL ACTIVITY, AND THE CURRENT *
006410*  ROW EQUAL TO THE RUN'S AFTER IMAGE (OR STILL ABSENT AFTER A  *
006420*  DELETE).  OTHERWISE THE EMPLOYEE IS SKIPPED AND REPORTED.    *
006430*****************************************************************
006440 2300-BACK-OUT-EMPLOYEE.
006450     IF TGT-NOT-SEEN
006460         GO TO 2300-BACK-OUT-EMPLOYEE-EXIT
006470     END-IF
006480     ADD 1 TO WS-EMP-AFFECTED-COUNT
006490     MOVE WS-GRP-EMPNO TO WS-BKO-EMPNO
006500     MOVE WS-GRP-EMPNO TO WS-REG-EMPNO-OUT
006510     MOVE SPACES TO WS-REG-REASON-OUT
006520     MOVE SPACES TO WS-REG-LATER-JOB-OUT
006530     MOVE SPACES TO WS-REG-LATER-DATE-OUT
006540     IF WS-TGT-FIRST-TYPE = 'B'
006550         MOVE WS-TGT-BEFORE-IMAGE TO WS-RST-IMAGE-AREA
006560     ELSE
006570         MOVE WS-TGT-AFTER-IMAGE TO WS-RST-IMAGE-AREA
006580     END-IF
006590     MOVE WS-RIM-LASTNAME TO WS-REG-LNAME-OUT
006600     IF WS-TGT-FIRST-TYPE = 'B'
006610         IF WS-TGT-LAST-TYPE = 'A'
006620             MOVE 'CHANGED ' TO WS-REG-RUN-ACTION-OUT
006630             MOVE 'UPDATE  ' TO WS-REG-BKO-ACTION-OUT
006640         ELSE
006650             MOVE 'DELETED ' TO WS-REG-RUN-ACTION-OUT
006660             MOVE 'INSERT  ' TO WS-REG-BKO-ACTION-OUT
006670         END-IF
006680     ELSE
006690         IF WS-TGT-LAST-TYPE = 'A'
006700             MOVE 'ADDED   ' TO WS-REG-RUN-ACTION-OUT
006710             MOVE 'DELETE  ' TO WS-REG-BKO-ACTION-OUT
006720         ELSE
006730             MOVE 'ADD+DEL ' TO WS-REG-RUN-ACTION-OUT
006740             MOVE 'NONE    ' TO WS-REG-BKO-ACTION-OUT
006750             MOVE 'NO NET CHANGE' TO WS-REG-DISP-OUT
006760             ADD 1 TO WS-NO-CHANGE-COUNT
006770             GO TO 2300-BACK-OUT-WRITE
006780         END-IF
006790     END-IF
006800     IF LATER-CHANGE-FOUND
006810         MOVE 'SKIPPED' TO WS-REG-DISP-OUT
006820         MOVE 'CHANGED AGAIN BY LATER RUN' TO WS-REG-REASON-OUT
006830         MOVE WS-LATER-JOB-ID TO WS-REG-LATER-JOB-OUT
006840         MOVE WS-LATER-RUN-DATE TO WS-REG-LATER-DATE-OUT
006850         ADD 1 TO WS-SKIPPED-COUNT
006860         PERFORM 4100-RAISE-WARNING-RC
006870             THRU 4100-RAISE-WARNING-RC-EXIT
006880         GO TO 2300-BACK-OUT-WRITE
006890     END-IF
006900     PERFORM 2310-FETCH-CURRENT-ROW
006910         THRU 2310-FETCH-CURRENT-ROW-EXIT
006920     IF CUR-ROW-FETCH-FAILED
006930         MOVE 'FAILED' TO WS-REG-DISP-OUT
006940         MOVE 'DB2 READ OF CURRENT ROW FAILED'
006950             TO WS-REG-REASON-OUT
006960         ADD 1 TO WS-FAILED-COUNT
006970         GO TO 2300-BACK-OUT-WRITE
006980     END-IF
006990     IF WS-TGT-LAST-TYPE = 'A'
007000         IF CUR-ROW-NOT-FOUND
007010             OR WS-CIM-DATA NOT = WS-TGT-AFTER-DATA
007020             MOVE 'SKIPPED' TO WS-REG-DISP-OUT
007030             MOVE 'ROW CHANGED SINCE THE RUN' TO WS-REG-REASON-OUT
007040             ADD 1 TO WS-SKIPPED-COUNT
007050             PERFORM 4100-RAISE-WARNING-RC
007060                 THRU 4100-RAISE-WARNING-RC-EXIT
007070             GO TO 2300-BACK-OUT-WRITE
007080         END-IF
007090     ELSE
007100         IF CUR-ROW-FOUND
007110             MOVE 'SKIPPED' TO WS-REG-DISP-OUT
007120             MOVE 'ROW ADDED AGAIN SINCE THE RUN'
007130                 TO WS-REG-REASON-OUT
007140             ADD 1 TO WS-SKIPPED-COUNT
007150             PERFORM 4100-RAISE-WARNING-RC
007160                 THRU 4100-RAISE-WARNING-RC-EXIT
007170             GO TO 2300-BACK-OUT-WRITE
007180         END-IF
007190     END-IF
007200     IF BP-TRIAL-RUN
007210         MOVE 'WOULD RESTORE' TO WS-REG-DISP-OUT
007220         GO TO 2300-BACK-OUT-WRITE
007230     END-IF
007240     IF WS-TGT-FIRST-TYPE = 'A'
007250         PERFORM 2320-DELETE-ADDED-ROW
007260             THRU 2320-DELETE-ADDED-ROW-EXIT
007270     ELSE
007280         IF WS-TGT-LAST-TYPE = 'B'
007290             PERFORM 2330-REINSERT-DELETED-ROW
007300                 THRU 2330-REINSERT-DELETED-ROW-EXIT
007310         ELSE
007320             PERFORM 2340-REVERT-CHANGED-ROW
007330                 THRU 2340-REVERT-CHANGED-ROW-EXIT
007340         END-IF
007350     END-IF.
007360 2300-BACK-OUT-WRITE.
007370     PERFORM 2400-WRITE-REGISTER-LINE
007380         THRU 2400-WRITE-REGISTER-LINE-EXIT.
007390 2300-BACK-OUT-EMPLOYEE-EXIT.
007400     EXIT.
007410
007420*****************************************************************
007430*  2310-FETCH-CURRENT-ROW                                       *
007440*  THE ROW AS IT STANDS NOW, BUILT INTO THE SAME EMPOUT-SHAPED  *
007450*  IMAGE THE JOURNAL CARRIES SO THE TWO COMPARE DIRECTLY.  THE  *
007460*  FETCH IS A PII ACCESS AND IS AUDITED.                        *
007470*****************************************************************
007480 2310-FETCH-CURRENT-ROW.
007490     SET CUR-ROW-NOT-FOUND TO TRUE
007500     MOVE SPACES TO WS-CIM-DATA
007510     EXEC SQL
007520         SELECT EMPNO, LASTNAME, FIRSTNME, WORKDEPT, PHONENO,
007530                HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
007540                SALARY, BONUS, COMM
007550         INTO :WS-CUR-EMPNO, :WS-CUR-LAST-NAME,
007560              :WS-CUR-FIRST-NAME, :WS-CUR-WORKDEPT,
007570              :WS-CUR-PHONENO, :WS-CUR-HIREDATE, :WS-CUR-JOB,
007580              :WS-CUR-EDLEVEL, :WS-CUR-SEX, :WS-CUR-BIRTHDATE,
007590              :WS-CUR-SALARY, :WS-CUR-BONUS, :WS-CUR-COMM
007600         FROM EMPLOYEE
007610         WHERE EMPNO = :WS-BKO-EMPNO
007620     END-EXEC
007630     MOVE 'SELECT  ' TO WS-AUD-ACTION
007640     PERFORM 4000-WRITE-AUDIT-RECORD
007650         THRU 4000-WRITE-AUDIT-RECORD-EXIT
007660     IF SQLCODE = 100
007670         GO TO 2310-FETCH-CURRENT-ROW-EXIT
007680     END-IF
007690     IF SQLCODE NOT = 0
007700         DISPLAY 'JRNLBACK - CURRENT ROW FETCH FAILED FOR EMPNO '
007710             WS-BKO-EMPNO ' SQLCODE=' SQLCODE
007720         SET CUR-ROW-FETCH-FAILED TO TRUE
007730         PERFORM 4200-RAISE-ERROR-RC
007740             THRU 4200-RAISE-ERROR-RC-EXIT
007750         GO TO 2310-FETCH-CURRENT-ROW-EXIT
007760     END-IF
007770     SET CUR-ROW-FOUND TO TRUE
007780     MOVE WS-CUR-EMPNO TO WS-CIM-EMPNO
007790     MOVE WS-CUR-LAST-NAME TO WS-CIM-LASTNAME
007800     MOVE WS-CUR-FIRST-NAME TO WS-CIM-FIRSTNME
007810     MOVE WS-CUR-WORKDEPT TO WS-CIM-WORKDEPT
007820     MOVE WS-CUR-PHONENO TO WS-CIM-PHONENO
007830     MOVE WS-CUR-HIREDATE TO WS-CIM-HIREDATE
007840     MOVE WS-CUR-JOB TO WS-CIM-JOB
007850     MOVE WS-CUR-EDLEVEL TO WS-CIM-EDLEVEL
007860     MOVE WS-CUR-SEX TO WS-CIM-SEX
007870     MOVE WS-CUR-BIRTHDATE TO WS-CIM-BIRTHDATE
007880     MOVE WS-CUR-SALARY TO WS-CIM-SALARY
007890     MOVE WS-CUR-BONUS TO WS-CIM-BONUS
007900     MOVE WS-CUR-COMM TO WS-CIM-COMM.
007910 2310-FETCH-CURRENT-ROW-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950*  2320-DELETE-ADDED-ROW - THE RUN ADDED THE ROW; TAKE IT OUT.  *
007960*  THE ROW AS DELETED IS JOURNALED AS A BEFORE IMAGE.           *
007970*****************************************************************
007980 2320-DELETE-ADDED-ROW.
007990     EXEC SQL
008000         DELETE FROM EMPLOYEE
008010         WHERE EMPNO = :WS-BKO-EMPNO
008020     END-EXEC
008030     MOVE 'DELETE  ' TO WS-AUD-ACTION
008040     PERFORM 4000-WRITE-AUDIT-RECORD
008050         THRU 4000-WRITE-AUDIT-RECORD-EXIT
008060     IF SQLCODE NOT = 0
008070         PERFORM 2350-RECORD-SQL-FAILURE
008080             THRU 2350-RECORD-SQL-FAILURE-EXIT
008090         GO TO 2320-DELETE-ADDED-ROW-EXIT
008100     END-IF
008110     EXEC SQL
008120         COMMIT
008130     END-EXEC
008140     MOVE 'DELETE  ' TO WS-JRN-ACTION
008150     MOVE 'B' TO WS-JRN-IMAGE
008160     MOVE WS-CUR-IMAGE-AREA TO JRN-EMPLOYEE-DATA
008170     PERFORM 4310-WRITE-JOURNAL-RECORD
008180         THRU 4310-WRITE-JOURNAL-RECORD-EXIT
008190     MOVE 'RESTORED' TO WS-REG-DISP-OUT
008200     ADD 1 TO WS-RESTORED-COUNT.
008210 2320-DELETE-ADDED-ROW-EXIT.
008220     EXIT.
008230
008240*****************************************************************
008250*  2330-REINSERT-DELETED-ROW - THE RUN TERMINATED THE EMPLOYEE; *
008260*  PUT THE ROW BACK FROM ITS BEFORE IMAGE AND JOURNAL IT AS AN  *
008270*  AFTER IMAGE.  MIDINIT IS NOT ON THE IMAGE AND GOES IN BLANK, *
008280*  AS ON A MODE 4 ADD.  THE FORMER-EMPLOYEE RECORD THE          *
008290*  TERMINATION FILED IS REMOVED SO THE PERSON IS NOT BOTH       *
008300*  ACTIVE AND FORMER.                                           *
008310*****************************************************************
008320 2330-REINSERT-DELETED-ROW.
008330     PERFORM 2360-LOAD-RESTORE-ROW
008340         THRU 2360-LOAD-RESTORE-ROW-EXIT
008350     EXEC SQL
008360         INSERT INTO EMPLOYEE
008370             (EMPNO, FIRSTNME, MIDINIT, LASTNAME, WORKDEPT,
008380              PHONENO, HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
008390              SALARY, BONUS, COMM)
008400         VALUES (:WS-RST-EMPNO, :WS-RST-FIRST-NAME, ' ',
008410              :WS-RST-LAST-NAME, :WS-RST-WORKDEPT,
008420              :WS-RST-PHONENO,
008430              :WS-RST-HIREDATE, :WS-RST-JOB, :WS-RST-EDLEVEL,
008440              :WS-RST-SEX, :WS-RST-BIRTHDATE, :WS-RST-SALARY,
008450              :WS-RST-BONUS, :WS-RST-COMM)
008460     END-EXEC
008470     MOVE 'INSERT  ' TO WS-AUD-ACTION
008480     PERFORM 4000-WRITE-AUDIT-RECORD
008490         THRU 4000-WRITE-AUDIT-RECORD-EXIT
008500     IF SQLCODE NOT = 0
008510         PERFORM 2350-RECORD-SQL-FAILURE
008520             THRU 2350-RECORD-SQL-FAILURE-EXIT
008530         GO TO 2330-REINSERT-DELETED-ROW-EXIT
008540     END-IF
008550     EXEC SQL
008560         COMMIT
008570     END-EXEC
008580     MOVE 'INSERT  ' TO WS-JRN-ACTION
008590     MOVE 'A' TO WS-JRN-IMAGE
008600     MOVE WS-RST-IMAGE-AREA TO JRN-EMPLOYEE-DATA
008610     PERFORM 4310-WRITE-JOURNAL-RECORD
008620         THRU 4310-WRITE-JOURNAL-RECORD-EXIT
008630     MOVE 'RESTORED' TO WS-REG-DISP-OUT
008640     ADD 1 TO WS-RESTORED-COUNT
008650     PERFORM 2335-REMOVE-FORMER-EMPLOYEE
008660         THRU 2335-REMOVE-FORMER-EMPLOYEE-EXIT.
008670 2330-REINSERT-DELETED-ROW-EXIT.
008680     EXIT.
008690
008700*****************************************************************
008710*  2335-REMOVE-FORMER-EMPLOYEE                                  *
008720*  FORMEMP IS KEYED BY EMPNO AND TERM DATE.  THE EMPNO'S        *
008730*  RECORDS ARE BROWSED AND ONLY THE ONE FILED BY THE RUN BEING  *
008740*  BACKED OUT (ITS JOB ID AND RUN DATE) IS REMOVED - AN OLDER   *
008750*  TERMINATION OF THE SAME EMPNO STAYS.  A FORMER-EMPLOYEE FILE *
008760*  PROBLEM ONLY WARNS; THE ROW IS BACK.                         *
008770*****************************************************************
008780 2335-REMOVE-FORMER-EMPLOYEE.
008790     IF NOT FORMER-FILE-OPEN
008800         GO TO 2335-REMOVE-FORMER-EMPLOYEE-EXIT
008810     END-IF
008820     MOVE WS-BKO-EMPNO TO FRM-EMPNO
008830     MOVE LOW-VALUES TO FRM-TERM-DATE
008840     START FORMER-FILE
008850         KEY IS NOT LESS THAN FRM-KEY
008860     IF WS-FORM-STATUS = '23'
008870         GO TO 2335-REMOVE-FORMER-EMPLOYEE-EXIT
008880     END-IF
008890     IF WS-FORM-STATUS NOT = '00'
008900         DISPLAY 'JRNLBACK - FORMEMP NOT UPDATED FOR EMPNO '
008910             WS-BKO-EMPNO ' STATUS=' WS-FORM-STATUS
008920         PERFORM 4100-RAISE-WARNING-RC
008930             THRU 4100-RAISE-WARNING-RC-EXIT
008940         GO TO 2335-REMOVE-FORMER-EMPLOYEE-EXIT
008950     END-IF
008960     MOVE 'N' TO WS-FORMER-END-SW
008970     MOVE 'N' TO WS-FORMER-FOUND-SW
008980     PERFORM 2336-FIND-FORMER-RECORD
008990         THRU 2336-FIND-FORMER-RECORD-EXIT
009000         UNTIL FORMER-END
009010     IF NOT FORMER-FOUND
009020         GO TO 2335-REMOVE-FORMER-EMPLOYEE-EXIT
009030     END-IF
009040     DELETE FORMER-FILE RECORD
009050     IF WS-FORM-STATUS = '00'
009060         ADD 1 TO WS-FORMER-REMOVED-COUNT
009070     ELSE
009080         DISPLAY 'JRNLBACK - FORMEMP NOT UPDATED FOR EMPNO '
009090             WS-BKO-EMPNO ' STATUS=' WS-FORM-STATUS
009100         PERFORM 4100-RAISE-WARNING-RC
009110             THRU 4100-RAISE-WARNING-RC-EXIT
009120     END-IF.
009130 2335-REMOVE-FORMER-EMPLOYEE-EXIT.
009140     EXIT.
009150
009160 2336-FIND-FORMER-RECORD.
009170     READ FORMER-FILE NEXT RECORD
009180     IF WS-FORM-STATUS = '10'
009190         SET FORMER-END TO TRUE
009200         GO TO 2336-FIND-FORMER-RECORD-EXIT
009210     END-IF
009220     IF WS-FORM-STATUS NOT = '00'
009230         DISPLAY 'JRNLBACK - FORMEMP NOT UPDATED FOR EMPNO '
009240             WS-BKO-EMPNO ' STATUS=' WS-FORM-STATUS
009250         PERFORM 4100-RAISE-WARNING-RC
009260             THRU 4100-RAISE-WARNING-RC-EXIT
009270         SET FORMER-END TO TRUE
009280         GO TO 2336-FIND-FORMER-RECORD-EXIT
009290     END-IF
009300     IF FRM-EMPNO NOT = WS-BKO-EMPNO
009310         SET FORMER-END TO TRUE
009320         GO TO 2336-FIND-FORMER-RECORD-EXIT
009330     END-IF
009340     IF FRM-TERM-JOB-ID = BP-TARGET-JOB-ID
009350         AND FRM-TERM-RUN-DATE = BP-TARGET-RUN-DATE
009360         SET FORMER-FOUND TO TRUE
009370         SET FORMER-END TO TRUE
009380     END-IF.
009390 2336-FIND-FORMER-RECORD-EXIT.
009400     EXIT.
009410
009420*****************************************************************
009430*  2340-REVERT-CHANGED-ROW - SET EVERY COLUMN BACK TO THE       *
009440*  BEFORE IMAGE.  JOURNALED AS A BEFORE/AFTER PAIR LIKE ANY     *
009450*  OTHER UPDATE: THE ROW AS FOUND, THEN THE ROW AS RESTORED.    *
009460*****************************************************************
009470 2340-REVERT-CHANGED-ROW.
009480     PERFORM 2360-LOAD-RESTORE-ROW
009490         THRU 2360-LOAD-RESTORE-ROW-EXIT
009500     EXEC SQL
009510         UPDATE EMPLOYEE
009520         SET LASTNAME  = :WS-RST-LAST-NAME,
009530             FIRSTNME  = :WS-RST-FIRST-NAME,
009540             WORKDEPT  = :WS-RST-WORKDEPT,
009550             PHONENO   = :WS-RST-PHONENO,
009560             HIREDATE  = :WS-RST-HIREDATE,
009570             JOB       = :WS-RST-JOB,
009580             EDLEVEL   = :WS-RST-EDLEVEL,
009590             SEX       = :WS-RST-SEX,
009600             BIRTHDATE = :WS-RST-BIRTHDATE,
009610             SALARY    = :WS-RST-SALARY,
009620             BONUS     = :WS-RST-BONUS,
009630             COMM      = :WS-RST-COMM
009640         WHERE EMPNO = :WS-BKO-EMPNO
009650     END-EXEC
009660     MOVE 'UPDATE  ' TO WS-AUD-ACTION
009670     PERFORM 4000-WRITE-AUDIT-RECORD
009680         THRU 4000-WRITE-AUDIT-RECORD-EXIT
009690     IF SQLCODE NOT = 0
009700         PERFORM 2350-RECORD-SQL-FAILURE
009710             THRU 2350-RECORD-SQL-FAILURE-EXIT
009720         GO TO 2340-REVERT-CHANGED-ROW-EXIT
009730     END-IF
009740     EXEC SQL
009750         COMMIT
009760     END-EXEC
009770     MOVE 'UPDATE  ' TO WS-JRN-ACTION
009780     MOVE 'B' TO WS-JRN-IMAGE
009790     MOVE WS-CUR-IMAGE-AREA TO JRN-EMPLOYEE-DATA
009800     PERFORM 4310-WRITE-JOURNAL-RECORD
009810         THRU 4310-WRITE-JOURNAL-RECORD-EXIT
009820     MOVE 'A' TO WS-JRN-IMAGE
009830     MOVE WS-RST-IMAGE-AREA TO JRN-EMPLOYEE-DATA
009840     PERFORM 4310-WRITE-JOURNAL-RECORD
009850         THRU 4310-WRITE-JOURNAL-RECORD-EXIT
009860     MOVE 'RESTORED' TO WS-REG-DISP-OUT
009870     ADD 1 TO WS-RESTORED-COUNT.
009880 2340-REVERT-CHANGED-ROW-EXIT.
009890     EXIT.
009900
009910 2350-RECORD-SQL-FAILURE.
009920     DISPLAY 'JRNLBACK - ' WS-AUD-ACTION ' FAILED FOR EMPNO '
009930         WS-BKO-EMPNO ' SQLCODE=' SQLCODE
009940     MOVE 'FAILED' TO WS-REG-DISP-OUT
009950     MOVE 'DB2 REQUEST FAILED' TO WS-REG-REASON-OUT
009960     ADD 1 TO WS-FAILED-COUNT
009970     PERFORM 4200-RAISE-ERROR-RC
009980         THRU 4200-RAISE-ERROR-RC-EXIT.
009990 2350-RECORD-SQL-FAILURE-EXIT.
010000     EXIT.
010010
010020*****************************************************************
010030*  2360-LOAD-RESTORE-ROW - BEFORE IMAGE INTO THE HOST FIELDS    *
010040*****************************************************************
010050 2360-LOAD-RESTORE-ROW.
010060     MOVE WS-RIM-EMPNO TO WS-RST-EMPNO
010070     MOVE WS-RIM-LASTNAME TO WS-RST-LAST-NAME
010080     MOVE WS-RIM-FIRSTNME TO WS-RST-FIRST-NAME
010090     MOVE WS-RIM-WORKDEPT TO WS-RST-WORKDEPT
010100     MOVE WS-RIM-PHONENO TO WS-RST-PHONENO
010110     MOVE WS-RIM-HIREDATE TO WS-RST-HIREDATE
010120     MOVE WS-RIM-JOB TO WS-RST-JOB
010130     MOVE WS-RIM-EDLEVEL TO WS-RST-EDLEVEL
010140     MOVE WS-RIM-SEX TO WS-RST-SEX
010150     MOVE WS-RIM-BIRTHDATE TO WS-RST-BIRTHDATE
010160     MOVE WS-RIM-SALARY TO WS-RST-SALARY
010170     MOVE WS-RIM-BONUS TO WS-RST-BONUS
010180     MOVE WS-RIM-COMM TO WS-RST-COMM.
010190 2360-LOAD-RESTORE-ROW-EXIT.
010200     EXIT.
010210
010220 2400-WRITE-REGISTER-LINE.
010230     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010240         PERFORM 2410-WRITE-REGISTER-HEADINGS
010250             THRU 2410-WRITE-REGISTER-HEADINGS-EXIT
010260     END-IF
010270     WRITE RPT-RECORD FROM WS-REG-DETAIL
010280     ADD 1 TO WS-LINE-COUNT.
010290 2400-WRITE-REGISTER-LINE-EXIT.
010300     EXIT.
010310
010320 2410-WRITE-REGISTER-HEADINGS.
010330     ADD 1 TO WS-PAGE-COUNT
010340     MOVE WS-PAGE-COUNT TO WS-REG-PAGE-OUT
010350     MOVE WS-RUN-DATE TO WS-REG-DATE-OUT
010360     MOVE BP-TARGET-JOB-ID TO WS-REG-TGT-JOB-OUT
010370     MOVE BP-TARGET-RUN-DATE TO WS-REG-TGT-DATE-OUT
010380     IF BP-TARGET-RUN-TIME = SPACES
010390         MOVE 'ALL RUNS' TO WS-REG-TGT-TIME-OUT
010400     ELSE
010410         MOVE BP-TARGET-RUN-TIME TO WS-REG-TGT-TIME-OUT
010420     END-IF
010430     IF BP-TRIAL-RUN
010440         MOVE '*** TRIAL RUN ***' TO WS-REG-TRIAL-OUT
010450     ELSE
010460         MOVE SPACES TO WS-REG-TRIAL-OUT
010470     END-IF
010480     WRITE RPT-RECORD FROM WS-REG-HEADING-1
010490     WRITE RPT-RECORD FROM WS-REG-HEADING-2
010500     WRITE RPT-RECORD FROM WS-REG-HEADING-3
010510     MOVE ZERO TO WS-LINE-COUNT.
010520 2410-WRITE-REGISTER-HEADINGS-EXIT.
010530     EXIT.
010540
010550*****************************************************************
010560*  4000-WRITE-AUDIT-RECORD                                      *
010570*  LOGS ONE PII ACCESS EVENT TO THE AUDIT TRAIL FILE, RUN MODE  *
010580*  'B' FOR BACK-OUT.                                            *
010590*****************************************************************
010600 4000-WRITE-AUDIT-RECORD.
010610     MOVE WS-RUN-DATE TO AUD-RUN-DATE
010620     MOVE WS-RUN-TIME TO AUD-RUN-TIME
010630     MOVE WS-JOB-ID TO AUD-JOB-ID
010640     MOVE WS-USER-ID TO AUD-USER-ID
010650     MOVE 'B' TO AUD-RUN-MODE
010660     MOVE WS-AUD-ACTION TO AUD-ACTION
010670     MOVE WS-BKO-EMPNO TO AUD-EMPNO
010680     MOVE SQLCODE TO AUD-SQLCODE
010690     WRITE AUDIT-RECORD.
010700 4000-WRITE-AUDIT-RECORD-EXIT.
010710     EXIT.
010720
010730*****************************************************************
010740*  4100/4200 - RAISE THE STEP RETURN CODE WITHOUT EVER          *
010750*  LOWERING IT.                                                 *
010760*****************************************************************
010770 4100-RAISE-WARNING-RC.
010780     IF WS-RETURN-CODE < 4
010790         MOVE 4 TO WS-RETURN-CODE
010800     END-IF.
010810 4100-RAISE-WARNING-RC-EXIT.
010820     EXIT.
010830
010840 4200-RAISE-ERROR-RC.
010850     IF WS-RETURN-CODE < 8
010860         MOVE 8 TO WS-RETURN-CODE
010870     END-IF.
010880 4200-RAISE-ERROR-RC-EXIT.
010890     EXIT.
010900
010910*****************************************************************
010920*  4310-WRITE-JOURNAL-RECORD                                    *
010930*  THE CALLER SETS THE ACTION, IMAGE TYPE AND IMAGE (ALREADY IN *
010940*  JRN-EMPLOYEE-DATA), AND ONLY AFTER THE CHANGE COMMITTED.     *
010950*****************************************************************
010960 4310-WRITE-JOURNAL-RECORD.
010970     MOVE WS-RUN-DATE TO JRN-RUN-DATE
010980     MOVE WS-RUN-TIME TO JRN-RUN-TIME
010990     MOVE WS-JOB-ID TO JRN-JOB-ID
011000     MOVE WS-USER-ID TO JRN-USER-ID
011010     MOVE WS-JRN-ACTION TO JRN-ACTION
011020     MOVE WS-JRN-IMAGE TO JRN-IMAGE-TYPE
011030     MOVE WS-BKO-EMPNO TO JRN-EMPNO
011040     WRITE JOURNAL-OUT-RECORD FROM JOURNAL-RECORD.
011050 4310-WRITE-JOURNAL-RECORD-EXIT.
011060     EXIT.
011070
011080*****************************************************************
011090*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
011100*****************************************************************
011110 8000-TERMINATE.
011120     PERFORM 8100-CLOSE-FILES
011130         THRU 8100-CLOSE-FILES-EXIT.
011140 8000-TERMINATE-EXIT.
011150     EXIT.
011160
011170 8100-CLOSE-FILES.
011180     CLOSE JOURNAL-IN-FILE
011190     CLOSE JOURNAL-FILE
011200     CLOSE AUDIT-FILE
011210     IF FORMER-FILE-OPEN
011220         CLOSE FORMER-FILE
011230     END-IF
011240     CLOSE RPT-FILE.
011250 8100-CLOSE-FILES-EXIT.
011260     EXIT.
011270
011280*****************************************************************
011290*  9000-WRITE-RUN-STATISTICS                                    *
011300*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
011310*  SUMMARY - JOURNAL RECORDS READ, ROWS RESTORED, ROWS SKIPPED  *
011320*  OR FAILED.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT    *
011330*  CHANGE THE RETURN CODE.                                      *
011340*****************************************************************
011350 9000-WRITE-RUN-STATISTICS.
011360     OPEN EXTEND STATS-FILE
011370     IF WS-STAT-STATUS = '05' OR '35'
011380         OPEN OUTPUT STATS-FILE
011390     END-IF
011400     IF WS-STAT-STATUS NOT = '00'
011410         DISPLAY 'JRNLBACK - UNABLE TO OPEN RUNSTATS, STATUS='
011420             WS-STAT-STATUS
011430         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
011440     END-IF
011450     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
011460     ACCEPT WS-END-TIME FROM TIME
011470     MOVE SPACES TO RUN-STAT-RECORD
011480     MOVE 'JRNLBACK' TO RST-PROGRAM
011490     MOVE WS-RUN-DATE TO RST-START-DATE
011500     MOVE WS-RUN-TIME TO RST-START-TIME
011510     MOVE WS-END-DATE TO RST-END-DATE
011520     MOVE WS-END-TIME TO RST-END-TIME
011530     MOVE WS-JRN-READ-COUNT TO RST-READ-COUNT
011540     MOVE WS-RESTORED-COUNT TO RST-WRITTEN-COUNT
011550     COMPUTE RST-REJECT-COUNT = WS-SKIPPED-COUNT + WS-FAILED-COUNT
011560     IF WS-RETURN-CODE < ZERO
011570         MOVE ZERO TO RST-RETURN-CODE
011580     ELSE
011590         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
011600     END-IF
011610     WRITE RUN-STAT-RECORD
011620     CLOSE STATS-FILE.
011630 9000-WRITE-RUN-STATISTICS-EXIT.
011640     EXIT.
