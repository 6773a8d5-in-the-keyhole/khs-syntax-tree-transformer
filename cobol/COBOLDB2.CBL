001680*                   UPDATE NO LONGER LEAVES A STRAY JOURNAL     *
001690*                   RECORD THAT JRNLINQ WOULD REPLAY AS A       *
001700*                   CHANGE THAT NEVER HAPPENED.                 *
001710*  10/15/2026 RH    MODE 4 TAKES A PROMOTION / PAY-CHANGE       *
001720*                   TRANSACTION (ACTION 'P') CARRYING A NEW     *
001730*                   JOB, EDLEVEL, SALARY, BONUS AND COMM.  THE  *
001740*                   NEW SALARY MUST FALL IN THE JOBRATE RANGE   *
001750*                   FOR THE NEW JOB, AND A RISE IN TOTAL PAY    *
001760*                   OVER THE APPROVAL LIMIT NEEDS A SECOND      *
001770*                   APPROVER USER ID.  APPLIED THROUGH THE      *
001780*                   SAME REGISTER, SUSPENSE, AUDIT AND JRNLOUT  *
001790*                   HANDLING.                                   *
001800*  10/15/2026 RH    A MODE 4 TERMINATION NOW CARRIES A TERM     *
001810*                   DATE AND REASON CODE AND FILES THE FINAL    *
001820*                   EMPLOYEE IMAGE ON THE PERMANENT FORMER-     *
001830*                   EMPLOYEE MASTER (FORMEMP KSDS, KEYED BY     *
001840*                   EMPNO AND TERM DATE) AFTER THE DELETE       *
001850*                   COMMITS.  A NEW HIRE WHOSE NAME AND         *
001860*                   BIRTHDATE MATCH A FORMER EMPLOYEE IS        *
001870*                   FLAGGED AS A REHIRE ON THE REGISTER.        *
001880*  10/15/2026 RH    EVERY RUN IS CHECKED AGAINST THE USER       *
001890*                   ENTITLEMENT FILE (ENTLMNT) BEFORE ANY DATA  *
001900*                   IS TOUCHED - RUN MODE, DEPARTMENT(S) AND,   *
001910*                   FOR THE MODES THAT WRITE PAY DATA UNMASKED, *
001920*                   THE UNMASKED CLEARANCE.  A REFUSED RUN IS   *
001930*                   LOGGED TO AUDITLOG AS 'REFUSED ' AND ENDS   *
001940*                   WITH RETURN CODE 12.                        *
001950*  10/15/2026 RH    MODE 4 ADDS AND MODE 5 TRANSFERS ARE        *
001960*                   CHECKED AGAINST THE RECEIVING DEPARTMENT'S  *
001970*                   BUDGETED HEADCOUNT ON DEPTBUDG (BUDGREC).   *
001980*                   A MOVE THAT LEAVES THE DEPARTMENT OVER      *
001990*                   BUDGET IS FLAGGED ON THE REGISTER BUT STILL *
002000*                   APPLIES.                                    *
002010*  10/15/2026 RH    MODE 3 IS THE FIRST STEP OF THE NIGHTLY     *
002020*                   CYCLE AND NOW CHECKS CYCLCTL FOR THE        *
002030*                   CYCPARM BUSINESS DATE BEFORE ITS EXTRACT    *
002040*                   FILES ARE OPENED - A SECOND EXTRACT FOR THE *
002050*                   SAME DATE IS REFUSED WITH RC 20 UNLESS THE  *
002060*                   OPERATOR OVERRIDE NAMES COBOLDB2.  A        *
002070*                   COMPLETED EXTRACT IS RECORDED ON CYCLCTL;   *
002080*                   ONE THAT ENDED AT A CHECKPOINT IS NOT, SO   *
002090*                   THE RESTART RUN IS NOT REFUSED.             *
002100*****************************************************************
002110 ENVIRONMENT DIVISION.
002120 CONFIGURATION SECTION.
002130 SOURCE-COMPUTER.  IBM-ZSERIES.
002140 OBJECT-COMPUTER.  IBM-ZSERIES.
002150 INPUT-OUTPUT SECTION.
002160 FILE-CONTROL.
002170     SELECT OUTEMP-FILE
002180         ASSIGN TO OUTEMP
002190         ORGANIZATION IS SEQUENTIAL
002200         FILE STATUS IS WS-OUTEMP-STATUS.
002210 
002220     SELECT AUDIT-FILE
002230         ASSIGN TO AUDITLOG
002240         ORGANIZATION IS SEQUENTIAL
002250         FILE STATUS IS WS-AUDIT-STATUS.
002260 
002270     SELECT JSON-FILE
002280         ASSIGN TO JSONOUT
002290         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS WS-JSON-STATUS.
002310 
002320     SELECT RPT-FILE
002330         ASSIGN TO RPTOUT
002340         ORGANIZATION IS SEQUENTIAL
002350         FILE STATUS IS WS-RPT-STATUS.
002360 
002370     SELECT PARM-FILE
002380         ASSIGN TO PARMFILE
002390         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS WS-PARM-FILE-STATUS.
002410 
002420     SELECT EMPNO-DRIVE-FILE
002430         ASSIGN TO EMPNOIN
002440         ORGANIZATION IS SEQUENTIAL
002450         FILE STATUS IS WS-DRIVE-STATUS.
002460 
002470     SELECT TRAN-FILE
002480         ASSIGN TO TRANIN
002490         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS WS-TRAN-STATUS.
002510
002520     SELECT SUSPENSE-FILE
002530         ASSIGN TO SUSPOUT
002540         ORGANIZATION IS SEQUENTIAL
002550         FILE STATUS IS WS-SUSP-STATUS.
002560
002570     SELECT RATE-FILE
002580         ASSIGN TO RATEIN
002590         ORGANIZATION IS SEQUENTIAL
002600         FILE STATUS IS WS-RATE-STATUS.
002610
002620     SELECT PAYFEED-FILE
002630         ASSIGN TO PAYFEED
002640         ORGANIZATION IS SEQUENTIAL
002650         FILE STATUS IS WS-PAY-STATUS.
002660
002670     SELECT CONTROL-FILE
002680         ASSIGN TO CTLFILE
002690         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-CTL-STATUS.
002710
002720     SELECT CHECKPOINT-FILE
002730         ASSIGN TO CHKPT
002740         ORGANIZATION IS SEQUENTIAL
002750         FILE STATUS IS WS-CHKPT-STATUS.
002760
002770     SELECT JOURNAL-FILE
002780         ASSIGN TO JRNLOUT
002790         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-JRNL-STATUS.
002810
002820     SELECT DEPT-TRAN-FILE
002830         ASSIGN TO DTRANIN
002840         ORGANIZATION IS SEQUENTIAL
002850         FILE STATUS IS WS-DTRAN-STATUS.
002860
002870     SELECT DEPT-SUSPENSE-FILE
002880         ASSIGN TO DSUSPOUT
002890         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-DSUS-STATUS.
002910
002920     SELECT PAYSTAT-FILE
002930         ASSIGN TO PAYSTAT
002940         ORGANIZATION IS SEQUENTIAL
002950         FILE STATUS IS WS-PST-STATUS.
002960
002970     SELECT MSKEMP-FILE
002980         ASSIGN TO MSKEMP
002990         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-MSKEMP-STATUS.
003010
003020     SELECT MSKJSON-FILE
003030         ASSIGN TO MSKJSON
003040         ORGANIZATION IS SEQUENTIAL
003050         FILE STATUS IS WS-MSKJSON-STATUS.
003060
003070     SELECT STATS-FILE
003080         ASSIGN TO RUNSTATS
003090         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-STAT-STATUS.
003110
003120     SELECT CYCLE-FILE
003130         ASSIGN TO CYCLCTL
003140         ORGANIZATION IS SEQUENTIAL
003150         FILE STATUS IS WS-CYC-STATUS.
003160
003170     SELECT CYCPARM-FILE
003180         ASSIGN TO CYCPARM
003190         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-CYCPARM-STATUS.
003210
003220     SELECT JOB-RATE-FILE
003230         ASSIGN TO JOBRATE
003240         ORGANIZATION IS SEQUENTIAL
003250         FILE STATUS IS WS-JRATE-STATUS.
003260
003270     SELECT FORMER-FILE
003280         ASSIGN TO FORMEMP
003290         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003310         RECORD KEY IS FRM-KEY
003320         ALTERNATE RECORD KEY IS FRM-REHIRE-KEY
003330             WITH DUPLICATES
003340         FILE STATUS IS WS-FORM-STATUS.
003350
003360     SELECT ENTITLEMENT-FILE
003370         ASSIGN TO ENTLMNT
003380         ORGANIZATION IS INDEXED
003390         ACCESS MODE IS RANDOM
003400         RECORD KEY IS ENT-USER-ID
003410         FILE STATUS IS WS-ENTL-STATUS.
003420
003430     SELECT BUDGET-FILE
003440         ASSIGN TO DEPTBUDG
003450         ORGANIZATION IS INDEXED
003460         ACCESS MODE IS RANDOM
003470         RECORD KEY IS BDG-WORKDEPT
003480         FILE STATUS IS WS-BUDG-STATUS.
003490
003500 DATA DIVISION.
003510 FILE SECTION.
003520 FD  OUTEMP-FILE
003530     RECORDING MODE IS F
003540     LABEL RECORDS ARE STANDARD.
003550 COPY EMPOUT.
003560 
003570 FD  AUDIT-FILE
003580     RECORDING MODE IS F
003590     LABEL RECORDS ARE STANDARD.
003600 COPY AUDREC.
003610 
003620 FD  JSON-FILE
003630     RECORDING MODE IS F
003640     LABEL RECORDS ARE STANDARD.
003650 COPY JSONREC.
003660 
003670 FD  RPT-FILE
003680     RECORDING MODE IS F
003690     LABEL RECORDS ARE STANDARD.
003700 01  RPT-RECORD                  PIC X(132).
003710 
003720 FD  PARM-FILE
003730     RECORDING MODE IS F
003740     LABEL RECORDS ARE STANDARD.
003750 COPY PARMREC.
003760 
003770 FD  EMPNO-DRIVE-FILE
003780     RECORDING MODE IS F
003790     LABEL RECORDS ARE STANDARD.
003800 COPY EMPNOIN.
003810 
003820 FD  TRAN-FILE
003830     RECORDING MODE IS F
003840     LABEL RECORDS ARE STANDARD.
003850 COPY TRANREC.
003860
003870 FD  SUSPENSE-FILE
003880     RECORDING MODE IS F
003890     LABEL RECORDS ARE STANDARD.
003900 COPY SUSPREC.
003910
003920 FD  RATE-FILE
003930     RECORDING MODE IS F
003940     LABEL RECORDS ARE STANDARD.
003950 COPY RATEREC.
003960
003970 FD  PAYFEED-FILE
003980     RECORDING MODE IS F
003990     LABEL RECORDS ARE STANDARD.
004000 COPY PAYFEED.
004010
004020 FD  CONTROL-FILE
004030     RECORDING MODE IS F
004040     LABEL RECORDS ARE STANDARD.
004050 COPY CTLREC.
004060
004070 FD  CHECKPOINT-FILE
004080     RECORDING MODE IS F
004090     LABEL RECORDS ARE STANDARD.
004100 COPY CHKPTREC.
004110
004120 FD  JOURNAL-FILE
004130     RECORDING MODE IS F
004140     LABEL RECORDS ARE STANDARD.
004150 COPY JRNLREC.
004160
004170 FD  DEPT-TRAN-FILE
004180     RECORDING MODE IS F
004190     LABEL RECORDS ARE STANDARD.
004200 COPY DTRNREC.
004210
004220 FD  DEPT-SUSPENSE-FILE
004230     RECORDING MODE IS F
004240     LABEL RECORDS ARE STANDARD.
004250 COPY DSUSREC.
004260
004270 FD  PAYSTAT-FILE
004280     RECORDING MODE IS F
004290     LABEL RECORDS ARE STANDARD.
004300 COPY PAYSTAT.
004310
004320 FD  MSKEMP-FILE
004330     RECORDING MODE IS F
004340     LABEL RECORDS ARE STANDARD.
004350 01  MSKEMP-RECORD               PIC X(105).
004360
004370 FD  MSKJSON-FILE
004380     RECORDING MODE IS F
004390     LABEL RECORDS ARE STANDARD.
004400 01  MSKJSON-RECORD              PIC X(300).
004410
004420 FD  STATS-FILE
004430     RECORDING MODE IS F
004440     LABEL RECORDS ARE STANDARD.
004450 COPY RUNSTAT.
004460
004470 FD  CYCLE-FILE
004480     RECORDING MODE IS F
004490     LABEL RECORDS ARE STANDARD.
004500 COPY CYCLREC.
004510
004520 FD  CYCPARM-FILE
004530     RECORDING MODE IS F
004540     LABEL RECORDS ARE STANDARD.
004550 COPY CYCPARM.
004560
004570 FD  JOB-RATE-FILE
004580     RECORDING MODE IS F
004590     LABEL RECORDS ARE STANDARD.
004600 COPY JOBRATE.
004610
004620 FD  FORMER-FILE.
004630 COPY FORMREC.
004640
004650 FD  ENTITLEMENT-FILE.
004660 COPY ENTLREC.
004670
004680 FD  BUDGET-FILE.
004690 COPY BUDGREC.
004700
004710 WORKING-STORAGE SECTION.
004720 EXEC SQL
004730     INCLUDE SQLCA
004740 END-EXEC.
004750 
004760 EXEC SQL
004770     INCLUDE EMPLOYEE
004780 END-EXEC.
004790 
004800 EXEC SQL BEGIN DECLARE SECTION
004810 END-EXEC.
004820 01  WS-EMPLOYEE-RECORD.
004830         05  WS-EMPNO                PIC X(06).
004840         05  WS-EMPNO-NUM REDEFINES
004850             WS-EMPNO                PIC 9(06).
004860         05  WS-LAST-NAME            PIC X(15).
004870         05  WS-FIRST-NAME           PIC X(12).
004880         05  WS-WORKDEPT             PIC X(03).
004890         05  WS-PHONENO              PIC X(04).
004900         05  WS-HIREDATE             PIC X(10).
004910         05  WS-JOB                  PIC X(08).
004920         05  WS-EDLEVEL              PIC S9(04) COMP.
004930         05  WS-SEX                  PIC X(01).
004940         05  WS-BIRTHDATE            PIC X(10).
004950         05  WS-SALARY               PIC S9(07)V99 COMP-3.
004960         05  WS-BONUS                PIC S9(07)V99 COMP-3.
004970         05  WS-COMM                 PIC S9(07)V99 COMP-3.
004980 01  WS-SEARCH-WORKDEPT          PIC X(03).
004990 01  WS-TARGET-WORKDEPT          PIC X(03).
005000 01  WS-NEW-SALARY               PIC S9(07)V99 COMP-3.
005010 01  WS-NEW-BONUS                PIC S9(07)V99 COMP-3.
005020 01  WS-UPD-WORKDEPT             PIC X(03).
005030 01  WS-UPD-PHONENO              PIC X(04).
005040 01  WS-UPD-LASTNAME             PIC X(15).
005050 01  WS-UPD-FIRSTNME             PIC X(12).
005060 01  WS-UPD-EMPNO                PIC X(06).
005070 01  WS-DEPT-CHECK               PIC X(03).
005080 01  WS-DEPT-COUNT               PIC S9(09) COMP.
005090 01  WS-EMP-COUNT                PIC S9(09) COMP.
005100 01  WS-DEPT-NAME                PIC X(36).
005110 01  WS-DEPT-MGRNO               PIC X(06).
005120 01  WS-MGR-LASTNAME             PIC X(15).
005130 01  WS-LOAD-DEPTNO              PIC X(03).
005140 01  WS-LOAD-DEPTNAME            PIC X(36).
005150 01  WS-LOAD-MGRNO               PIC X(06).
005160 01  WS-LOAD-ADMRDEPT            PIC X(03).
005170 01  WS-JRN-EMPLOYEE-ROW.
005180         05  WS-JRN-EMPNO            PIC X(06).
005190         05  WS-JRN-LAST-NAME        PIC X(15).
005200         05  WS-JRN-FIRST-NAME       PIC X(12).
005210         05  WS-JRN-WORKDEPT         PIC X(03).
005220         05  WS-JRN-PHONENO          PIC X(04).
005230         05  WS-JRN-HIREDATE         PIC X(10).
005240         05  WS-JRN-JOB              PIC X(08).
005250         05  WS-JRN-EDLEVEL          PIC S9(04) COMP.
005260         05  WS-JRN-SEX              PIC X(01).
005270         05  WS-JRN-BIRTHDATE        PIC X(10).
005280         05  WS-JRN-SALARY           PIC S9(07)V99 COMP-3.
005290         05  WS-JRN-BONUS            PIC S9(07)V99 COMP-3.
005300         05  WS-JRN-COMM             PIC S9(07)V99 COMP-3.
005310 01  WS-DM-DEPTNO                PIC X(03).
005320 01  WS-DM-DEPTNAME              PIC X(36).
005330 01  WS-DM-MGRNO                 PIC X(06).
005340 01  WS-DM-ADMRDEPT              PIC X(03).
005350 01  WS-PCH-JOB                  PIC X(08).
005360 01  WS-PCH-EDLEVEL              PIC S9(04) COMP.
005370 01  WS-PCH-SALARY               PIC S9(07)V99 COMP-3.
005380 01  WS-PCH-BONUS                PIC S9(07)V99 COMP-3.
005390 01  WS-PCH-COMM                 PIC S9(07)V99 COMP-3.
005400 EXEC SQL END DECLARE SECTION
005410 END-EXEC.
005420 
005430*****************************************************************
005440*  FILE STATUS SWITCHES                                         *
005450*****************************************************************
005460 01  WS-FILE-STATUSES.
005470     05  WS-OUTEMP-STATUS            PIC X(02).
005480     05  WS-AUDIT-STATUS             PIC X(02).
005490     05  WS-JSON-STATUS              PIC X(02).
005500     05  WS-RPT-STATUS               PIC X(02).
005510     05  WS-PARM-FILE-STATUS         PIC X(02).
005520     05  WS-DRIVE-STATUS             PIC X(02).
005530     05  WS-TRAN-STATUS              PIC X(02).
005540     05  WS-CTL-STATUS               PIC X(02).
005550     05  WS-CHKPT-STATUS             PIC X(02).
005560     05  WS-SUSP-STATUS              PIC X(02).
005570     05  WS-RATE-STATUS              PIC X(02).
005580     05  WS-PAY-STATUS               PIC X(02).
005590     05  WS-JRNL-STATUS              PIC X(02).
005600     05  WS-DTRAN-STATUS             PIC X(02).
005610     05  WS-DSUS-STATUS              PIC X(02).
005620     05  WS-PST-STATUS               PIC X(02).
005630     05  WS-MSKEMP-STATUS            PIC X(02).
005640     05  WS-MSKJSON-STATUS           PIC X(02).
005650     05  WS-STAT-STATUS              PIC X(02).
005660     05  WS-JRATE-STATUS             PIC X(02).
005670     05  WS-FORM-STATUS              PIC X(02).
005680     05  WS-ENTL-STATUS              PIC X(02).
005690     05  WS-BUDG-STATUS              PIC X(02).
005700     05  WS-CYC-STATUS               PIC X(02).
005710     05  WS-CYCPARM-STATUS           PIC X(02).
005720 
005730*****************************************************************
005740*  RUN-MODE SWITCH, PARSED FROM THE PARM STRING / PARM FILE     *
005750*****************************************************************
005760 01  WS-RUN-MODE.
005770     05  WS-RUN-MODE-CODE            PIC X(01).
005780         88  MODE-SINGLE-LOOKUP          VALUE '1'.
005790         88  MODE-DEPT-ROSTER            VALUE '2'.
005800         88  MODE-BATCH-EXTRACT          VALUE '3'.
005810         88  MODE-UPDATE                 VALUE '4'.
005820         88  MODE-DEPT-TRANSFER          VALUE '5'.
005830         88  MODE-COMP-ADJUST            VALUE '6'.
005840         88  MODE-DEPT-SUMMARY           VALUE '7'.
005850         88  MODE-ORG-HIERARCHY          VALUE '8'.
005860         88  MODE-DEPT-MAINT             VALUE '9'.
005870         88  MODE-IS-VALID
005880             VALUE '1' '2' '3' '4' '5' '6' '7' '8' '9'.
005890 
005900 01  WS-IDENTIFICATION.
005910     05  WS-JOB-ID                   PIC X(08).
005920     05  WS-USER-ID                  PIC X(08).
005930     05  WS-RUN-DATE                 PIC X(08).
005940     05  WS-RUN-TIME                 PIC X(08).
005950     05  WS-END-DATE                 PIC X(08).
005960     05  WS-END-TIME                 PIC X(08).
005970
005980*****************************************************************
005990*  NIGHTLY CYCLE CONTROL (CYCLREC / CYCPARM) - MODE 3 ONLY.     *
006000*  THE EXTRACT HEADS THE CHAIN, SO IT HAS NO PREDECESSOR; IT    *
006010*  IS ONLY CHECKED FOR A SECOND RUN ON THE SAME BUSINESS DATE.  *
006020*****************************************************************
006030 01  WS-CYCLE-CONTROL.
006040     05  WS-CYC-PROGRAM              PIC X(08)  VALUE 'COBOLDB2'.
006050     05  WS-CYC-PREDECESSOR          PIC X(08)  VALUE SPACES.
006060     05  WS-CYC-ALTERNATE            PIC X(08)  VALUE SPACES.
006070     05  WS-CYC-EXCLUSIVE            PIC X(08)  VALUE SPACES.
006080     05  WS-CYC-BUSINESS-DATE        PIC X(08)  VALUE SPACES.
006090     05  WS-CYC-PRED-PROGRAM         PIC X(08)  VALUE SPACES.
006100     05  WS-CYC-PRED-RC              PIC 9(04)  VALUE ZERO.
006110     05  WS-CYC-PRIOR-PROGRAM        PIC X(08)  VALUE SPACES.
006120     05  WS-CYC-PRIOR-RC             PIC 9(04)  VALUE ZERO.
006130     05  WS-CYC-OVERRIDE-USER        PIC X(08)  VALUE SPACES.
006140     05  WS-CYC-OVERRIDE-REASON      PIC X(30)  VALUE SPACES.
006150     05  WS-CYC-REASON               PIC X(30)  VALUE SPACES.
006160     05  WS-CYC-PRED-SW              PIC X(01)  VALUE 'N'.
006170         88  CYC-PRED-COMPLETED          VALUE 'Y'.
006180     05  WS-CYC-RAN-SW               PIC X(01)  VALUE 'N'.
006190         88  CYC-ALREADY-RAN             VALUE 'Y'.
006200     05  WS-CYC-EOF-SW               PIC X(01)  VALUE 'N'.
006210         88  CYC-EOF                     VALUE 'Y'.
006220     05  WS-CYC-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
006230         88  CYC-OVERRIDE-IN-EFFECT      VALUE 'Y'.
006240     05  WS-CYC-STATE-SW             PIC X(01)  VALUE SPACE.
006250         88  CYC-STEP-CLEARED            VALUE 'C'.
006260         88  CYC-STEP-REFUSED            VALUE 'R'.
006270
006280*****************************************************************
006290*  ACTION THE CALLER OF 4000-WRITE-AUDIT-RECORD IS LOGGING --    *
006300*  SET THIS IMMEDIATELY BEFORE EACH PERFORM OF 4000 SO THE       *
006310*  AUDIT ROW REFLECTS THE SQL STATEMENT THAT ACTUALLY RAN,       *
006320*  RATHER THAN BEING INFERRED FROM THE RUN MODE.                 *
006330*****************************************************************
006340 01  WS-AUD-ACTION                   PIC X(08).
006350
006360*****************************************************************
006370*  ACTION AND IMAGE TYPE (B=BEFORE, A=AFTER) FOR THE CHANGE-    *
006380*  HISTORY JOURNAL RECORD ABOUT TO BE WRITTEN - SET BY THE      *
006390*  CALLER, WITH WS-JRN-EMPNO, AROUND THE 4300 FETCH AND THE     *
006400*  4310 WRITE.  THE FETCHED SWITCH SAYS WHETHER 4300 GOT AN     *
006410*  IMAGE - 4310 MUST ONLY BE PERFORMED WHEN IT DID, AND ONLY    *
006420*  AFTER THE SQL CHANGE COMMITTED, SO THE JOURNAL NEVER HOLDS   *
006430*  A RECORD FOR A CHANGE THAT NEVER HAPPENED.                   *
006440*****************************************************************
006450 01  WS-JRN-ACTION                   PIC X(08).
006460 01  WS-JRN-IMAGE                    PIC X(01).
006470 01  WS-JRN-FETCHED-SW               PIC X(01)  VALUE 'N'.
006480     88  JRN-IMAGE-FETCHED               VALUE 'Y'.
006490     88  JRN-IMAGE-MISSING               VALUE 'N'.
006500
006510*****************************************************************
006520*  JOURNAL IMAGE BUILD AREA.  MIRRORS EMPOUT.CPY FIELD FOR      *
006530*  FIELD - IT CANNOT COPY IT BECAUSE THE FD ALREADY DOES, AND   *
006540*  THE SAME DATA NAMES WOULD THEN BE DEFINED TWICE.             *
006550*****************************************************************
006560 01  WS-JRN-IMAGE-AREA.
006570     05  WS-JIM-EMPNO                PIC X(06).
006580     05  WS-JIM-LASTNAME             PIC X(15).
006590     05  WS-JIM-FIRSTNME             PIC X(12).
006600     05  WS-JIM-WORKDEPT             PIC X(03).
006610     05  WS-JIM-PHONENO              PIC X(04).
006620     05  WS-JIM-HIREDATE             PIC X(10).
006630     05  WS-JIM-JOB                  PIC X(08).
006640     05  WS-JIM-EDLEVEL              PIC S9(04).
006650     05  WS-JIM-SEX                  PIC X(01).
006660     05  WS-JIM-BIRTHDATE            PIC X(10).
006670     05  WS-JIM-SALARY               PIC S9(07)V99.
006680     05  WS-JIM-BONUS                PIC S9(07)V99.
006690     05  WS-JIM-COMM                 PIC S9(07)V99.
006700     05  FILLER                      PIC X(05).
006710
006720*****************************************************************
006730*  PROGRAM SWITCHES                                             *
006740*****************************************************************
006750 01  WS-SWITCHES.
006760     05  WS-DRIVE-EOF-SW             PIC X(01)  VALUE 'N'.
006770         88  DRIVE-EOF                   VALUE 'Y'.
006780     05  WS-TRAN-EOF-SW              PIC X(01)  VALUE 'N'.
006790         88  TRAN-EOF                    VALUE 'Y'.
006800     05  WS-CURSOR-EOF-SW            PIC X(01)  VALUE 'N'.
006810         88  CURSOR-EOF                   VALUE 'Y'.
006820     05  WS-CTL-FOUND-SW             PIC X(01)  VALUE 'N'.
006830         88  CTL-RECORD-FOUND            VALUE 'Y'.
006840     05  WS-TRAN-VALID-SW            PIC X(01)  VALUE 'Y'.
006850         88  TRAN-IS-VALID                VALUE 'Y'.
006860         88  TRAN-IS-INVALID              VALUE 'N'.
006870     05  WS-RESTART-SW               PIC X(01)  VALUE 'N'.
006880         88  RESTART-IN-EFFECT            VALUE 'Y'.
006890     05  WS-EXTRACT-DONE-SW          PIC X(01)  VALUE 'Y'.
006900         88  EXTRACT-COMPLETE             VALUE 'Y'.
006910         88  EXTRACT-INCOMPLETE           VALUE 'N'.
006920     05  WS-RATE-EOF-SW              PIC X(01)  VALUE 'N'.
006930         88  RATE-EOF                     VALUE 'Y'.
006940     05  WS-RATE-FOUND-SW            PIC X(01)  VALUE 'N'.
006950         88  RATE-FOUND                   VALUE 'Y'.
006960         88  RATE-NOT-FOUND               VALUE 'N'.
006970     05  WS-COMP-SIZE-ERR-SW         PIC X(01)  VALUE 'N'.
006980         88  COMP-SIZE-ERROR              VALUE 'Y'.
006990         88  COMP-SIZE-OK                 VALUE 'N'.
007000     05  WS-JRATE-EOF-SW             PIC X(01)  VALUE 'N'.
007010         88  JRATE-EOF                    VALUE 'Y'.
007020     05  WS-JBR-FOUND-SW             PIC X(01)  VALUE 'N'.
007030         88  JBR-FOUND                    VALUE 'Y'.
007040         88  JBR-NOT-FOUND                VALUE 'N'.
007050     05  WS-PCH-LIMIT-SW             PIC X(01)  VALUE 'N'.
007060         88  PCH-OVER-LIMIT               VALUE 'Y'.
007070         88  PCH-WITHIN-LIMIT             VALUE 'N'.
007080     05  WS-REHIRE-SW                PIC X(01)  VALUE 'N'.
007090         88  REHIRE-DETECTED              VALUE 'Y'.
007100         88  REHIRE-NOT-DETECTED          VALUE 'N'.
007110     05  WS-ENTL-OPEN-SW             PIC X(01)  VALUE 'N'.
007120         88  ENTL-FILE-OPEN               VALUE 'Y'.
007130     05  WS-ACCESS-SW                PIC X(01)  VALUE 'Y'.
007140         88  ACCESS-GRANTED               VALUE 'Y'.
007150         88  ACCESS-REFUSED               VALUE 'N'.
007160     05  WS-ENT-MODE-SW              PIC X(01)  VALUE 'N'.
007170         88  ENT-MODE-HELD                VALUE 'Y'.
007180         88  ENT-MODE-NOT-HELD            VALUE 'N'.
007190     05  WS-ENT-DEPT-SW              PIC X(01)  VALUE 'N'.
007200         88  ENT-DEPT-HELD                VALUE 'Y'.
007210         88  ENT-DEPT-NOT-HELD            VALUE 'N'.
007220     05  WS-BUDG-OPEN-SW             PIC X(01)  VALUE 'N'.
007230         88  BUDG-FILE-OPEN               VALUE 'Y'.
007240     05  WS-HC-BUDGET-SW             PIC X(01)  VALUE 'N'.
007250         88  HC-OVER-BUDGET               VALUE 'Y'.
007260         88  HC-WITHIN-BUDGET             VALUE 'N'.
007270
007280*****************************************************************
007290*  ENTITLEMENT CHECK WORK AREA - THE DEPARTMENT 1170 IS ASKED   *
007300*  ABOUT ('***' ASKS FOR ALL-DEPARTMENT ACCESS) AND THE REASON  *
007310*  DISPLAYED WHEN A RUN OR A ROW IS REFUSED.                    *
007320*****************************************************************
007330 01  WS-ENT-CHECK-DEPT               PIC X(03).
007340 01  WS-ENT-REFUSE-REASON            PIC X(40).
007350 
007360*****************************************************************
007370*  STANDALONE COUNTERS AND ACCUMULATORS                         *
007380*****************************************************************
007390 77  WS-RECORD-COUNT                PIC 9(07)   COMP VALUE ZERO.
007400 77  WS-CHECKSUM-TOTAL              PIC 9(09)   COMP VALUE ZERO.
007410 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
007420 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
007430 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
007440 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
007450 77  WS-DRIVE-RECORD-NO             PIC 9(07)   COMP VALUE ZERO.
007460 77  WS-DRIVE-SKIP-COUNT            PIC 9(07)   COMP VALUE ZERO.
007470 77  WS-CHKPT-INTERVAL              PIC 9(04)   COMP VALUE 500.
007480 77  WS-ROWS-SINCE-CHKPT            PIC 9(04)   COMP VALUE ZERO.
007490 77  WS-TRAN-READ-COUNT             PIC 9(07)   COMP VALUE ZERO.
007500 77  WS-TRAN-APPLIED-COUNT          PIC 9(07)   COMP VALUE ZERO.
007510 77  WS-TRAN-REJECT-COUNT           PIC 9(07)   COMP VALUE ZERO.
007520 77  WS-DTRAN-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
007530 77  WS-DTRAN-APPLIED-COUNT         PIC 9(07)   COMP VALUE ZERO.
007540 77  WS-DTRAN-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
007550 77  WS-XFER-MOVED-COUNT            PIC 9(07)   COMP VALUE ZERO.
007560 77  WS-XFER-FAILED-COUNT           PIC 9(07)   COMP VALUE ZERO.
007570 77  WS-COMP-ADJUSTED-COUNT         PIC 9(07)   COMP VALUE ZERO.
007580 77  WS-COMP-SKIPPED-COUNT          PIC 9(07)   COMP VALUE ZERO.
007590 77  WS-COMP-FAILED-COUNT           PIC 9(07)   COMP VALUE ZERO.
007600 77  WS-RATE-COUNT                  PIC 9(03)   COMP VALUE ZERO.
007610 77  WS-PAY-RECORD-COUNT            PIC 9(07)   COMP VALUE ZERO.
007620 77  WS-JRATE-COUNT                 PIC 9(03)   COMP VALUE ZERO.
007630 77  WS-FORMER-FILED-COUNT          PIC 9(07)   COMP VALUE ZERO.
007640 77  WS-REHIRE-COUNT                PIC 9(07)   COMP VALUE ZERO.
007650 77  WS-OVER-BUDGET-COUNT           PIC 9(07)   COMP VALUE ZERO.
007660
007670*****************************************************************
007680*  PAYROLL FEED HASH-TOTAL ACCUMULATORS, BUILT THE SAME         *
007690*  DISCIPLINED WAY THE EXTRACT CONTROL TOTALS ARE AND WRITTEN   *
007700*  TO THE PAYFEED TRAILER FOR THE BUREAU'S RECEIPT CHECK.       *
007710*****************************************************************
007720 01  WS-PAY-TOTALS.
007730     05  WS-PAY-SALARY-TOTAL         PIC S9(11)V99 COMP-3
007740                                                VALUE ZERO.
007750     05  WS-PAY-BONUS-TOTAL          PIC S9(11)V99 COMP-3
007760                                                VALUE ZERO.
007770     05  WS-PAY-COMM-TOTAL           PIC S9(11)V99 COMP-3
007780                                                VALUE ZERO.
007790 77  WS-DSM-EMP-COUNT               PIC 9(07)   COMP VALUE ZERO.
007800 77  WS-DSM-DEPT-COUNT              PIC 9(05)   COMP VALUE ZERO.
007810 77  WS-DSM-DEPT-HEADCOUNT          PIC 9(07)   COMP VALUE ZERO.
007820
007830*****************************************************************
007840*  REASON THE CURRENT MAINTENANCE TRANSACTION WAS REJECTED --   *
007850*  SPACES WHILE THE TRANSACTION IS STILL CLEAN.  THE CODES ARE  *
007860*  DOCUMENTED IN SUSPREC.CPY.                                   *
007870*****************************************************************
007880 01  WS-REJECT-REASON                PIC X(04).
007890
007900*****************************************************************
007910*  HOLDS THE CALLER'S WS-EMPNO WHILE A MANAGER-NAME LOOKUP      *
007920*  BORROWS IT TO WRITE THE PII AUDIT ROW FOR THE MANAGER.       *
007930*****************************************************************
007940 01  WS-SAVE-EMPNO                   PIC X(06).
007950 
007960*****************************************************************
007970*  REPORT HEADING AND DETAIL LINES                              *
007980*****************************************************************
007990 01  WS-RPT-HEADING-1.
008000     05  FILLER                      PIC X(10)  VALUE SPACES.
008010     05  FILLER                      PIC X(30)
008020         VALUE 'DEPARTMENT EMPLOYEE ROSTER'.
008030     05  FILLER                      PIC X(10)  VALUE SPACES.
008040     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
008050     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
008060     05  FILLER                      PIC X(73)  VALUE SPACES.
008070 
008080 01  WS-RPT-HEADING-2.
008090     05  FILLER                      PIC X(10)  VALUE SPACES.
008100     05  FILLER                      PIC X(14)
008110         VALUE 'RUN DATE    : '.
008120     05  WS-RPT-DATE-OUT             PIC X(08).
008130     05  FILLER                      PIC X(10)  VALUE SPACES.
008140     05  FILLER                      PIC X(14)
008150         VALUE 'DEPARTMENT  : '.
008160     05  WS-RPT-DEPT-OUT             PIC X(03).
008170     05  FILLER                      PIC X(01)  VALUE SPACES.
008180     05  WS-RPT-DEPT-NAME-OUT        PIC X(36).
008190     05  FILLER                      PIC X(36)  VALUE SPACES.
008200
008210 01  WS-RPT-HEADING-2B.
008220     05  FILLER                      PIC X(10)  VALUE SPACES.
008230     05  FILLER                      PIC X(32)  VALUE SPACES.
008240     05  FILLER                      PIC X(14)
008250         VALUE 'MANAGER     : '.
008260     05  WS-RPT-MGRNO-OUT            PIC X(06).
008270     05  FILLER                      PIC X(01)  VALUE SPACES.
008280     05  WS-RPT-MGR-NAME-OUT         PIC X(15).
008290     05  FILLER                      PIC X(54)  VALUE SPACES.
008300
008310 01  WS-RPT-HEADING-3.
008320     05  FILLER                      PIC X(10)  VALUE SPACES.
008330     05  FILLER                      PIC X(06)  VALUE 'EMPNO '.
008340     05  FILLER                      PIC X(16)
008350         VALUE 'LAST NAME       '.
008360     05  FILLER                      PIC X(13)
008370         VALUE 'FIRST NAME   '.
008380     05  FILLER                      PIC X(04)  VALUE 'DEPT'.
008390     05  FILLER                      PIC X(01)  VALUE SPACES.
008400     05  FILLER                      PIC X(36)
008410         VALUE 'DEPARTMENT NAME'.
008420     05  FILLER                      PIC X(46)  VALUE SPACES.
008430 
008440 01  WS-RPT-DETAIL.
008450     05  FILLER                      PIC X(10)  VALUE SPACES.
008460     05  WS-RPT-EMPNO-OUT            PIC X(06).
008470     05  FILLER                      PIC X(01)  VALUE SPACES.
008480     05  WS-RPT-LNAME-OUT            PIC X(15).
008490     05  FILLER                      PIC X(01)  VALUE SPACES.
008500     05  WS-RPT-FNAME-OUT            PIC X(12).
008510     05  FILLER                      PIC X(01)  VALUE SPACES.
008520     05  WS-RPT-DEPT-DTL-OUT         PIC X(03).
008530     05  FILLER                      PIC X(01)  VALUE SPACES.
008540     05  WS-RPT-DEPT-NAME-DTL-OUT    PIC X(36).
008550     05  FILLER                      PIC X(46)  VALUE SPACES.
008560 
008570 01  WS-RPT-TOTALS.
008580     05  FILLER                      PIC X(10)  VALUE SPACES.
008590     05  FILLER                      PIC X(20)
008600         VALUE 'EMPLOYEES LISTED : '.
008610     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
008620     05  FILLER                      PIC X(95)  VALUE SPACES.
008630
008640*****************************************************************
008650*  TRANSACTION REGISTER HEADING, DETAIL AND TOTAL LINES         *
008660*****************************************************************
008670 01  WS-REG-HEADING-1.
008680     05  FILLER                      PIC X(10)  VALUE SPACES.
008690     05  FILLER                      PIC X(42)
008700         VALUE 'EMPLOYEE MAINTENANCE TRANSACTION REGISTER'.
008710     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
008720     05  WS-REG-PAGE-OUT             PIC ZZZ9.
008730     05  FILLER                      PIC X(71)  VALUE SPACES.
008740
008750 01  WS-REG-HEADING-2.
008760     05  FILLER                      PIC X(10)  VALUE SPACES.
008770     05  FILLER                      PIC X(14)
008780         VALUE 'RUN DATE    : '.
008790     05  WS-REG-DATE-OUT             PIC X(08).
008800     05  FILLER                      PIC X(100) VALUE SPACES.
008810
008820 01  WS-REG-HEADING-3.
008830     05  FILLER                      PIC X(10)  VALUE SPACES.
008840     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
008850     05  FILLER                      PIC X(04)  VALUE 'ACT '.
008860     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
008870     05  FILLER                      PIC X(06)  VALUE 'PHONE '.
008880     05  FILLER                      PIC X(16)
008890         VALUE 'LAST NAME       '.
008900     05  FILLER                      PIC X(12)
008910         VALUE 'DISPOSITION '.
008920     05  FILLER                      PIC X(07)  VALUE 'REASON '.
008930     05  FILLER                      PIC X(29)  VALUE SPACES.
008940     05  FILLER                      PIC X(14)
008950         VALUE 'BUDGET WARNING'.
008960     05  FILLER                      PIC X(22)  VALUE SPACES.
008970
008980 01  WS-REG-DETAIL.
008990     05  FILLER                      PIC X(10)  VALUE SPACES.
009000     05  WS-REG-EMPNO-OUT            PIC X(06).
009010     05  FILLER                      PIC X(01)  VALUE SPACES.
009020     05  WS-REG-ACTION-OUT           PIC X(01).
009030     05  FILLER                      PIC X(03)  VALUE SPACES.
009040     05  WS-REG-DEPT-OUT             PIC X(03).
009050     05  FILLER                      PIC X(02)  VALUE SPACES.
009060     05  WS-REG-PHONE-OUT            PIC X(04).
009070     05  FILLER                      PIC X(02)  VALUE SPACES.
009080     05  WS-REG-LNAME-OUT            PIC X(15).
009090     05  FILLER                      PIC X(01)  VALUE SPACES.
009100     05  WS-REG-DISP-OUT             PIC X(10).
009110     05  FILLER                      PIC X(02)  VALUE SPACES.
009120     05  WS-REG-REASON-OUT           PIC X(04).
009130     05  FILLER                      PIC X(01)  VALUE SPACES.
009140     05  WS-REG-REASON-TEXT-OUT      PIC X(30).
009150     05  FILLER                      PIC X(01)  VALUE SPACES.
009160     05  WS-REG-BUDGET-OUT           PIC X(30).
009170     05  FILLER                      PIC X(06)  VALUE SPACES.
009180
009190 01  WS-REG-TOTALS.
009200     05  FILLER                      PIC X(10)  VALUE SPACES.
009210     05  WS-REG-TOTAL-LABEL          PIC X(20)
009220         VALUE 'TRANS READ       : '.
009230     05  WS-REG-TOTAL-OUT            PIC ZZZ,ZZ9.
009240     05  FILLER                      PIC X(95)  VALUE SPACES.
009250
009260*****************************************************************
009270*  DEPARTMENT MAINTENANCE REGISTER HEADING AND DETAIL LINES     *
009280*****************************************************************
009290 01  WS-DRG-HEADING-1.
009300     05  FILLER                      PIC X(10)  VALUE SPACES.
009310     05  FILLER                      PIC X(46)
009320         VALUE 'DEPARTMENT MAINTENANCE TRANSACTION REGISTER'.
009330     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
009340     05  WS-DRG-PAGE-OUT             PIC ZZZ9.
009350     05  FILLER                      PIC X(67)  VALUE SPACES.
009360
009370 01  WS-DRG-HEADING-2.
009380     05  FILLER                      PIC X(10)  VALUE SPACES.
009390     05  FILLER                      PIC X(14)
009400         VALUE 'RUN DATE    : '.
009410     05  WS-DRG-DATE-OUT             PIC X(08).
009420     05  FILLER                      PIC X(100) VALUE SPACES.
009430
009440 01  WS-DRG-HEADING-3.
009450     05  FILLER                      PIC X(10)  VALUE SPACES.
009460     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
009470     05  FILLER                      PIC X(04)  VALUE 'ACT '.
009480     05  FILLER                      PIC X(37)
009490         VALUE 'DEPARTMENT NAME'.
009500     05  FILLER                      PIC X(07)  VALUE 'MGRNO  '.
009510     05  FILLER                      PIC X(05)  VALUE 'ADMR '.
009520     05  FILLER                      PIC X(12)
009530         VALUE 'DISPOSITION '.
009540     05  FILLER                      PIC X(07)  VALUE 'REASON '.
009550     05  FILLER                      PIC X(45)  VALUE SPACES.
009560
009570 01  WS-DRG-DETAIL.
009580     05  FILLER                      PIC X(10)  VALUE SPACES.
009590     05  WS-DRG-DEPTNO-OUT           PIC X(03).
009600     05  FILLER                      PIC X(02)  VALUE SPACES.
009610     05  WS-DRG-ACTION-OUT           PIC X(01).
009620     05  FILLER                      PIC X(03)  VALUE SPACES.
009630     05  WS-DRG-DEPTNAME-OUT         PIC X(36).
009640     05  FILLER                      PIC X(01)  VALUE SPACES.
009650     05  WS-DRG-MGRNO-OUT            PIC X(06).
009660     05  FILLER                      PIC X(01)  VALUE SPACES.
009670     05  WS-DRG-ADMRDEPT-OUT         PIC X(03).
009680     05  FILLER                      PIC X(02)  VALUE SPACES.
009690     05  WS-DRG-DISP-OUT             PIC X(10).
009700     05  FILLER                      PIC X(02)  VALUE SPACES.
009710     05  WS-DRG-REASON-OUT           PIC X(04).
009720     05  FILLER                      PIC X(01)  VALUE SPACES.
009730     05  WS-DRG-REASON-TEXT-OUT      PIC X(35).
009740     05  FILLER                      PIC X(12)  VALUE SPACES.
009750
009760*****************************************************************
009770*  MASS DEPARTMENT TRANSFER REPORT LINES                        *
009780*****************************************************************
009790 01  WS-XFR-HEADING-1.
009800     05  FILLER                      PIC X(10)  VALUE SPACES.
009810     05  FILLER                      PIC X(40)
009820         VALUE 'MASS DEPARTMENT TRANSFER REPORT'.
009830     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
009840     05  WS-XFR-PAGE-OUT             PIC ZZZ9.
009850     05  FILLER                      PIC X(73)  VALUE SPACES.
009860
009870 01  WS-XFR-HEADING-2.
009880     05  FILLER                      PIC X(10)  VALUE SPACES.
009890     05  FILLER                      PIC X(14)
009900         VALUE 'RUN DATE    : '.
009910     05  WS-XFR-DATE-OUT             PIC X(08).
009920     05  FILLER                      PIC X(10)  VALUE SPACES.
009930     05  FILLER                      PIC X(12)
009940         VALUE 'FROM DEPT : '.
009950     05  WS-XFR-FROM-OUT             PIC X(03).
009960     05  FILLER                      PIC X(05)  VALUE SPACES.
009970     05  FILLER                      PIC X(12)
009980         VALUE 'TO DEPT   : '.
009990     05  WS-XFR-TO-OUT               PIC X(03).
010000     05  FILLER                      PIC X(55)  VALUE SPACES.
010010
010020 01  WS-XFR-HEADING-3.
010030     05  FILLER                      PIC X(10)  VALUE SPACES.
010040     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
010050     05  FILLER                      PIC X(16)
010060         VALUE 'LAST NAME       '.
010070     05  FILLER                      PIC X(13)
010080         VALUE 'FIRST NAME   '.
010090     05  FILLER                      PIC X(14)
010100         VALUE 'BUDGET WARNING'.
010110     05  FILLER                      PIC X(72)  VALUE SPACES.
010120
010130 01  WS-XFR-DETAIL.
010140     05  FILLER                      PIC X(10)  VALUE SPACES.
010150     05  WS-XFR-EMPNO-OUT            PIC X(06).
010160     05  FILLER                      PIC X(01)  VALUE SPACES.
010170     05  WS-XFR-LNAME-OUT            PIC X(15).
010180     05  FILLER                      PIC X(01)  VALUE SPACES.
010190     05  WS-XFR-FNAME-OUT            PIC X(12).
010200     05  FILLER                      PIC X(01)  VALUE SPACES.
010210     05  WS-XFR-BUDGET-OUT           PIC X(30).
010220     05  FILLER                      PIC X(56)  VALUE SPACES.
010230
010240 01  WS-XFR-TOTALS.
010250     05  FILLER                      PIC X(10)  VALUE SPACES.
010260     05  WS-XFR-TOTAL-LABEL          PIC X(20)
010270         VALUE 'EMPLOYEES MOVED  : '.
010280     05  WS-XFR-TOTAL-OUT            PIC ZZZ,ZZ9.
010290     05  FILLER                      PIC X(95)  VALUE SPACES.
010300
010310*****************************************************************
010320*  COMPENSATION ADJUSTMENT RATE TABLE, LOADED FROM RATEIN AT    *
010330*  THE START OF A MODE 6 RUN.  FIRST MATCHING ENTRY (IN FILE    *
010340*  ORDER) WINS - SEE RATEREC.CPY.                               *
010350*****************************************************************
010360 01  WS-RATE-TABLE.
010370     05  WS-RATE-ENTRY OCCURS 100 TIMES
010380             INDEXED BY RATE-IX.
010390         10  WS-RT-WORKDEPT          PIC X(03).
010400         10  WS-RT-JOB               PIC X(08).
010410         10  WS-RT-SALARY-PCT        PIC 9(02)V99 COMP-3.
010420         10  WS-RT-BONUS-IND         PIC X(01).
010430             88  WS-RT-BONUS-TOO          VALUE 'Y'.
010440
010450*****************************************************************
010460*  JOB SALARY RANGE TABLE, LOADED FROM JOBRATE AT THE START OF  *
010470*  A MODE 4 RUN (THE SAME FINANCE FILE EMPDQ CHECKS AGAINST).   *
010480*  A PAY CHANGE WHOSE NEW SALARY FALLS OUTSIDE THE NEW JOB'S    *
010490*  RANGE IS REJECTED; A JOB WITH NO RANGE IS NOT CHECKED.       *
010500*****************************************************************
010510 01  WS-JOB-RATE-TABLE.
010520     05  WS-JBR-ENTRY OCCURS 100 TIMES
010530             INDEXED BY JBR-IX.
010540         10  WS-JBR-JOB              PIC X(08).
010550         10  WS-JBR-MIN-SALARY       PIC 9(07)V99 COMP-3.
010560         10  WS-JBR-MAX-SALARY       PIC 9(07)V99 COMP-3.
010570
010580*****************************************************************
010590*  PAY-CHANGE APPROVAL LIMIT AND WORK FIELDS.  A PAY CHANGE     *
010600*  THAT RAISES TOTAL PAY (SALARY + BONUS + COMM) BY MORE THAN   *
010610*  THE LIMIT PERCENT MUST NAME A SECOND APPROVER OTHER THAN THE *
010620*  SUBMITTING USER; THE REGISTER SHOWS WHO APPROVED IT.  THE    *
010630*  LIMIT IS IN PCHLIMIT, SHARED WITH THE TRANWHSE PRE-EDIT.     *
010640*****************************************************************
010650 COPY PCHLIMIT.
010660 01  WS-PCH-OLD-TOTAL                PIC S9(09)V99 COMP-3.
010670 01  WS-PCH-NEW-TOTAL                PIC S9(09)V99 COMP-3.
010680 01  WS-PCH-INCR-PCT                 PIC 9(05)V99 COMP-3.
010690 01  WS-PCH-APPROVAL-TEXT.
010700     05  FILLER                      PIC X(21)
010710                                    VALUE 'OVER LIMIT, APPROVER '.
010720     05  WS-PCH-APPROVER-OUT         PIC X(08).
010730
010740*****************************************************************
010750*  TERMINATION AND REHIRE WORK FIELDS.  THE TERM DATE IS EDITED *
010760*  THROUGH THE REDEFINED VIEW (YYYY-MM-DD, THE SAME SHAPE AS    *
010770*  THE DB2 DATE COLUMNS); A BLANK TERM DATE BECOMES THE RUN     *
010780*  DATE.  THE REHIRE TEXT NAMES THE FORMER EMPNO ON THE         *
010790*  REGISTER.                                                    *
010800*****************************************************************
010810 01  WS-TRM-DATE                     PIC X(10).
010820 01  WS-TRM-DATE-PARTS REDEFINES WS-TRM-DATE.
010830     05  WS-TRM-YYYY                 PIC X(04).
010840     05  WS-TRM-SEP-1                PIC X(01).
010850     05  WS-TRM-MM                   PIC X(02).
010860     05  WS-TRM-SEP-2                PIC X(01).
010870     05  WS-TRM-DD                   PIC X(02).
010880 01  WS-REHIRE-TEXT.
010890     05  FILLER                      PIC X(22)
010900         VALUE 'REHIRE - FORMER EMPNO '.
010910     05  WS-REHIRE-EMPNO-OUT         PIC X(06).
010920
010930*****************************************************************
010940*  HEADCOUNT BUDGET WARNING - THE RECEIVING DEPARTMENT'S        *
010950*  BUDGETED HEADCOUNT AND ITS HEADCOUNT ON EMPLOYEE ONCE THE    *
010960*  ADD OR TRANSFER HAS COMMITTED.                               *
010970*****************************************************************
010980 01  WS-BUDGET-WARN-TEXT.
010990     05  FILLER                      PIC X(15)
011000         VALUE 'OVER BUDGET HC '.
011010     05  WS-BWT-BUDGET-OUT           PIC ZZZZ9.
011020     05  FILLER                      PIC X(05)  VALUE ' NOW '.
011030     05  WS-BWT-ACTUAL-OUT           PIC ZZZZ9.
011040
011050*****************************************************************
011060*  COMPENSATION ADJUSTMENT CONTROL-BREAK AND MONEY TOTALS       *
011070*****************************************************************
011080 01  WS-BREAK-DEPT                   PIC X(03).
011090 01  WS-SALARY-DELTA                 PIC S9(07)V99 COMP-3.
011100 01  WS-COMP-DEPT-TOTALS.
011110     05  WS-DEPT-OLD-TOT             PIC S9(11)V99 COMP-3.
011120     05  WS-DEPT-NEW-TOT             PIC S9(11)V99 COMP-3.
011130     05  WS-DEPT-DELTA-TOT           PIC S9(11)V99 COMP-3.
011140 01  WS-COMP-GRAND-TOTALS.
011150     05  WS-GRAND-OLD-TOT            PIC S9(11)V99 COMP-3.
011160     05  WS-GRAND-NEW-TOT            PIC S9(11)V99 COMP-3.
011170     05  WS-GRAND-DELTA-TOT          PIC S9(11)V99 COMP-3.
011180
011190*****************************************************************
011200*  COMPENSATION ADJUSTMENT REGISTER LINES                       *
011210*****************************************************************
011220 01  WS-CMP-HEADING-1.
011230     05  FILLER                      PIC X(10)  VALUE SPACES.
011240     05  FILLER                      PIC X(40)
011250         VALUE 'COMPENSATION ADJUSTMENT REGISTER'.
011260     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
011270     05  WS-CMP-PAGE-OUT             PIC ZZZ9.
011280     05  FILLER                      PIC X(73)  VALUE SPACES.
011290
011300 01  WS-CMP-HEADING-2.
011310     05  FILLER                      PIC X(10)  VALUE SPACES.
011320     05  FILLER                      PIC X(14)
011330         VALUE 'RUN DATE    : '.
011340     05  WS-CMP-DATE-OUT             PIC X(08).
011350     05  FILLER                      PIC X(100) VALUE SPACES.
011360
011370 01  WS-CMP-HEADING-3.
011380     05  FILLER                      PIC X(10)  VALUE SPACES.
011390     05  FILLER                      PIC X(07)  VALUE 'EMPNO  '.
011400     05  FILLER                      PIC X(16)
011410         VALUE 'LAST NAME       '.
011420     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
011430     05  FILLER                      PIC X(09)  VALUE 'JOB      '.
011440     05  FILLER                      PIC X(07)  VALUE '  PCT  '.
011450     05  FILLER                      PIC X(15)
011460         VALUE '   OLD SALARY  '.
011470     05  FILLER                      PIC X(15)
011480         VALUE '   NEW SALARY  '.
011490     05  FILLER                      PIC X(15)
011500         VALUE '     CHANGE    '.
011510     05  FILLER                      PIC X(33)  VALUE SPACES.
011520
011530 01  WS-CMP-DETAIL.
011540     05  FILLER                      PIC X(10)  VALUE SPACES.
011550     05  WS-CMP-EMPNO-OUT            PIC X(06).
011560     05  FILLER                      PIC X(01)  VALUE SPACES.
011570     05  WS-CMP-LNAME-OUT            PIC X(15).
011580     05  FILLER                      PIC X(01)  VALUE SPACES.
011590     05  WS-CMP-DEPT-OUT             PIC X(03).
011600     05  FILLER                      PIC X(02)  VALUE SPACES.
011610     05  WS-CMP-JOB-OUT              PIC X(08).
011620     05  FILLER                      PIC X(01)  VALUE SPACES.
011630     05  WS-CMP-PCT-OUT              PIC Z9.99.
011640     05  FILLER                      PIC X(02)  VALUE SPACES.
011650     05  WS-CMP-OLD-OUT              PIC ZZ,ZZZ,ZZ9.99.
011660     05  FILLER                      PIC X(02)  VALUE SPACES.
011670     05  WS-CMP-NEW-OUT              PIC ZZ,ZZZ,ZZ9.99.
011680     05  FILLER                      PIC X(02)  VALUE SPACES.
011690     05  WS-CMP-DELTA-OUT            PIC ZZ,ZZZ,ZZ9.99-.
011700     05  FILLER                      PIC X(34)  VALUE SPACES.
011710
011720 01  WS-CMP-TOTAL-LINE.
011730     05  FILLER                      PIC X(10)  VALUE SPACES.
011740     05  WS-CMP-TOTAL-LABEL          PIC X(15)
011750         VALUE 'DEPT TOTALS    '.
011760     05  WS-CMP-TOTAL-DEPT-OUT       PIC X(03).
011770     05  FILLER                      PIC X(03)  VALUE ' : '.
011780     05  WS-CMP-TOT-OLD-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011790     05  FILLER                      PIC X(02)  VALUE SPACES.
011800     05  WS-CMP-TOT-NEW-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011810     05  FILLER                      PIC X(02)  VALUE SPACES.
011820     05  WS-CMP-TOT-DELTA-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
011830     05  FILLER                      PIC X(45)  VALUE SPACES.
011840
011850*****************************************************************
011860*  DEPARTMENT COMPENSATION SUMMARY ACCUMULATORS AND LINES       *
011870*****************************************************************
011880 01  WS-DSM-DEPT-ACCUMS.
011890     05  WS-DSM-DEPT-SALARY          PIC S9(11)V99 COMP-3.
011900     05  WS-DSM-DEPT-BONUS           PIC S9(11)V99 COMP-3.
011910     05  WS-DSM-DEPT-COMM            PIC S9(11)V99 COMP-3.
011920 01  WS-DSM-GRAND-ACCUMS.
011930     05  WS-DSM-GRAND-SALARY         PIC S9(11)V99 COMP-3.
011940     05  WS-DSM-GRAND-BONUS          PIC S9(11)V99 COMP-3.
011950     05  WS-DSM-GRAND-COMM           PIC S9(11)V99 COMP-3.
011960 01  WS-DSM-AVG-SALARY               PIC S9(07)V99 COMP-3.
011970
011980 01  WS-DSM-HEADING-1.
011990     05  FILLER                      PIC X(10)  VALUE SPACES.
012000     05  FILLER                      PIC X(40)
012010         VALUE 'DEPARTMENT COMPENSATION SUMMARY'.
012020     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
012030     05  WS-DSM-PAGE-OUT             PIC ZZZ9.
012040     05  FILLER                      PIC X(73)  VALUE SPACES.
012050
012060 01  WS-DSM-HEADING-2.
012070     05  FILLER                      PIC X(10)  VALUE SPACES.
012080     05  FILLER                      PIC X(14)
012090         VALUE 'RUN DATE    : '.
012100     05  WS-DSM-DATE-OUT             PIC X(08).
012110     05  FILLER                      PIC X(100) VALUE SPACES.
012120
012130 01  WS-DSM-HEADING-3.
012140     05  FILLER                      PIC X(10)  VALUE SPACES.
012150     05  FILLER                      PIC X(05)  VALUE 'DEPT '.
012160     05  FILLER                      PIC X(11)
012170         VALUE '  HEADCOUNT'.
012180     05  FILLER                      PIC X(17)
012190         VALUE '     TOTAL SALARY'.
012200     05  FILLER                      PIC X(15)
012210         VALUE '     AVG SALARY'.
012220     05  FILLER                      PIC X(17)
012230         VALUE '      TOTAL BONUS'.
012240     05  FILLER                      PIC X(17)
012250         VALUE '       TOTAL COMM'.
012260     05  FILLER                      PIC X(40)  VALUE SPACES.
012270
012280 01  WS-DSM-DETAIL.
012290     05  FILLER                      PIC X(10)  VALUE SPACES.
012300     05  WS-DSM-DEPT-OUT             PIC X(04).
012310     05  FILLER                      PIC X(05)  VALUE SPACES.
012320     05  WS-DSM-HEAD-OUT             PIC ZZZ,ZZ9.
012330     05  WS-DSM-SALARY-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012340     05  FILLER                      PIC X(02)  VALUE SPACES.
012350     05  WS-DSM-AVG-OUT              PIC ZZ,ZZZ,ZZ9.99.
012360     05  WS-DSM-BONUS-OUT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012370     05  WS-DSM-COMM-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012380     05  FILLER                      PIC X(40)  VALUE SPACES.
012390
012400*****************************************************************
012410*  ORGANIZATION HIERARCHY WORK AREAS - THE DEPARTMENT TABLE IS  *
012420*  LOADED ONCE, THEN WALKED DEPTH-FIRST WITH AN EXPLICIT STACK  *
012430*  (COBOL HAS NO RECURSION).  EACH STACK ENTRY REMEMBERS THE    *
012440*  DEPARTMENT IT COVERS AND HOW FAR ITS CHILD SCAN HAS GOT.     *
012450*****************************************************************
012460 01  WS-DEPT-TABLE.
012470     05  WS-DT-ENTRY OCCURS 100 TIMES.
012480         10  WS-DT-DEPTNO            PIC X(03).
012490         10  WS-DT-DEPTNAME          PIC X(36).
012500         10  WS-DT-MGRNO             PIC X(06).
012510         10  WS-DT-ADMRDEPT          PIC X(03).
012520 77  WS-DEPT-TABLE-COUNT            PIC 9(03)   COMP VALUE ZERO.
012530
012540 01  WS-ORG-STACK.
012550     05  WS-STK-ENTRY OCCURS 10 TIMES.
012560         10  WS-STK-DEPT-IX          PIC 9(03)  COMP.
012570         10  WS-STK-CHILD-POS        PIC 9(03)  COMP.
012580 77  WS-STACK-DEPTH                 PIC 9(02)   COMP VALUE ZERO.
012590 77  WS-ROOT-IX                     PIC 9(03)   COMP VALUE ZERO.
012600 77  WS-CHILD-IX                    PIC 9(03)   COMP VALUE ZERO.
012610 77  WS-FOUND-CHILD-IX              PIC 9(03)   COMP VALUE ZERO.
012620 77  WS-PRINT-IX                    PIC 9(03)   COMP VALUE ZERO.
012630 77  WS-ORG-SCAN-START              PIC 9(03)   COMP VALUE ZERO.
012640 77  WS-ORG-INDENT                  PIC 9(02)   COMP VALUE ZERO.
012650 77  WS-ORG-DEPT-COUNT              PIC 9(03)   COMP VALUE ZERO.
012660 01  WS-ORG-PARENT-DEPT             PIC X(03).
012670 01  WS-CHILD-FOUND-SW              PIC X(01).
012680     88  CHILD-FOUND                    VALUE 'Y'.
012690     88  CHILD-NOT-FOUND                VALUE 'N'.
012700
012710*****************************************************************
012720*  ORGANIZATION HIERARCHY REPORT LINES                          *
012730*****************************************************************
012740 01  WS-ORG-HEADING-1.
012750     05  FILLER                      PIC X(10)  VALUE SPACES.
012760     05  FILLER                      PIC X(40)
012770         VALUE 'DEPARTMENT ORGANIZATION HIERARCHY'.
012780     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
012790     05  WS-ORG-PAGE-OUT             PIC ZZZ9.
012800     05  FILLER                      PIC X(73)  VALUE SPACES.
012810
012820 01  WS-ORG-HEADING-2.
012830     05  FILLER                      PIC X(10)  VALUE SPACES.
012840     05  FILLER                      PIC X(14)
012850         VALUE 'RUN DATE    : '.
012860     05  WS-ORG-DATE-OUT             PIC X(08).
012870     05  FILLER                      PIC X(100) VALUE SPACES.
012880
012890 01  WS-ORG-HEADING-3.
012900     05  FILLER                      PIC X(10)  VALUE SPACES.
012910     05  FILLER                      PIC X(61)
012920         VALUE 'DEPARTMENT / NAME'.
012930     05  FILLER                      PIC X(07)  VALUE 'MGRNO  '.
012940     05  FILLER                      PIC X(16)
012950         VALUE 'MANAGER NAME    '.
012960     05  FILLER                      PIC X(09)  VALUE 'HEADCOUNT'.
012970     05  FILLER                      PIC X(29)  VALUE SPACES.
012980
012990 01  WS-ORG-DETAIL.
013000     05  FILLER                      PIC X(10)  VALUE SPACES.
013010     05  WS-ORG-TREE-OUT             PIC X(60).
013020     05  FILLER                      PIC X(01)  VALUE SPACES.
013030     05  WS-ORG-MGRNO-OUT            PIC X(06).
013040     05  FILLER                      PIC X(01)  VALUE SPACES.
013050     05  WS-ORG-MGR-NAME-OUT         PIC X(15).
013060     05  FILLER                      PIC X(01)  VALUE SPACES.
013070     05  WS-ORG-HEAD-OUT             PIC ZZZ,ZZ9.
013080     05  FILLER                      PIC X(31)  VALUE SPACES.
013090
013100 01  WS-ORG-TOTALS.
013110     05  FILLER                      PIC X(10)  VALUE SPACES.
013120     05  FILLER                      PIC X(20)
013130         VALUE 'DEPARTMENTS LISTED: '.
013140     05  WS-ORG-TOTAL-OUT            PIC ZZZ,ZZ9.
013150     05  FILLER                      PIC X(95)  VALUE SPACES.
013160
013170*****************************************************************
013180*  JSON BUILD AREA                                              *
013190*****************************************************************
013200 01  WS-JSON-BUILD-AREA             PIC X(300).
013210 01  WS-JSON-NUMERIC-OUT             PIC -(7)9.99.
013220 01  WS-JSON-BONUS-OUT               PIC -(7)9.99.
013230 01  WS-JSON-COMM-OUT                PIC -(7)9.99.
013240 01  WS-JSON-EDLEVEL-OUT             PIC ZZZ9.
013250
013260*****************************************************************
013270*  PII MASKING PROFILE FOR THE COMPANION EXTRACT/JSON FILES,    *
013280*  FROM PARM POSITION 30 OR PF-MASK-PROFILE (SEE PARMREC.CPY). *
013290*****************************************************************
013300 01  WS-MASK-PROFILE                 PIC X(01) VALUE SPACE.
013310     88  MASK-NONE                       VALUE ' ' '0'.
013320     88  MASK-MONEY-ONLY                 VALUE '1'.
013330     88  MASK-FULL                       VALUE '2'.
013340     88  MASK-ACTIVE                     VALUE '1' '2'.
013350
013360*****************************************************************
013370*  MASKED EXTRACT IMAGE.  MIRRORS EMPOUT.CPY FIELD FOR FIELD -  *
013380*  IT CANNOT COPY IT BECAUSE THE FD ALREADY DOES.               *
013390*****************************************************************
013400 01  WS-MSK-IMAGE-AREA.
013410     05  WS-MSK-EMPNO                PIC X(06).
013420     05  WS-MSK-LASTNAME             PIC X(15).
013430     05  WS-MSK-FIRSTNME             PIC X(12).
013440     05  WS-MSK-WORKDEPT             PIC X(03).
013450     05  WS-MSK-PHONENO              PIC X(04).
013460     05  WS-MSK-HIREDATE             PIC X(10).
013470     05  WS-MSK-JOB                  PIC X(08).
013480     05  WS-MSK-EDLEVEL              PIC S9(04).
013490     05  WS-MSK-SEX                  PIC X(01).
013500     05  WS-MSK-BIRTHDATE            PIC X(10).
013510     05  WS-MSK-SALARY               PIC S9(07)V99.
013520     05  WS-MSK-BONUS                PIC S9(07)V99.
013530     05  WS-MSK-COMM                 PIC S9(07)V99.
013540     05  FILLER                      PIC X(05).
013550 
013560 LINKAGE SECTION.
013570 01  PARM-AREA.
013580     05  PARM-LENGTH                 PIC S9(04) COMP.
013590     05  PARM-TEXT                   PIC X(80).
013600 
013610 PROCEDURE DIVISION USING PARM-AREA.
013620*****************************************************************
013630*  0000-MAINLINE                                                *
013640*****************************************************************
013650 0000-MAINLINE.
013660     PERFORM 1000-INITIALIZE
013670         THRU 1000-INITIALIZE-EXIT
013680     PERFORM 2000-PROCESS-REQUEST
013690         THRU 2000-PROCESS-REQUEST-EXIT
013700     PERFORM 8000-TERMINATE
013710         THRU 8000-TERMINATE-EXIT
013720     PERFORM 8500-RECORD-CYCLE-EVENT
013730         THRU 8500-RECORD-CYCLE-EVENT-EXIT
013740     PERFORM 9000-WRITE-RUN-STATISTICS
013750         THRU 9000-WRITE-RUN-STATISTICS-EXIT
013760     MOVE WS-RETURN-CODE TO RETURN-CODE
013770     STOP RUN.
013780 
013790*****************************************************************
013800*  1000-INITIALIZE - GET PARAMETERS, OPEN FILES NEEDED          *
013810*****************************************************************
013820 1000-INITIALIZE.
013830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013840     ACCEPT WS-RUN-TIME FROM TIME
013850     PERFORM 1100-GET-PARAMETERS
013860         THRU 1100-GET-PARAMETERS-EXIT
013870     IF ACCESS-REFUSED
013880         PERFORM 1200-OPEN-COMMON-FILES
013890             THRU 1200-OPEN-COMMON-FILES-EXIT
013900         IF WS-AUDIT-STATUS = '00'
013910             MOVE ZERO TO SQLCODE
013920             MOVE 'REFUSED ' TO WS-AUD-ACTION
013930             PERFORM 4000-WRITE-AUDIT-RECORD
013940                 THRU 4000-WRITE-AUDIT-RECORD-EXIT
013950         END-IF
013960     END-IF
013970     IF WS-RETURN-CODE NOT = ZERO
013980         GO TO 1000-INITIALIZE-EXIT
013990     END-IF
014000     PERFORM 1200-OPEN-COMMON-FILES
014010         THRU 1200-OPEN-COMMON-FILES-EXIT
014020     PERFORM 1300-OPEN-MODE-FILES
014030         THRU 1300-OPEN-MODE-FILES-EXIT.
014040 1000-INITIALIZE-EXIT.
014050     EXIT.
014060 
014070*****************************************************************
014080*  1100-GET-PARAMETERS                                         *
014090*  THE RUN MODE AND SEARCH KEY COME FROM THE JCL PARM STRING.   *
014100*  IF OPERATIONS SUBMITTED THE JOB WITH NO PARM, FALL BACK TO   *
014110*  A SMALL PARAMETER FILE SO A RUN CAN STILL BE DRIVEN WITHOUT  *
014120*  A PROGRAM CHANGE.                                            *
014130*****************************************************************
014140 1100-GET-PARAMETERS.
014150     IF PARM-LENGTH > ZERO
014160         MOVE SPACES TO WS-EMPNO
014170         MOVE SPACES TO WS-SEARCH-WORKDEPT
014180         MOVE SPACES TO WS-TARGET-WORKDEPT
014190         MOVE SPACES TO WS-JOB-ID
014200         MOVE SPACES TO WS-USER-ID
014210         MOVE PARM-TEXT(1:1)  TO WS-RUN-MODE-CODE
014220         IF PARM-LENGTH NOT < 7
014230             MOVE PARM-TEXT(2:6)  TO WS-EMPNO
014240         END-IF
014250         IF PARM-LENGTH NOT < 10
014260             MOVE PARM-TEXT(8:3)  TO WS-SEARCH-WORKDEPT
014270         END-IF
014280         IF PARM-LENGTH NOT < 18
014290             MOVE PARM-TEXT(11:8) TO WS-JOB-ID
014300         END-IF
014310         IF PARM-LENGTH NOT < 26
014320             MOVE PARM-TEXT(19:8) TO WS-USER-ID
014330         END-IF
014340         IF PARM-LENGTH NOT < 29
014350             MOVE PARM-TEXT(27:3) TO WS-TARGET-WORKDEPT
014360         END-IF
014370         IF PARM-LENGTH NOT < 30
014380             MOVE PARM-TEXT(30:1) TO WS-MASK-PROFILE
014390         END-IF
014400     ELSE
014410         PERFORM 1110-READ-PARAMETER-FILE
014420             THRU 1110-READ-PARAMETER-FILE-EXIT
014430     END-IF
014440     IF NOT MODE-IS-VALID
014450         DISPLAY 'COBOLDB2 - INVALID OR MISSING RUN MODE'
014460         MOVE 16 TO WS-RETURN-CODE
014470         GO TO 1100-GET-PARAMETERS-EXIT
014480     END-IF
014490     PERFORM 1150-CHECK-ENTITLEMENT
014500         THRU 1150-CHECK-ENTITLEMENT-EXIT.
014510 1100-GET-PARAMETERS-EXIT.
014520     EXIT.
014530 
014540 1110-READ-PARAMETER-FILE.
014550     OPEN INPUT PARM-FILE
014560     IF WS-PARM-FILE-STATUS NOT = '00'
014570         DISPLAY 'COBOLDB2 - UNABLE TO OPEN PARMFILE, STATUS='
014580             WS-PARM-FILE-STATUS
014590         MOVE 16 TO WS-RETURN-CODE
014600         GO TO 1110-READ-PARAMETER-FILE-EXIT
014610     END-IF
014620     READ PARM-FILE INTO PARM-FILE-RECORD
014630     IF WS-PARM-FILE-STATUS = '00'
014640         MOVE PF-RUN-MODE      TO WS-RUN-MODE-CODE
014650         MOVE PF-KEY-EMPNO     TO WS-EMPNO
014660         MOVE PF-KEY-WORKDEPT  TO WS-SEARCH-WORKDEPT
014670         MOVE PF-JOB-ID        TO WS-JOB-ID
014680         MOVE PF-USER-ID       TO WS-USER-ID
014690         MOVE PF-NEW-WORKDEPT  TO WS-TARGET-WORKDEPT
014700         MOVE PF-MASK-PROFILE  TO WS-MASK-PROFILE
014710     ELSE
014720         DISPLAY 'COBOLDB2 - PARMFILE EMPTY OR UNREADABLE'
014730         MOVE 16 TO WS-RETURN-CODE
014740     END-IF
014750     CLOSE PARM-FILE.
014760 1110-READ-PARAMETER-FILE-EXIT.
014770     EXIT.
014780 
014790*****************************************************************
014800*  1150-CHECK-ENTITLEMENT                                       *
014810*  THE SUBMITTING USER MUST BE ON THE ENTITLEMENT FILE, HOLD    *
014820*  THE RUN MODE, AND HOLD THE DEPARTMENT(S) THE RUN TOUCHES -   *
014830*  THE FROM-DEPARTMENT FOR MODE 2, BOTH DEPARTMENTS FOR MODE    *
014840*  5, AND ALL DEPARTMENTS ('***') FOR THE MODES THAT RANGE      *
014850*  OVER THE WHOLE TABLE.  MODE 1 IS CHECKED AGAINST THE         *
014860*  EMPLOYEE'S OWN WORKDEPT ONCE 2100 HAS READ THE ROW.  THE     *
014870*  MODES THAT WRITE UNMASKED PAY (1, 2, 3, 6 AND 7) ALSO NEED   *
014880*  THE UNMASKED CLEARANCE.  AN UNREADABLE ENTITLEMENT FILE      *
014890*  STOPS THE RUN (RC 16) RATHER THAN LETTING IT THROUGH.        *
014900*****************************************************************
014910 1150-CHECK-ENTITLEMENT.
014920     IF WS-USER-ID = SPACES
014930         MOVE 'NO USER ID SUPPLIED' TO WS-ENT-REFUSE-REASON
014940         PERFORM 1180-REFUSE-ACCESS
014950             THRU 1180-REFUSE-ACCESS-EXIT
014960         GO TO 1150-CHECK-ENTITLEMENT-EXIT
014970     END-IF
014980     OPEN INPUT ENTITLEMENT-FILE
014990     IF WS-ENTL-STATUS NOT = '00'
015000         DISPLAY 'COBOLDB2 - UNABLE TO OPEN ENTLMNT, STATUS='
015010             WS-ENTL-STATUS
015020         MOVE 16 TO WS-RETURN-CODE
015030         GO TO 1150-CHECK-ENTITLEMENT-EXIT
015040     END-IF
015050     SET ENTL-FILE-OPEN TO TRUE
015060     MOVE WS-USER-ID TO ENT-USER-ID
015070     READ ENTITLEMENT-FILE
015080     IF WS-ENTL-STATUS = '23'
015090         MOVE 'USER NOT ON THE ENTITLEMENT FILE'
015100             TO WS-ENT-REFUSE-REASON
015110         PERFORM 1180-REFUSE-ACCESS
015120             THRU 1180-REFUSE-ACCESS-EXIT
015130         GO TO 1150-CHECK-ENTITLEMENT-EXIT
015140     END-IF
015150     IF WS-ENTL-STATUS NOT = '00'
015160         DISPLAY 'COBOLDB2 - ENTLMNT READ FAILED, STATUS='
015170             WS-ENTL-STATUS
015180         MOVE 16 TO WS-RETURN-CODE
015190         GO TO 1150-CHECK-ENTITLEMENT-EXIT
015200     END-IF
015210     SET ENT-MODE-NOT-HELD TO TRUE
015220     PERFORM 1160-SCAN-ENTITLED-MODE
015230         THRU 1160-SCAN-ENTITLED-MODE-EXIT
015240         VARYING ENT-MODE-IX FROM 1 BY 1
015250         UNTIL ENT-MODE-IX > 12 OR ENT-MODE-HELD
015260     IF ENT-MODE-NOT-HELD
015270         MOVE 'RUN MODE NOT ENTITLED' TO WS-ENT-REFUSE-REASON
015280         PERFORM 1180-REFUSE-ACCESS
015290             THRU 1180-REFUSE-ACCESS-EXIT
015300         GO TO 1150-CHECK-ENTITLEMENT-EXIT
015310     END-IF
015320     IF MODE-SINGLE-LOOKUP OR MODE-DEPT-ROSTER OR
015330         MODE-BATCH-EXTRACT OR MODE-COMP-ADJUST OR
015340         MODE-DEPT-SUMMARY
015350         IF NOT ENT-UNMASKED
015360             MOVE 'NOT CLEARED FOR UNMASKED PAY DATA'
015370                 TO WS-ENT-REFUSE-REASON
015380             PERFORM 1180-REFUSE-ACCESS
015390                 THRU 1180-REFUSE-ACCESS-EXIT
015400             GO TO 1150-CHECK-ENTITLEMENT-EXIT
015410         END-IF
015420     END-IF
015430     IF MODE-DEPT-ROSTER OR MODE-DEPT-TRANSFER
015440         MOVE WS-SEARCH-WORKDEPT TO WS-ENT-CHECK-DEPT
015450         PERFORM 1170-CHECK-ENTITLED-DEPT
015460             THRU 1170-CHECK-ENTITLED-DEPT-EXIT
015470         IF ENT-DEPT-NOT-HELD
015480             MOVE 'DEPARTMENT NOT ENTITLED'
015490                 TO WS-ENT-REFUSE-REASON
015500             PERFORM 1180-REFUSE-ACCESS
015510                 THRU 1180-REFUSE-ACCESS-EXIT
015520             GO TO 1150-CHECK-ENTITLEMENT-EXIT
015530         END-IF
015540     END-IF
015550     IF MODE-DEPT-TRANSFER
015560         MOVE WS-TARGET-WORKDEPT TO WS-ENT-CHECK-DEPT
015570         PERFORM 1170-CHECK-ENTITLED-DEPT
015580             THRU 1170-CHECK-ENTITLED-DEPT-EXIT
015590         IF ENT-DEPT-NOT-HELD
015600             MOVE 'TARGET DEPARTMENT NOT ENTITLED'
015610                 TO WS-ENT-REFUSE-REASON
015620             PERFORM 1180-REFUSE-ACCESS
015630                 THRU 1180-REFUSE-ACCESS-EXIT
015640             GO TO 1150-CHECK-ENTITLEMENT-EXIT
015650         END-IF
015660     END-IF
015670     IF MODE-BATCH-EXTRACT OR MODE-UPDATE OR
015680         MODE-COMP-ADJUST OR MODE-DEPT-SUMMARY OR
015690         MODE-ORG-HIERARCHY OR MODE-DEPT-MAINT
015700         MOVE '***' TO WS-ENT-CHECK-DEPT
015710         PERFORM 1170-CHECK-ENTITLED-DEPT
015720             THRU 1170-CHECK-ENTITLED-DEPT-EXIT
015730         IF ENT-DEPT-NOT-HELD
015740             MOVE 'ALL-DEPARTMENT ACCESS REQUIRED'
015750                 TO WS-ENT-REFUSE-REASON
015760             PERFORM 1180-REFUSE-ACCESS
015770                 THRU 1180-REFUSE-ACCESS-EXIT
015780             GO TO 1150-CHECK-ENTITLEMENT-EXIT
015790         END-IF
015800     END-IF.
015810 1150-CHECK-ENTITLEMENT-EXIT.
015820     EXIT.
015830
015840 1160-SCAN-ENTITLED-MODE.
015850     IF ENT-RUN-MODE(ENT-MODE-IX) = WS-RUN-MODE-CODE
015860         SET ENT-MODE-HELD TO TRUE
015870     END-IF.
015880 1160-SCAN-ENTITLED-MODE-EXIT.
015890     EXIT.
015900
015910*****************************************************************
015920*  1170-CHECK-ENTITLED-DEPT                                     *
015930*  SETS ENT-DEPT-HELD WHEN WS-ENT-CHECK-DEPT IS ONE OF THE      *
015940*  USER'S DEPARTMENTS OR THE USER HOLDS '***'.  A BLANK SLOT    *
015950*  NEVER MATCHES, SO A BLANK DEPARTMENT NEEDS '***'.            *
015960*****************************************************************
015970 1170-CHECK-ENTITLED-DEPT.
015980     SET ENT-DEPT-NOT-HELD TO TRUE
015990     PERFORM 1175-SCAN-ENTITLED-DEPT
016000         THRU 1175-SCAN-ENTITLED-DEPT-EXIT
016010         VARYING ENT-DEPT-IX FROM 1 BY 1
016020         UNTIL ENT-DEPT-IX > 10 OR ENT-DEPT-HELD.
016030 1170-CHECK-ENTITLED-DEPT-EXIT.
016040     EXIT.
016050
016060 1175-SCAN-ENTITLED-DEPT.
016070     IF ENT-DEPT(ENT-DEPT-IX) NOT = SPACES
016080         IF ENT-DEPT-ALL(ENT-DEPT-IX)
016090             OR ENT-DEPT(ENT-DEPT-IX) = WS-ENT-CHECK-DEPT
016100             SET ENT-DEPT-HELD TO TRUE
016110         END-IF
016120     END-IF.
016130 1175-SCAN-ENTITLED-DEPT-EXIT.
016140     EXIT.
016150
016160*****************************************************************
016170*  1180-REFUSE-ACCESS - RC 12 SETS A REFUSAL APART FROM THE     *
016180*  DATA ERRORS (8) AND FAILURES (16) SO OPERATIONS CAN ROUTE    *
016190*  IT TO DATA SECURITY.  THE CALLER LOGS THE AUDIT ROW.         *
016200*****************************************************************
016210 1180-REFUSE-ACCESS.
016220     SET ACCESS-REFUSED TO TRUE
016230     DISPLAY 'COBOLDB2 - ACCESS REFUSED FOR USER ' WS-USER-ID
016240         ' - ' WS-ENT-REFUSE-REASON
016250     IF WS-RETURN-CODE < 12
016260         MOVE 12 TO WS-RETURN-CODE
016270     END-IF.
016280 1180-REFUSE-ACCESS-EXIT.
016290     EXIT.
016300
016310*****************************************************************
016320*  1200-OPEN-COMMON-FILES - FILES USED REGARDLESS OF RUN MODE   *
016330*****************************************************************
016340 1200-OPEN-COMMON-FILES.
016350     OPEN EXTEND AUDIT-FILE
016360     IF WS-AUDIT-STATUS = '05' OR '35'
016370         OPEN OUTPUT AUDIT-FILE
016380     END-IF
016390     IF WS-AUDIT-STATUS NOT = '00'
016400         DISPLAY 'COBOLDB2 - UNABLE TO OPEN AUDITLOG, STATUS='
016410             WS-AUDIT-STATUS
016420         MOVE 16 TO WS-RETURN-CODE
016430     END-IF.
016440 1200-OPEN-COMMON-FILES-EXIT.
016450     EXIT.
016460 
016470*****************************************************************
016480*  1300-OPEN-MODE-FILES - FILES SPECIFIC TO THE SELECTED MODE   *
016490*****************************************************************
016500 1300-OPEN-MODE-FILES.
016510     IF MODE-BATCH-EXTRACT
016520         PERFORM 1500-CHECK-CYCLE-CONTROL
016530             THRU 1500-CHECK-CYCLE-CONTROL-EXIT
016540         IF WS-RETURN-CODE NOT = ZERO
016550             GO TO 1300-OPEN-MODE-FILES-EXIT
016560         END-IF
016570     END-IF
016580     IF MODE-BATCH-EXTRACT
016590         PERFORM 1310-READ-CHECKPOINT
016600             THRU 1310-READ-CHECKPOINT-EXIT
016610     END-IF
016620     IF MODE-SINGLE-LOOKUP OR MODE-DEPT-ROSTER OR
016630         MODE-BATCH-EXTRACT
016640         PERFORM 1320-CHECK-PAYFEED-HOLD
016650             THRU 1320-CHECK-PAYFEED-HOLD-EXIT
016660         IF WS-RETURN-CODE NOT = ZERO
016670             GO TO 1300-OPEN-MODE-FILES-EXIT
016680         END-IF
016690     END-IF
016700     IF MODE-SINGLE-LOOKUP OR MODE-DEPT-ROSTER OR
016710         MODE-BATCH-EXTRACT
016720         IF RESTART-IN-EFFECT
016730             OPEN EXTEND OUTEMP-FILE
016740         ELSE
016750             OPEN OUTPUT OUTEMP-FILE
016760         END-IF
016770         IF WS-OUTEMP-STATUS NOT = '00'
016780             DISPLAY 'COBOLDB2 - UNABLE TO OPEN OUTEMP, STATUS='
016790                 WS-OUTEMP-STATUS
016800             MOVE 16 TO WS-RETURN-CODE
016810         END-IF
016820         IF RESTART-IN-EFFECT
016830             OPEN EXTEND JSON-FILE
016840         ELSE
016850             OPEN OUTPUT JSON-FILE
016860         END-IF
016870         IF WS-JSON-STATUS NOT = '00'
016880             DISPLAY 'COBOLDB2 - UNABLE TO OPEN JSONOUT, STATUS='
016890                 WS-JSON-STATUS
016900             MOVE 16 TO WS-RETURN-CODE
016910         END-IF
016920         IF RESTART-IN-EFFECT
016930             OPEN EXTEND PAYFEED-FILE
016940         ELSE
016950             OPEN OUTPUT PAYFEED-FILE
016960         END-IF
016970         IF WS-PAY-STATUS NOT = '00'
016980             DISPLAY 'COBOLDB2 - UNABLE TO OPEN PAYFEED, STATUS='
016990                 WS-PAY-STATUS
017000             MOVE 16 TO WS-RETURN-CODE
017010         END-IF
017020         IF WS-PAY-STATUS = '00' AND NOT RESTART-IN-EFFECT
017030             MOVE SPACES TO PAYFEED-HEADER
017040             MOVE 'H' TO PFH-RECORD-TYPE
017050             MOVE WS-RUN-DATE TO PFH-RUN-DATE
017060             MOVE 'COBOLDB2' TO PFH-SOURCE-SYSTEM
017070             WRITE PAYFEED-HEADER
017080         END-IF
017090         IF MASK-ACTIVE
017100             IF RESTART-IN-EFFECT
017110                 OPEN EXTEND MSKEMP-FILE
017120             ELSE
017130                 OPEN OUTPUT MSKEMP-FILE
017140             END-IF
017150             IF WS-MSKEMP-STATUS NOT = '00'
017160                 DISPLAY 'COBOLDB2 - UNABLE TO OPEN MSKEMP, '
017170                     'STATUS=' WS-MSKEMP-STATUS
017180                 MOVE 16 TO WS-RETURN-CODE
017190             END-IF
017200             IF RESTART-IN-EFFECT
017210                 OPEN EXTEND MSKJSON-FILE
017220             ELSE
017230                 OPEN OUTPUT MSKJSON-FILE
017240             END-IF
017250             IF WS-MSKJSON-STATUS NOT = '00'
017260                 DISPLAY 'COBOLDB2 - UNABLE TO OPEN MSKJSON, '
017270                     'STATUS=' WS-MSKJSON-STATUS
017280                 MOVE 16 TO WS-RETURN-CODE
017290             END-IF
017300         END-IF
017310     END-IF
017320     IF MODE-DEPT-ROSTER
017330         OPEN OUTPUT RPT-FILE
017340         IF WS-RPT-STATUS NOT = '00'
017350             DISPLAY 'COBOLDB2 - UNABLE TO OPEN RPTOUT, STATUS='
017360                 WS-RPT-STATUS
017370             MOVE 16 TO WS-RETURN-CODE
017380         END-IF
017390         OPEN INPUT CONTROL-FILE
017400         IF WS-CTL-STATUS NOT = '00'
017410             DISPLAY 'COBOLDB2 - UNABLE TO OPEN CTLFILE, STATUS='
017420                 WS-CTL-STATUS
017430             MOVE 16 TO WS-RETURN-CODE
017440         END-IF
017450     END-IF
017460     IF MODE-BATCH-EXTRACT
017470         OPEN INPUT EMPNO-DRIVE-FILE
017480         IF WS-DRIVE-STATUS NOT = '00'
017490             DISPLAY 'COBOLDB2 - UNABLE TO OPEN EMPNOIN, STATUS='
017500                 WS-DRIVE-STATUS
017510             MOVE 16 TO WS-RETURN-CODE
017520         END-IF
017530         OPEN INPUT CONTROL-FILE
017540         IF WS-CTL-STATUS NOT = '00'
017550             DISPLAY 'COBOLDB2 - UNABLE TO OPEN CTLFILE, STATUS='
017560                 WS-CTL-STATUS
017570             MOVE 16 TO WS-RETURN-CODE
017580         END-IF
017590     END-IF
017600     IF MODE-UPDATE OR MODE-DEPT-TRANSFER OR MODE-COMP-ADJUST
017610         OPEN EXTEND JOURNAL-FILE
017620         IF WS-JRNL-STATUS = '05' OR '35'
017630             OPEN OUTPUT JOURNAL-FILE
017640         END-IF
017650         IF WS-JRNL-STATUS NOT = '00'
017660             DISPLAY 'COBOLDB2 - UNABLE TO OPEN JRNLOUT, STATUS='
017670                 WS-JRNL-STATUS
017680             MOVE 16 TO WS-RETURN-CODE
017690         END-IF
017700     END-IF
017710     IF MODE-UPDATE
017720         OPEN INPUT TRAN-FILE
017730         IF WS-TRAN-STATUS NOT = '00'
017740             DISPLAY 'COBOLDB2 - UNABLE TO OPEN TRANIN, STATUS='
017750                 WS-TRAN-STATUS
017760             MOVE 16 TO WS-RETURN-CODE
017770         END-IF
017780         OPEN OUTPUT SUSPENSE-FILE
017790         IF WS-SUSP-STATUS NOT = '00'
017800             DISPLAY 'COBOLDB2 - UNABLE TO OPEN SUSPOUT, STATUS='
017810                 WS-SUSP-STATUS
017820             MOVE 16 TO WS-RETURN-CODE
017830         END-IF
017840         OPEN OUTPUT RPT-FILE
017850         IF WS-RPT-STATUS NOT = '00'
017860             DISPLAY 'COBOLDB2 - UNABLE TO OPEN RPTOUT, STATUS='
017870                 WS-RPT-STATUS
017880             MOVE 16 TO WS-RETURN-CODE
017890         END-IF
017900         OPEN INPUT JOB-RATE-FILE
017910         IF WS-JRATE-STATUS NOT = '00'
017920             DISPLAY 'COBOLDB2 - UNABLE TO OPEN JOBRATE, STATUS='
017930                 WS-JRATE-STATUS
017940             MOVE 16 TO WS-RETURN-CODE
017950         END-IF
017960         OPEN I-O FORMER-FILE
017970         IF WS-FORM-STATUS = '35'
017980             OPEN OUTPUT FORMER-FILE
017990             CLOSE FORMER-FILE
018000             OPEN I-O FORMER-FILE
018010         END-IF
018020         IF WS-FORM-STATUS NOT = '00'
018030             DISPLAY 'COBOLDB2 - UNABLE TO OPEN FORMEMP, STATUS='
018040                 WS-FORM-STATUS
018050             MOVE 16 TO WS-RETURN-CODE
018060         END-IF
018070     END-IF
018080     IF MODE-DEPT-TRANSFER
018090         OPEN OUTPUT RPT-FILE
018100         IF WS-RPT-STATUS NOT = '00'
018110             DISPLAY 'COBOLDB2 - UNABLE TO OPEN RPTOUT, STATUS='
018120                 WS-RPT-STATUS
018130             MOVE 16 TO WS-RETURN-CODE
018140         END-IF
018150     END-IF
018160     IF MODE-UPDATE OR MODE-DEPT-TRANSFER
018170         OPEN INPUT BUDGET-FILE
018180         IF WS-BUDG-STATUS = '00'
018190             SET BUDG-FILE-OPEN TO TRUE
018200         ELSE
018210             DISPLAY 'COBOLDB2 - UNABLE TO OPEN DEPTBUDG, STATUS='
018220                 WS-BUDG-STATUS ' - HEADCOUNT BUDGET NOT CHECKED'
018230         END-IF
018240     END-IF
018250     IF MODE-COMP-ADJUST
018260         OPEN INPUT RATE-FILE
018270         IF WS-RATE-STATUS NOT = '00'
018280             DISPLAY 'COBOLDB2 - UNABLE TO OPEN RATEIN, STATUS='
018290                 WS-RATE-STATUS
018300             MOVE 16 TO WS-RETURN-CODE
018310         END-IF
018320         OPEN OUTPUT RPT-FILE
018330         IF WS-RPT-STATUS NOT = '00'
018340             DISPLAY 'COBOLDB2 - UNABLE TO OPEN RPTOUT, STATUS='
018350                 WS-RPT-STATUS
018360             MOVE 16 TO WS-RETURN-CODE
018370         END-IF
018380     END-IF
018390     IF MODE-DEPT-SUMMARY OR MODE-ORG-HIERARCHY
018400         OPEN OUTPUT RPT-FILE
018410         IF WS-RPT-STATUS NOT = '00'
018420             DISPLAY 'COBOLDB2 - UNABLE TO OPEN RPTOUT, STATUS='
018430                 WS-RPT-STATUS
018440             MOVE 16 TO WS-RETURN-CODE
018450         END-IF
018460     END-IF
018470     IF MODE-DEPT-MAINT
018480         OPEN INPUT DEPT-TRAN-FILE
018490         IF WS-DTRAN-STATUS NOT = '00'
018500             DISPLAY 'COBOLDB2 - UNABLE TO OPEN DTRANIN, '
018510                 'STATUS=' WS-DTRAN-STATUS
018520             MOVE 16 TO WS-RETURN-CODE
018530         END-IF
018540         OPEN OUTPUT DEPT-SUSPENSE-FILE
018550         IF WS-DSUS-STATUS NOT = '00'
018560             DISPLAY 'COBOLDB2 - UNABLE TO OPEN DSUSPOUT, '
018570                 'STATUS=' WS-DSUS-STATUS
018580             MOVE 16 TO WS-RETURN-CODE
018590         END-IF
018600         OPEN OUTPUT RPT-FILE
018610         IF WS-RPT-STATUS NOT = '00'
018620             DISPLAY 'COBOLDB2 - UNABLE TO OPEN RPTOUT, STATUS='
018630                 WS-RPT-STATUS
018640             MOVE 16 TO WS-RETURN-CODE
018650         END-IF
018660     END-IF.
018670 1300-OPEN-MODE-FILES-EXIT.
018680     EXIT.
018690
018700*****************************************************************
018710*  1310-READ-CHECKPOINT                                         *
018720*  IF A PRIOR BATCH EXTRACT ENDED EARLY, THE CHKPT FILE HOLDS   *
018730*  AN ACTIVE CHECKPOINT - PICK UP ITS DRIVING-FILE POSITION     *
018740*  AND RUNNING CONTROL TOTALS SO THIS RUN RESUMES MID-FILE.     *
018750*  FILE STATUS 35 JUST MEANS NO CHECKPOINT EXISTS YET.          *
018760*****************************************************************
018770 1310-READ-CHECKPOINT.
018780     OPEN INPUT CHECKPOINT-FILE
018790     IF WS-CHKPT-STATUS NOT = '00'
018800         GO TO 1310-READ-CHECKPOINT-EXIT
018810     END-IF
018820     READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
018830     IF WS-CHKPT-STATUS = '00' AND CHK-ACTIVE
018840         SET RESTART-IN-EFFECT TO TRUE
018850         MOVE CHK-DRIVE-RECORD-NO TO WS-DRIVE-SKIP-COUNT
018860         MOVE CHK-RECORD-COUNT TO WS-RECORD-COUNT
018870         MOVE CHK-CHECKSUM-TOTAL TO WS-CHECKSUM-TOTAL
018880         MOVE CHK-PAY-RECORD-COUNT TO WS-PAY-RECORD-COUNT
018890         MOVE CHK-PAY-SALARY-TOTAL TO WS-PAY-SALARY-TOTAL
018900         MOVE CHK-PAY-BONUS-TOTAL TO WS-PAY-BONUS-TOTAL
018910         MOVE CHK-PAY-COMM-TOTAL TO WS-PAY-COMM-TOTAL
018920         DISPLAY 'COBOLDB2 - RESTARTING EXTRACT AFTER DRIVE '
018930             'RECORD ' CHK-DRIVE-RECORD-NO
018940             ' FROM CHECKPOINT OF ' CHK-RUN-DATE
018950     END-IF
018960     CLOSE CHECKPOINT-FILE.
018970 1310-READ-CHECKPOINT-EXIT.
018980     EXIT.
018990
019000*****************************************************************
019010*  1320-CHECK-PAYFEED-HOLD                                      *
019020*  PAYACK SETS THE ONE-RECORD PAYSTAT HOLD WHILE A TRANSMITTED  *
019030*  PAYFEED IS OUT OF BALANCE WITH THE BUREAU'S RECEIPT.  AN     *
019040*  EXTRACT RUN MUST NOT OPEN (AND SO OVERWRITE) PAYFEED WHILE   *
019050*  THE HOLD STANDS - THE RUN ENDS HERE WITH RETURN CODE 16.     *
019060*  FILE STATUS 35 JUST MEANS NO STATUS FILE EXISTS YET.         *
019070*****************************************************************
019080 1320-CHECK-PAYFEED-HOLD.
019090     OPEN INPUT PAYSTAT-FILE
019100     IF WS-PST-STATUS = '35'
019110         GO TO 1320-CHECK-PAYFEED-HOLD-EXIT
019120     END-IF
019130     IF WS-PST-STATUS NOT = '00'
019140         DISPLAY 'COBOLDB2 - UNABLE TO OPEN PAYSTAT, STATUS='
019150             WS-PST-STATUS
019160         MOVE 16 TO WS-RETURN-CODE
019170         GO TO 1320-CHECK-PAYFEED-HOLD-EXIT
019180     END-IF
019190     READ PAYSTAT-FILE INTO PAYFEED-STATUS-RECORD
019200     IF WS-PST-STATUS = '00' AND PST-FEED-HELD
019210         DISPLAY 'COBOLDB2 - PAYFEED OF ' PST-FEED-DATE
019220             ' IS STILL UNRESOLVED: ' PST-REASON
019230         DISPLAY 'COBOLDB2 - RUN REFUSED UNTIL PAYACK CLEARS '
019240             'THE HOLD'
019250         MOVE 16 TO WS-RETURN-CODE
019260     END-IF
019270     CLOSE PAYSTAT-FILE.
019280 1320-CHECK-PAYFEED-HOLD-EXIT.
019290     EXIT.
019300
019310*****************************************************************
019320*  1500-CHECK-CYCLE-CONTROL                                     *
019330*  READ THE CYCPARM CARD AND THE BUSINESS DATE'S CYCLCTL        *
019340*  RECORDS AND DECIDE WHETHER THIS STEP MAY RUN: THE            *
019350*  PREDECESSOR MUST HAVE COMPLETED WITH RC 4 OR LESS, AND THIS  *
019360*  STEP (OR THE ONE IT EXCLUDES) MUST NOT HAVE RUN ALREADY.  A  *
019370*  REFUSAL ENDS THE RUN WITH RC 20 BEFORE ANY OTHER FILE IS     *
019380*  OPENED, UNLESS THE CYCPARM OPERATOR OVERRIDE NAMES THIS      *
019390*  PROGRAM.  A CYCPARM OR CYCLCTL PROBLEM IS RC 16.             *
019400*****************************************************************
019410 1500-CHECK-CYCLE-CONTROL.
019420     PERFORM 1510-READ-CYCLE-PARM
019430         THRU 1510-READ-CYCLE-PARM-EXIT
019440     IF WS-RETURN-CODE NOT = ZERO
019450         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
019460     END-IF
019470     PERFORM 1520-LOAD-CYCLE-HISTORY
019480         THRU 1520-LOAD-CYCLE-HISTORY-EXIT
019490     IF WS-RETURN-CODE NOT = ZERO
019500         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
019510     END-IF
019520     MOVE SPACES TO WS-CYC-REASON
019530     IF WS-CYC-PREDECESSOR NOT = SPACES
019540         IF NOT CYC-PRED-COMPLETED
019550             MOVE 'PREDECESSOR HAS NOT COMPLETED'
019560                 TO WS-CYC-REASON
019570             DISPLAY 'COBOLDB2 - ' WS-CYC-PREDECESSOR
019580                 ' HAS NOT COMPLETED FOR ' WS-CYC-BUSINESS-DATE
019590         ELSE
019600             IF WS-CYC-PRED-RC > 4
019610                 MOVE 'PREDECESSOR DID NOT END CLEAN'
019620                     TO WS-CYC-REASON
019630                 DISPLAY 'COBOLDB2 - ' WS-CYC-PRED-PROGRAM
019640                     ' ENDED RC ' WS-CYC-PRED-RC ' FOR '
019650                     WS-CYC-BUSINESS-DATE
019660             END-IF
019670         END-IF
019680     END-IF
019690     IF CYC-ALREADY-RAN
019700         MOVE 'ALREADY RAN FOR BUSINESS DATE' TO WS-CYC-REASON
019710         DISPLAY 'COBOLDB2 - ' WS-CYC-PRIOR-PROGRAM
019720             ' ALREADY RAN FOR ' WS-CYC-BUSINESS-DATE
019730             ', RC ' WS-CYC-PRIOR-RC
019740     END-IF
019750     IF WS-CYC-REASON = SPACES
019760         DISPLAY 'COBOLDB2 - CYCLE CHECK PASSED FOR '
019770             WS-CYC-BUSINESS-DATE
019780         SET CYC-STEP-CLEARED TO TRUE
019790         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
019800     END-IF
019810     IF CYC-OVERRIDE-IN-EFFECT
019820         DISPLAY 'COBOLDB2 - CHECKS ABOVE OVERRIDDEN BY '
019830             WS-CYC-OVERRIDE-USER
019840         DISPLAY 'COBOLDB2 - OVERRIDE REASON: '
019850             WS-CYC-OVERRIDE-REASON
019860         SET CYC-STEP-CLEARED TO TRUE
019870         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
019880     END-IF
019890     DISPLAY 'COBOLDB2 - RUN REFUSED FOR BUSINESS DATE '
019900         WS-CYC-BUSINESS-DATE
019910     SET CYC-STEP-REFUSED TO TRUE
019920     MOVE 20 TO WS-RETURN-CODE.
019930 1500-CHECK-CYCLE-CONTROL-EXIT.
019940     EXIT.
019950
019960*****************************************************************
019970*  1510-READ-CYCLE-PARM                                         *
019980*  SPACES IN CP-BUSINESS-DATE MEAN TODAY.  THE OVERRIDE IS      *
019990*  TAKEN ONLY WHEN IT NAMES THIS PROGRAM AND CARRIES BOTH THE   *
020000*  OPERATOR'S USER ID AND A REASON.                             *
020010*****************************************************************
020020 1510-READ-CYCLE-PARM.
020030     OPEN INPUT CYCPARM-FILE
020040     IF WS-CYCPARM-STATUS NOT = '00'
020050         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CYCPARM, STATUS='
020060             WS-CYCPARM-STATUS
020070         MOVE 16 TO WS-RETURN-CODE
020080         GO TO 1510-READ-CYCLE-PARM-EXIT
020090     END-IF
020100     READ CYCPARM-FILE INTO CYCLE-PARM-RECORD
020110     IF WS-CYCPARM-STATUS NOT = '00'
020120         DISPLAY 'COBOLDB2 - CYCPARM EMPTY OR UNREADABLE'
020130         MOVE 16 TO WS-RETURN-CODE
020140         CLOSE CYCPARM-FILE
020150         GO TO 1510-READ-CYCLE-PARM-EXIT
020160     END-IF
020170     IF CP-BUSINESS-DATE = SPACES
020180         MOVE WS-RUN-DATE TO WS-CYC-BUSINESS-DATE
020190     ELSE
020200         MOVE CP-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE
020210     END-IF
020220     IF WS-CYC-BUSINESS-DATE NOT NUMERIC
020230         DISPLAY 'COBOLDB2 - CYCPARM BUSINESS DATE INVALID: '
020240             WS-CYC-BUSINESS-DATE
020250         MOVE 16 TO WS-RETURN-CODE
020260     END-IF
020270     IF CP-OVERRIDE-PROGRAM = WS-CYC-PROGRAM
020280         IF CP-OVERRIDE-USER = SPACES
020290             OR CP-OVERRIDE-REASON = SPACES
020300             DISPLAY 'COBOLDB2 - CYCPARM OVERRIDE NEEDS A USER '
020310                 'ID AND A REASON'
020320             MOVE 16 TO WS-RETURN-CODE
020330         ELSE
020340             MOVE CP-OVERRIDE-USER TO WS-CYC-OVERRIDE-USER
020350             MOVE CP-OVERRIDE-REASON TO WS-CYC-OVERRIDE-REASON
020360             SET CYC-OVERRIDE-IN-EFFECT TO TRUE
020370         END-IF
020380     END-IF
020390     CLOSE CYCPARM-FILE.
020400 1510-READ-CYCLE-PARM-EXIT.
020410     EXIT.
020420
020430*****************************************************************
020440*  1520-LOAD-CYCLE-HISTORY                                      *
020450*  ONE PASS OVER CYCLCTL FOR THE BUSINESS DATE.  FILE STATUS 35 *
020460*  JUST MEANS NO CYCLE HAS BEEN RECORDED YET.                   *
020470*****************************************************************
020480 1520-LOAD-CYCLE-HISTORY.
020490     OPEN INPUT CYCLE-FILE
020500     IF WS-CYC-STATUS = '35'
020510         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
020520     END-IF
020530     IF WS-CYC-STATUS NOT = '00'
020540         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CYCLCTL, STATUS='
020550             WS-CYC-STATUS
020560         MOVE 16 TO WS-RETURN-CODE
020570         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
020580     END-IF
020590     PERFORM 1530-READ-CYCLE-RECORD
020600         THRU 1530-READ-CYCLE-RECORD-EXIT
020610     PERFORM 1540-POST-CYCLE-RECORD
020620         THRU 1540-POST-CYCLE-RECORD-EXIT
020630         UNTIL CYC-EOF
020640     CLOSE CYCLE-FILE.
020650 1520-LOAD-CYCLE-HISTORY-EXIT.
020660     EXIT.
020670
020680 1530-READ-CYCLE-RECORD.
020690     READ CYCLE-FILE
020700     IF WS-CYC-STATUS NOT = '00'
020710         IF WS-CYC-STATUS NOT = '10'
020720             DISPLAY 'COBOLDB2 - CYCLCTL READ ERROR, STATUS='
020730                 WS-CYC-STATUS
020740             MOVE 16 TO WS-RETURN-CODE
020750         END-IF
020760         SET CYC-EOF TO TRUE
020770     END-IF.
020780 1530-READ-CYCLE-RECORD-EXIT.
020790     EXIT.
020800
020810*****************************************************************
020820*  1540-POST-CYCLE-RECORD                                       *
020830*  ONLY COMPLETED RUNS FOR THE BUSINESS DATE COUNT - A REFUSED  *
020840*  RUN NEVER DID ANYTHING.  THE FILE IS IN TIME ORDER, SO THE   *
020850*  LAST COMPLETION SEEN FOR A PROGRAM IS THE ONE THAT STANDS.   *
020860*****************************************************************
020870 1540-POST-CYCLE-RECORD.
020880     IF CYC-BUSINESS-DATE = WS-CYC-BUSINESS-DATE
020890         AND CYC-EVENT-COMPLETED
020900         IF CYC-PROGRAM = WS-CYC-PREDECESSOR
020910             OR CYC-PROGRAM = WS-CYC-ALTERNATE
020920             SET CYC-PRED-COMPLETED TO TRUE
020930             MOVE CYC-PROGRAM TO WS-CYC-PRED-PROGRAM
020940             MOVE CYC-RETURN-CODE TO WS-CYC-PRED-RC
020950         END-IF
020960         IF CYC-PROGRAM = WS-CYC-PROGRAM
020970             OR CYC-PROGRAM = WS-CYC-EXCLUSIVE
020980             SET CYC-ALREADY-RAN TO TRUE
020990             MOVE CYC-PROGRAM TO WS-CYC-PRIOR-PROGRAM
021000             MOVE CYC-RETURN-CODE TO WS-CYC-PRIOR-RC
021010         END-IF
021020     END-IF
021030     PERFORM 1530-READ-CYCLE-RECORD
021040         THRU 1530-READ-CYCLE-RECORD-EXIT.
021050 1540-POST-CYCLE-RECORD-EXIT.
021060     EXIT.
021070
021080*****************************************************************
021090*  2000-PROCESS-REQUEST - DISPATCH ON RUN MODE                  *
021100*****************************************************************
021110 2000-PROCESS-REQUEST.
021120     IF WS-RETURN-CODE NOT = ZERO
021130         GO TO 2000-PROCESS-REQUEST-EXIT
021140     END-IF
021150     IF MODE-SINGLE-LOOKUP
021160         PERFORM 2100-SINGLE-EMPLOYEE-LOOKUP
021170             THRU 2100-SINGLE-EMPLOYEE-LOOKUP-EXIT
021180     END-IF
021190     IF MODE-DEPT-ROSTER
021200         PERFORM 2200-DEPARTMENT-ROSTER
021210             THRU 2200-DEPARTMENT-ROSTER-EXIT
021220         PERFORM 5000-RECONCILE-CONTROL-TOTALS
021230             THRU 5000-RECONCILE-CONTROL-TOTALS-EXIT
021240     END-IF
021250     IF MODE-BATCH-EXTRACT
021260         PERFORM 2300-BATCH-EXTRACT
021270             THRU 2300-BATCH-EXTRACT-EXIT
021280         IF EXTRACT-INCOMPLETE
021290             DISPLAY 'COBOLDB2 - EXTRACT ENDED AT CHECKPOINT, '
021300                 'RECONCILIATION DEFERRED TO THE RESTART RUN'
021310         ELSE
021320             PERFORM 5000-RECONCILE-CONTROL-TOTALS
021330                 THRU 5000-RECONCILE-CONTROL-TOTALS-EXIT
021340         END-IF
021350     END-IF
021360     IF MODE-UPDATE
021370         PERFORM 2400-UPDATE-EMPLOYEES
021380             THRU 2400-UPDATE-EMPLOYEES-EXIT
021390     END-IF
021400     IF MODE-DEPT-TRANSFER
021410         PERFORM 2500-DEPT-TRANSFER
021420             THRU 2500-DEPT-TRANSFER-EXIT
021430     END-IF
021440     IF MODE-COMP-ADJUST
021450         PERFORM 2600-COMP-ADJUST
021460             THRU 2600-COMP-ADJUST-EXIT
021470     END-IF
021480     IF MODE-DEPT-SUMMARY
021490         PERFORM 2700-DEPT-SUMMARY
021500             THRU 2700-DEPT-SUMMARY-EXIT
021510     END-IF
021520     IF MODE-ORG-HIERARCHY
021530         PERFORM 2800-ORG-HIERARCHY
021540             THRU 2800-ORG-HIERARCHY-EXIT
021550     END-IF
021560     IF MODE-DEPT-MAINT
021570         PERFORM 2900-DEPT-MAINTENANCE
021580             THRU 2900-DEPT-MAINTENANCE-EXIT
021590     END-IF.
021600 2000-PROCESS-REQUEST-EXIT.
021610     EXIT.
021620 
021630*****************************************************************
021640*  2100-SINGLE-EMPLOYEE-LOOKUP                                  *
021650*  WS-EMPNO WAS ALREADY MOVED IN FROM THE PARM / PARM FILE.     *
021660*****************************************************************
021670 2100-SINGLE-EMPLOYEE-LOOKUP.
021680     EXEC SQL
021690         SELECT EMPNO, LASTNAME, FIRSTNME, WORKDEPT, PHONENO,
021700                HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
021710                SALARY, BONUS, COMM
021720         INTO :WS-EMPNO, :WS-LAST-NAME, :WS-FIRST-NAME,
021730              :WS-WORKDEPT, :WS-PHONENO, :WS-HIREDATE,
021740              :WS-JOB, :WS-EDLEVEL, :WS-SEX, :WS-BIRTHDATE,
021750              :WS-SALARY, :WS-BONUS, :WS-COMM
021760         FROM EMPLOYEE
021770         WHERE EMPNO = :WS-EMPNO
021780     END-EXEC
021790     MOVE 'SELECT  ' TO WS-AUD-ACTION
021800     PERFORM 4000-WRITE-AUDIT-RECORD
021810         THRU 4000-WRITE-AUDIT-RECORD-EXIT
021820     IF SQLCODE = 0
021830         MOVE WS-WORKDEPT TO WS-ENT-CHECK-DEPT
021840         PERFORM 1170-CHECK-ENTITLED-DEPT
021850             THRU 1170-CHECK-ENTITLED-DEPT-EXIT
021860         IF ENT-DEPT-NOT-HELD
021870             MOVE 'EMPLOYEE DEPARTMENT NOT ENTITLED'
021880                 TO WS-ENT-REFUSE-REASON
021890             PERFORM 1180-REFUSE-ACCESS
021900                 THRU 1180-REFUSE-ACCESS-EXIT
021910             MOVE 'REFUSED ' TO WS-AUD-ACTION
021920             PERFORM 4000-WRITE-AUDIT-RECORD
021930                 THRU 4000-WRITE-AUDIT-RECORD-EXIT
021940             GO TO 2100-SINGLE-EMPLOYEE-LOOKUP-EXIT
021950         END-IF
021960         DISPLAY WS-EMPLOYEE-RECORD
021970         PERFORM 3000-PROCESS-EMPLOYEE-ROW
021980             THRU 3000-PROCESS-EMPLOYEE-ROW-EXIT
021990     ELSE
022000         DISPLAY 'COBOLDB2 - EMPLOYEE NOT FOUND, SQLCODE='
022010             SQLCODE
022020         MOVE 8 TO WS-RETURN-CODE
022030     END-IF.
022040 2100-SINGLE-EMPLOYEE-LOOKUP-EXIT.
022050     EXIT.
022060 
022070*****************************************************************
022080*  2200-DEPARTMENT-ROSTER                                       *
022090*  CURSOR-DRIVEN, PAGINATED ROSTER REPORT FOR WS-SEARCH-WORKDEPT*
022100*****************************************************************
022110 2200-DEPARTMENT-ROSTER.
022120     PERFORM 2210-GET-DEPARTMENT-INFO
022130         THRU 2210-GET-DEPARTMENT-INFO-EXIT
022140     EXEC SQL
022150         DECLARE EMPROSTER CURSOR FOR
022160         SELECT EMPNO, LASTNAME, FIRSTNME, WORKDEPT, PHONENO,
022170                HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
022180                SALARY, BONUS, COMM
022190         FROM EMPLOYEE
022200         WHERE WORKDEPT = :WS-SEARCH-WORKDEPT
022210         ORDER BY LASTNAME, FIRSTNME
022220     END-EXEC
022230 
022240     EXEC SQL
022250         OPEN EMPROSTER
022260     END-EXEC
022270 
022280     IF SQLCODE NOT = 0
022290         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CURSOR, SQLCODE='
022300             SQLCODE
022310         MOVE 8 TO WS-RETURN-CODE
022320         GO TO 2200-DEPARTMENT-ROSTER-EXIT
022330     END-IF
022340 
022350     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
022360     PERFORM 2220-FETCH-ROSTER-ROW
022370         THRU 2220-FETCH-ROSTER-ROW-EXIT
022380         UNTIL CURSOR-EOF
022390 
022400     EXEC SQL
022410         CLOSE EMPROSTER
022420     END-EXEC
022430 
022440     MOVE WS-RECORD-COUNT TO WS-RPT-TOTAL-OUT
022450     WRITE RPT-RECORD FROM WS-RPT-TOTALS.
022460 2200-DEPARTMENT-ROSTER-EXIT.
022470     EXIT.
022480 
022490 2220-FETCH-ROSTER-ROW.
022500     EXEC SQL
022510         FETCH EMPROSTER
022520         INTO :WS-EMPNO, :WS-LAST-NAME, :WS-FIRST-NAME,
022530              :WS-WORKDEPT, :WS-PHONENO, :WS-HIREDATE,
022540              :WS-JOB, :WS-EDLEVEL, :WS-SEX, :WS-BIRTHDATE,
022550              :WS-SALARY, :WS-BONUS, :WS-COMM
022560     END-EXEC
022570     IF SQLCODE = 0
022580         MOVE 'SELECT  ' TO WS-AUD-ACTION
022590         PERFORM 4000-WRITE-AUDIT-RECORD
022600             THRU 4000-WRITE-AUDIT-RECORD-EXIT
022610         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
022620             PERFORM 2230-WRITE-PAGE-HEADINGS
022630                 THRU 2230-WRITE-PAGE-HEADINGS-EXIT
022640         END-IF
022650         PERFORM 2240-WRITE-REPORT-LINE
022660             THRU 2240-WRITE-REPORT-LINE-EXIT
022670         PERFORM 3000-PROCESS-EMPLOYEE-ROW
022680             THRU 3000-PROCESS-EMPLOYEE-ROW-EXIT
022690     ELSE
022700         SET CURSOR-EOF TO TRUE
022710         IF SQLCODE NOT = 100
022720             DISPLAY 'COBOLDB2 - FETCH ERROR, SQLCODE='
022730                 SQLCODE
022740             MOVE 8 TO WS-RETURN-CODE
022750         END-IF
022760     END-IF.
022770 2220-FETCH-ROSTER-ROW-EXIT.
022780     EXIT.
022790 
022800 2230-WRITE-PAGE-HEADINGS.
022810     ADD 1 TO WS-PAGE-COUNT
022820     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
022830     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
022840     MOVE WS-SEARCH-WORKDEPT TO WS-RPT-DEPT-OUT
022850     MOVE WS-DEPT-NAME TO WS-RPT-DEPT-NAME-OUT
022860     MOVE WS-DEPT-MGRNO TO WS-RPT-MGRNO-OUT
022870     MOVE WS-MGR-LASTNAME TO WS-RPT-MGR-NAME-OUT
022880     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
022890     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
022900     WRITE RPT-RECORD FROM WS-RPT-HEADING-2B
022910     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
022920     MOVE ZERO TO WS-LINE-COUNT.
022930 2230-WRITE-PAGE-HEADINGS-EXIT.
022940     EXIT.
022950
022960*****************************************************************
022970*  2210-GET-DEPARTMENT-INFO                                     *
022980*  PULL THE DEPARTMENT NAME AND MANAGER FOR THE ROSTER'S        *
022990*  WORKDEPT SO THE REPORT SHOWS MORE THAN THE BARE CODE.  A     *
023000*  MISSING DEPARTMENT ROW IS NOT FATAL TO THE ROSTER - THE      *
023010*  NAME PRINTS AS UNKNOWN AND THE RUN CARRIES ON.               *
023020*****************************************************************
023030 2210-GET-DEPARTMENT-INFO.
023040     MOVE SPACES TO WS-DEPT-NAME
023050     MOVE SPACES TO WS-DEPT-MGRNO
023060     MOVE SPACES TO WS-MGR-LASTNAME
023070     EXEC SQL
023080         SELECT DEPTNAME, VALUE(MGRNO, ' ')
023090         INTO :WS-DEPT-NAME, :WS-DEPT-MGRNO
023100         FROM DEPARTMENT
023110         WHERE DEPTNO = :WS-SEARCH-WORKDEPT
023120     END-EXEC
023130     IF SQLCODE NOT = 0
023140         DISPLAY 'COBOLDB2 - DEPARTMENT ROW NOT FOUND FOR '
023150             WS-SEARCH-WORKDEPT ' SQLCODE=' SQLCODE
023160         MOVE '** UNKNOWN DEPARTMENT **' TO WS-DEPT-NAME
023170         PERFORM 4100-RAISE-WARNING-RC
023180             THRU 4100-RAISE-WARNING-RC-EXIT
023190         GO TO 2210-GET-DEPARTMENT-INFO-EXIT
023200     END-IF
023210     IF WS-DEPT-MGRNO NOT = SPACES
023220         EXEC SQL
023230             SELECT LASTNAME INTO :WS-MGR-LASTNAME
023240             FROM EMPLOYEE
023250             WHERE EMPNO = :WS-DEPT-MGRNO
023260         END-EXEC
023270         MOVE WS-EMPNO TO WS-SAVE-EMPNO
023280         MOVE WS-DEPT-MGRNO TO WS-EMPNO
023290         MOVE 'SELECT  ' TO WS-AUD-ACTION
023300         PERFORM 4000-WRITE-AUDIT-RECORD
023310             THRU 4000-WRITE-AUDIT-RECORD-EXIT
023320         MOVE WS-SAVE-EMPNO TO WS-EMPNO
023330         IF SQLCODE NOT = 0
023340             MOVE SPACES TO WS-MGR-LASTNAME
023350         END-IF
023360     END-IF.
023370 2210-GET-DEPARTMENT-INFO-EXIT.
023380     EXIT.
023390
023400 2240-WRITE-REPORT-LINE.
023410     MOVE WS-EMPNO TO WS-RPT-EMPNO-OUT
023420     MOVE WS-LAST-NAME TO WS-RPT-LNAME-OUT
023430     MOVE WS-FIRST-NAME TO WS-RPT-FNAME-OUT
023440     MOVE WS-WORKDEPT TO WS-RPT-DEPT-DTL-OUT
023450     MOVE WS-DEPT-NAME TO WS-RPT-DEPT-NAME-DTL-OUT
023460     WRITE RPT-RECORD FROM WS-RPT-DETAIL
023470     ADD 1 TO WS-LINE-COUNT.
023480 2240-WRITE-REPORT-LINE-EXIT.
023490     EXIT.
023500 
023510*****************************************************************
023520*  2300-BATCH-EXTRACT                                           *
023530*  DRIVEN BY A FILE OF EMPNO VALUES, ONE SELECT PER ENTRY.      *
023540*****************************************************************
023550 2300-BATCH-EXTRACT.
023560     IF RESTART-IN-EFFECT
023570         PERFORM 2305-SKIP-TO-CHECKPOINT
023580             THRU 2305-SKIP-TO-CHECKPOINT-EXIT
023590     END-IF
023600     PERFORM 2310-READ-DRIVE-RECORD
023610         THRU 2310-READ-DRIVE-RECORD-EXIT
023620     PERFORM 2320-SELECT-EMPLOYEE-ROW
023630         THRU 2320-SELECT-EMPLOYEE-ROW-EXIT
023640         UNTIL DRIVE-EOF
023650     IF EXTRACT-COMPLETE
023660         PERFORM 2360-CLEAR-CHECKPOINT
023670             THRU 2360-CLEAR-CHECKPOINT-EXIT
023680     END-IF.
023690 2300-BATCH-EXTRACT-EXIT.
023700     EXIT.
023710
023720*****************************************************************
023730*  2305-SKIP-TO-CHECKPOINT                                      *
023740*  READ PAST THE DRIVING RECORDS THE FAILED RUN ALREADY         *
023750*  PROCESSED, SO THE EXTRACT RESUMES AT THE RECORD AFTER THE    *
023760*  LAST ONE COVERED BY THE CHECKPOINT.                          *
023770*****************************************************************
023780 2305-SKIP-TO-CHECKPOINT.
023790     PERFORM 2310-READ-DRIVE-RECORD
023800         THRU 2310-READ-DRIVE-RECORD-EXIT
023810         UNTIL DRIVE-EOF
023820         OR WS-DRIVE-RECORD-NO NOT < WS-DRIVE-SKIP-COUNT.
023830 2305-SKIP-TO-CHECKPOINT-EXIT.
023840     EXIT.
023850
023860 2310-READ-DRIVE-RECORD.
023870     READ EMPNO-DRIVE-FILE INTO EMPNO-DRIVE-RECORD
023880     IF WS-DRIVE-STATUS = '00'
023890         ADD 1 TO WS-DRIVE-RECORD-NO
023900         MOVE DRV-EMPNO TO WS-EMPNO
023910     ELSE
023920         SET DRIVE-EOF TO TRUE
023930     END-IF.
023940 2310-READ-DRIVE-RECORD-EXIT.
023950     EXIT.
023960
023970 2320-SELECT-EMPLOYEE-ROW.
023980     EXEC SQL
023990         SELECT EMPNO, LASTNAME, FIRSTNME, WORKDEPT, PHONENO,
024000                HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
024010                SALARY, BONUS, COMM
024020         INTO :WS-EMPNO, :WS-LAST-NAME, :WS-FIRST-NAME,
024030              :WS-WORKDEPT, :WS-PHONENO, :WS-HIREDATE,
024040              :WS-JOB, :WS-EDLEVEL, :WS-SEX, :WS-BIRTHDATE,
024050              :WS-SALARY, :WS-BONUS, :WS-COMM
024060         FROM EMPLOYEE
024070         WHERE EMPNO = :WS-EMPNO
024080     END-EXEC
024090     MOVE 'SELECT  ' TO WS-AUD-ACTION
024100     PERFORM 4000-WRITE-AUDIT-RECORD
024110         THRU 4000-WRITE-AUDIT-RECORD-EXIT
024120     IF SQLCODE = 0
024130         PERFORM 3000-PROCESS-EMPLOYEE-ROW
024140             THRU 3000-PROCESS-EMPLOYEE-ROW-EXIT
024150         ADD 1 TO WS-ROWS-SINCE-CHKPT
024160         IF WS-ROWS-SINCE-CHKPT NOT < WS-CHKPT-INTERVAL
024170             PERFORM 2350-TAKE-CHECKPOINT
024180                 THRU 2350-TAKE-CHECKPOINT-EXIT
024190         END-IF
024200     ELSE
024210         IF SQLCODE = 100
024220             DISPLAY 'COBOLDB2 - EMPNO NOT FOUND ' WS-EMPNO
024230                 ' SQLCODE=' SQLCODE
024240             PERFORM 4100-RAISE-WARNING-RC
024250                 THRU 4100-RAISE-WARNING-RC-EXIT
024260         ELSE
024270             DISPLAY 'COBOLDB2 - DB2 ERROR ON EMPNO ' WS-EMPNO
024280                 ' SQLCODE=' SQLCODE
024290                 ', CHECKPOINTING AND ENDING THE EXTRACT'
024300             PERFORM 4200-RAISE-ERROR-RC
024310                 THRU 4200-RAISE-ERROR-RC-EXIT
024320             SET EXTRACT-INCOMPLETE TO TRUE
024330             SUBTRACT 1 FROM WS-DRIVE-RECORD-NO
024340             PERFORM 2350-TAKE-CHECKPOINT
024350                 THRU 2350-TAKE-CHECKPOINT-EXIT
024360             SET DRIVE-EOF TO TRUE
024370             GO TO 2320-SELECT-EMPLOYEE-ROW-EXIT
024380         END-IF
024390     END-IF
024400     PERFORM 2310-READ-DRIVE-RECORD
024410         THRU 2310-READ-DRIVE-RECORD-EXIT.
024420 2320-SELECT-EMPLOYEE-ROW-EXIT.
024430     EXIT.
024440
024450*****************************************************************
024460*  2350-TAKE-CHECKPOINT                                         *
024470*  REWRITE THE ONE-RECORD CHKPT FILE WITH THE CURRENT DRIVING-  *
024480*  FILE POSITION AND RUNNING CONTROL TOTALS.  TAKEN EVERY       *
024490*  WS-CHKPT-INTERVAL EXTRACTED ROWS AND AGAIN WHEN A DB2 ERROR  *
024500*  ENDS THE RUN, SO A RESTART LOSES NO COMPLETED WORK.          *
024510*****************************************************************
024520 2350-TAKE-CHECKPOINT.
024530     OPEN OUTPUT CHECKPOINT-FILE
024540     IF WS-CHKPT-STATUS NOT = '00'
024550         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CHKPT, STATUS='
024560             WS-CHKPT-STATUS
024570         MOVE 16 TO WS-RETURN-CODE
024580         GO TO 2350-TAKE-CHECKPOINT-EXIT
024590     END-IF
024600     MOVE SPACES TO CHECKPOINT-RECORD
024610     MOVE 'Y' TO CHK-ACTIVE-SW
024620     MOVE WS-RUN-DATE TO CHK-RUN-DATE
024630     MOVE WS-DRIVE-RECORD-NO TO CHK-DRIVE-RECORD-NO
024640     MOVE WS-RECORD-COUNT TO CHK-RECORD-COUNT
024650     MOVE WS-CHECKSUM-TOTAL TO CHK-CHECKSUM-TOTAL
024660     MOVE WS-PAY-RECORD-COUNT TO CHK-PAY-RECORD-COUNT
024670     MOVE WS-PAY-SALARY-TOTAL TO CHK-PAY-SALARY-TOTAL
024680     MOVE WS-PAY-BONUS-TOTAL TO CHK-PAY-BONUS-TOTAL
024690     MOVE WS-PAY-COMM-TOTAL TO CHK-PAY-COMM-TOTAL
024700     WRITE CHECKPOINT-RECORD
024710     CLOSE CHECKPOINT-FILE
024720     MOVE ZERO TO WS-ROWS-SINCE-CHKPT.
024730 2350-TAKE-CHECKPOINT-EXIT.
024740     EXIT.
024750
024760*****************************************************************
024770*  2360-CLEAR-CHECKPOINT                                        *
024780*  A CLEAN END OF EXTRACT REWRITES THE CHKPT RECORD INACTIVE    *
024790*  SO THE NEXT SUBMISSION STARTS FROM THE TOP OF EMPNOIN.       *
024800*****************************************************************
024810 2360-CLEAR-CHECKPOINT.
024820     OPEN OUTPUT CHECKPOINT-FILE
024830     IF WS-CHKPT-STATUS NOT = '00'
024840         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CHKPT, STATUS='
024850             WS-CHKPT-STATUS
024860         MOVE 16 TO WS-RETURN-CODE
024870         GO TO 2360-CLEAR-CHECKPOINT-EXIT
024880     END-IF
024890     MOVE SPACES TO CHECKPOINT-RECORD
024900     MOVE 'N' TO CHK-ACTIVE-SW
024910     MOVE WS-RUN-DATE TO CHK-RUN-DATE
024920     MOVE ZERO TO CHK-DRIVE-RECORD-NO
024930     MOVE ZERO TO CHK-RECORD-COUNT
024940     MOVE ZERO TO CHK-CHECKSUM-TOTAL
024950     MOVE ZERO TO CHK-PAY-RECORD-COUNT
024960     MOVE ZERO TO CHK-PAY-SALARY-TOTAL
024970     MOVE ZERO TO CHK-PAY-BONUS-TOTAL
024980     MOVE ZERO TO CHK-PAY-COMM-TOTAL
024990     WRITE CHECKPOINT-RECORD
025000     CLOSE CHECKPOINT-FILE.
025010 2360-CLEAR-CHECKPOINT-EXIT.
025020     EXIT.
025030
025040*****************************************************************
025050*  2400-UPDATE-EMPLOYEES                                        *
025060*  READS A TRANSACTION FILE OF REQUESTED CHANGES, VALIDATES     *
025070*  EACH ONE, AND ISSUES THE EXEC SQL UPDATE.  EVERY TRAN READ   *
025080*  IS PRINTED ON THE TRANSACTION REGISTER WITH ITS DISPOSITION; *
025090*  REJECTS ALSO GO TO THE SUSPENSE FILE FOR CORRECTION.         *
025100*****************************************************************
025110 2400-UPDATE-EMPLOYEES.
025120     PERFORM 2405-LOAD-JOB-RATE-TABLE
025130         THRU 2405-LOAD-JOB-RATE-TABLE-EXIT
025140     IF WS-RETURN-CODE >= 16
025150         GO TO 2400-UPDATE-EMPLOYEES-EXIT
025160     END-IF
025170     IF NOT BUDG-FILE-OPEN
025180         PERFORM 4100-RAISE-WARNING-RC
025190             THRU 4100-RAISE-WARNING-RC-EXIT
025200     END-IF
025210     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
025220     PERFORM 2410-READ-TRAN-RECORD
025230         THRU 2410-READ-TRAN-RECORD-EXIT
025240     PERFORM 2420-PROCESS-TRAN-RECORD
025250         THRU 2420-PROCESS-TRAN-RECORD-EXIT
025260         UNTIL TRAN-EOF
025270     IF WS-TRAN-READ-COUNT = ZERO
025280         PERFORM 2470-WRITE-REGISTER-HEADINGS
025290             THRU 2470-WRITE-REGISTER-HEADINGS-EXIT
025300     END-IF
025310     MOVE 'TRANS READ       : ' TO WS-REG-TOTAL-LABEL
025320     MOVE WS-TRAN-READ-COUNT TO WS-REG-TOTAL-OUT
025330     WRITE RPT-RECORD FROM WS-REG-TOTALS
025340     MOVE 'TRANS APPLIED    : ' TO WS-REG-TOTAL-LABEL
025350     MOVE WS-TRAN-APPLIED-COUNT TO WS-REG-TOTAL-OUT
025360     WRITE RPT-RECORD FROM WS-REG-TOTALS
025370     MOVE 'TRANS REJECTED   : ' TO WS-REG-TOTAL-LABEL
025380     MOVE WS-TRAN-REJECT-COUNT TO WS-REG-TOTAL-OUT
025390     WRITE RPT-RECORD FROM WS-REG-TOTALS
025400     MOVE 'REHIRES FLAGGED  : ' TO WS-REG-TOTAL-LABEL
025410     MOVE WS-REHIRE-COUNT TO WS-REG-TOTAL-OUT
025420     WRITE RPT-RECORD FROM WS-REG-TOTALS
025430     MOVE 'FORMER EMPS FILED: ' TO WS-REG-TOTAL-LABEL
025440     MOVE WS-FORMER-FILED-COUNT TO WS-REG-TOTAL-OUT
025450     WRITE RPT-RECORD FROM WS-REG-TOTALS
025460     MOVE 'OVER HC BUDGET   : ' TO WS-REG-TOTAL-LABEL
025470     MOVE WS-OVER-BUDGET-COUNT TO WS-REG-TOTAL-OUT
025480     WRITE RPT-RECORD FROM WS-REG-TOTALS
025490     DISPLAY 'COBOLDB2 - TRANS READ    : ' WS-TRAN-READ-COUNT
025500     DISPLAY 'COBOLDB2 - TRANS APPLIED : '
025510         WS-TRAN-APPLIED-COUNT
025520     DISPLAY 'COBOLDB2 - TRANS REJECTED: '
025530         WS-TRAN-REJECT-COUNT
025540     DISPLAY 'COBOLDB2 - REHIRES FLAGGED: ' WS-REHIRE-COUNT
025550     DISPLAY 'COBOLDB2 - FORMER EMPS FILED: '
025560         WS-FORMER-FILED-COUNT
025570     DISPLAY 'COBOLDB2 - OVER HC BUDGET : '
025580         WS-OVER-BUDGET-COUNT.
025590 2400-UPDATE-EMPLOYEES-EXIT.
025600     EXIT.
025610
025620*****************************************************************
025630*  2405-LOAD-JOB-RATE-TABLE                                     *
025640*  SAME RULES AS THE MODE 6 RATE LOAD - A NON-NUMERIC RANGE IS  *
025650*  SKIPPED WITH A WARNING, AND MORE RANGES THAN THE TABLE HOLDS *
025660*  IS A HARD ERROR SO A PAY CHANGE IS NEVER PASSED AGAINST A    *
025670*  TRUNCATED TABLE.                                             *
025680*****************************************************************
025690 2405-LOAD-JOB-RATE-TABLE.
025700     PERFORM 2406-READ-JOB-RATE-RECORD
025710         THRU 2406-READ-JOB-RATE-RECORD-EXIT
025720     PERFORM 2407-POST-JOB-RATE-RECORD
025730         THRU 2407-POST-JOB-RATE-RECORD-EXIT
025740         UNTIL JRATE-EOF
025750     DISPLAY 'COBOLDB2 - JOB RANGES LOADED: ' WS-JRATE-COUNT.
025760 2405-LOAD-JOB-RATE-TABLE-EXIT.
025770     EXIT.
025780
025790 2406-READ-JOB-RATE-RECORD.
025800     READ JOB-RATE-FILE INTO JOB-RATE-RECORD
025810     IF WS-JRATE-STATUS NOT = '00'
025820         SET JRATE-EOF TO TRUE
025830     END-IF.
025840 2406-READ-JOB-RATE-RECORD-EXIT.
025850     EXIT.
025860
025870 2407-POST-JOB-RATE-RECORD.
025880     IF JBR-MIN-SALARY NOT NUMERIC
025890         OR JBR-MAX-SALARY NOT NUMERIC
025900         DISPLAY 'COBOLDB2 - NON-NUMERIC JOB RANGE SKIPPED, JOB='
025910             JBR-JOB
025920         PERFORM 4100-RAISE-WARNING-RC
025930             THRU 4100-RAISE-WARNING-RC-EXIT
025940         GO TO 2407-POST-JOB-RATE-READ
025950     END-IF
025960     IF WS-JRATE-COUNT >= 100
025970         DISPLAY 'COBOLDB2 - JOBRATE TABLE FULL, RUN ABANDONED'
025980         MOVE 16 TO WS-RETURN-CODE
025990         MOVE ZERO TO WS-JRATE-COUNT
026000         SET JRATE-EOF TO TRUE
026010         GO TO 2407-POST-JOB-RATE-RECORD-EXIT
026020     END-IF
026030     ADD 1 TO WS-JRATE-COUNT
026040     SET JBR-IX TO WS-JRATE-COUNT
026050     MOVE JBR-JOB TO WS-JBR-JOB (JBR-IX)
026060     MOVE JBR-MIN-SALARY TO WS-JBR-MIN-SALARY (JBR-IX)
026070     MOVE JBR-MAX-SALARY TO WS-JBR-MAX-SALARY (JBR-IX).
026080 2407-POST-JOB-RATE-READ.
026090     PERFORM 2406-READ-JOB-RATE-RECORD
026100         THRU 2406-READ-JOB-RATE-RECORD-EXIT.
026110 2407-POST-JOB-RATE-RECORD-EXIT.
026120     EXIT.
026130
026140 2410-READ-TRAN-RECORD.
026150     READ TRAN-FILE INTO TRAN-RECORD
026160     IF WS-TRAN-STATUS NOT = '00'
026170         SET TRAN-EOF TO TRUE
026180     ELSE
026190         ADD 1 TO WS-TRAN-READ-COUNT
026200     END-IF.
026210 2410-READ-TRAN-RECORD-EXIT.
026220     EXIT.
026230
026240*****************************************************************
026250*  2415-FETCH-CURRENT-EMPLOYEE-ROW                                *
026260*  LOADS THE EMPLOYEE'S CURRENT WORKDEPT/PHONENO/NAME BEFORE A    *
026270*  TRANSACTION IS APPLIED, SO A FIELD THE TRANSACTION DOES NOT    *
026280*  CARRY A CHANGE FOR IS PUT BACK UNCHANGED RATHER THAN BLANKED.  *
026290*****************************************************************
026300 2415-FETCH-CURRENT-EMPLOYEE-ROW.
026310     SET TRAN-IS-VALID TO TRUE
026320     EXEC SQL
026330         SELECT WORKDEPT, PHONENO, LASTNAME, FIRSTNME
026340         INTO :WS-UPD-WORKDEPT, :WS-UPD-PHONENO,
026350              :WS-UPD-LASTNAME, :WS-UPD-FIRSTNME
026360         FROM EMPLOYEE
026370         WHERE EMPNO = :WS-UPD-EMPNO
026380     END-EXEC
026390     MOVE 'SELECT  ' TO WS-AUD-ACTION
026400     MOVE WS-UPD-EMPNO TO WS-EMPNO
026410     PERFORM 4000-WRITE-AUDIT-RECORD
026420         THRU 4000-WRITE-AUDIT-RECORD-EXIT
026430     IF SQLCODE NOT = 0
026440         DISPLAY 'COBOLDB2 - EMPNO NOT FOUND FOR UPDATE '
026450             WS-UPD-EMPNO ' SQLCODE=' SQLCODE
026460         PERFORM 4200-RAISE-ERROR-RC
026470             THRU 4200-RAISE-ERROR-RC-EXIT
026480         SET TRAN-IS-INVALID TO TRUE
026490         MOVE 'R001' TO WS-REJECT-REASON
026500     END-IF.
026510 2415-FETCH-CURRENT-EMPLOYEE-ROW-EXIT.
026520     EXIT.
026530
026540*****************************************************************
026550*  2416-VALIDATE-TERMINATION                                    *
026560*  THE REASON CODE MUST BE ONE OF THE TRANREC CODES (BLANK IS   *
026570*  ALLOWED) AND THE TERM DATE, WHEN GIVEN, A YYYY-MM-DD DATE.   *
026580*  A BLANK TERM DATE TAKES THE RUN DATE.  THE EDITED DATE IS    *
026590*  LEFT IN WS-TRM-DATE FOR THE FORMER-EMPLOYEE MASTER.          *
026600*****************************************************************
026610 2416-VALIDATE-TERMINATION.
026620     IF TRAN-TERM-DATE = SPACES
026630         STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
026640                '-' DELIMITED BY SIZE
026650                WS-RUN-DATE (5:2) DELIMITED BY SIZE
026660                '-' DELIMITED BY SIZE
026670                WS-RUN-DATE (7:2) DELIMITED BY SIZE
026680             INTO WS-TRM-DATE
026690         END-STRING
026700     ELSE
026710         MOVE TRAN-TERM-DATE TO WS-TRM-DATE
026720     END-IF
026730     IF NOT TRAN-TERM-REASON-VALID
026740         OR WS-TRM-YYYY NOT NUMERIC
026750         OR WS-TRM-SEP-1 NOT = '-'
026760         OR WS-TRM-MM NOT NUMERIC
026770         OR WS-TRM-MM < '01' OR WS-TRM-MM > '12'
026780         OR WS-TRM-SEP-2 NOT = '-'
026790         OR WS-TRM-DD NOT NUMERIC
026800         OR WS-TRM-DD < '01' OR WS-TRM-DD > '31'
026810         DISPLAY 'COBOLDB2 - INVALID TERMINATION FIELDS FOR '
026820             WS-UPD-EMPNO
026830         SET TRAN-IS-INVALID TO TRUE
026840         MOVE 'R012' TO WS-REJECT-REASON
026850         PERFORM 4100-RAISE-WARNING-RC
026860             THRU 4100-RAISE-WARNING-RC-EXIT
026870     END-IF.
026880 2416-VALIDATE-TERMINATION-EXIT.
026890     EXIT.
026900
026910*****************************************************************
026920*  2417-WRITE-FORMER-EMPLOYEE                                   *
026930*  FILE THE FINAL IMAGE ON THE FORMER-EMPLOYEE MASTER WITH THE  *
026940*  TERM DATE AND REASON.  THE IMAGE IS THE ONE 4310 JUST BUILT  *
026950*  FOR THE JOURNAL.  THE MASTER IS KEYED BY EMPNO AND TERM      *
026960*  DATE, SO AN EMPNO REHIRED UNDER THE OLD NUMBER AND NOW       *
026970*  LEAVING AGAIN GETS A RECORD OF ITS OWN BESIDE THE EARLIER    *
026980*  ONE.  A DUPLICATE KEY MEANS THE EMPNO WAS ALREADY FILED FOR  *
026990*  THE SAME TERM DATE - THE FIRST RECORD STANDS AND THE         *
027000*  DUPLICATE IS REPORTED WITH THE WARNING RC (THE JOURNAL HAS   *
027010*  THE IMAGE).  THE DELETE HAS ALREADY COMMITTED, SO ANY OTHER  *
027020*  FAILURE HERE CANNOT BACK IT OUT - IT IS REPORTED WITH THE    *
027030*  ERROR RC FOR FOLLOW-UP.                                      *
027040*****************************************************************
027050 2417-WRITE-FORMER-EMPLOYEE.
027060     MOVE SPACES TO FORMER-EMPLOYEE-RECORD
027070     MOVE WS-JRN-EMPNO TO FRM-EMPNO
027080     MOVE WS-JRN-LAST-NAME TO FRM-LASTNAME
027090     MOVE WS-JRN-FIRST-NAME TO FRM-FIRSTNME
027100     MOVE WS-JRN-BIRTHDATE TO FRM-BIRTHDATE
027110     MOVE WS-JRN-WORKDEPT TO FRM-WORKDEPT
027120     MOVE WS-TRM-DATE TO FRM-TERM-DATE
027130     MOVE TRAN-TERM-REASON TO FRM-TERM-REASON
027140     MOVE WS-RUN-DATE TO FRM-TERM-RUN-DATE
027150     MOVE WS-JOB-ID TO FRM-TERM-JOB-ID
027160     MOVE WS-USER-ID TO FRM-TERM-USER-ID
027170     MOVE WS-JRN-IMAGE-AREA TO FRM-EMPLOYEE-DATA
027180     WRITE FORMER-EMPLOYEE-RECORD
027190     IF WS-FORM-STATUS = '22'
027200         DISPLAY 'COBOLDB2 - EMPNO ' WS-JRN-EMPNO
027210             ' ALREADY ON FORMEMP FOR TERM DATE ' WS-TRM-DATE
027220         PERFORM 4100-RAISE-WARNING-RC
027230             THRU 4100-RAISE-WARNING-RC-EXIT
027240         GO TO 2417-WRITE-FORMER-EMPLOYEE-EXIT
027250     END-IF
027260     IF WS-FORM-STATUS = '00' OR '02'
027270         ADD 1 TO WS-FORMER-FILED-COUNT
027280     ELSE
027290         DISPLAY 'COBOLDB2 - FORMEMP WRITE FAILED FOR EMPNO '
027300             WS-JRN-EMPNO ' STATUS=' WS-FORM-STATUS
027310         PERFORM 4200-RAISE-ERROR-RC
027320             THRU 4200-RAISE-ERROR-RC-EXIT
027330     END-IF.
027340 2417-WRITE-FORMER-EMPLOYEE-EXIT.
027350     EXIT.
027360
027370*****************************************************************
027380*  2418-CHECK-FOR-REHIRE                                        *
027390*  A NEW HIRE WHOSE LAST NAME, FIRST NAME AND BIRTHDATE MATCH A *
027400*  FORMER EMPLOYEE IS FLAGGED AS A REHIRE ON THE REGISTER - THE *
027410*  ADD ITSELF STANDS.  THE FIRST MATCH ON THE REHIRE KEY NAMES  *
027420*  THE FORMER EMPNO.  A READ PROBLEM ONLY WARNS.                *
027430*****************************************************************
027440 2418-CHECK-FOR-REHIRE.
027450     MOVE TRAN-LASTNAME TO FRM-LASTNAME
027460     MOVE TRAN-FIRSTNME TO FRM-FIRSTNME
027470     MOVE TRAN-BIRTHDATE TO FRM-BIRTHDATE
027480     READ FORMER-FILE
027490         KEY IS FRM-REHIRE-KEY
027500     IF WS-FORM-STATUS = '00' OR '02'
027510         SET REHIRE-DETECTED TO TRUE
027520         MOVE FRM-EMPNO TO WS-REHIRE-EMPNO-OUT
027530         ADD 1 TO WS-REHIRE-COUNT
027540         DISPLAY 'COBOLDB2 - REHIRE - EMPNO ' WS-UPD-EMPNO
027550             ' IS FORMER EMPNO ' FRM-EMPNO
027560     ELSE
027570         IF WS-FORM-STATUS NOT = '23'
027580             DISPLAY 'COBOLDB2 - FORMEMP REHIRE CHECK FAILED FOR '
027590                 WS-UPD-EMPNO ' STATUS=' WS-FORM-STATUS
027600             PERFORM 4100-RAISE-WARNING-RC
027610                 THRU 4100-RAISE-WARNING-RC-EXIT
027620         END-IF
027630     END-IF.
027640 2418-CHECK-FOR-REHIRE-EXIT.
027650     EXIT.
027660
027670 2420-PROCESS-TRAN-RECORD.
027680     MOVE SPACES TO WS-REJECT-REASON
027690     MOVE TRAN-EMPNO TO WS-UPD-EMPNO
027700     SET PCH-WITHIN-LIMIT TO TRUE
027710     SET REHIRE-NOT-DETECTED TO TRUE
027720     SET HC-WITHIN-BUDGET TO TRUE
027730     IF NOT TRAN-ACTION-VALID
027740         DISPLAY 'COBOLDB2 - INVALID ACTION CODE FOR EMPNO '
027750             TRAN-EMPNO
027760         SET TRAN-IS-INVALID TO TRUE
027770         MOVE 'R005' TO WS-REJECT-REASON
027780         PERFORM 4100-RAISE-WARNING-RC
027790             THRU 4100-RAISE-WARNING-RC-EXIT
027800     ELSE
027810         IF TRAN-ACTION-ADD
027820             PERFORM 2421-ADD-EMPLOYEE
027830                 THRU 2421-ADD-EMPLOYEE-EXIT
027840         ELSE
027850             IF TRAN-ACTION-TERM
027860                 PERFORM 2427-TERMINATE-EMPLOYEE
027870                     THRU 2427-TERMINATE-EMPLOYEE-EXIT
027880             ELSE
027890                 IF TRAN-ACTION-PAY-CHANGE
027900                     PERFORM 2425-CHANGE-PAY
027910                         THRU 2425-CHANGE-PAY-EXIT
027920                 ELSE
027930                     PERFORM 2423-CHANGE-EMPLOYEE
027940                         THRU 2423-CHANGE-EMPLOYEE-EXIT
027950                 END-IF
027960             END-IF
027970         END-IF
027980     END-IF
027990     IF TRAN-IS-VALID
028000         ADD 1 TO WS-TRAN-APPLIED-COUNT
028010     ELSE
028020         ADD 1 TO WS-TRAN-REJECT-COUNT
028030         PERFORM 2450-WRITE-SUSPENSE-RECORD
028040             THRU 2450-WRITE-SUSPENSE-RECORD-EXIT
028050     END-IF
028060     PERFORM 2460-WRITE-REGISTER-LINE
028070         THRU 2460-WRITE-REGISTER-LINE-EXIT
028080     PERFORM 2410-READ-TRAN-RECORD
028090         THRU 2410-READ-TRAN-RECORD-EXIT.
028100 2420-PROCESS-TRAN-RECORD-EXIT.
028110     EXIT.
028120
028130*****************************************************************
028140*  2421-ADD-EMPLOYEE                                            *
028150*  NEW-HIRE PATH - VALIDATE THE FULL ROW CARRIED ON THE         *
028160*  TRANSACTION, THEN INSERT IT.  A SUCCESSFUL ADD IS CHECKED    *
028170*  AGAINST THE FORMER-EMPLOYEE MASTER FOR A REHIRE.             *
028180*****************************************************************
028190 2421-ADD-EMPLOYEE.
028200     SET TRAN-IS-VALID TO TRUE
028210     PERFORM 2422-VALIDATE-NEW-HIRE
028220         THRU 2422-VALIDATE-NEW-HIRE-EXIT
028230     IF TRAN-IS-VALID
028240         PERFORM 2424-INSERT-EMPLOYEE-ROW
028250             THRU 2424-INSERT-EMPLOYEE-ROW-EXIT
028260     END-IF
028270     IF TRAN-IS-VALID
028280         PERFORM 2418-CHECK-FOR-REHIRE
028290             THRU 2418-CHECK-FOR-REHIRE-EXIT
028300         MOVE TRAN-WORKDEPT TO WS-DEPT-CHECK
028310         PERFORM 2490-CHECK-HEADCOUNT-BUDGET
028320             THRU 2490-CHECK-HEADCOUNT-BUDGET-EXIT
028330     END-IF.
028340 2421-ADD-EMPLOYEE-EXIT.
028350     EXIT.
028360
028370*****************************************************************
028380*  2422-VALIDATE-NEW-HIRE                                       *
028390*  AN ADD MUST NAME AN EMPNO NOT ALREADY ON EMPLOYEE, CARRY     *
028400*  NUMERIC MONEY/EDLEVEL FIELDS AND A LAST NAME, AND PASS THE   *
028410*  SAME PHONENO/WORKDEPT EDITS AS A CHANGE (2430 VALIDATES THE  *
028420*  WS-UPD FIELDS, SO THE TRAN FIELDS ARE MOVED THERE FIRST).    *
028430*****************************************************************
028440 2422-VALIDATE-NEW-HIRE.
028450     MOVE TRAN-WORKDEPT TO WS-UPD-WORKDEPT
028460     MOVE TRAN-PHONENO TO WS-UPD-PHONENO
028470     MOVE TRAN-LASTNAME TO WS-UPD-LASTNAME
028480     MOVE TRAN-FIRSTNME TO WS-UPD-FIRSTNME
028490     EXEC SQL
028500         SELECT COUNT(*) INTO :WS-EMP-COUNT
028510         FROM EMPLOYEE
028520         WHERE EMPNO = :WS-UPD-EMPNO
028530     END-EXEC
028540     IF SQLCODE NOT = 0
028550         DISPLAY 'COBOLDB2 - DB2 ERROR CHECKING EMPNO '
028560             WS-UPD-EMPNO ' SQLCODE=' SQLCODE
028570         PERFORM 4200-RAISE-ERROR-RC
028580             THRU 4200-RAISE-ERROR-RC-EXIT
028590         SET TRAN-IS-INVALID TO TRUE
028600         MOVE 'R004' TO WS-REJECT-REASON
028610         GO TO 2422-VALIDATE-NEW-HIRE-EXIT
028620     END-IF
028630     IF WS-EMP-COUNT NOT = ZERO
028640         DISPLAY 'COBOLDB2 - EMPNO ALREADY ON EMPLOYEE '
028650             WS-UPD-EMPNO
028660         SET TRAN-IS-INVALID TO TRUE
028670         MOVE 'R006' TO WS-REJECT-REASON
028680         PERFORM 4100-RAISE-WARNING-RC
028690             THRU 4100-RAISE-WARNING-RC-EXIT
028700         GO TO 2422-VALIDATE-NEW-HIRE-EXIT
028710     END-IF
028720     IF TRAN-LASTNAME = SPACES
028730         OR TRAN-EDLEVEL NOT NUMERIC
028740         OR TRAN-SALARY NOT NUMERIC
028750         OR TRAN-BONUS NOT NUMERIC
028760         OR TRAN-COMM NOT NUMERIC
028770         DISPLAY 'COBOLDB2 - INVALID NEW-HIRE FIELDS FOR '
028780             WS-UPD-EMPNO
028790         SET TRAN-IS-INVALID TO TRUE
028800         MOVE 'R007' TO WS-REJECT-REASON
028810         PERFORM 4100-RAISE-WARNING-RC
028820             THRU 4100-RAISE-WARNING-RC-EXIT
028830         GO TO 2422-VALIDATE-NEW-HIRE-EXIT
028840     END-IF
028850     PERFORM 2430-VALIDATE-TRANSACTION
028860         THRU 2430-VALIDATE-TRANSACTION-EXIT.
028870 2422-VALIDATE-NEW-HIRE-EXIT.
028880     EXIT.
028890
028900*****************************************************************
028910*  2423-CHANGE-EMPLOYEE                                         *
028920*  THE ORIGINAL MODE 4 PATH - FETCH THE CURRENT ROW, OVERLAY    *
028930*  THE FIELDS THE TRANSACTION FLAGS AS CHANGED, VALIDATE AND    *
028940*  UPDATE.                                                      *
028950*****************************************************************
028960 2423-CHANGE-EMPLOYEE.
028970     PERFORM 2415-FETCH-CURRENT-EMPLOYEE-ROW
028980         THRU 2415-FETCH-CURRENT-EMPLOYEE-ROW-EXIT
028990     IF TRAN-IS-VALID
029000         IF TRAN-WORKDEPT-CHANGED
029010             MOVE TRAN-WORKDEPT TO WS-UPD-WORKDEPT
029020         END-IF
029030         IF TRAN-PHONENO-CHANGED
029040             MOVE TRAN-PHONENO TO WS-UPD-PHONENO
029050         END-IF
029060         IF TRAN-LASTNAME-CHANGED
029070             MOVE TRAN-LASTNAME TO WS-UPD-LASTNAME
029080         END-IF
029090         IF TRAN-FIRSTNME-CHANGED
029100             MOVE TRAN-FIRSTNME TO WS-UPD-FIRSTNME
029110         END-IF
029120         PERFORM 2430-VALIDATE-TRANSACTION
029130             THRU 2430-VALIDATE-TRANSACTION-EXIT
029140     END-IF
029150     IF TRAN-IS-VALID
029160         PERFORM 2440-UPDATE-EMPLOYEE-ROW
029170             THRU 2440-UPDATE-EMPLOYEE-ROW-EXIT
029180     END-IF.
029190 2423-CHANGE-EMPLOYEE-EXIT.
029200     EXIT.
029210
029220*****************************************************************
029230*  2424-INSERT-EMPLOYEE-ROW                                     *
029240*  BUILD THE FULL EMPLOYEE ROW FROM THE TRANSACTION AND INSERT  *
029250*  IT.  MIDINIT IS NOT CARRIED ON THE TRANSACTION AND IS        *
029260*  INSERTED AS A BLANK.                                         *
029270*****************************************************************
029280 2424-INSERT-EMPLOYEE-ROW.
029290     MOVE TRAN-EMPNO TO WS-EMPNO
029300     MOVE TRAN-LASTNAME TO WS-LAST-NAME
029310     MOVE TRAN-FIRSTNME TO WS-FIRST-NAME
029320     MOVE TRAN-WORKDEPT TO WS-WORKDEPT
029330     MOVE TRAN-PHONENO TO WS-PHONENO
029340     MOVE TRAN-HIREDATE TO WS-HIREDATE
029350     MOVE TRAN-JOB TO WS-JOB
029360     MOVE TRAN-EDLEVEL TO WS-EDLEVEL
029370     MOVE TRAN-SEX TO WS-SEX
029380     MOVE TRAN-BIRTHDATE TO WS-BIRTHDATE
029390     MOVE TRAN-SALARY TO WS-SALARY
029400     MOVE TRAN-BONUS TO WS-BONUS
029410     MOVE TRAN-COMM TO WS-COMM
029420     EXEC SQL
029430         INSERT INTO EMPLOYEE
029440             (EMPNO, FIRSTNME, MIDINIT, LASTNAME, WORKDEPT,
029450              PHONENO, HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
029460              SALARY, BONUS, COMM)
029470         VALUES (:WS-EMPNO, :WS-FIRST-NAME, ' ',
029480              :WS-LAST-NAME, :WS-WORKDEPT, :WS-PHONENO,
029490              :WS-HIREDATE, :WS-JOB, :WS-EDLEVEL, :WS-SEX,
029500              :WS-BIRTHDATE, :WS-SALARY, :WS-BONUS, :WS-COMM)
029510     END-EXEC
029520     MOVE 'INSERT  ' TO WS-AUD-ACTION
029530     PERFORM 4000-WRITE-AUDIT-RECORD
029540         THRU 4000-WRITE-AUDIT-RECORD-EXIT
029550     IF SQLCODE NOT = 0
029560         DISPLAY 'COBOLDB2 - INSERT FAILED FOR EMPNO '
029570             WS-UPD-EMPNO ' SQLCODE=' SQLCODE
029580         PERFORM 4200-RAISE-ERROR-RC
029590             THRU 4200-RAISE-ERROR-RC-EXIT
029600         SET TRAN-IS-INVALID TO TRUE
029610         MOVE 'R004' TO WS-REJECT-REASON
029620     ELSE
029630         EXEC SQL
029640             COMMIT
029650         END-EXEC
029660         MOVE TRAN-EMPNO TO WS-JRN-EMPNO
029670         MOVE 'INSERT  ' TO WS-JRN-ACTION
029680         PERFORM 4300-FETCH-JOURNAL-IMAGE
029690             THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
029700         IF JRN-IMAGE-FETCHED
029710             MOVE 'A' TO WS-JRN-IMAGE
029720             PERFORM 4310-WRITE-JOURNAL-RECORD
029730                 THRU 4310-WRITE-JOURNAL-RECORD-EXIT
029740         END-IF
029750     END-IF.
029760 2424-INSERT-EMPLOYEE-ROW-EXIT.
029770     EXIT.
029780
029790*****************************************************************
029800*  2425-CHANGE-PAY                                              *
029810*  PROMOTION / PAY-CHANGE PATH - FETCH THE CURRENT JOB AND PAY, *
029820*  OVERLAY THE FIELDS THE TRANSACTION FLAGS AS CHANGED, CHECK   *
029830*  THE NEW SALARY AGAINST THE NEW JOB'S RANGE AND THE SIZE OF   *
029840*  THE RISE AGAINST THE APPROVAL LIMIT, THEN UPDATE.            *
029850*****************************************************************
029860 2425-CHANGE-PAY.
029870     PERFORM 2426-FETCH-CURRENT-PAY
029880         THRU 2426-FETCH-CURRENT-PAY-EXIT
029890     IF TRAN-IS-VALID
029900         PERFORM 2429-VALIDATE-PAY-FIELDS
029910             THRU 2429-VALIDATE-PAY-FIELDS-EXIT
029920     END-IF
029930     IF TRAN-IS-VALID
029940         COMPUTE WS-PCH-OLD-TOTAL =
029950             WS-PCH-SALARY + WS-PCH-BONUS + WS-PCH-COMM
029960         IF TRAN-JOB-CHANGED
029970             MOVE TRAN-JOB TO WS-PCH-JOB
029980         END-IF
029990         IF TRAN-EDLEVEL-CHANGED
030000             MOVE TRAN-EDLEVEL TO WS-PCH-EDLEVEL
030010         END-IF
030020         IF TRAN-SALARY-CHANGED
030030             MOVE TRAN-SALARY TO WS-PCH-SALARY
030040         END-IF
030050         IF TRAN-BONUS-CHANGED
030060             MOVE TRAN-BONUS TO WS-PCH-BONUS
030070         END-IF
030080         IF TRAN-COMM-CHANGED
030090             MOVE TRAN-COMM TO WS-PCH-COMM
030100         END-IF
030110         PERFORM 2435-VALIDATE-PAY-CHANGE
030120             THRU 2435-VALIDATE-PAY-CHANGE-EXIT
030130     END-IF
030140     IF TRAN-IS-VALID
030150         PERFORM 2445-UPDATE-PAY-ROW
030160             THRU 2445-UPDATE-PAY-ROW-EXIT
030170     END-IF.
030180 2425-CHANGE-PAY-EXIT.
030190     EXIT.
030200
030210*****************************************************************
030220*  2426-FETCH-CURRENT-PAY                                       *
030230*  LOADS THE EMPLOYEE'S CURRENT JOB AND PAY - THE BASE THE RISE *
030240*  IS MEASURED FROM, AND THE VALUE KEPT FOR ANY FIELD THE       *
030250*  TRANSACTION DOES NOT FLAG AS CHANGED.                        *
030260*****************************************************************
030270 2426-FETCH-CURRENT-PAY.
030280     SET TRAN-IS-VALID TO TRUE
030290     EXEC SQL
030300         SELECT JOB, EDLEVEL, SALARY, BONUS, COMM
030310         INTO :WS-PCH-JOB, :WS-PCH-EDLEVEL, :WS-PCH-SALARY,
030320              :WS-PCH-BONUS, :WS-PCH-COMM
030330         FROM EMPLOYEE
030340         WHERE EMPNO = :WS-UPD-EMPNO
030350     END-EXEC
030360     MOVE 'SELECT  ' TO WS-AUD-ACTION
030370     MOVE WS-UPD-EMPNO TO WS-EMPNO
030380     PERFORM 4000-WRITE-AUDIT-RECORD
030390         THRU 4000-WRITE-AUDIT-RECORD-EXIT
030400     IF SQLCODE NOT = 0
030410         DISPLAY 'COBOLDB2 - EMPNO NOT FOUND FOR PAY CHANGE '
030420             WS-UPD-EMPNO ' SQLCODE=' SQLCODE
030430         PERFORM 4200-RAISE-ERROR-RC
030440             THRU 4200-RAISE-ERROR-RC-EXIT
030450         SET TRAN-IS-INVALID TO TRUE
030460         MOVE 'R001' TO WS-REJECT-REASON
030470     END-IF.
030480 2426-FETCH-CURRENT-PAY-EXIT.
030490     EXIT.
030500
030510*****************************************************************
030520*  2427-TERMINATE-EMPLOYEE                                      *
030530*  TERMINATION PATH - THE ROW MUST EXIST (2415 CHECKS AND       *
030540*  AUDITS THE READ) AND THE TERM DATE AND REASON MUST EDIT,     *
030550*  THEN IT IS DELETED AND ITS FINAL IMAGE FILED ON THE          *
030560*  FORMER-EMPLOYEE MASTER.                                      *
030570*****************************************************************
030580 2427-TERMINATE-EMPLOYEE.
030590     PERFORM 2415-FETCH-CURRENT-EMPLOYEE-ROW
030600         THRU 2415-FETCH-CURRENT-EMPLOYEE-ROW-EXIT
030610     IF TRAN-IS-VALID
030620         PERFORM 2416-VALIDATE-TERMINATION
030630             THRU 2416-VALIDATE-TERMINATION-EXIT
030640     END-IF
030650     IF TRAN-IS-VALID
030660         PERFORM 2428-DELETE-EMPLOYEE-ROW
030670             THRU 2428-DELETE-EMPLOYEE-ROW-EXIT
030680     END-IF.
030690 2427-TERMINATE-EMPLOYEE-EXIT.
030700     EXIT.
030710
030720 2428-DELETE-EMPLOYEE-ROW.
030730     MOVE WS-UPD-EMPNO TO WS-JRN-EMPNO
030740     MOVE 'DELETE  ' TO WS-JRN-ACTION
030750     PERFORM 4300-FETCH-JOURNAL-IMAGE
030760         THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
030770     IF JRN-IMAGE-MISSING
030780         DISPLAY 'COBOLDB2 - NO FINAL IMAGE, TERMINATION NOT '
030790             'APPLIED FOR EMPNO ' WS-UPD-EMPNO
030800         PERFORM 4200-RAISE-ERROR-RC
030810             THRU 4200-RAISE-ERROR-RC-EXIT
030820         SET TRAN-IS-INVALID TO TRUE
030830         MOVE 'R004' TO WS-REJECT-REASON
030840         GO TO 2428-DELETE-EMPLOYEE-ROW-EXIT
030850     END-IF
030860     EXEC SQL
030870         DELETE FROM EMPLOYEE
030880         WHERE EMPNO = :WS-UPD-EMPNO
030890     END-EXEC
030900     MOVE WS-UPD-EMPNO TO WS-EMPNO
030910     MOVE 'DELETE  ' TO WS-AUD-ACTION
030920     PERFORM 4000-WRITE-AUDIT-RECORD
030930         THRU 4000-WRITE-AUDIT-RECORD-EXIT
030940     IF SQLCODE NOT = 0
030950         DISPLAY 'COBOLDB2 - DELETE FAILED FOR EMPNO '
030960             WS-UPD-EMPNO ' SQLCODE=' SQLCODE
030970         PERFORM 4200-RAISE-ERROR-RC
030980             THRU 4200-RAISE-ERROR-RC-EXIT
030990         SET TRAN-IS-INVALID TO TRUE
031000         MOVE 'R004' TO WS-REJECT-REASON
031010     ELSE
031020         EXEC SQL
031030             COMMIT
031040         END-EXEC
031050         IF JRN-IMAGE-FETCHED
031060             MOVE 'B' TO WS-JRN-IMAGE
031070             PERFORM 4310-WRITE-JOURNAL-RECORD
031080                 THRU 4310-WRITE-JOURNAL-RECORD-EXIT
031090             PERFORM 2417-WRITE-FORMER-EMPLOYEE
031100                 THRU 2417-WRITE-FORMER-EMPLOYEE-EXIT
031110         END-IF
031120     END-IF.
031130 2428-DELETE-EMPLOYEE-ROW-EXIT.
031140     EXIT.
031150
031160*****************************************************************
031170*  2429-VALIDATE-PAY-FIELDS                                     *
031180*  A PAY CHANGE MUST FLAG AT LEAST ONE FIELD, AND EVERY FLAGGED *
031190*  FIELD MUST BE USABLE - A NON-BLANK JOB, NUMERIC EDLEVEL AND  *
031200*  MONEY FIELDS.                                                *
031210*****************************************************************
031220 2429-VALIDATE-PAY-FIELDS.
031230     IF NOT TRAN-JOB-CHANGED
031240         AND NOT TRAN-EDLEVEL-CHANGED
031250         AND NOT TRAN-SALARY-CHANGED
031260         AND NOT TRAN-BONUS-CHANGED
031270         AND NOT TRAN-COMM-CHANGED
031280         DISPLAY 'COBOLDB2 - NO PAY FIELD FLAGGED FOR EMPNO '
031290             WS-UPD-EMPNO
031300         SET TRAN-IS-INVALID TO TRUE
031310         MOVE 'R009' TO WS-REJECT-REASON
031320         PERFORM 4100-RAISE-WARNING-RC
031330             THRU 4100-RAISE-WARNING-RC-EXIT
031340         GO TO 2429-VALIDATE-PAY-FIELDS-EXIT
031350     END-IF
031360     IF (TRAN-JOB-CHANGED AND TRAN-JOB = SPACES)
031370         OR (TRAN-EDLEVEL-CHANGED AND TRAN-EDLEVEL NOT NUMERIC)
031380         OR (TRAN-SALARY-CHANGED AND TRAN-SALARY NOT NUMERIC)
031390         OR (TRAN-BONUS-CHANGED AND TRAN-BONUS NOT NUMERIC)
031400         OR (TRAN-COMM-CHANGED AND TRAN-COMM NOT NUMERIC)
031410         DISPLAY 'COBOLDB2 - INVALID PAY-CHANGE FIELDS FOR '
031420             WS-UPD-EMPNO
031430         SET TRAN-IS-INVALID TO TRUE
031440         MOVE 'R009' TO WS-REJECT-REASON
031450         PERFORM 4100-RAISE-WARNING-RC
031460             THRU 4100-RAISE-WARNING-RC-EXIT
031470     END-IF.
031480 2429-VALIDATE-PAY-FIELDS-EXIT.
031490     EXIT.
031500
031510 2430-VALIDATE-TRANSACTION.
031520     SET TRAN-IS-VALID TO TRUE
031530     IF NOT WS-UPD-PHONENO NUMERIC
031540         DISPLAY 'COBOLDB2 - INVALID PHONENO FOR EMPNO '
031550             WS-UPD-EMPNO
031560         SET TRAN-IS-INVALID TO TRUE
031570         PERFORM 4100-RAISE-WARNING-RC
031580             THRU 4100-RAISE-WARNING-RC-EXIT
031590         MOVE 'R002' TO WS-REJECT-REASON
031600     END-IF
031610     MOVE WS-UPD-WORKDEPT TO WS-DEPT-CHECK
031620     EXEC SQL
031630         SELECT COUNT(*) INTO :WS-DEPT-COUNT
031640         FROM DEPARTMENT
031650         WHERE DEPTNO = :WS-DEPT-CHECK
031660     END-EXEC
031670     IF SQLCODE NOT = 0 OR WS-DEPT-COUNT = ZERO
031680         DISPLAY 'COBOLDB2 - INVALID WORKDEPT FOR EMPNO '
031690             WS-UPD-EMPNO
031700         SET TRAN-IS-INVALID TO TRUE
031710         PERFORM 4100-RAISE-WARNING-RC
031720             THRU 4100-RAISE-WARNING-RC-EXIT
031730         IF WS-REJECT-REASON = SPACES
031740             MOVE 'R003' TO WS-REJECT-REASON
031750         END-IF
031760     END-IF.
031770 2430-VALIDATE-TRANSACTION-EXIT.
031780     EXIT.
031790
031800*****************************************************************
031810*  2435-VALIDATE-PAY-CHANGE                                     *
031820*  THE NEW SALARY MUST SIT INSIDE THE JOBRATE RANGE FOR THE NEW *
031830*  JOB (A JOB WITH NO RANGE IS NOT CHECKED, AS IN EMPDQ).  A    *
031840*  RISE IN TOTAL PAY OVER THE LIMIT PERCENT - OR ANY RISE FROM  *
031850*  NOTHING - NEEDS A SECOND APPROVER WHO IS NOT THE SUBMITTING  *
031860*  USER.                                                        *
031870*****************************************************************
031880 2435-VALIDATE-PAY-CHANGE.
031890     SET JBR-NOT-FOUND TO TRUE
031900     IF WS-JRATE-COUNT NOT = ZERO
031910         SET JBR-IX TO 1
031920         SEARCH WS-JBR-ENTRY
031930             AT END
031940                 SET JBR-NOT-FOUND TO TRUE
031950             WHEN JBR-IX > WS-JRATE-COUNT
031960                 SET JBR-NOT-FOUND TO TRUE
031970             WHEN WS-JBR-JOB (JBR-IX) = WS-PCH-JOB
031980                 SET JBR-FOUND TO TRUE
031990         END-SEARCH
032000     END-IF
032010     IF JBR-FOUND
032020         IF WS-PCH-SALARY < WS-JBR-MIN-SALARY (JBR-IX)
032030             OR WS-PCH-SALARY > WS-JBR-MAX-SALARY (JBR-IX)
032040             DISPLAY 'COBOLDB2 - SALARY OUTSIDE JOBRATE RANGE, '
032050                 'EMPNO=' WS-UPD-EMPNO ' JOB=' WS-PCH-JOB
032060             SET TRAN-IS-INVALID TO TRUE
032070             MOVE 'R010' TO WS-REJECT-REASON
032080             PERFORM 4100-RAISE-WARNING-RC
032090                 THRU 4100-RAISE-WARNING-RC-EXIT
032100             GO TO 2435-VALIDATE-PAY-CHANGE-EXIT
032110         END-IF
032120     END-IF
032130     SET PCH-WITHIN-LIMIT TO TRUE
032140     MOVE ZERO TO WS-PCH-INCR-PCT
032150     COMPUTE WS-PCH-NEW-TOTAL =
032160         WS-PCH-SALARY + WS-PCH-BONUS + WS-PCH-COMM
032170     IF WS-PCH-NEW-TOTAL > WS-PCH-OLD-TOTAL
032180         IF WS-PCH-OLD-TOTAL NOT > ZERO
032190             SET PCH-OVER-LIMIT TO TRUE
032200         ELSE
032210             COMPUTE WS-PCH-INCR-PCT ROUNDED =
032220                 (WS-PCH-NEW-TOTAL - WS-PCH-OLD-TOTAL) * 100
032230                 / WS-PCH-OLD-TOTAL
032240                 ON SIZE ERROR
032250                     SET PCH-OVER-LIMIT TO TRUE
032260             END-COMPUTE
032270             IF WS-PCH-INCR-PCT > WS-PCH-INCR-LIMIT-PCT
032280                 SET PCH-OVER-LIMIT TO TRUE
032290             END-IF
032300         END-IF
032310     END-IF
032320     IF PCH-OVER-LIMIT
032330         IF TRAN-APPROVER-ID = SPACES
032340             OR TRAN-APPROVER-ID = WS-USER-ID
032350             DISPLAY 'COBOLDB2 - PAY RISE OVER LIMIT WITHOUT A '
032360                 'SECOND APPROVER FOR ' WS-UPD-EMPNO
032370             SET TRAN-IS-INVALID TO TRUE
032380             MOVE 'R011' TO WS-REJECT-REASON
032390             PERFORM 4100-RAISE-WARNING-RC
032400                 THRU 4100-RAISE-WARNING-RC-EXIT
032410         END-IF
032420     END-IF.
032430 2435-VALIDATE-PAY-CHANGE-EXIT.
032440     EXIT.
032450 
032460 2440-UPDATE-EMPLOYEE-ROW.
032470     MOVE WS-UPD-EMPNO TO WS-JRN-EMPNO
032480     MOVE 'UPDATE  ' TO WS-JRN-ACTION
032490     PERFORM 4300-FETCH-JOURNAL-IMAGE
032500         THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
032510     EXEC SQL
032520         UPDATE EMPLOYEE
032530         SET WORKDEPT = :WS-UPD-WORKDEPT,
032540             PHONENO  = :WS-UPD-PHONENO,
032550             LASTNAME = :WS-UPD-LASTNAME,
032560             FIRSTNME = :WS-UPD-FIRSTNME
032570         WHERE EMPNO = :WS-UPD-EMPNO
032580     END-EXEC
032590     MOVE WS-UPD-EMPNO TO WS-EMPNO
032600     MOVE 'UPDATE  ' TO WS-AUD-ACTION
032610     PERFORM 4000-WRITE-AUDIT-RECORD
032620         THRU 4000-WRITE-AUDIT-RECORD-EXIT
032630     IF SQLCODE NOT = 0
032640         DISPLAY 'COBOLDB2 - UPDATE FAILED FOR EMPNO '
032650             WS-UPD-EMPNO ' SQLCODE=' SQLCODE
032660         PERFORM 4200-RAISE-ERROR-RC
032670             THRU 4200-RAISE-ERROR-RC-EXIT
032680         SET TRAN-IS-INVALID TO TRUE
032690         MOVE 'R004' TO WS-REJECT-REASON
032700     ELSE
032710         EXEC SQL
032720             COMMIT
032730         END-EXEC
032740         IF JRN-IMAGE-FETCHED
032750             MOVE 'B' TO WS-JRN-IMAGE
032760             PERFORM 4310-WRITE-JOURNAL-RECORD
032770                 THRU 4310-WRITE-JOURNAL-RECORD-EXIT
032780         END-IF
032790         PERFORM 4300-FETCH-JOURNAL-IMAGE
032800             THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
032810         IF JRN-IMAGE-FETCHED
032820             MOVE 'A' TO WS-JRN-IMAGE
032830             PERFORM 4310-WRITE-JOURNAL-RECORD
032840                 THRU 4310-WRITE-JOURNAL-RECORD-EXIT
032850         END-IF
032860     END-IF.
032870 2440-UPDATE-EMPLOYEE-ROW-EXIT.
032880     EXIT.
032890
032900 2445-UPDATE-PAY-ROW.
032910     MOVE WS-UPD-EMPNO TO WS-JRN-EMPNO
032920     MOVE 'UPDATE  ' TO WS-JRN-ACTION
032930     PERFORM 4300-FETCH-JOURNAL-IMAGE
032940         THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
032950     EXEC SQL
032960         UPDATE EMPLOYEE
032970         SET JOB      = :WS-PCH-JOB,
032980             EDLEVEL  = :WS-PCH-EDLEVEL,
032990             SALARY   = :WS-PCH-SALARY,
033000             BONUS    = :WS-PCH-BONUS,
033010             COMM     = :WS-PCH-COMM
033020         WHERE EMPNO = :WS-UPD-EMPNO
033030     END-EXEC
033040     MOVE WS-UPD-EMPNO TO WS-EMPNO
033050     MOVE 'UPDATE  ' TO WS-AUD-ACTION
033060     PERFORM 4000-WRITE-AUDIT-RECORD
033070         THRU 4000-WRITE-AUDIT-RECORD-EXIT
033080     IF SQLCODE NOT = 0
033090         DISPLAY 'COBOLDB2 - PAY UPDATE FAILED FOR EMPNO '
033100             WS-UPD-EMPNO ' SQLCODE=' SQLCODE
033110         PERFORM 4200-RAISE-ERROR-RC
033120             THRU 4200-RAISE-ERROR-RC-EXIT
033130         SET TRAN-IS-INVALID TO TRUE
033140         MOVE 'R004' TO WS-REJECT-REASON
033150     ELSE
033160         EXEC SQL
033170             COMMIT
033180         END-EXEC
033190         IF JRN-IMAGE-FETCHED
033200             MOVE 'B' TO WS-JRN-IMAGE
033210             PERFORM 4310-WRITE-JOURNAL-RECORD
033220                 THRU 4310-WRITE-JOURNAL-RECORD-EXIT
033230         END-IF
033240         PERFORM 4300-FETCH-JOURNAL-IMAGE
033250             THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
033260         IF JRN-IMAGE-FETCHED
033270             MOVE 'A' TO WS-JRN-IMAGE
033280             PERFORM 4310-WRITE-JOURNAL-RECORD
033290                 THRU 4310-WRITE-JOURNAL-RECORD-EXIT
033300         END-IF
033310     END-IF.
033320 2445-UPDATE-PAY-ROW-EXIT.
033330     EXIT.
033340
033350*****************************************************************
033360*  2450-WRITE-SUSPENSE-RECORD                                   *
033370*  THE REJECTED TRANSACTION GOES OUT UNCHANGED, PLUS THE        *
033380*  REASON CODE, SO A CORRECTED SUSPENSE FILE CAN BE FED         *
033390*  STRAIGHT BACK IN AS TRANIN ON THE NEXT RUN.                  *
033400*****************************************************************
033410 2450-WRITE-SUSPENSE-RECORD.
033420     MOVE TRAN-RECORD TO SUSP-TRAN-DATA
033430     MOVE WS-REJECT-REASON TO SUSP-REASON-CODE
033440     WRITE SUSPENSE-RECORD.
033450 2450-WRITE-SUSPENSE-RECORD-EXIT.
033460     EXIT.
033470
033480*****************************************************************
033490*  2460-WRITE-REGISTER-LINE                                     *
033500*  ONE REGISTER LINE PER TRANSACTION READ, SHOWING WHAT MODE 4  *
033510*  ACTUALLY DID WITH IT.                                        *
033520*****************************************************************
033530 2460-WRITE-REGISTER-LINE.
033540     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
033550         PERFORM 2470-WRITE-REGISTER-HEADINGS
033560             THRU 2470-WRITE-REGISTER-HEADINGS-EXIT
033570     END-IF
033580     MOVE TRAN-EMPNO TO WS-REG-EMPNO-OUT
033590     MOVE TRAN-ACTION TO WS-REG-ACTION-OUT
033600     MOVE TRAN-WORKDEPT TO WS-REG-DEPT-OUT
033610     MOVE TRAN-PHONENO TO WS-REG-PHONE-OUT
033620     MOVE TRAN-LASTNAME TO WS-REG-LNAME-OUT
033630     MOVE SPACES TO WS-REG-BUDGET-OUT
033640     IF HC-OVER-BUDGET
033650         MOVE WS-BUDGET-WARN-TEXT TO WS-REG-BUDGET-OUT
033660     END-IF
033670     IF TRAN-IS-VALID
033680         MOVE 'APPLIED   ' TO WS-REG-DISP-OUT
033690         MOVE SPACES TO WS-REG-REASON-OUT
033700         MOVE SPACES TO WS-REG-REASON-TEXT-OUT
033710         IF TRAN-ACTION-PAY-CHANGE AND PCH-OVER-LIMIT
033720             MOVE TRAN-APPROVER-ID TO WS-PCH-APPROVER-OUT
033730             MOVE WS-PCH-APPROVAL-TEXT TO WS-REG-REASON-TEXT-OUT
033740         END-IF
033750         IF TRAN-ACTION-ADD AND REHIRE-DETECTED
033760             MOVE WS-REHIRE-TEXT TO WS-REG-REASON-TEXT-OUT
033770         END-IF
033780     ELSE
033790         MOVE 'REJECTED  ' TO WS-REG-DISP-OUT
033800         MOVE WS-REJECT-REASON TO WS-REG-REASON-OUT
033810         IF WS-REJECT-REASON = 'R001'
033820             MOVE 'EMPNO NOT ON EMPLOYEE'
033830                 TO WS-REG-REASON-TEXT-OUT
033840         ELSE
033850             IF WS-REJECT-REASON = 'R002'
033860                 MOVE 'PHONENO NOT NUMERIC'
033870                     TO WS-REG-REASON-TEXT-OUT
033880             ELSE
033890                 IF WS-REJECT-REASON = 'R003'
033900                     MOVE 'WORKDEPT NOT ON DEPARTMENT'
033910                         TO WS-REG-REASON-TEXT-OUT
033920                 ELSE
033930                     IF WS-REJECT-REASON = 'R005'
033940                         MOVE 'INVALID ACTION CODE'
033950                             TO WS-REG-REASON-TEXT-OUT
033960                     ELSE
033970                         IF WS-REJECT-REASON = 'R006'
033980                             MOVE 'EMPNO ALREADY ON EMPLOYEE'
033990                                 TO WS-REG-REASON-TEXT-OUT
034000                         ELSE
034010                             IF WS-REJECT-REASON = 'R007'
034020                                 MOVE 'NEW-HIRE FIELDS INVALID'
034030                                     TO WS-REG-REASON-TEXT-OUT
034040                             ELSE
034050                                 PERFORM 2465-REASON-TEXT
034060                                     THRU 2465-REASON-TEXT-EXIT
034070                             END-IF
034080                         END-IF
034090                     END-IF
034100                 END-IF
034110             END-IF
034120         END-IF
034130     END-IF
034140     WRITE RPT-RECORD FROM WS-REG-DETAIL
034150     ADD 1 TO WS-LINE-COUNT.
034160 2460-WRITE-REGISTER-LINE-EXIT.
034170     EXIT.
034180
034190*****************************************************************
034200*  2465-REASON-TEXT                                             *
034210*  REGISTER TEXT FOR THE PAY-CHANGE AND TERMINATION REJECT      *
034220*  CODES, AND FOR A FAILED DB2 REQUEST.                         *
034230*****************************************************************
034240 2465-REASON-TEXT.
034250     IF WS-REJECT-REASON = 'R009'
034260         MOVE 'PAY-CHANGE FIELDS INVALID'
034270             TO WS-REG-REASON-TEXT-OUT
034280     ELSE
034290         IF WS-REJECT-REASON = 'R010'
034300             MOVE 'SALARY OUTSIDE JOB RANGE'
034310                 TO WS-REG-REASON-TEXT-OUT
034320         ELSE
034330             IF WS-REJECT-REASON = 'R011'
034340                 MOVE 'OVER LIMIT, NO 2ND APPROVER'
034350                     TO WS-REG-REASON-TEXT-OUT
034360             ELSE
034370                 IF WS-REJECT-REASON = 'R012'
034380                     MOVE 'TERMINATION FIELDS INVALID'
034390                         TO WS-REG-REASON-TEXT-OUT
034400                 ELSE
034410                     MOVE 'DB2 REQUEST FAILED'
034420                         TO WS-REG-REASON-TEXT-OUT
034430                 END-IF
034440             END-IF
034450         END-IF
034460     END-IF.
034470 2465-REASON-TEXT-EXIT.
034480     EXIT.
034490
034500 2470-WRITE-REGISTER-HEADINGS.
034510     ADD 1 TO WS-PAGE-COUNT
034520     MOVE WS-PAGE-COUNT TO WS-REG-PAGE-OUT
034530     MOVE WS-RUN-DATE TO WS-REG-DATE-OUT
034540     WRITE RPT-RECORD FROM WS-REG-HEADING-1
034550     WRITE RPT-RECORD FROM WS-REG-HEADING-2
034560     WRITE RPT-RECORD FROM WS-REG-HEADING-3
034570     MOVE ZERO TO WS-LINE-COUNT.
034580 2470-WRITE-REGISTER-HEADINGS-EXIT.
034590     EXIT.
034600
034610*****************************************************************
034620*  2490-CHECK-HEADCOUNT-BUDGET                                  *
034630*  AFTER AN ADD OR TRANSFER INTO WS-DEPT-CHECK HAS COMMITTED,   *
034640*  COMPARE THE DEPARTMENT'S HEADCOUNT ON EMPLOYEE WITH ITS      *
034650*  BUDGETED HEADCOUNT ON DEPTBUDG.  OVER BUDGET ONLY FLAGS THE  *
034660*  REGISTER LINE - THE MOVE STANDS.  NO BUDGET RECORD MEANS NO  *
034670*  CHECK; A READ OR COUNT PROBLEM ONLY WARNS.                   *
034680*****************************************************************
034690 2490-CHECK-HEADCOUNT-BUDGET.
034700     SET HC-WITHIN-BUDGET TO TRUE
034710     IF NOT BUDG-FILE-OPEN
034720         GO TO 2490-CHECK-HEADCOUNT-BUDGET-EXIT
034730     END-IF
034740     MOVE WS-DEPT-CHECK TO BDG-WORKDEPT
034750     READ BUDGET-FILE
034760     IF WS-BUDG-STATUS = '23'
034770         GO TO 2490-CHECK-HEADCOUNT-BUDGET-EXIT
034780     END-IF
034790     IF WS-BUDG-STATUS NOT = '00'
034800         OR BDG-HEADCOUNT NOT NUMERIC
034810         DISPLAY 'COBOLDB2 - DEPTBUDG READ FAILED FOR DEPT '
034820             WS-DEPT-CHECK ' STATUS=' WS-BUDG-STATUS
034830         PERFORM 4100-RAISE-WARNING-RC
034840             THRU 4100-RAISE-WARNING-RC-EXIT
034850         GO TO 2490-CHECK-HEADCOUNT-BUDGET-EXIT
034860     END-IF
034870     EXEC SQL
034880         SELECT COUNT(*) INTO :WS-EMP-COUNT
034890         FROM EMPLOYEE
034900         WHERE WORKDEPT = :WS-DEPT-CHECK
034910     END-EXEC
034920     IF SQLCODE NOT = 0
034930         DISPLAY 'COBOLDB2 - DB2 ERROR COUNTING DEPT '
034940             WS-DEPT-CHECK ' SQLCODE=' SQLCODE
034950         PERFORM 4100-RAISE-WARNING-RC
034960             THRU 4100-RAISE-WARNING-RC-EXIT
034970         GO TO 2490-CHECK-HEADCOUNT-BUDGET-EXIT
034980     END-IF
034990     IF WS-EMP-COUNT > BDG-HEADCOUNT
035000         SET HC-OVER-BUDGET TO TRUE
035010         ADD 1 TO WS-OVER-BUDGET-COUNT
035020         MOVE BDG-HEADCOUNT TO WS-BWT-BUDGET-OUT
035030         MOVE WS-EMP-COUNT TO WS-BWT-ACTUAL-OUT
035040         DISPLAY 'COBOLDB2 - DEPT ' WS-DEPT-CHECK
035050             ' OVER HEADCOUNT BUDGET ' BDG-HEADCOUNT
035060             ' AFTER EMPNO ' WS-EMPNO
035070     END-IF.
035080 2490-CHECK-HEADCOUNT-BUDGET-EXIT.
035090     EXIT.
035100
035110*****************************************************************
035120*  2500-DEPT-TRANSFER                                           *
035130*  MASS DEPARTMENT TRANSFER - MOVE EVERY EMPLOYEE IN THE        *
035140*  PARM'S FROM-DEPARTMENT (WS-SEARCH-WORKDEPT) TO ITS TARGET    *
035150*  (WS-TARGET-WORKDEPT, PARM POSITIONS 27-29).  THE TARGET IS   *
035160*  VALIDATED AGAINST DEPARTMENT THE SAME WAY 2430 VALIDATES A   *
035170*  TRANSACTION'S WORKDEPT, THEN A CURSOR WALKS THE OLD          *
035180*  DEPARTMENT AND EACH ROW IS UPDATED AND AUDITED.              *
035190*****************************************************************
035200 2500-DEPT-TRANSFER.
035210     IF WS-SEARCH-WORKDEPT = SPACES
035220         OR WS-TARGET-WORKDEPT = SPACES
035230         DISPLAY 'COBOLDB2 - TRANSFER NEEDS FROM AND TO '
035240             'DEPARTMENTS IN THE PARM'
035250         MOVE 16 TO WS-RETURN-CODE
035260         GO TO 2500-DEPT-TRANSFER-EXIT
035270     END-IF
035280     IF WS-TARGET-WORKDEPT = WS-SEARCH-WORKDEPT
035290         DISPLAY 'COBOLDB2 - FROM AND TO DEPARTMENTS ARE THE '
035300             'SAME, NOTHING TO TRANSFER'
035310         MOVE 16 TO WS-RETURN-CODE
035320         GO TO 2500-DEPT-TRANSFER-EXIT
035330     END-IF
035340     MOVE WS-TARGET-WORKDEPT TO WS-DEPT-CHECK
035350     EXEC SQL
035360         SELECT COUNT(*) INTO :WS-DEPT-COUNT
035370         FROM DEPARTMENT
035380         WHERE DEPTNO = :WS-DEPT-CHECK
035390     END-EXEC
035400     IF SQLCODE NOT = 0 OR WS-DEPT-COUNT = ZERO
035410         DISPLAY 'COBOLDB2 - TARGET DEPARTMENT NOT ON '
035420             'DEPARTMENT ' WS-TARGET-WORKDEPT
035430         MOVE 16 TO WS-RETURN-CODE
035440         GO TO 2500-DEPT-TRANSFER-EXIT
035450     END-IF
035460     IF NOT BUDG-FILE-OPEN
035470         PERFORM 4100-RAISE-WARNING-RC
035480             THRU 4100-RAISE-WARNING-RC-EXIT
035490     END-IF
035500     EXEC SQL
035510         DECLARE XFERCSR CURSOR WITH HOLD FOR
035520         SELECT EMPNO, LASTNAME, FIRSTNME
035530         FROM EMPLOYEE
035540         WHERE WORKDEPT = :WS-SEARCH-WORKDEPT
035550         ORDER BY EMPNO
035560     END-EXEC
035570     EXEC SQL
035580         OPEN XFERCSR
035590     END-EXEC
035600     IF SQLCODE NOT = 0
035610         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CURSOR, SQLCODE='
035620             SQLCODE
035630         PERFORM 4200-RAISE-ERROR-RC
035640             THRU 4200-RAISE-ERROR-RC-EXIT
035650         GO TO 2500-DEPT-TRANSFER-EXIT
035660     END-IF
035670     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
035680     PERFORM 2520-FETCH-TRANSFER-ROW
035690         THRU 2520-FETCH-TRANSFER-ROW-EXIT
035700         UNTIL CURSOR-EOF
035710     EXEC SQL
035720         CLOSE XFERCSR
035730     END-EXEC
035740     IF WS-XFER-MOVED-COUNT = ZERO
035750         PERFORM 2540-WRITE-TRANSFER-HEADINGS
035760             THRU 2540-WRITE-TRANSFER-HEADINGS-EXIT
035770     END-IF
035780     MOVE 'EMPLOYEES MOVED  : ' TO WS-XFR-TOTAL-LABEL
035790     MOVE WS-XFER-MOVED-COUNT TO WS-XFR-TOTAL-OUT
035800     WRITE RPT-RECORD FROM WS-XFR-TOTALS
035810     MOVE 'MOVES FAILED     : ' TO WS-XFR-TOTAL-LABEL
035820     MOVE WS-XFER-FAILED-COUNT TO WS-XFR-TOTAL-OUT
035830     WRITE RPT-RECORD FROM WS-XFR-TOTALS
035840     MOVE 'OVER HC BUDGET   : ' TO WS-XFR-TOTAL-LABEL
035850     MOVE WS-OVER-BUDGET-COUNT TO WS-XFR-TOTAL-OUT
035860     WRITE RPT-RECORD FROM WS-XFR-TOTALS
035870     DISPLAY 'COBOLDB2 - EMPLOYEES MOVED : '
035880         WS-XFER-MOVED-COUNT
035890     DISPLAY 'COBOLDB2 - MOVES FAILED    : '
035900         WS-XFER-FAILED-COUNT
035910     DISPLAY 'COBOLDB2 - OVER HC BUDGET  : '
035920         WS-OVER-BUDGET-COUNT.
035930 2500-DEPT-TRANSFER-EXIT.
035940     EXIT.
035950
035960 2520-FETCH-TRANSFER-ROW.
035970     EXEC SQL
035980         FETCH XFERCSR
035990         INTO :WS-EMPNO, :WS-LAST-NAME, :WS-FIRST-NAME
036000     END-EXEC
036010     IF SQLCODE = 0
036020         MOVE 'SELECT  ' TO WS-AUD-ACTION
036030         PERFORM 4000-WRITE-AUDIT-RECORD
036040             THRU 4000-WRITE-AUDIT-RECORD-EXIT
036050         PERFORM 2530-TRANSFER-EMPLOYEE-ROW
036060             THRU 2530-TRANSFER-EMPLOYEE-ROW-EXIT
036070     ELSE
036080         SET CURSOR-EOF TO TRUE
036090         IF SQLCODE NOT = 100
036100             DISPLAY 'COBOLDB2 - FETCH ERROR, SQLCODE='
036110                 SQLCODE
036120             PERFORM 4200-RAISE-ERROR-RC
036130                 THRU 4200-RAISE-ERROR-RC-EXIT
036140         END-IF
036150     END-IF.
036160 2520-FETCH-TRANSFER-ROW-EXIT.
036170     EXIT.
036180
036190 2530-TRANSFER-EMPLOYEE-ROW.
036200     MOVE WS-EMPNO TO WS-JRN-EMPNO
036210     MOVE 'UPDATE  ' TO WS-JRN-ACTION
036220     PERFORM 4300-FETCH-JOURNAL-IMAGE
036230         THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
036240     EXEC SQL
036250         UPDATE EMPLOYEE
036260         SET WORKDEPT = :WS-TARGET-WORKDEPT
036270         WHERE EMPNO = :WS-EMPNO
036280     END-EXEC
036290     MOVE 'UPDATE  ' TO WS-AUD-ACTION
036300     PERFORM 4000-WRITE-AUDIT-RECORD
036310         THRU 4000-WRITE-AUDIT-RECORD-EXIT
036320     IF SQLCODE NOT = 0
036330         DISPLAY 'COBOLDB2 - TRANSFER FAILED FOR EMPNO '
036340             WS-EMPNO ' SQLCODE=' SQLCODE
036350         PERFORM 4200-RAISE-ERROR-RC
036360             THRU 4200-RAISE-ERROR-RC-EXIT
036370         ADD 1 TO WS-XFER-FAILED-COUNT
036380         GO TO 2530-TRANSFER-EMPLOYEE-ROW-EXIT
036390     END-IF
036400     EXEC SQL
036410         COMMIT
036420     END-EXEC
036430     IF JRN-IMAGE-FETCHED
036440         MOVE 'B' TO WS-JRN-IMAGE
036450         PERFORM 4310-WRITE-JOURNAL-RECORD
036460             THRU 4310-WRITE-JOURNAL-RECORD-EXIT
036470     END-IF
036480     PERFORM 4300-FETCH-JOURNAL-IMAGE
036490         THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
036500     IF JRN-IMAGE-FETCHED
036510         MOVE 'A' TO WS-JRN-IMAGE
036520         PERFORM 4310-WRITE-JOURNAL-RECORD
036530             THRU 4310-WRITE-JOURNAL-RECORD-EXIT
036540     END-IF
036550     ADD 1 TO WS-XFER-MOVED-COUNT
036560     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
036570         PERFORM 2540-WRITE-TRANSFER-HEADINGS
036580             THRU 2540-WRITE-TRANSFER-HEADINGS-EXIT
036590     END-IF
036600     MOVE WS-EMPNO TO WS-XFR-EMPNO-OUT
036610     MOVE WS-LAST-NAME TO WS-XFR-LNAME-OUT
036620     MOVE WS-FIRST-NAME TO WS-XFR-FNAME-OUT
036630     MOVE WS-TARGET-WORKDEPT TO WS-DEPT-CHECK
036640     PERFORM 2490-CHECK-HEADCOUNT-BUDGET
036650         THRU 2490-CHECK-HEADCOUNT-BUDGET-EXIT
036660     MOVE SPACES TO WS-XFR-BUDGET-OUT
036670     IF HC-OVER-BUDGET
036680         MOVE WS-BUDGET-WARN-TEXT TO WS-XFR-BUDGET-OUT
036690     END-IF
036700     WRITE RPT-RECORD FROM WS-XFR-DETAIL
036710     ADD 1 TO WS-LINE-COUNT.
036720 2530-TRANSFER-EMPLOYEE-ROW-EXIT.
036730     EXIT.
036740
036750 2540-WRITE-TRANSFER-HEADINGS.
036760     ADD 1 TO WS-PAGE-COUNT
036770     MOVE WS-PAGE-COUNT TO WS-XFR-PAGE-OUT
036780     MOVE WS-RUN-DATE TO WS-XFR-DATE-OUT
036790     MOVE WS-SEARCH-WORKDEPT TO WS-XFR-FROM-OUT
036800     MOVE WS-TARGET-WORKDEPT TO WS-XFR-TO-OUT
036810     WRITE RPT-RECORD FROM WS-XFR-HEADING-1
036820     WRITE RPT-RECORD FROM WS-XFR-HEADING-2
036830     WRITE RPT-RECORD FROM WS-XFR-HEADING-3
036840     MOVE ZERO TO WS-LINE-COUNT.
036850 2540-WRITE-TRANSFER-HEADINGS-EXIT.
036860     EXIT.
036870
036880*****************************************************************
036890*  2600-COMP-ADJUST                                             *
036900*  ANNUAL COMPENSATION ADJUSTMENT - LOAD THE RATE TABLE, THEN   *
036910*  CURSOR EVERY EMPLOYEE IN WORKDEPT ORDER.  ROWS MATCHING A    *
036920*  RATE (BY WORKDEPT AND/OR JOB) GET SALARY - AND BONUS WHEN    *
036930*  THE RATE SAYS SO - ADJUSTED BY THE PERCENTAGE, EACH UPDATE   *
036940*  AUDITED AND COMMITTED, AND A BEFORE/AFTER REGISTER LINE      *
036950*  WRITTEN.  DEPARTMENT TOTALS BREAK ON WORKDEPT AND COMPANY    *
036960*  TOTALS CLOSE THE REGISTER - THAT REGISTER IS THE APPROVAL    *
036970*  ARTIFACT FINANCE SIGNS OFF ON.                               *
036980*****************************************************************
036990 2600-COMP-ADJUST.
037000     PERFORM 2610-LOAD-RATE-TABLE
037010         THRU 2610-LOAD-RATE-TABLE-EXIT
037020     IF WS-RATE-COUNT = ZERO
037030         DISPLAY 'COBOLDB2 - NO USABLE RATE RECORDS, RUN '
037040             'ABANDONED'
037050         MOVE 16 TO WS-RETURN-CODE
037060         GO TO 2600-COMP-ADJUST-EXIT
037070     END-IF
037080     EXEC SQL
037090         DECLARE COMPCSR CURSOR WITH HOLD FOR
037100         SELECT EMPNO, LASTNAME, FIRSTNME, WORKDEPT, PHONENO,
037110                HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
037120                SALARY, BONUS, COMM
037130         FROM EMPLOYEE
037140         ORDER BY WORKDEPT, EMPNO
037150     END-EXEC
037160     EXEC SQL
037170         OPEN COMPCSR
037180     END-EXEC
037190     IF SQLCODE NOT = 0
037200         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CURSOR, SQLCODE='
037210             SQLCODE
037220         PERFORM 4200-RAISE-ERROR-RC
037230             THRU 4200-RAISE-ERROR-RC-EXIT
037240         GO TO 2600-COMP-ADJUST-EXIT
037250     END-IF
037260     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
037270     MOVE ZERO TO WS-DEPT-OLD-TOT
037280     MOVE ZERO TO WS-DEPT-NEW-TOT
037290     MOVE ZERO TO WS-DEPT-DELTA-TOT
037300     MOVE ZERO TO WS-GRAND-OLD-TOT
037310     MOVE ZERO TO WS-GRAND-NEW-TOT
037320     MOVE ZERO TO WS-GRAND-DELTA-TOT
037330     PERFORM 2620-FETCH-COMP-ROW
037340         THRU 2620-FETCH-COMP-ROW-EXIT
037350         UNTIL CURSOR-EOF
037360     EXEC SQL
037370         CLOSE COMPCSR
037380     END-EXEC
037390     IF WS-COMP-ADJUSTED-COUNT = ZERO
037400         PERFORM 2660-WRITE-COMP-HEADINGS
037410             THRU 2660-WRITE-COMP-HEADINGS-EXIT
037420     ELSE
037430         PERFORM 2650-WRITE-DEPT-TOTALS
037440             THRU 2650-WRITE-DEPT-TOTALS-EXIT
037450     END-IF
037460     MOVE 'COMPANY TOTALS ' TO WS-CMP-TOTAL-LABEL
037470     MOVE SPACES TO WS-CMP-TOTAL-DEPT-OUT
037480     MOVE WS-GRAND-OLD-TOT TO WS-CMP-TOT-OLD-OUT
037490     MOVE WS-GRAND-NEW-TOT TO WS-CMP-TOT-NEW-OUT
037500     MOVE WS-GRAND-DELTA-TOT TO WS-CMP-TOT-DELTA-OUT
037510     WRITE RPT-RECORD FROM WS-CMP-TOTAL-LINE
037520     DISPLAY 'COBOLDB2 - EMPLOYEES ADJUSTED: '
037530         WS-COMP-ADJUSTED-COUNT
037540     DISPLAY 'COBOLDB2 - ADJUSTMENTS FAILED: '
037550         WS-COMP-FAILED-COUNT
037560     DISPLAY 'COBOLDB2 - EMPLOYEES SKIPPED : '
037570         WS-COMP-SKIPPED-COUNT.
037580 2600-COMP-ADJUST-EXIT.
037590     EXIT.
037600
037610*****************************************************************
037620*  2610-LOAD-RATE-TABLE                                         *
037630*  RATE RECORDS WITH A NON-NUMERIC PERCENTAGE ARE SKIPPED WITH  *
037640*  A WARNING; MORE RECORDS THAN THE TABLE HOLDS IS A HARD       *
037650*  ERROR SO A TRUNCATED MERIT RUN CANNOT SLIP THROUGH.          *
037660*****************************************************************
037670 2610-LOAD-RATE-TABLE.
037680     PERFORM 2615-READ-RATE-RECORD
037690         THRU 2615-READ-RATE-RECORD-EXIT
037700     PERFORM 2617-POST-RATE-RECORD
037710         THRU 2617-POST-RATE-RECORD-EXIT
037720         UNTIL RATE-EOF
037730     DISPLAY 'COBOLDB2 - RATE RECORDS LOADED: ' WS-RATE-COUNT.
037740 2610-LOAD-RATE-TABLE-EXIT.
037750     EXIT.
037760
037770 2615-READ-RATE-RECORD.
037780     READ RATE-FILE INTO RATE-RECORD
037790     IF WS-RATE-STATUS NOT = '00'
037800         SET RATE-EOF TO TRUE
037810     END-IF.
037820 2615-READ-RATE-RECORD-EXIT.
037830     EXIT.
037840
037850 2617-POST-RATE-RECORD.
037860     IF RATE-SALARY-PCT NOT NUMERIC
037870         DISPLAY 'COBOLDB2 - NON-NUMERIC RATE SKIPPED, DEPT='
037880             RATE-WORKDEPT ' JOB=' RATE-JOB
037890         PERFORM 4100-RAISE-WARNING-RC
037900             THRU 4100-RAISE-WARNING-RC-EXIT
037910         GO TO 2617-POST-RATE-READ
037920     END-IF
037930     IF WS-RATE-COUNT >= 100
037940         DISPLAY 'COBOLDB2 - RATE TABLE FULL, RUN ABANDONED'
037950         MOVE 16 TO WS-RETURN-CODE
037960         MOVE ZERO TO WS-RATE-COUNT
037970         SET RATE-EOF TO TRUE
037980         GO TO 2617-POST-RATE-RECORD-EXIT
037990     END-IF
038000     ADD 1 TO WS-RATE-COUNT
038010     SET RATE-IX TO WS-RATE-COUNT
038020     MOVE RATE-WORKDEPT TO WS-RT-WORKDEPT (RATE-IX)
038030     MOVE RATE-JOB TO WS-RT-JOB (RATE-IX)
038040     MOVE RATE-SALARY-PCT TO WS-RT-SALARY-PCT (RATE-IX)
038050     MOVE RATE-BONUS-IND TO WS-RT-BONUS-IND (RATE-IX).
038060 2617-POST-RATE-READ.
038070     PERFORM 2615-READ-RATE-RECORD
038080         THRU 2615-READ-RATE-RECORD-EXIT.
038090 2617-POST-RATE-RECORD-EXIT.
038100     EXIT.
038110
038120 2620-FETCH-COMP-ROW.
038130     EXEC SQL
038140         FETCH COMPCSR
038150         INTO :WS-EMPNO, :WS-LAST-NAME, :WS-FIRST-NAME,
038160              :WS-WORKDEPT, :WS-PHONENO, :WS-HIREDATE,
038170              :WS-JOB, :WS-EDLEVEL, :WS-SEX, :WS-BIRTHDATE,
038180              :WS-SALARY, :WS-BONUS, :WS-COMM
038190     END-EXEC
038200     IF SQLCODE = 0
038210         MOVE 'SELECT  ' TO WS-AUD-ACTION
038220         PERFORM 4000-WRITE-AUDIT-RECORD
038230             THRU 4000-WRITE-AUDIT-RECORD-EXIT
038240         PERFORM 2630-FIND-MATCHING-RATE
038250             THRU 2630-FIND-MATCHING-RATE-EXIT
038260         IF RATE-FOUND
038270             PERFORM 2640-ADJUST-EMPLOYEE-ROW
038280                 THRU 2640-ADJUST-EMPLOYEE-ROW-EXIT
038290         ELSE
038300             ADD 1 TO WS-COMP-SKIPPED-COUNT
038310         END-IF
038320     ELSE
038330         SET CURSOR-EOF TO TRUE
038340         IF SQLCODE NOT = 100
038350             DISPLAY 'COBOLDB2 - FETCH ERROR, SQLCODE='
038360                 SQLCODE
038370             PERFORM 4200-RAISE-ERROR-RC
038380                 THRU 4200-RAISE-ERROR-RC-EXIT
038390         END-IF
038400     END-IF.
038410 2620-FETCH-COMP-ROW-EXIT.
038420     EXIT.
038430
038440 2630-FIND-MATCHING-RATE.
038450     SET RATE-NOT-FOUND TO TRUE
038460     IF WS-RATE-COUNT = ZERO
038470         GO TO 2630-FIND-MATCHING-RATE-EXIT
038480     END-IF
038490     SET RATE-IX TO 1
038500     SEARCH WS-RATE-ENTRY
038510         AT END
038520             SET RATE-NOT-FOUND TO TRUE
038530         WHEN RATE-IX > WS-RATE-COUNT
038540             SET RATE-NOT-FOUND TO TRUE
038550         WHEN (WS-RT-WORKDEPT (RATE-IX) = SPACES
038560                 OR WS-RT-WORKDEPT (RATE-IX) = WS-WORKDEPT)
038570             AND (WS-RT-JOB (RATE-IX) = SPACES
038580                 OR WS-RT-JOB (RATE-IX) = WS-JOB)
038590             SET RATE-FOUND TO TRUE
038600     END-SEARCH.
038610 2630-FIND-MATCHING-RATE-EXIT.
038620     EXIT.
038630
038640 2640-ADJUST-EMPLOYEE-ROW.
038650     IF WS-COMP-ADJUSTED-COUNT > ZERO
038660         AND WS-WORKDEPT NOT = WS-BREAK-DEPT
038670         PERFORM 2650-WRITE-DEPT-TOTALS
038680             THRU 2650-WRITE-DEPT-TOTALS-EXIT
038690     END-IF
038700     MOVE WS-WORKDEPT TO WS-BREAK-DEPT
038710     SET COMP-SIZE-OK TO TRUE
038720     COMPUTE WS-NEW-SALARY ROUNDED =
038730         WS-SALARY +
038740         (WS-SALARY * WS-RT-SALARY-PCT (RATE-IX) / 100)
038750         ON SIZE ERROR
038760             SET COMP-SIZE-ERROR TO TRUE
038770     END-COMPUTE
038780     IF WS-RT-BONUS-TOO (RATE-IX)
038790         COMPUTE WS-NEW-BONUS ROUNDED =
038800             WS-BONUS +
038810             (WS-BONUS * WS-RT-SALARY-PCT (RATE-IX) / 100)
038820             ON SIZE ERROR
038830                 SET COMP-SIZE-ERROR TO TRUE
038840         END-COMPUTE
038850     ELSE
038860         MOVE WS-BONUS TO WS-NEW-BONUS
038870     END-IF
038880     IF COMP-SIZE-ERROR
038890         DISPLAY 'COBOLDB2 - ADJUSTED AMOUNT OVERFLOWS FOR '
038900             'EMPNO ' WS-EMPNO ', ROW NOT UPDATED'
038910         ADD 1 TO WS-COMP-FAILED-COUNT
038920         PERFORM 4200-RAISE-ERROR-RC
038930             THRU 4200-RAISE-ERROR-RC-EXIT
038940         GO TO 2640-ADJUST-EMPLOYEE-ROW-EXIT
038950     END-IF
038960     MOVE WS-EMPNO TO WS-JRN-EMPNO
038970     MOVE 'UPDATE  ' TO WS-JRN-ACTION
038980     PERFORM 4300-FETCH-JOURNAL-IMAGE
038990         THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
039000     EXEC SQL
039010         UPDATE EMPLOYEE
039020         SET SALARY = :WS-NEW-SALARY,
039030             BONUS  = :WS-NEW-BONUS
039040         WHERE EMPNO = :WS-EMPNO
039050     END-EXEC
039060     MOVE 'UPDATE  ' TO WS-AUD-ACTION
039070     PERFORM 4000-WRITE-AUDIT-RECORD
039080         THRU 4000-WRITE-AUDIT-RECORD-EXIT
039090     IF SQLCODE NOT = 0
039100         DISPLAY 'COBOLDB2 - ADJUSTMENT FAILED FOR EMPNO '
039110             WS-EMPNO ' SQLCODE=' SQLCODE
039120         ADD 1 TO WS-COMP-FAILED-COUNT
039130         PERFORM 4200-RAISE-ERROR-RC
039140             THRU 4200-RAISE-ERROR-RC-EXIT
039150         GO TO 2640-ADJUST-EMPLOYEE-ROW-EXIT
039160     END-IF
039170     EXEC SQL
039180         COMMIT
039190     END-EXEC
039200     IF JRN-IMAGE-FETCHED
039210         MOVE 'B' TO WS-JRN-IMAGE
039220         PERFORM 4310-WRITE-JOURNAL-RECORD
039230             THRU 4310-WRITE-JOURNAL-RECORD-EXIT
039240     END-IF
039250     PERFORM 4300-FETCH-JOURNAL-IMAGE
039260         THRU 4300-FETCH-JOURNAL-IMAGE-EXIT
039270     IF JRN-IMAGE-FETCHED
039280         MOVE 'A' TO WS-JRN-IMAGE
039290         PERFORM 4310-WRITE-JOURNAL-RECORD
039300             THRU 4310-WRITE-JOURNAL-RECORD-EXIT
039310     END-IF
039320     ADD 1 TO WS-COMP-ADJUSTED-COUNT
039330     COMPUTE WS-SALARY-DELTA = WS-NEW-SALARY - WS-SALARY
039340     ADD WS-SALARY TO WS-DEPT-OLD-TOT
039350     ADD WS-NEW-SALARY TO WS-DEPT-NEW-TOT
039360     ADD WS-SALARY-DELTA TO WS-DEPT-DELTA-TOT
039370     ADD WS-SALARY TO WS-GRAND-OLD-TOT
039380     ADD WS-NEW-SALARY TO WS-GRAND-NEW-TOT
039390     ADD WS-SALARY-DELTA TO WS-GRAND-DELTA-TOT
039400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
039410         PERFORM 2660-WRITE-COMP-HEADINGS
039420             THRU 2660-WRITE-COMP-HEADINGS-EXIT
039430     END-IF
039440     MOVE WS-EMPNO TO WS-CMP-EMPNO-OUT
039450     MOVE WS-LAST-NAME TO WS-CMP-LNAME-OUT
039460     MOVE WS-WORKDEPT TO WS-CMP-DEPT-OUT
039470     MOVE WS-JOB TO WS-CMP-JOB-OUT
039480     MOVE WS-RT-SALARY-PCT (RATE-IX) TO WS-CMP-PCT-OUT
039490     MOVE WS-SALARY TO WS-CMP-OLD-OUT
039500     MOVE WS-NEW-SALARY TO WS-CMP-NEW-OUT
039510     MOVE WS-SALARY-DELTA TO WS-CMP-DELTA-OUT
039520     WRITE RPT-RECORD FROM WS-CMP-DETAIL
039530     ADD 1 TO WS-LINE-COUNT.
039540 2640-ADJUST-EMPLOYEE-ROW-EXIT.
039550     EXIT.
039560
039570 2650-WRITE-DEPT-TOTALS.
039580     MOVE 'DEPT TOTALS    ' TO WS-CMP-TOTAL-LABEL
039590     MOVE WS-BREAK-DEPT TO WS-CMP-TOTAL-DEPT-OUT
039600     MOVE WS-DEPT-OLD-TOT TO WS-CMP-TOT-OLD-OUT
039610     MOVE WS-DEPT-NEW-TOT TO WS-CMP-TOT-NEW-OUT
039620     MOVE WS-DEPT-DELTA-TOT TO WS-CMP-TOT-DELTA-OUT
039630     WRITE RPT-RECORD FROM WS-CMP-TOTAL-LINE
039640     ADD 1 TO WS-LINE-COUNT
039650     MOVE ZERO TO WS-DEPT-OLD-TOT
039660     MOVE ZERO TO WS-DEPT-NEW-TOT
039670     MOVE ZERO TO WS-DEPT-DELTA-TOT.
039680 2650-WRITE-DEPT-TOTALS-EXIT.
039690     EXIT.
039700
039710 2660-WRITE-COMP-HEADINGS.
039720     ADD 1 TO WS-PAGE-COUNT
039730     MOVE WS-PAGE-COUNT TO WS-CMP-PAGE-OUT
039740     MOVE WS-RUN-DATE TO WS-CMP-DATE-OUT
039750     WRITE RPT-RECORD FROM WS-CMP-HEADING-1
039760     WRITE RPT-RECORD FROM WS-CMP-HEADING-2
039770     WRITE RPT-RECORD FROM WS-CMP-HEADING-3
039780     MOVE ZERO TO WS-LINE-COUNT.
039790 2660-WRITE-COMP-HEADINGS-EXIT.
039800     EXIT.
039810
039820*****************************************************************
039830*  2700-DEPT-SUMMARY                                            *
039840*  COMPANY-WIDE DEPARTMENT COMPENSATION SUMMARY - ONE CURSOR    *
039850*  PASS OVER EMPLOYEE IN WORKDEPT ORDER, BREAKING ON WORKDEPT   *
039860*  TO PRINT HEADCOUNT, TOTAL AND AVERAGE SALARY, TOTAL BONUS    *
039870*  AND TOTAL COMM PER DEPARTMENT, THEN COMPANY GRAND TOTALS.    *
039880*****************************************************************
039890 2700-DEPT-SUMMARY.
039900     EXEC SQL
039910         DECLARE SUMCSR CURSOR FOR
039920         SELECT EMPNO, WORKDEPT, SALARY, BONUS, COMM
039930         FROM EMPLOYEE
039940         ORDER BY WORKDEPT, EMPNO
039950     END-EXEC
039960     EXEC SQL
039970         OPEN SUMCSR
039980     END-EXEC
039990     IF SQLCODE NOT = 0
040000         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CURSOR, SQLCODE='
040010             SQLCODE
040020         PERFORM 4200-RAISE-ERROR-RC
040030             THRU 4200-RAISE-ERROR-RC-EXIT
040040         GO TO 2700-DEPT-SUMMARY-EXIT
040050     END-IF
040060     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
040070     MOVE ZERO TO WS-DSM-DEPT-HEADCOUNT
040080     MOVE ZERO TO WS-DSM-DEPT-SALARY
040090     MOVE ZERO TO WS-DSM-DEPT-BONUS
040100     MOVE ZERO TO WS-DSM-DEPT-COMM
040110     MOVE ZERO TO WS-DSM-GRAND-SALARY
040120     MOVE ZERO TO WS-DSM-GRAND-BONUS
040130     MOVE ZERO TO WS-DSM-GRAND-COMM
040140     PERFORM 2720-FETCH-SUMMARY-ROW
040150         THRU 2720-FETCH-SUMMARY-ROW-EXIT
040160         UNTIL CURSOR-EOF
040170     EXEC SQL
040180         CLOSE SUMCSR
040190     END-EXEC
040200     IF WS-DSM-EMP-COUNT = ZERO
040210         PERFORM 2760-WRITE-SUMMARY-HEADINGS
040220             THRU 2760-WRITE-SUMMARY-HEADINGS-EXIT
040230     ELSE
040240         PERFORM 2740-WRITE-DEPT-SUMMARY-LINE
040250             THRU 2740-WRITE-DEPT-SUMMARY-LINE-EXIT
040260     END-IF
040270     MOVE 'CO. ' TO WS-DSM-DEPT-OUT
040280     MOVE WS-DSM-EMP-COUNT TO WS-DSM-HEAD-OUT
040290     MOVE WS-DSM-GRAND-SALARY TO WS-DSM-SALARY-OUT
040300     IF WS-DSM-EMP-COUNT > ZERO
040310         COMPUTE WS-DSM-AVG-SALARY ROUNDED =
040320             WS-DSM-GRAND-SALARY / WS-DSM-EMP-COUNT
040330     ELSE
040340         MOVE ZERO TO WS-DSM-AVG-SALARY
040350     END-IF
040360     MOVE WS-DSM-AVG-SALARY TO WS-DSM-AVG-OUT
040370     MOVE WS-DSM-GRAND-BONUS TO WS-DSM-BONUS-OUT
040380     MOVE WS-DSM-GRAND-COMM TO WS-DSM-COMM-OUT
040390     WRITE RPT-RECORD FROM WS-DSM-DETAIL
040400     DISPLAY 'COBOLDB2 - EMPLOYEES SUMMARIZED : '
040410         WS-DSM-EMP-COUNT
040420     DISPLAY 'COBOLDB2 - DEPARTMENTS REPORTED : '
040430         WS-DSM-DEPT-COUNT.
040440 2700-DEPT-SUMMARY-EXIT.
040450     EXIT.
040460
040470 2720-FETCH-SUMMARY-ROW.
040480     EXEC SQL
040490         FETCH SUMCSR
040500         INTO :WS-EMPNO, :WS-WORKDEPT,
040510              :WS-SALARY, :WS-BONUS, :WS-COMM
040520     END-EXEC
040530     IF SQLCODE = 0
040540         MOVE 'SELECT  ' TO WS-AUD-ACTION
040550         PERFORM 4000-WRITE-AUDIT-RECORD
040560             THRU 4000-WRITE-AUDIT-RECORD-EXIT
040570         IF WS-DSM-EMP-COUNT > ZERO
040580             AND WS-WORKDEPT NOT = WS-BREAK-DEPT
040590             PERFORM 2740-WRITE-DEPT-SUMMARY-LINE
040600                 THRU 2740-WRITE-DEPT-SUMMARY-LINE-EXIT
040610         END-IF
040620         MOVE WS-WORKDEPT TO WS-BREAK-DEPT
040630         ADD 1 TO WS-DSM-EMP-COUNT
040640         ADD 1 TO WS-DSM-DEPT-HEADCOUNT
040650         ADD WS-SALARY TO WS-DSM-DEPT-SALARY
040660         ADD WS-BONUS TO WS-DSM-DEPT-BONUS
040670         ADD WS-COMM TO WS-DSM-DEPT-COMM
040680         ADD WS-SALARY TO WS-DSM-GRAND-SALARY
040690         ADD WS-BONUS TO WS-DSM-GRAND-BONUS
040700         ADD WS-COMM TO WS-DSM-GRAND-COMM
040710     ELSE
040720         SET CURSOR-EOF TO TRUE
040730         IF SQLCODE NOT = 100
040740             DISPLAY 'COBOLDB2 - FETCH ERROR, SQLCODE='
040750                 SQLCODE
040760             PERFORM 4200-RAISE-ERROR-RC
040770                 THRU 4200-RAISE-ERROR-RC-EXIT
040780         END-IF
040790     END-IF.
040800 2720-FETCH-SUMMARY-ROW-EXIT.
040810     EXIT.
040820
040830 2740-WRITE-DEPT-SUMMARY-LINE.
040840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
040850         PERFORM 2760-WRITE-SUMMARY-HEADINGS
040860             THRU 2760-WRITE-SUMMARY-HEADINGS-EXIT
040870     END-IF
040880     MOVE SPACES TO WS-DSM-DEPT-OUT
040890     MOVE WS-BREAK-DEPT TO WS-DSM-DEPT-OUT (1:3)
040900     MOVE WS-DSM-DEPT-HEADCOUNT TO WS-DSM-HEAD-OUT
040910     MOVE WS-DSM-DEPT-SALARY TO WS-DSM-SALARY-OUT
040920     COMPUTE WS-DSM-AVG-SALARY ROUNDED =
040930         WS-DSM-DEPT-SALARY / WS-DSM-DEPT-HEADCOUNT
040940     MOVE WS-DSM-AVG-SALARY TO WS-DSM-AVG-OUT
040950     MOVE WS-DSM-DEPT-BONUS TO WS-DSM-BONUS-OUT
040960     MOVE WS-DSM-DEPT-COMM TO WS-DSM-COMM-OUT
040970     WRITE RPT-RECORD FROM WS-DSM-DETAIL
040980     ADD 1 TO WS-LINE-COUNT
040990     ADD 1 TO WS-DSM-DEPT-COUNT
041000     MOVE ZERO TO WS-DSM-DEPT-HEADCOUNT
041010     MOVE ZERO TO WS-DSM-DEPT-SALARY
041020     MOVE ZERO TO WS-DSM-DEPT-BONUS
041030     MOVE ZERO TO WS-DSM-DEPT-COMM.
041040 2740-WRITE-DEPT-SUMMARY-LINE-EXIT.
041050     EXIT.
041060
041070 2760-WRITE-SUMMARY-HEADINGS.
041080     ADD 1 TO WS-PAGE-COUNT
041090     MOVE WS-PAGE-COUNT TO WS-DSM-PAGE-OUT
041100     MOVE WS-RUN-DATE TO WS-DSM-DATE-OUT
041110     WRITE RPT-RECORD FROM WS-DSM-HEADING-1
041120     WRITE RPT-RECORD FROM WS-DSM-HEADING-2
041130     WRITE RPT-RECORD FROM WS-DSM-HEADING-3
041140     MOVE ZERO TO WS-LINE-COUNT.
041150 2760-WRITE-SUMMARY-HEADINGS-EXIT.
041160     EXIT.
041170
041180*****************************************************************
041190*  2800-ORG-HIERARCHY                                           *
041200*  ORGANIZATION HIERARCHY REPORT - LOAD THE DEPARTMENT TABLE,   *
041210*  THEN WALK THE ADMRDEPT PARENT CHAIN DEPTH-FIRST FROM EACH    *
041220*  ROOT (A DEPARTMENT THAT ADMINISTERS ITSELF), PRINTING EACH   *
041230*  DEPARTMENT INDENTED UNDER ITS PARENT WITH ITS MANAGER AND    *
041240*  EMPLOYEE HEADCOUNT.                                          *
041250*****************************************************************
041260 2800-ORG-HIERARCHY.
041270     PERFORM 2810-LOAD-DEPT-TABLE
041280         THRU 2810-LOAD-DEPT-TABLE-EXIT
041290     IF WS-DEPT-TABLE-COUNT = ZERO
041300         DISPLAY 'COBOLDB2 - NO DEPARTMENT ROWS, NO HIERARCHY '
041310             'TO REPORT'
041320         PERFORM 4100-RAISE-WARNING-RC
041330             THRU 4100-RAISE-WARNING-RC-EXIT
041340         GO TO 2800-ORG-HIERARCHY-EXIT
041350     END-IF
041360     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
041370     PERFORM 2830-WALK-FROM-ROOT
041380         THRU 2830-WALK-FROM-ROOT-EXIT
041390         VARYING WS-ROOT-IX FROM 1 BY 1
041400         UNTIL WS-ROOT-IX > WS-DEPT-TABLE-COUNT
041410     IF WS-ORG-DEPT-COUNT = ZERO
041420         PERFORM 2860-WRITE-ORG-HEADINGS
041430             THRU 2860-WRITE-ORG-HEADINGS-EXIT
041440         DISPLAY 'COBOLDB2 - NO ROOT DEPARTMENT FOUND '
041450             '(ADMRDEPT = DEPTNO), HIERARCHY EMPTY'
041460         PERFORM 4100-RAISE-WARNING-RC
041470             THRU 4100-RAISE-WARNING-RC-EXIT
041480     END-IF
041490     IF WS-ORG-DEPT-COUNT NOT = WS-DEPT-TABLE-COUNT
041500         AND WS-ORG-DEPT-COUNT NOT = ZERO
041510         DISPLAY 'COBOLDB2 - WARNING: '
041520             'DEPARTMENTS NOT REACHED FROM ANY ROOT - '
041530             'CHECK ADMRDEPT CHAINS'
041540         PERFORM 4100-RAISE-WARNING-RC
041550             THRU 4100-RAISE-WARNING-RC-EXIT
041560     END-IF
041570     MOVE WS-ORG-DEPT-COUNT TO WS-ORG-TOTAL-OUT
041580     WRITE RPT-RECORD FROM WS-ORG-TOTALS
041590     DISPLAY 'COBOLDB2 - DEPARTMENTS LISTED: '
041600         WS-ORG-DEPT-COUNT.
041610 2800-ORG-HIERARCHY-EXIT.
041620     EXIT.
041630
041640*****************************************************************
041650*  2810-LOAD-DEPT-TABLE                                         *
041660*  ONE CURSOR PASS OVER DEPARTMENT INTO THE WORK TABLE.  MGRNO  *
041670*  IS NULLABLE, SO IT COMES THROUGH VALUE(...) AS SPACES.       *
041680*****************************************************************
041690 2810-LOAD-DEPT-TABLE.
041700     EXEC SQL
041710         DECLARE DEPTCSR CURSOR FOR
041720         SELECT DEPTNO, DEPTNAME, VALUE(MGRNO, ' '), ADMRDEPT
041730         FROM DEPARTMENT
041740         ORDER BY DEPTNO
041750     END-EXEC
041760     EXEC SQL
041770         OPEN DEPTCSR
041780     END-EXEC
041790     IF SQLCODE NOT = 0
041800         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CURSOR, SQLCODE='
041810             SQLCODE
041820         PERFORM 4200-RAISE-ERROR-RC
041830             THRU 4200-RAISE-ERROR-RC-EXIT
041840         GO TO 2810-LOAD-DEPT-TABLE-EXIT
041850     END-IF
041860     MOVE 'N' TO WS-CURSOR-EOF-SW
041870     PERFORM 2815-FETCH-DEPT-ROW
041880         THRU 2815-FETCH-DEPT-ROW-EXIT
041890         UNTIL CURSOR-EOF
041900     EXEC SQL
041910         CLOSE DEPTCSR
041920     END-EXEC
041930     DISPLAY 'COBOLDB2 - DEPARTMENT ROWS LOADED: '
041940         WS-DEPT-TABLE-COUNT.
041950 2810-LOAD-DEPT-TABLE-EXIT.
041960     EXIT.
041970
041980 2815-FETCH-DEPT-ROW.
041990     EXEC SQL
042000         FETCH DEPTCSR
042010         INTO :WS-LOAD-DEPTNO, :WS-LOAD-DEPTNAME,
042020              :WS-LOAD-MGRNO, :WS-LOAD-ADMRDEPT
042030     END-EXEC
042040     IF SQLCODE = 0
042050         IF WS-DEPT-TABLE-COUNT >= 100
042060             DISPLAY 'COBOLDB2 - DEPARTMENT TABLE FULL, '
042070                 'HIERARCHY TRUNCATED AT 100 DEPARTMENTS'
042080             PERFORM 4200-RAISE-ERROR-RC
042090                 THRU 4200-RAISE-ERROR-RC-EXIT
042100             SET CURSOR-EOF TO TRUE
042110         ELSE
042120             ADD 1 TO WS-DEPT-TABLE-COUNT
042130             MOVE WS-LOAD-DEPTNO
042140                 TO WS-DT-DEPTNO (WS-DEPT-TABLE-COUNT)
042150             MOVE WS-LOAD-DEPTNAME
042160                 TO WS-DT-DEPTNAME (WS-DEPT-TABLE-COUNT)
042170             MOVE WS-LOAD-MGRNO
042180                 TO WS-DT-MGRNO (WS-DEPT-TABLE-COUNT)
042190             MOVE WS-LOAD-ADMRDEPT
042200                 TO WS-DT-ADMRDEPT (WS-DEPT-TABLE-COUNT)
042210         END-IF
042220     ELSE
042230         SET CURSOR-EOF TO TRUE
042240         IF SQLCODE NOT = 100
042250             DISPLAY 'COBOLDB2 - FETCH ERROR, SQLCODE='
042260                 SQLCODE
042270             PERFORM 4200-RAISE-ERROR-RC
042280                 THRU 4200-RAISE-ERROR-RC-EXIT
042290         END-IF
042300     END-IF.
042310 2815-FETCH-DEPT-ROW-EXIT.
042320     EXIT.
042330
042340*****************************************************************
042350*  2830-WALK-FROM-ROOT                                          *
042360*  A ROOT IS A DEPARTMENT THAT ADMINISTERS ITSELF.  PUSH IT,    *
042370*  PRINT IT, THEN RUN THE STACK UNTIL THE WHOLE SUBTREE HAS     *
042380*  BEEN WALKED.                                                 *
042390*****************************************************************
042400 2830-WALK-FROM-ROOT.
042410     IF WS-DT-ADMRDEPT (WS-ROOT-IX)
042420         NOT = WS-DT-DEPTNO (WS-ROOT-IX)
042430         GO TO 2830-WALK-FROM-ROOT-EXIT
042440     END-IF
042450     MOVE 1 TO WS-STACK-DEPTH
042460     MOVE WS-ROOT-IX TO WS-STK-DEPT-IX (1)
042470     MOVE ZERO TO WS-STK-CHILD-POS (1)
042480     MOVE WS-ROOT-IX TO WS-PRINT-IX
042490     PERFORM 2850-PRINT-DEPT-LINE
042500         THRU 2850-PRINT-DEPT-LINE-EXIT
042510     PERFORM 2840-PROCESS-STACK-TOP
042520         THRU 2840-PROCESS-STACK-TOP-EXIT
042530         UNTIL WS-STACK-DEPTH = ZERO.
042540 2830-WALK-FROM-ROOT-EXIT.
042550     EXIT.
042560
042570*****************************************************************
042580*  2840-PROCESS-STACK-TOP                                       *
042590*  FIND THE NEXT UNVISITED CHILD OF THE DEPARTMENT ON TOP OF    *
042600*  THE STACK.  FOUND - PUSH AND PRINT IT; NONE LEFT - POP.      *
042610*****************************************************************
042620 2840-PROCESS-STACK-TOP.
042630     MOVE WS-DT-DEPTNO (WS-STK-DEPT-IX (WS-STACK-DEPTH))
042640         TO WS-ORG-PARENT-DEPT
042650     SET CHILD-NOT-FOUND TO TRUE
042660     MOVE ZERO TO WS-FOUND-CHILD-IX
042670     COMPUTE WS-ORG-SCAN-START =
042680         WS-STK-CHILD-POS (WS-STACK-DEPTH) + 1
042690     PERFORM 2845-SCAN-NEXT-CHILD
042700         THRU 2845-SCAN-NEXT-CHILD-EXIT
042710         VARYING WS-CHILD-IX FROM WS-ORG-SCAN-START BY 1
042720         UNTIL CHILD-FOUND
042730         OR WS-CHILD-IX > WS-DEPT-TABLE-COUNT
042740     IF CHILD-FOUND
042750         MOVE WS-FOUND-CHILD-IX
042760             TO WS-STK-CHILD-POS (WS-STACK-DEPTH)
042770         IF WS-STACK-DEPTH >= 10
042780             DISPLAY 'COBOLDB2 - HIERARCHY DEEPER THAN 10 '
042790                 'LEVELS, SUBTREE SKIPPED UNDER '
042800                 WS-ORG-PARENT-DEPT
042810             PERFORM 4100-RAISE-WARNING-RC
042820                 THRU 4100-RAISE-WARNING-RC-EXIT
042830         ELSE
042840             ADD 1 TO WS-STACK-DEPTH
042850             MOVE WS-FOUND-CHILD-IX
042860                 TO WS-STK-DEPT-IX (WS-STACK-DEPTH)
042870             MOVE ZERO TO WS-STK-CHILD-POS (WS-STACK-DEPTH)
042880             MOVE WS-FOUND-CHILD-IX TO WS-PRINT-IX
042890             PERFORM 2850-PRINT-DEPT-LINE
042900                 THRU 2850-PRINT-DEPT-LINE-EXIT
042910         END-IF
042920     ELSE
042930         SUBTRACT 1 FROM WS-STACK-DEPTH
042940     END-IF.
042950 2840-PROCESS-STACK-TOP-EXIT.
042960     EXIT.
042970
042980 2845-SCAN-NEXT-CHILD.
042990     IF WS-DT-ADMRDEPT (WS-CHILD-IX) = WS-ORG-PARENT-DEPT
043000         AND WS-DT-ADMRDEPT (WS-CHILD-IX)
043010             NOT = WS-DT-DEPTNO (WS-CHILD-IX)
043020         SET CHILD-FOUND TO TRUE
043030         MOVE WS-CHILD-IX TO WS-FOUND-CHILD-IX
043040     END-IF.
043050 2845-SCAN-NEXT-CHILD-EXIT.
043060     EXIT.
043070
043080*****************************************************************
043090*  2850-PRINT-DEPT-LINE                                         *
043100*  ONE HIERARCHY LINE FOR WS-PRINT-IX, INDENTED BY STACK        *
043110*  DEPTH, WITH THE MANAGER'S NAME AND THE DEPARTMENT'S          *
043120*  EMPLOYEE HEADCOUNT PULLED FROM DB2.                          *
043130*****************************************************************
043140 2850-PRINT-DEPT-LINE.
043150     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
043160         PERFORM 2860-WRITE-ORG-HEADINGS
043170             THRU 2860-WRITE-ORG-HEADINGS-EXIT
043180     END-IF
043190     MOVE SPACES TO WS-ORG-TREE-OUT
043200     COMPUTE WS-ORG-INDENT = (2 * WS-STACK-DEPTH) - 1
043210     IF WS-ORG-INDENT > 17
043220         MOVE 17 TO WS-ORG-INDENT
043230     END-IF
043240     MOVE WS-DT-DEPTNO (WS-PRINT-IX)
043250         TO WS-ORG-TREE-OUT (WS-ORG-INDENT : 3)
043260     MOVE WS-DT-DEPTNAME (WS-PRINT-IX)
043270         TO WS-ORG-TREE-OUT (WS-ORG-INDENT + 4 : 36)
043280     MOVE WS-DT-MGRNO (WS-PRINT-IX) TO WS-ORG-MGRNO-OUT
043290     MOVE SPACES TO WS-ORG-MGR-NAME-OUT
043300     IF WS-DT-MGRNO (WS-PRINT-IX) NOT = SPACES
043310         MOVE WS-DT-MGRNO (WS-PRINT-IX) TO WS-DEPT-MGRNO
043320         EXEC SQL
043330             SELECT LASTNAME INTO :WS-MGR-LASTNAME
043340             FROM EMPLOYEE
043350             WHERE EMPNO = :WS-DEPT-MGRNO
043360         END-EXEC
043370         MOVE WS-DEPT-MGRNO TO WS-EMPNO
043380         MOVE 'SELECT  ' TO WS-AUD-ACTION
043390         PERFORM 4000-WRITE-AUDIT-RECORD
043400             THRU 4000-WRITE-AUDIT-RECORD-EXIT
043410         IF SQLCODE = 0
043420             MOVE WS-MGR-LASTNAME TO WS-ORG-MGR-NAME-OUT
043430         END-IF
043440     END-IF
043450     MOVE WS-DT-DEPTNO (WS-PRINT-IX) TO WS-DEPT-CHECK
043460     EXEC SQL
043470         SELECT COUNT(*) INTO :WS-EMP-COUNT
043480         FROM EMPLOYEE
043490         WHERE WORKDEPT = :WS-DEPT-CHECK
043500     END-EXEC
043510     IF SQLCODE = 0
043520         MOVE WS-EMP-COUNT TO WS-ORG-HEAD-OUT
043530     ELSE
043540         MOVE ZERO TO WS-ORG-HEAD-OUT
043550         PERFORM 4100-RAISE-WARNING-RC
043560             THRU 4100-RAISE-WARNING-RC-EXIT
043570     END-IF
043580     WRITE RPT-RECORD FROM WS-ORG-DETAIL
043590     ADD 1 TO WS-LINE-COUNT
043600     ADD 1 TO WS-ORG-DEPT-COUNT.
043610 2850-PRINT-DEPT-LINE-EXIT.
043620     EXIT.
043630
043640 2860-WRITE-ORG-HEADINGS.
043650     ADD 1 TO WS-PAGE-COUNT
043660     MOVE WS-PAGE-COUNT TO WS-ORG-PAGE-OUT
043670     MOVE WS-RUN-DATE TO WS-ORG-DATE-OUT
043680     WRITE RPT-RECORD FROM WS-ORG-HEADING-1
043690     WRITE RPT-RECORD FROM WS-ORG-HEADING-2
043700     WRITE RPT-RECORD FROM WS-ORG-HEADING-3
043710     MOVE ZERO TO WS-LINE-COUNT.
043720 2860-WRITE-ORG-HEADINGS-EXIT.
043730     EXIT.
043740
043750*****************************************************************
043760*  2900-DEPT-MAINTENANCE                                        *
043770*  MODE 9 - READS A TRANSACTION FILE OF DEPARTMENT ADDS,        *
043780*  CHANGES AND DELETES, VALIDATES EACH ONE AND ISSUES THE SQL,  *
043790*  FOLLOWING THE SAME REGISTER/SUSPENSE DISCIPLINE AS THE       *
043800*  MODE 4 EMPLOYEE MAINTENANCE RUN.  REASON CODES ARE           *
043810*  DOCUMENTED IN DSUSREC.CPY.                                   *
043820*****************************************************************
043830 2900-DEPT-MAINTENANCE.
043840     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
043850     PERFORM 2905-READ-DEPT-TRAN
043860         THRU 2905-READ-DEPT-TRAN-EXIT
043870     PERFORM 2910-PROCESS-DEPT-TRAN
043880         THRU 2910-PROCESS-DEPT-TRAN-EXIT
043890         UNTIL TRAN-EOF
043900     IF WS-DTRAN-READ-COUNT = ZERO
043910         PERFORM 2975-WRITE-DEPT-REG-HEADINGS
043920             THRU 2975-WRITE-DEPT-REG-HEADINGS-EXIT
043930     END-IF
043940     MOVE 'TRANS READ       : ' TO WS-REG-TOTAL-LABEL
043950     MOVE WS-DTRAN-READ-COUNT TO WS-REG-TOTAL-OUT
043960     WRITE RPT-RECORD FROM WS-REG-TOTALS
043970     MOVE 'TRANS APPLIED    : ' TO WS-REG-TOTAL-LABEL
043980     MOVE WS-DTRAN-APPLIED-COUNT TO WS-REG-TOTAL-OUT
043990     WRITE RPT-RECORD FROM WS-REG-TOTALS
044000     MOVE 'TRANS REJECTED   : ' TO WS-REG-TOTAL-LABEL
044010     MOVE WS-DTRAN-REJECT-COUNT TO WS-REG-TOTAL-OUT
044020     WRITE RPT-RECORD FROM WS-REG-TOTALS
044030     DISPLAY 'COBOLDB2 - DEPT TRANS READ    : '
044040         WS-DTRAN-READ-COUNT
044050     DISPLAY 'COBOLDB2 - DEPT TRANS APPLIED : '
044060         WS-DTRAN-APPLIED-COUNT
044070     DISPLAY 'COBOLDB2 - DEPT TRANS REJECTED: '
044080         WS-DTRAN-REJECT-COUNT.
044090 2900-DEPT-MAINTENANCE-EXIT.
044100     EXIT.
044110
044120 2905-READ-DEPT-TRAN.
044130     READ DEPT-TRAN-FILE INTO DEPT-TRAN-RECORD
044140     IF WS-DTRAN-STATUS NOT = '00'
044150         SET TRAN-EOF TO TRUE
044160     ELSE
044170         ADD 1 TO WS-DTRAN-READ-COUNT
044180     END-IF.
044190 2905-READ-DEPT-TRAN-EXIT.
044200     EXIT.
044210
044220 2910-PROCESS-DEPT-TRAN.
044230     MOVE SPACES TO WS-REJECT-REASON
044240     SET TRAN-IS-VALID TO TRUE
044250     IF NOT DTRN-ACTION-VALID
044260         DISPLAY 'COBOLDB2 - INVALID ACTION CODE FOR DEPT '
044270             DTRN-DEPTNO
044280         SET TRAN-IS-INVALID TO TRUE
044290         MOVE 'D005' TO WS-REJECT-REASON
044300         PERFORM 4100-RAISE-WARNING-RC
044310             THRU 4100-RAISE-WARNING-RC-EXIT
044320     ELSE
044330         IF DTRN-ACTION-ADD
044340             PERFORM 2915-ADD-DEPARTMENT
044350                 THRU 2915-ADD-DEPARTMENT-EXIT
044360         ELSE
044370             IF DTRN-ACTION-DELETE
044380                 PERFORM 2935-DELETE-DEPARTMENT
044390                     THRU 2935-DELETE-DEPARTMENT-EXIT
044400             ELSE
044410                 PERFORM 2930-CHANGE-DEPARTMENT
044420                     THRU 2930-CHANGE-DEPARTMENT-EXIT
044430             END-IF
044440         END-IF
044450     END-IF
044460     IF TRAN-IS-VALID
044470         ADD 1 TO WS-DTRAN-APPLIED-COUNT
044480     ELSE
044490         ADD 1 TO WS-DTRAN-REJECT-COUNT
044500         PERFORM 2965-WRITE-DEPT-SUSPENSE
044510             THRU 2965-WRITE-DEPT-SUSPENSE-EXIT
044520     END-IF
044530     PERFORM 2970-WRITE-DEPT-REGISTER-LINE
044540         THRU 2970-WRITE-DEPT-REGISTER-LINE-EXIT
044550     PERFORM 2905-READ-DEPT-TRAN
044560         THRU 2905-READ-DEPT-TRAN-EXIT.
044570 2910-PROCESS-DEPT-TRAN-EXIT.
044580     EXIT.
044590
044600*****************************************************************
044610*  2915-ADD-DEPARTMENT                                          *
044620*****************************************************************
044630 2915-ADD-DEPARTMENT.
044640     PERFORM 2920-VALIDATE-DEPT-ADD
044650         THRU 2920-VALIDATE-DEPT-ADD-EXIT
044660     IF TRAN-IS-VALID
044670         PERFORM 2950-INSERT-DEPT-ROW
044680             THRU 2950-INSERT-DEPT-ROW-EXIT
044690     END-IF.
044700 2915-ADD-DEPARTMENT-EXIT.
044710     EXIT.
044720
044730*****************************************************************
044740*  2920-VALIDATE-DEPT-ADD                                       *
044750*  AN ADD MUST CARRY A WELL-FORMED DEPTNO NOT ALREADY ON        *
044760*  DEPARTMENT, A DEPARTMENT NAME, AND AN ADMRDEPT THAT EITHER   *
044770*  EXISTS OR IS THE NEW DEPARTMENT ITSELF (A ROOT ADMINISTERS   *
044780*  ITSELF - SEE THE MODE 8 HIERARCHY WALK).                     *
044790*****************************************************************
044800 2920-VALIDATE-DEPT-ADD.
044810     PERFORM 2940-VALIDATE-DEPTNO-FORMAT
044820         THRU 2940-VALIDATE-DEPTNO-FORMAT-EXIT
044830     IF TRAN-IS-INVALID
044840         GO TO 2920-VALIDATE-DEPT-ADD-EXIT
044850     END-IF
044860     MOVE DTRN-DEPTNO TO WS-DEPT-CHECK
044870     PERFORM 2945-CHECK-DEPT-EXISTS
044880         THRU 2945-CHECK-DEPT-EXISTS-EXIT
044890     IF TRAN-IS-INVALID
044900         GO TO 2920-VALIDATE-DEPT-ADD-EXIT
044910     END-IF
044920     IF WS-DEPT-COUNT NOT = ZERO
044930         DISPLAY 'COBOLDB2 - DEPTNO ALREADY ON DEPARTMENT '
044940             DTRN-DEPTNO
044950         SET TRAN-IS-INVALID TO TRUE
044960         MOVE 'D006' TO WS-REJECT-REASON
044970         PERFORM 4100-RAISE-WARNING-RC
044980             THRU 4100-RAISE-WARNING-RC-EXIT
044990         GO TO 2920-VALIDATE-DEPT-ADD-EXIT
045000     END-IF
045010     IF DTRN-DEPTNAME = SPACES
045020         DISPLAY 'COBOLDB2 - DEPTNAME MISSING FOR DEPT '
045030             DTRN-DEPTNO
045040         SET TRAN-IS-INVALID TO TRUE
045050         MOVE 'D008' TO WS-REJECT-REASON
045060         PERFORM 4100-RAISE-WARNING-RC
045070             THRU 4100-RAISE-WARNING-RC-EXIT
045080         GO TO 2920-VALIDATE-DEPT-ADD-EXIT
045090     END-IF
045100     IF DTRN-ADMRDEPT NOT = DTRN-DEPTNO
045110         MOVE DTRN-ADMRDEPT TO WS-DEPT-CHECK
045120         PERFORM 2945-CHECK-DEPT-EXISTS
045130             THRU 2945-CHECK-DEPT-EXISTS-EXIT
045140         IF TRAN-IS-INVALID
045150             GO TO 2920-VALIDATE-DEPT-ADD-EXIT
045160         END-IF
045170         IF WS-DEPT-COUNT = ZERO
045180             DISPLAY 'COBOLDB2 - ADMRDEPT NOT ON DEPARTMENT '
045190                 'FOR DEPT ' DTRN-DEPTNO
045200             SET TRAN-IS-INVALID TO TRUE
045210             MOVE 'D003' TO WS-REJECT-REASON
045220             PERFORM 4100-RAISE-WARNING-RC
045230                 THRU 4100-RAISE-WARNING-RC-EXIT
045240         END-IF
045250     END-IF.
045260 2920-VALIDATE-DEPT-ADD-EXIT.
045270     EXIT.
045280
045290*****************************************************************
045300*  2925-FETCH-CURRENT-DEPT-ROW                                  *
045310*  LOADS THE DEPARTMENT'S CURRENT COLUMNS BEFORE A CHANGE IS    *
045320*  APPLIED, SO A FIELD THE TRANSACTION DOES NOT FLAG IS PUT     *
045330*  BACK UNCHANGED RATHER THAN BLANKED.                          *
045340*****************************************************************
045350 2925-FETCH-CURRENT-DEPT-ROW.
045360     MOVE DTRN-DEPTNO TO WS-DM-DEPTNO
045370     EXEC SQL
045380         SELECT DEPTNAME, VALUE(MGRNO, ' '), ADMRDEPT
045390         INTO :WS-DM-DEPTNAME, :WS-DM-MGRNO, :WS-DM-ADMRDEPT
045400         FROM DEPARTMENT
045410         WHERE DEPTNO = :WS-DM-DEPTNO
045420     END-EXEC
045430     IF SQLCODE = 100
045440         DISPLAY 'COBOLDB2 - DEPTNO NOT ON DEPARTMENT '
045450             DTRN-DEPTNO
045460         SET TRAN-IS-INVALID TO TRUE
045470         MOVE 'D001' TO WS-REJECT-REASON
045480         PERFORM 4100-RAISE-WARNING-RC
045490             THRU 4100-RAISE-WARNING-RC-EXIT
045500         GO TO 2925-FETCH-CURRENT-DEPT-ROW-EXIT
045510     END-IF
045520     IF SQLCODE NOT = 0
045530         DISPLAY 'COBOLDB2 - DB2 ERROR READING DEPT '
045540             DTRN-DEPTNO ' SQLCODE=' SQLCODE
045550         SET TRAN-IS-INVALID TO TRUE
045560         MOVE 'D004' TO WS-REJECT-REASON
045570         PERFORM 4200-RAISE-ERROR-RC
045580             THRU 4200-RAISE-ERROR-RC-EXIT
045590     END-IF.
045600 2925-FETCH-CURRENT-DEPT-ROW-EXIT.
045610     EXIT.
045620
045630*****************************************************************
045640*  2930-CHANGE-DEPARTMENT                                       *
045650*  FETCH THE CURRENT ROW, OVERLAY THE FIELDS THE TRANSACTION    *
045660*  FLAGS AS CHANGED, RE-VALIDATE AND UPDATE.                    *
045670*****************************************************************
045680 2930-CHANGE-DEPARTMENT.
045690     PERFORM 2925-FETCH-CURRENT-DEPT-ROW
045700         THRU 2925-FETCH-CURRENT-DEPT-ROW-EXIT
045710     IF TRAN-IS-INVALID
045720         GO TO 2930-CHANGE-DEPARTMENT-EXIT
045730     END-IF
045740     IF DTRN-DEPTNAME-CHANGED
045750         MOVE DTRN-DEPTNAME TO WS-DM-DEPTNAME
045760     END-IF
045770     IF DTRN-MGRNO-CHANGED
045780         MOVE DTRN-MGRNO TO WS-DM-MGRNO
045790     END-IF
045800     IF DTRN-ADMRDEPT-CHANGED
045810         MOVE DTRN-ADMRDEPT TO WS-DM-ADMRDEPT
045820     END-IF
045830     IF WS-DM-DEPTNAME = SPACES
045840         DISPLAY 'COBOLDB2 - DEPTNAME MISSING FOR DEPT '
045850             DTRN-DEPTNO
045860         SET TRAN-IS-INVALID TO TRUE
045870         MOVE 'D008' TO WS-REJECT-REASON
045880         PERFORM 4100-RAISE-WARNING-RC
045890             THRU 4100-RAISE-WARNING-RC-EXIT
045900         GO TO 2930-CHANGE-DEPARTMENT-EXIT
045910     END-IF
045920     IF DTRN-ADMRDEPT-CHANGED
045930         AND WS-DM-ADMRDEPT NOT = WS-DM-DEPTNO
045940         MOVE WS-DM-ADMRDEPT TO WS-DEPT-CHECK
045950         PERFORM 2945-CHECK-DEPT-EXISTS
045960             THRU 2945-CHECK-DEPT-EXISTS-EXIT
045970         IF TRAN-IS-INVALID
045980             GO TO 2930-CHANGE-DEPARTMENT-EXIT
045990         END-IF
046000         IF WS-DEPT-COUNT = ZERO
046010             DISPLAY 'COBOLDB2 - ADMRDEPT NOT ON DEPARTMENT '
046020                 'FOR DEPT ' DTRN-DEPTNO
046030             SET TRAN-IS-INVALID TO TRUE
046040             MOVE 'D003' TO WS-REJECT-REASON
046050             PERFORM 4100-RAISE-WARNING-RC
046060                 THRU 4100-RAISE-WARNING-RC-EXIT
046070             GO TO 2930-CHANGE-DEPARTMENT-EXIT
046080         END-IF
046090     END-IF
046100     PERFORM 2955-UPDATE-DEPT-ROW
046110         THRU 2955-UPDATE-DEPT-ROW-EXIT.
046120 2930-CHANGE-DEPARTMENT-EXIT.
046130     EXIT.
046140
046150*****************************************************************
046160*  2935-DELETE-DEPARTMENT                                       *
046170*  A DEPARTMENT CANNOT BE DELETED WHILE EMPLOYEES ARE STILL     *
046180*  ASSIGNED TO IT IN WORKDEPT, NOR WHILE OTHER DEPARTMENTS      *
046190*  STILL NAME IT AS THEIR ADMRDEPT - EITHER WOULD ORPHAN        *
046200*  ROWS AND BREAK THE MODE 8 HIERARCHY WALK.                    *
046210*****************************************************************
046220 2935-DELETE-DEPARTMENT.
046230     PERFORM 2925-FETCH-CURRENT-DEPT-ROW
046240         THRU 2925-FETCH-CURRENT-DEPT-ROW-EXIT
046250     IF TRAN-IS-INVALID
046260         GO TO 2935-DELETE-DEPARTMENT-EXIT
046270     END-IF
046280     MOVE DTRN-DEPTNO TO WS-DEPT-CHECK
046290     EXEC SQL
046300         SELECT COUNT(*) INTO :WS-EMP-COUNT
046310         FROM EMPLOYEE
046320         WHERE WORKDEPT = :WS-DEPT-CHECK
046330     END-EXEC
046340     IF SQLCODE NOT = 0
046350         DISPLAY 'COBOLDB2 - DB2 ERROR CHECKING WORKDEPT '
046360             DTRN-DEPTNO ' SQLCODE=' SQLCODE
046370         SET TRAN-IS-INVALID TO TRUE
046380         MOVE 'D004' TO WS-REJECT-REASON
046390         PERFORM 4200-RAISE-ERROR-RC
046400             THRU 4200-RAISE-ERROR-RC-EXIT
046410         GO TO 2935-DELETE-DEPARTMENT-EXIT
046420     END-IF
046430     IF WS-EMP-COUNT NOT = ZERO
046440         DISPLAY 'COBOLDB2 - EMPLOYEES STILL ASSIGNED TO DEPT '
046450             DTRN-DEPTNO
046460         SET TRAN-IS-INVALID TO TRUE
046470         MOVE 'D007' TO WS-REJECT-REASON
046480         PERFORM 4100-RAISE-WARNING-RC
046490             THRU 4100-RAISE-WARNING-RC-EXIT
046500         GO TO 2935-DELETE-DEPARTMENT-EXIT
046510     END-IF
046520     MOVE DTRN-DEPTNO TO WS-DM-DEPTNO
046530     EXEC SQL
046540         SELECT COUNT(*) INTO :WS-DEPT-COUNT
046550         FROM DEPARTMENT
046560         WHERE ADMRDEPT = :WS-DM-DEPTNO
046570           AND DEPTNO NOT = :WS-DM-DEPTNO
046580     END-EXEC
046590     IF SQLCODE NOT = 0
046600         DISPLAY 'COBOLDB2 - DB2 ERROR CHECKING ADMRDEPT '
046610             DTRN-DEPTNO ' SQLCODE=' SQLCODE
046620         SET TRAN-IS-INVALID TO TRUE
046630         MOVE 'D004' TO WS-REJECT-REASON
046640         PERFORM 4200-RAISE-ERROR-RC
046650             THRU 4200-RAISE-ERROR-RC-EXIT
046660         GO TO 2935-DELETE-DEPARTMENT-EXIT
046670     END-IF
046680     IF WS-DEPT-COUNT NOT = ZERO
046690         DISPLAY 'COBOLDB2 - OTHER DEPARTMENTS STILL REPORT '
046700             'TO DEPT ' DTRN-DEPTNO
046710         SET TRAN-IS-INVALID TO TRUE
046720         MOVE 'D009' TO WS-REJECT-REASON
046730         PERFORM 4100-RAISE-WARNING-RC
046740             THRU 4100-RAISE-WARNING-RC-EXIT
046750         GO TO 2935-DELETE-DEPARTMENT-EXIT
046760     END-IF
046770     PERFORM 2960-DELETE-DEPT-ROW
046780         THRU 2960-DELETE-DEPT-ROW-EXIT.
046790 2935-DELETE-DEPARTMENT-EXIT.
046800     EXIT.
046810
046820*****************************************************************
046830*  2940-VALIDATE-DEPTNO-FORMAT                                  *
046840*  A DEPARTMENT NUMBER IS THREE CHARACTERS, NO EMBEDDED         *
046850*  BLANKS, FIRST CHARACTER ALPHABETIC (A00, D21, ...).          *
046860*****************************************************************
046870 2940-VALIDATE-DEPTNO-FORMAT.
046880     IF DTRN-DEPTNO (1:1) = SPACE
046890         OR DTRN-DEPTNO (2:1) = SPACE
046900         OR DTRN-DEPTNO (3:1) = SPACE
046910         OR DTRN-DEPTNO (1:1) NOT ALPHABETIC
046920         DISPLAY 'COBOLDB2 - DEPTNO FORMAT INVALID '
046930             DTRN-DEPTNO
046940         SET TRAN-IS-INVALID TO TRUE
046950         MOVE 'D002' TO WS-REJECT-REASON
046960         PERFORM 4100-RAISE-WARNING-RC
046970             THRU 4100-RAISE-WARNING-RC-EXIT
046980     END-IF.
046990 2940-VALIDATE-DEPTNO-FORMAT-EXIT.
047000     EXIT.
047010
047020 2945-CHECK-DEPT-EXISTS.
047030     EXEC SQL
047040         SELECT COUNT(*) INTO :WS-DEPT-COUNT
047050         FROM DEPARTMENT
047060         WHERE DEPTNO = :WS-DEPT-CHECK
047070     END-EXEC
047080     IF SQLCODE NOT = 0
047090         DISPLAY 'COBOLDB2 - DB2 ERROR CHECKING DEPT '
047100             WS-DEPT-CHECK ' SQLCODE=' SQLCODE
047110         SET TRAN-IS-INVALID TO TRUE
047120         MOVE 'D004' TO WS-REJECT-REASON
047130         PERFORM 4200-RAISE-ERROR-RC
047140             THRU 4200-RAISE-ERROR-RC-EXIT
047150     END-IF.
047160 2945-CHECK-DEPT-EXISTS-EXIT.
047170     EXIT.
047180
047190 2950-INSERT-DEPT-ROW.
047200     MOVE DTRN-DEPTNO TO WS-DM-DEPTNO
047210     MOVE DTRN-DEPTNAME TO WS-DM-DEPTNAME
047220     MOVE DTRN-MGRNO TO WS-DM-MGRNO
047230     MOVE DTRN-ADMRDEPT TO WS-DM-ADMRDEPT
047240     EXEC SQL
047250         INSERT INTO DEPARTMENT
047260             (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT)
047270         VALUES (:WS-DM-DEPTNO, :WS-DM-DEPTNAME,
047280             :WS-DM-MGRNO, :WS-DM-ADMRDEPT)
047290     END-EXEC
047300     IF SQLCODE NOT = 0
047310         DISPLAY 'COBOLDB2 - INSERT FAILED FOR DEPT '
047320             DTRN-DEPTNO ' SQLCODE=' SQLCODE
047330         SET TRAN-IS-INVALID TO TRUE
047340         MOVE 'D004' TO WS-REJECT-REASON
047350         PERFORM 4200-RAISE-ERROR-RC
047360             THRU 4200-RAISE-ERROR-RC-EXIT
047370     ELSE
047380         EXEC SQL
047390             COMMIT
047400         END-EXEC
047410     END-IF.
047420 2950-INSERT-DEPT-ROW-EXIT.
047430     EXIT.
047440
047450 2955-UPDATE-DEPT-ROW.
047460     EXEC SQL
047470         UPDATE DEPARTMENT
047480         SET DEPTNAME = :WS-DM-DEPTNAME,
047490             MGRNO    = :WS-DM-MGRNO,
047500             ADMRDEPT = :WS-DM-ADMRDEPT
047510         WHERE DEPTNO = :WS-DM-DEPTNO
047520     END-EXEC
047530     IF SQLCODE NOT = 0
047540         DISPLAY 'COBOLDB2 - UPDATE FAILED FOR DEPT '
047550             DTRN-DEPTNO ' SQLCODE=' SQLCODE
047560         SET TRAN-IS-INVALID TO TRUE
047570         MOVE 'D004' TO WS-REJECT-REASON
047580         PERFORM 4200-RAISE-ERROR-RC
047590             THRU 4200-RAISE-ERROR-RC-EXIT
047600     ELSE
047610         EXEC SQL
047620             COMMIT
047630         END-EXEC
047640     END-IF.
047650 2955-UPDATE-DEPT-ROW-EXIT.
047660     EXIT.
047670
047680 2960-DELETE-DEPT-ROW.
047690     EXEC SQL
047700         DELETE FROM DEPARTMENT
047710         WHERE DEPTNO = :WS-DM-DEPTNO
047720     END-EXEC
047730     IF SQLCODE NOT = 0
047740         DISPLAY 'COBOLDB2 - DELETE FAILED FOR DEPT '
047750             DTRN-DEPTNO ' SQLCODE=' SQLCODE
047760         SET TRAN-IS-INVALID TO TRUE
047770         MOVE 'D004' TO WS-REJECT-REASON
047780         PERFORM 4200-RAISE-ERROR-RC
047790             THRU 4200-RAISE-ERROR-RC-EXIT
047800     ELSE
047810         EXEC SQL
047820             COMMIT
047830         END-EXEC
047840     END-IF.
047850 2960-DELETE-DEPT-ROW-EXIT.
047860     EXIT.
047870
047880*****************************************************************
047890*  2965-WRITE-DEPT-SUSPENSE                                     *
047900*  THE REJECTED TRANSACTION GOES OUT UNCHANGED, PLUS THE        *
047910*  REASON CODE, SO A CORRECTED SUSPENSE FILE CAN BE FED         *
047920*  STRAIGHT BACK IN AS DTRANIN ON THE NEXT RUN.                 *
047930*****************************************************************
047940 2965-WRITE-DEPT-SUSPENSE.
047950     MOVE DEPT-TRAN-RECORD TO DSUS-TRAN-DATA
047960     MOVE WS-REJECT-REASON TO DSUS-REASON-CODE
047970     WRITE DEPT-SUSPENSE-RECORD.
047980 2965-WRITE-DEPT-SUSPENSE-EXIT.
047990     EXIT.
048000
048010 2970-WRITE-DEPT-REGISTER-LINE.
048020     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
048030         PERFORM 2975-WRITE-DEPT-REG-HEADINGS
048040             THRU 2975-WRITE-DEPT-REG-HEADINGS-EXIT
048050     END-IF
048060     MOVE DTRN-DEPTNO TO WS-DRG-DEPTNO-OUT
048070     MOVE DTRN-ACTION TO WS-DRG-ACTION-OUT
048080     MOVE DTRN-DEPTNAME TO WS-DRG-DEPTNAME-OUT
048090     MOVE DTRN-MGRNO TO WS-DRG-MGRNO-OUT
048100     MOVE DTRN-ADMRDEPT TO WS-DRG-ADMRDEPT-OUT
048110     IF TRAN-IS-VALID
048120         MOVE 'APPLIED   ' TO WS-DRG-DISP-OUT
048130         MOVE SPACES TO WS-DRG-REASON-OUT
048140         MOVE SPACES TO WS-DRG-REASON-TEXT-OUT
048150     ELSE
048160         MOVE 'REJECTED  ' TO WS-DRG-DISP-OUT
048170         MOVE WS-REJECT-REASON TO WS-DRG-REASON-OUT
048180         IF WS-REJECT-REASON = 'D001'
048190             MOVE 'DEPTNO NOT ON DEPARTMENT'
048200                 TO WS-DRG-REASON-TEXT-OUT
048210         ELSE
048220          IF WS-REJECT-REASON = 'D002'
048230             MOVE 'DEPTNO FORMAT INVALID'
048240                 TO WS-DRG-REASON-TEXT-OUT
048250          ELSE
048260           IF WS-REJECT-REASON = 'D003'
048270             MOVE 'ADMRDEPT NOT ON DEPARTMENT'
048280                 TO WS-DRG-REASON-TEXT-OUT
048290           ELSE
048300            IF WS-REJECT-REASON = 'D005'
048310             MOVE 'INVALID ACTION CODE'
048320                 TO WS-DRG-REASON-TEXT-OUT
048330            ELSE
048340             IF WS-REJECT-REASON = 'D006'
048350             MOVE 'DEPTNO ALREADY ON DEPARTMENT'
048360                 TO WS-DRG-REASON-TEXT-OUT
048370             ELSE
048380              IF WS-REJECT-REASON = 'D007'
048390             MOVE 'EMPLOYEES STILL ASSIGNED'
048400                 TO WS-DRG-REASON-TEXT-OUT
048410              ELSE
048420               IF WS-REJECT-REASON = 'D008'
048430             MOVE 'DEPTNAME MISSING'
048440                 TO WS-DRG-REASON-TEXT-OUT
048450               ELSE
048460                IF WS-REJECT-REASON = 'D009'
048470             MOVE 'OTHER DEPTS STILL REPORT TO IT'
048480                 TO WS-DRG-REASON-TEXT-OUT
048490                ELSE
048500             MOVE 'DB2 REQUEST FAILED'
048510                 TO WS-DRG-REASON-TEXT-OUT
048520                END-IF
048530               END-IF
048540              END-IF
048550             END-IF
048560            END-IF
048570           END-IF
048580          END-IF
048590         END-IF
048600     END-IF
048610     WRITE RPT-RECORD FROM WS-DRG-DETAIL
048620     ADD 1 TO WS-LINE-COUNT.
048630 2970-WRITE-DEPT-REGISTER-LINE-EXIT.
048640     EXIT.
048650
048660 2975-WRITE-DEPT-REG-HEADINGS.
048670     ADD 1 TO WS-PAGE-COUNT
048680     MOVE WS-PAGE-COUNT TO WS-DRG-PAGE-OUT
048690     MOVE WS-RUN-DATE TO WS-DRG-DATE-OUT
048700     WRITE RPT-RECORD FROM WS-DRG-HEADING-1
048710     WRITE RPT-RECORD FROM WS-DRG-HEADING-2
048720     WRITE RPT-RECORD FROM WS-DRG-HEADING-3
048730     MOVE ZERO TO WS-LINE-COUNT.
048740 2975-WRITE-DEPT-REG-HEADINGS-EXIT.
048750     EXIT.
048760
048770*****************************************************************
048780*  3000-PROCESS-EMPLOYEE-ROW                                    *
048790*  COMMON PROCESSING FOR ONE FETCHED/SELECTED EMPLOYEE ROW -    *
048800*  WRITE THE SEQUENTIAL EXTRACT RECORD, THE JSON RECORD, AND    *
048810*  ACCUMULATE THE CONTROL TOTALS.                               *
048820*****************************************************************
048830 3000-PROCESS-EMPLOYEE-ROW.
048840     PERFORM 3100-WRITE-OUTEMP-RECORD
048850         THRU 3100-WRITE-OUTEMP-RECORD-EXIT
048860     PERFORM 3200-WRITE-JSON-RECORD
048870         THRU 3200-WRITE-JSON-RECORD-EXIT
048880     PERFORM 3300-WRITE-PAYFEED-RECORD
048890         THRU 3300-WRITE-PAYFEED-RECORD-EXIT
048900     IF MASK-ACTIVE
048910         PERFORM 3400-WRITE-MASKED-RECORDS
048920             THRU 3400-WRITE-MASKED-RECORDS-EXIT
048930     END-IF
048940     ADD 1 TO WS-RECORD-COUNT
048950     ADD WS-EMPNO-NUM TO WS-CHECKSUM-TOTAL.
048960 3000-PROCESS-EMPLOYEE-ROW-EXIT.
048970     EXIT.
048980 
048990 3100-WRITE-OUTEMP-RECORD.
049000     MOVE WS-EMPNO TO EMPOUT-EMPNO
049010     MOVE WS-LAST-NAME TO EMPOUT-LASTNAME
049020     MOVE WS-FIRST-NAME TO EMPOUT-FIRSTNME
049030     MOVE WS-WORKDEPT TO EMPOUT-WORKDEPT
049040     MOVE WS-PHONENO TO EMPOUT-PHONENO
049050     MOVE WS-HIREDATE TO EMPOUT-HIREDATE
049060     MOVE WS-JOB TO EMPOUT-JOB
049070     MOVE WS-EDLEVEL TO EMPOUT-EDLEVEL
049080     MOVE WS-SEX TO EMPOUT-SEX
049090     MOVE WS-BIRTHDATE TO EMPOUT-BIRTHDATE
049100     MOVE WS-SALARY TO EMPOUT-SALARY
049110     MOVE WS-BONUS TO EMPOUT-BONUS
049120     MOVE WS-COMM TO EMPOUT-COMM
049130     WRITE EMPOUT-RECORD.
049140 3100-WRITE-OUTEMP-RECORD-EXIT.
049150     EXIT.
049160 
049170*****************************************************************
049180*  3200-WRITE-JSON-RECORD                                       *
049190*  BUILDS ONE JSON DOCUMENT FOR THE CURRENT EMPLOYEE ROW.       *
049200*  TRAILING SPACES ARE DROPPED BY STRINGING EACH ALPHANUMERIC   *
049210*  FIELD DELIMITED BY SPACE.                                    *
049220*****************************************************************
049230 3200-WRITE-JSON-RECORD.
049240     MOVE WS-SALARY TO WS-JSON-NUMERIC-OUT
049250     MOVE WS-BONUS TO WS-JSON-BONUS-OUT
049260     MOVE WS-COMM TO WS-JSON-COMM-OUT
049270     MOVE WS-EDLEVEL TO WS-JSON-EDLEVEL-OUT
049280     MOVE SPACES TO WS-JSON-BUILD-AREA
049290     STRING '{"EMPNO":"'     DELIMITED BY SIZE
049300             WS-EMPNO        DELIMITED BY SIZE
049310             '","LASTNAME":"' DELIMITED BY SIZE
049320             WS-LAST-NAME    DELIMITED BY SPACE
049330             '","FIRSTNME":"' DELIMITED BY SIZE
049340             WS-FIRST-NAME   DELIMITED BY SPACE
049350             '","WORKDEPT":"' DELIMITED BY SIZE
049360             WS-WORKDEPT     DELIMITED BY SIZE
049370             '","PHONENO":"'  DELIMITED BY SIZE
049380             WS-PHONENO      DELIMITED BY SIZE
049390             '","HIREDATE":"' DELIMITED BY SIZE
049400             WS-HIREDATE     DELIMITED BY SPACE
049410             '","JOB":"'      DELIMITED BY SIZE
049420             WS-JOB          DELIMITED BY SPACE
049430             '","EDLEVEL":'  DELIMITED BY SIZE
049440             WS-JSON-EDLEVEL-OUT DELIMITED BY SIZE
049450             ',"SEX":"'       DELIMITED BY SIZE
049460             WS-SEX          DELIMITED BY SIZE
049470             '","BIRTHDATE":"' DELIMITED BY SIZE
049480             WS-BIRTHDATE    DELIMITED BY SPACE
049490             '","SALARY":'    DELIMITED BY SIZE
049500             WS-JSON-NUMERIC-OUT DELIMITED BY SIZE
049510             ',"BONUS":'      DELIMITED BY SIZE
049520             WS-JSON-BONUS-OUT   DELIMITED BY SIZE
049530             ',"COMM":'       DELIMITED BY SIZE
049540             WS-JSON-COMM-OUT    DELIMITED BY SIZE
049550             '}'             DELIMITED BY SIZE
049560         INTO WS-JSON-BUILD-AREA
049570     END-STRING
049580     MOVE WS-JSON-BUILD-AREA TO JSON-TEXT
049590     WRITE JSON-OUTPUT-RECORD.
049600 3200-WRITE-JSON-RECORD-EXIT.
049610     EXIT.
049620
049630*****************************************************************
049640*  3300-WRITE-PAYFEED-RECORD                                    *
049650*  ONE GROSS-COMPENSATION DETAIL PER EXTRACTED EMPLOYEE AND    *
049660*  THE RUNNING COUNT/HASH TOTALS THE TRAILER IS BUILT FROM.     *
049670*****************************************************************
049680 3300-WRITE-PAYFEED-RECORD.
049690     MOVE SPACES TO PAYFEED-DETAIL
049700     MOVE 'D' TO PFD-RECORD-TYPE
049710     MOVE WS-EMPNO TO PFD-EMPNO
049720     MOVE WS-LAST-NAME TO PFD-LASTNAME
049730     MOVE WS-FIRST-NAME TO PFD-FIRSTNME
049740     MOVE WS-WORKDEPT TO PFD-WORKDEPT
049750     MOVE WS-SALARY TO PFD-SALARY
049760     MOVE WS-BONUS TO PFD-BONUS
049770     MOVE WS-COMM TO PFD-COMM
049780     WRITE PAYFEED-DETAIL
049790     ADD 1 TO WS-PAY-RECORD-COUNT
049800     ADD WS-SALARY TO WS-PAY-SALARY-TOTAL
049810     ADD WS-BONUS TO WS-PAY-BONUS-TOTAL
049820     ADD WS-COMM TO WS-PAY-COMM-TOTAL.
049830 3300-WRITE-PAYFEED-RECORD-EXIT.
049840     EXIT.
049850
049860*****************************************************************
049870*  3400-WRITE-MASKED-RECORDS                                    *
049880*  THE PII-MASKED COMPANION OF THE EXTRACT AND JSON RECORDS,    *
049890*  FOR CONSUMERS NOT CLEARED FOR COMPENSATION DATA.  THE        *
049900*  MONEY FIELDS ARE ALWAYS ZEROED; PROFILE 2 ALSO BLANKS        *
049910*  BIRTHDATE AND SEX ON THE FIXED RECORD AND OMITS THEM FROM    *
049920*  THE JSON DOCUMENT.                                           *
049930*****************************************************************
049940 3400-WRITE-MASKED-RECORDS.
049950     MOVE WS-EMPNO TO WS-MSK-EMPNO
049960     MOVE WS-LAST-NAME TO WS-MSK-LASTNAME
049970     MOVE WS-FIRST-NAME TO WS-MSK-FIRSTNME
049980     MOVE WS-WORKDEPT TO WS-MSK-WORKDEPT
049990     MOVE WS-PHONENO TO WS-MSK-PHONENO
050000     MOVE WS-HIREDATE TO WS-MSK-HIREDATE
050010     MOVE WS-JOB TO WS-MSK-JOB
050020     MOVE WS-EDLEVEL TO WS-MSK-EDLEVEL
050030     MOVE ZERO TO WS-MSK-SALARY
050040     MOVE ZERO TO WS-MSK-BONUS
050050     MOVE ZERO TO WS-MSK-COMM
050060     IF MASK-FULL
050070         MOVE SPACES TO WS-MSK-SEX
050080         MOVE SPACES TO WS-MSK-BIRTHDATE
050090     ELSE
050100         MOVE WS-SEX TO WS-MSK-SEX
050110         MOVE WS-BIRTHDATE TO WS-MSK-BIRTHDATE
050120     END-IF
050130     WRITE MSKEMP-RECORD FROM WS-MSK-IMAGE-AREA
050140     PERFORM 3410-WRITE-MASKED-JSON
050150         THRU 3410-WRITE-MASKED-JSON-EXIT.
050160 3400-WRITE-MASKED-RECORDS-EXIT.
050170     EXIT.
050180
050190*****************************************************************
050200*  3410-WRITE-MASKED-JSON                                       *
050210*  SAME DOCUMENT SHAPE AS 3200, MONEY ATTRIBUTES ZERO; UNDER    *
050220*  THE FULL PROFILE THE SEX AND BIRTHDATE ATTRIBUTES ARE        *
050230*  OMITTED ENTIRELY RATHER THAN SENT BLANK.                     *
050240*****************************************************************
050250 3410-WRITE-MASKED-JSON.
050260     MOVE WS-EDLEVEL TO WS-JSON-EDLEVEL-OUT
050270     MOVE SPACES TO WS-JSON-BUILD-AREA
050280     IF MASK-FULL
050290         STRING '{"EMPNO":"'     DELIMITED BY SIZE
050300                 WS-EMPNO        DELIMITED BY SIZE
050310                 '","LASTNAME":"' DELIMITED BY SIZE
050320                 WS-LAST-NAME    DELIMITED BY SPACE
050330                 '","FIRSTNME":"' DELIMITED BY SIZE
050340                 WS-FIRST-NAME   DELIMITED BY SPACE
050350                 '","WORKDEPT":"' DELIMITED BY SIZE
050360                 WS-WORKDEPT     DELIMITED BY SIZE
050370                 '","PHONENO":"'  DELIMITED BY SIZE
050380                 WS-PHONENO      DELIMITED BY SIZE
050390                 '","HIREDATE":"' DELIMITED BY SIZE
050400                 WS-HIREDATE     DELIMITED BY SPACE
050410                 '","JOB":"'      DELIMITED BY SIZE
050420                 WS-JOB          DELIMITED BY SPACE
050430                 '","EDLEVEL":'  DELIMITED BY SIZE
050440                 WS-JSON-EDLEVEL-OUT DELIMITED BY SIZE
050450                 ',"SALARY":0.00' DELIMITED BY SIZE
050460                 ',"BONUS":0.00'  DELIMITED BY SIZE
050470                 ',"COMM":0.00'   DELIMITED BY SIZE
050480                 '}'             DELIMITED BY SIZE
050490             INTO WS-JSON-BUILD-AREA
050500         END-STRING
050510     ELSE
050520         STRING '{"EMPNO":"'     DELIMITED BY SIZE
050530                 WS-EMPNO        DELIMITED BY SIZE
050540                 '","LASTNAME":"' DELIMITED BY SIZE
050550                 WS-LAST-NAME    DELIMITED BY SPACE
050560                 '","FIRSTNME":"' DELIMITED BY SIZE
050570                 WS-FIRST-NAME   DELIMITED BY SPACE
050580                 '","WORKDEPT":"' DELIMITED BY SIZE
050590                 WS-WORKDEPT     DELIMITED BY SIZE
050600                 '","PHONENO":"'  DELIMITED BY SIZE
050610                 WS-PHONENO      DELIMITED BY SIZE
050620                 '","HIREDATE":"' DELIMITED BY SIZE
050630                 WS-HIREDATE     DELIMITED BY SPACE
050640                 '","JOB":"'      DELIMITED BY SIZE
050650                 WS-JOB          DELIMITED BY SPACE
050660                 '","EDLEVEL":'  DELIMITED BY SIZE
050670                 WS-JSON-EDLEVEL-OUT DELIMITED BY SIZE
050680                 ',"SEX":"'       DELIMITED BY SIZE
050690                 WS-SEX          DELIMITED BY SIZE
050700                 '","BIRTHDATE":"' DELIMITED BY SIZE
050710                 WS-BIRTHDATE    DELIMITED BY SPACE
050720                 '","SALARY":0.00' DELIMITED BY SIZE
050730                 ',"BONUS":0.00'  DELIMITED BY SIZE
050740                 ',"COMM":0.00'   DELIMITED BY SIZE
050750                 '}'             DELIMITED BY SIZE
050760             INTO WS-JSON-BUILD-AREA
050770         END-STRING
050780     END-IF
050790     MOVE WS-JSON-BUILD-AREA TO MSKJSON-RECORD
050800     WRITE MSKJSON-RECORD.
050810 3410-WRITE-MASKED-JSON-EXIT.
050820     EXIT.
050830
050840*****************************************************************
050850*  4000-WRITE-AUDIT-RECORD                                      *
050860*  LOGS ONE PII ACCESS EVENT TO THE AUDIT TRAIL FILE.           *
050870*****************************************************************
050880 4000-WRITE-AUDIT-RECORD.
050890     MOVE WS-RUN-DATE TO AUD-RUN-DATE
050900     MOVE WS-RUN-TIME TO AUD-RUN-TIME
050910     MOVE WS-JOB-ID TO AUD-JOB-ID
050920     MOVE WS-USER-ID TO AUD-USER-ID
050930     MOVE WS-RUN-MODE-CODE TO AUD-RUN-MODE
050940     MOVE WS-AUD-ACTION TO AUD-ACTION
050950     MOVE WS-EMPNO TO AUD-EMPNO
050960     MOVE SQLCODE TO AUD-SQLCODE
050970     WRITE AUDIT-RECORD.
050980 4000-WRITE-AUDIT-RECORD-EXIT.
050990     EXIT.
051000
051010*****************************************************************
051020*  4100/4200 - RAISE THE STEP RETURN CODE WITHOUT EVER          *
051030*  LOWERING IT, SO A WARNING LOGGED AFTER AN ERROR CANNOT MASK  *
051040*  THE ERROR FROM THE JCL COND CHECKS DOWNSTREAM.               *
051050*****************************************************************
051060 4100-RAISE-WARNING-RC.
051070     IF WS-RETURN-CODE < 4
051080         MOVE 4 TO WS-RETURN-CODE
051090     END-IF.
051100 4100-RAISE-WARNING-RC-EXIT.
051110     EXIT.
051120
051130 4200-RAISE-ERROR-RC.
051140     IF WS-RETURN-CODE < 8
051150         MOVE 8 TO WS-RETURN-CODE
051160     END-IF.
051170 4200-RAISE-ERROR-RC-EXIT.
051180     EXIT.
051190
051200*****************************************************************
051210*  4300-FETCH-JOURNAL-IMAGE                                     *
051220*  FETCH THE FULL EMPLOYEE ROW FOR WS-JRN-EMPNO INTO THE        *
051230*  WS-JRN FIELDS AND SET THE FETCHED SWITCH.  THE CALLER        *
051240*  FETCHES THE BEFORE IMAGE AHEAD OF ITS SQL CHANGE BUT MUST    *
051250*  ONLY PERFORM 4310-WRITE-JOURNAL-RECORD AFTER THE CHANGE      *
051260*  COMMITTED - A JOURNAL RECORD CAN ONLY MEAN THE CHANGE        *
051270*  REALLY HAPPENED, OR JRNLINQ'S REPLAY WOULD REPORT ROWS       *
051280*  DELETED OR UPDATED BY TRANSACTIONS THAT WERE REJECTED.       *
051290*  THE FETCH TOUCHES THE EMPLOYEE ROW, SO IT WRITES A PII       *
051300*  AUDIT ROW LIKE EVERY OTHER ACCESS; A FAILED FETCH LEAVES     *
051310*  THE SWITCH OFF WITH A WARNING RATHER THAN FAILING THE        *
051320*  MAINTENANCE ITSELF.                                          *
051330*****************************************************************
051340 4300-FETCH-JOURNAL-IMAGE.
051350     SET JRN-IMAGE-MISSING TO TRUE
051360     EXEC SQL
051370         SELECT EMPNO, LASTNAME, FIRSTNME, WORKDEPT, PHONENO,
051380                HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,
051390                SALARY, BONUS, COMM
051400         INTO :WS-JRN-EMPNO, :WS-JRN-LAST-NAME,
051410              :WS-JRN-FIRST-NAME, :WS-JRN-WORKDEPT,
051420              :WS-JRN-PHONENO, :WS-JRN-HIREDATE, :WS-JRN-JOB,
051430              :WS-JRN-EDLEVEL, :WS-JRN-SEX, :WS-JRN-BIRTHDATE,
051440              :WS-JRN-SALARY, :WS-JRN-BONUS, :WS-JRN-COMM
051450         FROM EMPLOYEE
051460         WHERE EMPNO = :WS-JRN-EMPNO
051470     END-EXEC
051480     MOVE WS-EMPNO TO WS-SAVE-EMPNO
051490     MOVE WS-JRN-EMPNO TO WS-EMPNO
051500     MOVE 'SELECT  ' TO WS-AUD-ACTION
051510     PERFORM 4000-WRITE-AUDIT-RECORD
051520         THRU 4000-WRITE-AUDIT-RECORD-EXIT
051530     MOVE WS-SAVE-EMPNO TO WS-EMPNO
051540     IF SQLCODE NOT = 0
051550         DISPLAY 'COBOLDB2 - JOURNAL IMAGE FETCH FAILED FOR '
051560             WS-JRN-EMPNO ' SQLCODE=' SQLCODE
051570         PERFORM 4100-RAISE-WARNING-RC
051580             THRU 4100-RAISE-WARNING-RC-EXIT
051590         GO TO 4300-FETCH-JOURNAL-IMAGE-EXIT
051600     END-IF
051610     SET JRN-IMAGE-FETCHED TO TRUE.
051620 4300-FETCH-JOURNAL-IMAGE-EXIT.
051630     EXIT.
051640
051650 4310-WRITE-JOURNAL-RECORD.
051660     MOVE WS-JRN-EMPNO TO WS-JIM-EMPNO
051670     MOVE WS-JRN-LAST-NAME TO WS-JIM-LASTNAME
051680     MOVE WS-JRN-FIRST-NAME TO WS-JIM-FIRSTNME
051690     MOVE WS-JRN-WORKDEPT TO WS-JIM-WORKDEPT
051700     MOVE WS-JRN-PHONENO TO WS-JIM-PHONENO
051710     MOVE WS-JRN-HIREDATE TO WS-JIM-HIREDATE
051720     MOVE WS-JRN-JOB TO WS-JIM-JOB
051730     MOVE WS-JRN-EDLEVEL TO WS-JIM-EDLEVEL
051740     MOVE WS-JRN-SEX TO WS-JIM-SEX
051750     MOVE WS-JRN-BIRTHDATE TO WS-JIM-BIRTHDATE
051760     MOVE WS-JRN-SALARY TO WS-JIM-SALARY
051770     MOVE WS-JRN-BONUS TO WS-JIM-BONUS
051780     MOVE WS-JRN-COMM TO WS-JIM-COMM
051790     MOVE SPACES TO JOURNAL-RECORD
051800     MOVE WS-RUN-DATE TO JRN-RUN-DATE
051810     MOVE WS-RUN-TIME TO JRN-RUN-TIME
051820     MOVE WS-JOB-ID TO JRN-JOB-ID
051830     MOVE WS-USER-ID TO JRN-USER-ID
051840     MOVE WS-JRN-ACTION TO JRN-ACTION
051850     MOVE WS-JRN-IMAGE TO JRN-IMAGE-TYPE
051860     MOVE WS-JRN-EMPNO TO JRN-EMPNO
051870     MOVE WS-JRN-IMAGE-AREA TO JRN-EMPLOYEE-DATA
051880     WRITE JOURNAL-RECORD.
051890 4310-WRITE-JOURNAL-RECORD-EXIT.
051900     EXIT.
051910
051920*****************************************************************
051930*  5000-RECONCILE-CONTROL-TOTALS                                *
051940*  COMPARES THE COUNT AND CHECKSUM ACCUMULATED DURING THE       *
051950*  EXTRACT AGAINST THE EXPECTED TOTALS OPERATIONS SUPPLIED IN   *
051960*  THE CONTROL FILE.  A MISMATCH GETS ITS OWN RETURN CODE SO IT *
051970*  CANNOT BE MISTAKEN FOR A CLEAN RUN DOWNSTREAM.               *
051980*****************************************************************
051990 5000-RECONCILE-CONTROL-TOTALS.
052000     READ CONTROL-FILE INTO CONTROL-RECORD
052010     IF WS-CTL-STATUS = '00'
052020         SET CTL-RECORD-FOUND TO TRUE
052030     END-IF
052040     IF NOT CTL-RECORD-FOUND
052050         DISPLAY 'COBOLDB2 - NO CONTROL RECORD SUPPLIED, '
052060             'TOTALS NOT RECONCILED'
052070         GO TO 5000-RECONCILE-CONTROL-TOTALS-EXIT
052080     END-IF
052090     DISPLAY 'COBOLDB2 - RECORDS EXTRACTED: ' WS-RECORD-COUNT
052100     DISPLAY 'COBOLDB2 - CHECKSUM TOTAL   : ' WS-CHECKSUM-TOTAL
052110     IF WS-RECORD-COUNT NOT = CTL-EXPECTED-COUNT
052120         OR WS-CHECKSUM-TOTAL NOT = CTL-EXPECTED-CHECKSUM
052130         DISPLAY 'COBOLDB2 - CONTROL TOTAL MISMATCH - '
052140             'EXPECTED COUNT=' CTL-EXPECTED-COUNT
052150             ' CHECKSUM=' CTL-EXPECTED-CHECKSUM
052160         MOVE 16 TO WS-RETURN-CODE
052170     END-IF.
052180 5000-RECONCILE-CONTROL-TOTALS-EXIT.
052190     EXIT.
052200 
052210*****************************************************************
052220*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
052230*****************************************************************
052240 8000-TERMINATE.
052250     PERFORM 8100-CLOSE-FILES
052260         THRU 8100-CLOSE-FILES-EXIT.
052270 8000-TERMINATE-EXIT.
052280     EXIT.
052290 
052300 8100-CLOSE-FILES.
052310     IF MODE-SINGLE-LOOKUP OR MODE-DEPT-ROSTER OR
052320         MODE-BATCH-EXTRACT
052330         IF WS-PAY-STATUS = '00'
052340             IF EXTRACT-COMPLETE
052350                 PERFORM 8200-WRITE-PAYFEED-TRAILER
052360                     THRU 8200-WRITE-PAYFEED-TRAILER-EXIT
052370             ELSE
052380                 DISPLAY 'COBOLDB2 - PAYFEED TRAILER DEFERRED '
052390                     'TO THE RESTART RUN'
052400             END-IF
052410         END-IF
052420         CLOSE OUTEMP-FILE
052430         CLOSE JSON-FILE
052440         CLOSE PAYFEED-FILE
052450         IF MASK-ACTIVE
052460             CLOSE MSKEMP-FILE
052470             CLOSE MSKJSON-FILE
052480         END-IF
052490     END-IF
052500     IF MODE-DEPT-ROSTER
052510         CLOSE RPT-FILE
052520         CLOSE CONTROL-FILE
052530     END-IF
052540     IF MODE-BATCH-EXTRACT
052550         CLOSE EMPNO-DRIVE-FILE
052560         CLOSE CONTROL-FILE
052570     END-IF
052580     IF MODE-UPDATE
052590         CLOSE TRAN-FILE
052600         CLOSE SUSPENSE-FILE
052610         CLOSE RPT-FILE
052620         CLOSE JOB-RATE-FILE
052630         CLOSE FORMER-FILE
052640     END-IF
052650     IF MODE-DEPT-TRANSFER
052660         CLOSE RPT-FILE
052670     END-IF
052680     IF MODE-COMP-ADJUST
052690         CLOSE RATE-FILE
052700         CLOSE RPT-FILE
052710     END-IF
052720     IF MODE-DEPT-SUMMARY OR MODE-ORG-HIERARCHY
052730         CLOSE RPT-FILE
052740     END-IF
052750     IF MODE-UPDATE OR MODE-DEPT-TRANSFER OR MODE-COMP-ADJUST
052760         CLOSE JOURNAL-FILE
052770     END-IF
052780     IF MODE-DEPT-MAINT
052790         CLOSE DEPT-TRAN-FILE
052800         CLOSE DEPT-SUSPENSE-FILE
052810         CLOSE RPT-FILE
052820     END-IF
052830     IF ENTL-FILE-OPEN
052840         CLOSE ENTITLEMENT-FILE
052850     END-IF
052860     IF BUDG-FILE-OPEN
052870         CLOSE BUDGET-FILE
052880     END-IF
052890     CLOSE AUDIT-FILE.
052900 8100-CLOSE-FILES-EXIT.
052910     EXIT.
052920
052930*****************************************************************
052940*  8200-WRITE-PAYFEED-TRAILER                                   *
052950*  THE TRAILER CARRIES THE DETAIL COUNT AND THE MONEY-FIELD     *
052960*  HASH TOTALS SO THE SERVICE BUREAU CAN VERIFY THE FEED ON     *
052970*  RECEIPT.  A MODE 3 RUN THAT ENDED AT A CHECKPOINT SKIPS      *
052980*  THIS - THE COMPLETING RESTART RUN WRITES THE ONE TRAILER     *
052990*  COVERING THE WHOLE FEED.                                     *
053000*****************************************************************
053010 8200-WRITE-PAYFEED-TRAILER.
053020     MOVE SPACES TO PAYFEED-TRAILER
053030     MOVE 'T' TO PFT-RECORD-TYPE
053040     MOVE WS-PAY-RECORD-COUNT TO PFT-RECORD-COUNT
053050     MOVE WS-PAY-SALARY-TOTAL TO PFT-SALARY-TOTAL
053060     MOVE WS-PAY-BONUS-TOTAL TO PFT-BONUS-TOTAL
053070     MOVE WS-PAY-COMM-TOTAL TO PFT-COMM-TOTAL
053080     WRITE PAYFEED-TRAILER
053090     DISPLAY 'COBOLDB2 - PAYFEED DETAILS  : '
053100         WS-PAY-RECORD-COUNT
053110     DISPLAY 'COBOLDB2 - PAYFEED SALARY HASH: '
053120         PFT-SALARY-TOTAL.
053130 8200-WRITE-PAYFEED-TRAILER-EXIT.
053140     EXIT.
053150
053160*****************************************************************
053170*  8500-RECORD-CYCLE-EVENT                                      *
053180*  APPEND THIS RUN TO CYCLCTL - 'C' WITH THE FINAL RETURN CODE  *
053190*  WHEN THE CYCLE CHECK CLEARED IT, 'R' WITH THE REASON WHEN IT *
053200*  WAS REFUSED.  NOTHING IS RECORDED WHEN THE CHECK COULD NOT   *
053210*  BE MADE.  FAILING TO RECORD A RUN RAISES THE RETURN CODE TO  *
053220*  16, SINCE THE NEXT STEP WOULD OTHERWISE BE REFUSED WITH NO   *
053230*  SIGN OF WHY.  A MODE 3 RUN THAT ENDED AT A CHECKPOINT IS     *
053240*  NOT RECORDED - THE RESTART RUN THAT FINISHES THE EXTRACT IS. *
053250*****************************************************************
053260 8500-RECORD-CYCLE-EVENT.
053270     IF NOT CYC-STEP-CLEARED AND NOT CYC-STEP-REFUSED
053280         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
053290     END-IF
053300     IF CYC-STEP-CLEARED AND EXTRACT-INCOMPLETE
053310         DISPLAY 'COBOLDB2 - EXTRACT ENDED AT CHECKPOINT, NOT '
053320             'RECORDED ON CYCLCTL'
053330         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
053340     END-IF
053350     OPEN EXTEND CYCLE-FILE
053360     IF WS-CYC-STATUS = '05' OR '35'
053370         OPEN OUTPUT CYCLE-FILE
053380     END-IF
053390     IF WS-CYC-STATUS NOT = '00'
053400         DISPLAY 'COBOLDB2 - UNABLE TO OPEN CYCLCTL, STATUS='
053410             WS-CYC-STATUS
053420         IF WS-RETURN-CODE < 16
053430             MOVE 16 TO WS-RETURN-CODE
053440         END-IF
053450         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
053460     END-IF
053470     MOVE SPACES TO CYCLE-CONTROL-RECORD
053480     MOVE WS-CYC-BUSINESS-DATE TO CYC-BUSINESS-DATE
053490     MOVE WS-CYC-PROGRAM TO CYC-PROGRAM
053500     MOVE WS-RUN-DATE TO CYC-RUN-DATE
053510     MOVE WS-RUN-TIME TO CYC-RUN-TIME
053520     MOVE WS-RETURN-CODE TO CYC-RETURN-CODE
053530     IF CYC-STEP-REFUSED
053540         SET CYC-EVENT-REFUSED TO TRUE
053550         MOVE WS-CYC-REASON TO CYC-REASON
053560     ELSE
053570         SET CYC-EVENT-COMPLETED TO TRUE
053580         IF CYC-OVERRIDE-IN-EFFECT
053590             MOVE WS-CYC-OVERRIDE-USER TO CYC-OVERRIDE-USER
053600             MOVE WS-CYC-OVERRIDE-REASON TO CYC-REASON
053610         END-IF
053620     END-IF
053630     WRITE CYCLE-CONTROL-RECORD
053640     CLOSE CYCLE-FILE.
053650 8500-RECORD-CYCLE-EVENT-EXIT.
053660     EXIT.
053670
053680*****************************************************************
053690*  9000-WRITE-RUN-STATISTICS                                    *
053700*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
053710*  SUMMARY.  THE READ/WRITTEN/REJECTED COUNTS ARE THE ONES      *
053720*  THE SELECTED MODE ACCUMULATED; A STATS FILE PROBLEM IS       *
053730*  REPORTED BUT DOES NOT CHANGE THE RETURN CODE OF AN           *
053740*  OTHERWISE CLEAN RUN.                                         *
053750*****************************************************************
053760 9000-WRITE-RUN-STATISTICS.
053770     OPEN EXTEND STATS-FILE
053780     IF WS-STAT-STATUS = '05' OR '35'
053790         OPEN OUTPUT STATS-FILE
053800     END-IF
053810     IF WS-STAT-STATUS NOT = '00'
053820         DISPLAY 'COBOLDB2 - UNABLE TO OPEN RUNSTATS, STATUS='
053830             WS-STAT-STATUS
053840         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
053850     END-IF
053860     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
053870     ACCEPT WS-END-TIME FROM TIME
053880     MOVE SPACES TO RUN-STAT-RECORD
053890     MOVE 'COBOLDB2' TO RST-PROGRAM
053900     MOVE WS-RUN-MODE-CODE TO RST-RUN-MODE
053910     MOVE WS-RUN-DATE TO RST-START-DATE
053920     MOVE WS-RUN-TIME TO RST-START-TIME
053930     MOVE WS-END-DATE TO RST-END-DATE
053940     MOVE WS-END-TIME TO RST-END-TIME
053950     MOVE ZERO TO RST-READ-COUNT
053960     MOVE ZERO TO RST-WRITTEN-COUNT
053970     MOVE ZERO TO RST-REJECT-COUNT
053980     IF MODE-SINGLE-LOOKUP OR MODE-DEPT-ROSTER OR
053990         MODE-BATCH-EXTRACT
054000         MOVE WS-DRIVE-RECORD-NO TO RST-READ-COUNT
054010         MOVE WS-RECORD-COUNT TO RST-WRITTEN-COUNT
054020     END-IF
054030     IF MODE-UPDATE
054040         MOVE WS-TRAN-READ-COUNT TO RST-READ-COUNT
054050         MOVE WS-TRAN-APPLIED-COUNT TO RST-WRITTEN-COUNT
054060         MOVE WS-TRAN-REJECT-COUNT TO RST-REJECT-COUNT
054070     END-IF
054080     IF MODE-DEPT-TRANSFER
054090         MOVE WS-XFER-MOVED-COUNT TO RST-WRITTEN-COUNT
054100         MOVE WS-XFER-FAILED-COUNT TO RST-REJECT-COUNT
054110     END-IF
054120     IF MODE-COMP-ADJUST
054130         MOVE WS-COMP-ADJUSTED-COUNT TO RST-WRITTEN-COUNT
054140         MOVE WS-COMP-FAILED-COUNT TO RST-REJECT-COUNT
054150     END-IF
054160     IF MODE-DEPT-SUMMARY
054170         MOVE WS-DSM-EMP-COUNT TO RST-READ-COUNT
054180         MOVE WS-DSM-DEPT-COUNT TO RST-WRITTEN-COUNT
054190     END-IF
054200     IF MODE-ORG-HIERARCHY
054210         MOVE WS-DEPT-TABLE-COUNT TO RST-READ-COUNT
054220         MOVE WS-ORG-DEPT-COUNT TO RST-WRITTEN-COUNT
054230     END-IF
054240     IF MODE-DEPT-MAINT
054250         MOVE WS-DTRAN-READ-COUNT TO RST-READ-COUNT
054260         MOVE WS-DTRAN-APPLIED-COUNT TO RST-WRITTEN-COUNT
054270         MOVE WS-DTRAN-REJECT-COUNT TO RST-REJECT-COUNT
054280     END-IF
054290     IF WS-RETURN-CODE < ZERO
054300         MOVE ZERO TO RST-RETURN-CODE
054310     ELSE
054320         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
054330     END-IF
054340     WRITE RUN-STAT-RECORD
054350     CLOSE STATS-FILE.
054360 9000-WRITE-RUN-STATISTICS-EXIT.
054370     EXIT.
