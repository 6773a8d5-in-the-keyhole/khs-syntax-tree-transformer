000240*  08/21/2026 RH    ORIGINAL PROGRAM - SEQUENTIAL LOAD OF THE   *
000250*                   EMPVSAM KSDS FROM THE EXTRACT, WITH A       *
000260*                   READ-BACK VERIFY PASS.                      *
000270*  10/15/2026 RH    NIGHTLY CYCLE CONTROL - THE LOAD IS REFUSED *
000280*                   WITH RC 20 UNLESS EMPDELTA COMPLETED CLEAN  *
000290*                   FOR THE CYCPARM BUSINESS DATE AND NEITHER   *
000300*                   THIS STEP NOR EMPAPPLY HAS ALREADY          *
000310*                   REFRESHED THE MASTER FOR IT.  A CYCPARM     *
000320*                   CHECK-ONLY RUN MAKES THE CHECKS AND STOPS,  *
000330*                   SO EMPVSAM.JCL CAN TEST BEFORE IT DELETES   *
000340*                   THE CLUSTER.                                *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-ZSERIES.
000390 OBJECT-COMPUTER.  IBM-ZSERIES.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EXTRACT-FILE
000430         ASSIGN TO OUTEMP
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-EXTRACT-STATUS.
000460
000470     SELECT STATS-FILE
000480         ASSIGN TO RUNSTATS
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-STAT-STATUS.
000510
000520     SELECT CYCLE-FILE
000530         ASSIGN TO CYCLCTL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CYC-STATUS.
000560
000570     SELECT CYCPARM-FILE
000580         ASSIGN TO CYCPARM
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CYCPARM-STATUS.
000610
000620     SELECT VSAM-FILE
000630         ASSIGN TO EMPVSAM
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS VSM-EMPNO
000670         FILE STATUS IS WS-VSAM-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  EXTRACT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY EMPOUT.
000750
000760 FD  STATS-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 COPY RUNSTAT.
000800
000810 FD  CYCLE-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY CYCLREC.
000850
000860 FD  CYCPARM-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CYCPARM.
000900
000910 FD  VSAM-FILE.
000920 COPY VSAMREC.
000930
000940 WORKING-STORAGE SECTION.
000950*****************************************************************
000960*  FILE STATUS SWITCHES                                         *
000970*****************************************************************
000980 01  WS-FILE-STATUSES.
000990     05  WS-EXTRACT-STATUS           PIC X(02).
001000     05  WS-VSAM-STATUS              PIC X(02).
001010     05  WS-STAT-STATUS              PIC X(02).
001020     05  WS-CYC-STATUS               PIC X(02).
001030     05  WS-CYCPARM-STATUS           PIC X(02).
001040
001050 01  WS-IDENTIFICATION.
001060     05  WS-START-DATE               PIC X(08).
001070     05  WS-START-TIME               PIC X(08).
001080     05  WS-END-DATE                 PIC X(08).
001090     05  WS-END-TIME                 PIC X(08).
001100
001110*****************************************************************
001120*  NIGHTLY CYCLE CONTROL (CYCLREC / CYCPARM).  THIS STEP NEEDS  *
001130*  EMPDELTA TO HAVE COMPLETED CLEAN FOR THE BUSINESS DATE, AND  *
001140*  EXCLUDES EMPAPPLY - THE MASTER IS REFRESHED ONE WAY OR THE   *
001150*  OTHER, NEVER BOTH.                                           *
001160*****************************************************************
001170 01  WS-CYCLE-CONTROL.
001180     05  WS-CYC-PROGRAM              PIC X(08)  VALUE 'EMPLOAD '.
001190     05  WS-CYC-PREDECESSOR          PIC X(08)  VALUE 'EMPDELTA'.
001200     05  WS-CYC-ALTERNATE            PIC X(08)  VALUE SPACES.
001210     05  WS-CYC-EXCLUSIVE            PIC X(08)  VALUE 'EMPAPPLY'.
001220     05  WS-CYC-BUSINESS-DATE        PIC X(08)  VALUE SPACES.
001230     05  WS-CYC-PRED-PROGRAM         PIC X(08)  VALUE SPACES.
001240     05  WS-CYC-PRED-RC              PIC 9(04)  VALUE ZERO.
001250     05  WS-CYC-PRIOR-PROGRAM        PIC X(08)  VALUE SPACES.
001260     05  WS-CYC-PRIOR-RC             PIC 9(04)  VALUE ZERO.
001270     05  WS-CYC-OVERRIDE-USER        PIC X(08)  VALUE SPACES.
001280     05  WS-CYC-OVERRIDE-REASON      PIC X(30)  VALUE SPACES.
001290     05  WS-CYC-REASON               PIC X(30)  VALUE SPACES.
001300     05  WS-CYC-PRED-SW              PIC X(01)  VALUE 'N'.
001310         88  CYC-PRED-COMPLETED          VALUE 'Y'.
001320     05  WS-CYC-RAN-SW               PIC X(01)  VALUE 'N'.
001330         88  CYC-ALREADY-RAN             VALUE 'Y'.
001340     05  WS-CYC-EOF-SW               PIC X(01)  VALUE 'N'.
001350         88  CYC-EOF                     VALUE 'Y'.
001360     05  WS-CYC-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
001370         88  CYC-OVERRIDE-IN-EFFECT      VALUE 'Y'.
001380     05  WS-CYC-STATE-SW             PIC X(01)  VALUE SPACE.
001390         88  CYC-STEP-CLEARED            VALUE 'C'.
001400         88  CYC-STEP-REFUSED            VALUE 'R'.
001410         88  CYC-STEP-CHECK-ONLY         VALUE 'K'.
001420     05  WS-CYC-CHECK-ONLY-SW        PIC X(01)  VALUE 'N'.
001430         88  CYC-CHECK-ONLY-REQUESTED    VALUE 'Y'.
001440
001450*****************************************************************
001460*  PROGRAM SWITCHES                                             *
001470*****************************************************************
001480 01  WS-SWITCHES.
001490     05  WS-EXTRACT-EOF-SW           PIC X(01)  VALUE 'N'.
001500         88  EXTRACT-EOF                 VALUE 'Y'.
001510     05  WS-VERIFY-EOF-SW            PIC X(01)  VALUE 'N'.
001520         88  VERIFY-EOF                  VALUE 'Y'.
001530
001540*****************************************************************
001550*  STANDALONE COUNTERS                                          *
001560*****************************************************************
001570 77  WS-READ-COUNT                  PIC 9(07)   COMP VALUE ZERO.
001580 77  WS-LOADED-COUNT                PIC 9(07)   COMP VALUE ZERO.
001590 77  WS-DUPLICATE-COUNT             PIC 9(07)   COMP VALUE ZERO.
001600 77  WS-VERIFY-COUNT                PIC 9(07)   COMP VALUE ZERO.
001610 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001620
001630 PROCEDURE DIVISION.
001640*****************************************************************
001650*  0000-MAINLINE                                                *
001660*****************************************************************
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE
001690         THRU 1000-INITIALIZE-EXIT
001700     IF CYC-STEP-CHECK-ONLY
001710         DISPLAY 'EMPLOAD  - CHECK-ONLY RUN, NOTHING LOADED'
001720     ELSE
001730         IF WS-RETURN-CODE = ZERO
001740             PERFORM 2000-LOAD-MASTER
001750                 THRU 2000-LOAD-MASTER-EXIT
001760         END-IF
001770         IF WS-RETURN-CODE < 16
001780             PERFORM 3000-VERIFY-MASTER
001790                 THRU 3000-VERIFY-MASTER-EXIT
001800         END-IF
001810         PERFORM 8500-RECORD-CYCLE-EVENT
001820             THRU 8500-RECORD-CYCLE-EVENT-EXIT
001830         PERFORM 9000-WRITE-RUN-STATISTICS
001840             THRU 9000-WRITE-RUN-STATISTICS-EXIT
001850     END-IF
001860     MOVE WS-RETURN-CODE TO RETURN-CODE
001870     STOP RUN.
001880
001890*****************************************************************
001900*  1000-INITIALIZE - OPEN THE EXTRACT AND THE EMPTY CLUSTER     *
001910*****************************************************************
001920 1000-INITIALIZE.
001930     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
001940     ACCEPT WS-START-TIME FROM TIME
001950     PERFORM 1500-CHECK-CYCLE-CONTROL
001960         THRU 1500-CHECK-CYCLE-CONTROL-EXIT
001970     IF WS-RETURN-CODE NOT = ZERO
001980         GO TO 1000-INITIALIZE-EXIT
001990     END-IF
002000     IF CYC-CHECK-ONLY-REQUESTED
002010         SET CYC-STEP-CHECK-ONLY TO TRUE
002020         GO TO 1000-INITIALIZE-EXIT
002030     END-IF
002040     OPEN INPUT EXTRACT-FILE
002050     IF WS-EXTRACT-STATUS NOT = '00'
002060         DISPLAY 'EMPLOAD  - UNABLE TO OPEN OUTEMP, STATUS='
002070             WS-EXTRACT-STATUS
002080         MOVE 16 TO WS-RETURN-CODE
002090         GO TO 1000-INITIALIZE-EXIT
002100     END-IF
002110     OPEN OUTPUT VSAM-FILE
002120     IF WS-VSAM-STATUS NOT = '00'
002130         DISPLAY 'EMPLOAD  - UNABLE TO OPEN EMPVSAM, STATUS='
002140             WS-VSAM-STATUS
002150         MOVE 16 TO WS-RETURN-CODE
002160         CLOSE EXTRACT-FILE
002170     END-IF.
002180 1000-INITIALIZE-EXIT.
002190     EXIT.
002200
002210*****************************************************************
002220*  1500-CHECK-CYCLE-CONTROL                                     *
002230*  READ THE CYCPARM CARD AND THE BUSINESS DATE'S CYCLCTL        *
002240*  RECORDS AND DECIDE WHETHER THIS STEP MAY RUN: THE            *
002250*  PREDECESSOR MUST HAVE COMPLETED WITH RC 4 OR LESS, AND THIS  *
002260*  STEP (OR THE ONE IT EXCLUDES) MUST NOT HAVE RUN ALREADY.  A  *
002270*  REFUSAL ENDS THE RUN WITH RC 20 BEFORE ANY OTHER FILE IS     *
002280*  OPENED, UNLESS THE CYCPARM OPERATOR OVERRIDE NAMES THIS      *
002290*  PROGRAM.  A CYCPARM OR CYCLCTL PROBLEM IS RC 16.             *
002300*****************************************************************
002310 1500-CHECK-CYCLE-CONTROL.
002320     PERFORM 1510-READ-CYCLE-PARM
002330         THRU 1510-READ-CYCLE-PARM-EXIT
002340     IF WS-RETURN-CODE NOT = ZERO
002350         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
002360     END-IF
002370     PERFORM 1520-LOAD-CYCLE-HISTORY
002380         THRU 1520-LOAD-CYCLE-HISTORY-EXIT
002390     IF WS-RETURN-CODE NOT = ZERO
002400         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
002410     END-IF
002420     MOVE SPACES TO WS-CYC-REASON
002430     IF WS-CYC-PREDECESSOR NOT = SPACES
002440         IF NOT CYC-PRED-COMPLETED
002450             MOVE 'PREDECESSOR HAS NOT COMPLETED'
002460                 TO WS-CYC-REASON
002470             DISPLAY 'EMPLOAD  - ' WS-CYC-PREDECESSOR
002480                 ' HAS NOT COMPLETED FOR ' WS-CYC-BUSINESS-DATE
002490         ELSE
002500             IF WS-CYC-PRED-RC > 4
002510                 MOVE 'PREDECESSOR DID NOT END CLEAN'
002520                     TO WS-CYC-REASON
002530                 DISPLAY 'EMPLOAD  - ' WS-CYC-PRED-PROGRAM
002540                     ' ENDED RC ' WS-CYC-PRED-RC ' FOR '
002550                     WS-CYC-BUSINESS-DATE
002560             END-IF
002570         END-IF
002580     END-IF
002590     IF CYC-ALREADY-RAN
002600         MOVE 'ALREADY RAN FOR BUSINESS DATE' TO WS-CYC-REASON
002610         DISPLAY 'EMPLOAD  - ' WS-CYC-PRIOR-PROGRAM
002620             ' ALREADY RAN FOR ' WS-CYC-BUSINESS-DATE
002630             ', RC ' WS-CYC-PRIOR-RC
002640     END-IF
002650     IF WS-CYC-REASON = SPACES
002660         DISPLAY 'EMPLOAD  - CYCLE CHECK PASSED FOR '
002670             WS-CYC-BUSINESS-DATE
002680         SET CYC-STEP-CLEARED TO TRUE
002690         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
002700     END-IF
002710     IF CYC-OVERRIDE-IN-EFFECT
002720         DISPLAY 'EMPLOAD  - CHECKS ABOVE OVERRIDDEN BY '
002730             WS-CYC-OVERRIDE-USER
002740         DISPLAY 'EMPLOAD  - OVERRIDE REASON: '
002750             WS-CYC-OVERRIDE-REASON
002760         SET CYC-STEP-CLEARED TO TRUE
002770         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
002780     END-IF
002790     DISPLAY 'EMPLOAD  - RUN REFUSED FOR BUSINESS DATE '
002800         WS-CYC-BUSINESS-DATE
002810     SET CYC-STEP-REFUSED TO TRUE
002820     MOVE 20 TO WS-RETURN-CODE.
002830 1500-CHECK-CYCLE-CONTROL-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870*  1510-READ-CYCLE-PARM                                         *
002880*  SPACES IN CP-BUSINESS-DATE MEAN TODAY.  THE OVERRIDE IS      *
002890*  TAKEN ONLY WHEN IT NAMES THIS PROGRAM AND CARRIES BOTH THE   *
002900*  OPERATOR'S USER ID AND A REASON.                             *
002910*****************************************************************
002920 1510-READ-CYCLE-PARM.
002930     OPEN INPUT CYCPARM-FILE
002940     IF WS-CYCPARM-STATUS NOT = '00'
002950         DISPLAY 'EMPLOAD  - UNABLE TO OPEN CYCPARM, STATUS='
002960             WS-CYCPARM-STATUS
002970         MOVE 16 TO WS-RETURN-CODE
002980         GO TO 1510-READ-CYCLE-PARM-EXIT
002990     END-IF
003000     READ CYCPARM-FILE INTO CYCLE-PARM-RECORD
003010     IF WS-CYCPARM-STATUS NOT = '00'
003020         DISPLAY 'EMPLOAD  - CYCPARM EMPTY OR UNREADABLE'
003030         MOVE 16 TO WS-RETURN-CODE
003040         CLOSE CYCPARM-FILE
003050         GO TO 1510-READ-CYCLE-PARM-EXIT
003060     END-IF
003070     IF CP-BUSINESS-DATE = SPACES
003080         MOVE WS-START-DATE TO WS-CYC-BUSINESS-DATE
003090     ELSE
003100         MOVE CP-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE
003110     END-IF
003120     IF WS-CYC-BUSINESS-DATE NOT NUMERIC
003130         DISPLAY 'EMPLOAD  - CYCPARM BUSINESS DATE INVALID: '
003140             WS-CYC-BUSINESS-DATE
003150         MOVE 16 TO WS-RETURN-CODE
003160     END-IF
003170     IF CP-OVERRIDE-PROGRAM = WS-CYC-PROGRAM
003180         IF CP-OVERRIDE-USER = SPACES
003190             OR CP-OVERRIDE-REASON = SPACES
003200             DISPLAY 'EMPLOAD  - CYCPARM OVERRIDE NEEDS A USER '
003210                 'ID AND A REASON'
003220             MOVE 16 TO WS-RETURN-CODE
003230         ELSE
003240             MOVE CP-OVERRIDE-USER TO WS-CYC-OVERRIDE-USER
003250             MOVE CP-OVERRIDE-REASON TO WS-CYC-OVERRIDE-REASON
003260             SET CYC-OVERRIDE-IN-EFFECT TO TRUE
003270         END-IF
003280     END-IF
003290     IF CP-CHECK-ONLY
003300         SET CYC-CHECK-ONLY-REQUESTED TO TRUE
003310     END-IF
003320     CLOSE CYCPARM-FILE.
003330 1510-READ-CYCLE-PARM-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370*  1520-LOAD-CYCLE-HISTORY                                      *
003380*  ONE PASS OVER CYCLCTL FOR THE BUSINESS DATE.  FILE STATUS 35 *
003390*  JUST MEANS NO CYCLE HAS BEEN RECORDED YET.                   *
003400*****************************************************************
003410 1520-LOAD-CYCLE-HISTORY.
003420     OPEN INPUT CYCLE-FILE
003430     IF WS-CYC-STATUS = '35'
003440         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
003450     END-IF
003460     IF WS-CYC-STATUS NOT = '00'
003470         DISPLAY 'EMPLOAD  - UNABLE TO OPEN CYCLCTL, STATUS='
003480             WS-CYC-STATUS
003490         MOVE 16 TO WS-RETURN-CODE
003500         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
003510     END-IF
003520     PERFORM 1530-READ-CYCLE-RECORD
003530         THRU 1530-READ-CYCLE-RECORD-EXIT
003540     PERFORM 1540-POST-CYCLE-RECORD
003550         THRU 1540-POST-CYCLE-RECORD-EXIT
003560         UNTIL CYC-EOF
003570     CLOSE CYCLE-FILE.
003580 1520-LOAD-CYCLE-HISTORY-EXIT.
003590     EXIT.
003600
003610 1530-READ-CYCLE-RECORD.
003620     READ CYCLE-FILE
003630     IF WS-CYC-STATUS NOT = '00'
003640         IF WS-CYC-STATUS NOT = '10'
003650             DISPLAY 'EMPLOAD  - CYCLCTL READ ERROR, STATUS='
003660                 WS-CYC-STATUS
003670             MOVE 16 TO WS-RETURN-CODE
003680         END-IF
003690         SET CYC-EOF TO TRUE
003700     END-IF.
003710 1530-READ-CYCLE-RECORD-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750*  1540-POST-CYCLE-RECORD                                       *
003760*  ONLY COMPLETED RUNS FOR THE BUSINESS DATE COUNT - A REFUSED  *
003770*  RUN NEVER DID ANYTHING.  THE FILE IS IN TIME ORDER, SO THE   *
003780*  LAST COMPLETION SEEN FOR A PROGRAM IS THE ONE THAT STANDS.   *
003790*****************************************************************
003800 1540-POST-CYCLE-RECORD.
003810     IF CYC-BUSINESS-DATE = WS-CYC-BUSINESS-DATE
003820         AND CYC-EVENT-COMPLETED
003830         IF CYC-PROGRAM = WS-CYC-PREDECESSOR
003840             OR CYC-PROGRAM = WS-CYC-ALTERNATE
003850             SET CYC-PRED-COMPLETED TO TRUE
003860             MOVE CYC-PROGRAM TO WS-CYC-PRED-PROGRAM
003870             MOVE CYC-RETURN-CODE TO WS-CYC-PRED-RC
003880         END-IF
003890         IF CYC-PROGRAM = WS-CYC-PROGRAM
003900             OR CYC-PROGRAM = WS-CYC-EXCLUSIVE
003910             SET CYC-ALREADY-RAN TO TRUE
003920             MOVE CYC-PROGRAM TO WS-CYC-PRIOR-PROGRAM
003930             MOVE CYC-RETURN-CODE TO WS-CYC-PRIOR-RC
003940         END-IF
003950     END-IF
003960     PERFORM 1530-READ-CYCLE-RECORD
003970         THRU 1530-READ-CYCLE-RECORD-EXIT.
003980 1540-POST-CYCLE-RECORD-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020*  2000-LOAD-MASTER - ONE KSDS RECORD PER EXTRACT RECORD        *
004030*****************************************************************
004040 2000-LOAD-MASTER.
004050     PERFORM 2100-READ-EXTRACT-RECORD
004060         THRU 2100-READ-EXTRACT-RECORD-EXIT
004070     PERFORM 2200-WRITE-MASTER-RECORD
004080         THRU 2200-WRITE-MASTER-RECORD-EXIT
004090         UNTIL EXTRACT-EOF
004100         OR WS-RETURN-CODE NOT < 16
004110     CLOSE EXTRACT-FILE
004120     CLOSE VSAM-FILE
004130     DISPLAY 'EMPLOAD  - EXTRACT RECORDS READ: '
004140         WS-READ-COUNT
004150     DISPLAY 'EMPLOAD  - RECORDS LOADED      : '
004160         WS-LOADED-COUNT
004170     DISPLAY 'EMPLOAD  - DUPLICATES SKIPPED  : '
004180         WS-DUPLICATE-COUNT.
004190 2000-LOAD-MASTER-EXIT.
004200     EXIT.
004210
004220 2100-READ-EXTRACT-RECORD.
004230     READ EXTRACT-FILE INTO EMPOUT-RECORD
004240     IF WS-EXTRACT-STATUS = '00'
004250         ADD 1 TO WS-READ-COUNT
004260     ELSE
004270         SET EXTRACT-EOF TO TRUE
004280     END-IF.
004290 2100-READ-EXTRACT-RECORD-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*  2200-WRITE-MASTER-RECORD                                     *
004340*  STATUS 21 (OUT OF SEQUENCE) KILLS THE LOAD - THE SORT STEP   *
004350*  WAS SKIPPED OR BROKEN.  STATUS 22 (DUPLICATE KEY) SKIPS      *
004360*  THE RECORD WITH A WARNING AND CARRIES ON.                    *
004370*****************************************************************
004380 2200-WRITE-MASTER-RECORD.
004390     MOVE EMPOUT-EMPNO TO VSM-EMPNO
004400     MOVE EMPOUT-LASTNAME TO VSM-LASTNAME
004410     MOVE EMPOUT-FIRSTNME TO VSM-FIRSTNME
004420     MOVE EMPOUT-WORKDEPT TO VSM-WORKDEPT
004430     MOVE EMPOUT-PHONENO TO VSM-PHONENO
004440     MOVE EMPOUT-HIREDATE TO VSM-HIREDATE
004450     MOVE EMPOUT-JOB TO VSM-JOB
004460     MOVE EMPOUT-EDLEVEL TO VSM-EDLEVEL
004470     MOVE EMPOUT-SEX TO VSM-SEX
004480     MOVE EMPOUT-BIRTHDATE TO VSM-BIRTHDATE
004490     MOVE EMPOUT-SALARY TO VSM-SALARY
004500     MOVE EMPOUT-BONUS TO VSM-BONUS
004510     MOVE EMPOUT-COMM TO VSM-COMM
004520     WRITE VSAM-EMPLOYEE-RECORD
004530     IF WS-VSAM-STATUS = '00'
004540         ADD 1 TO WS-LOADED-COUNT
004550     ELSE
004560         IF WS-VSAM-STATUS = '22'
004570             DISPLAY 'EMPLOAD  - DUPLICATE EMPNO SKIPPED '
004580                 VSM-EMPNO
004590             ADD 1 TO WS-DUPLICATE-COUNT
004600             IF WS-RETURN-CODE < 4
004610                 MOVE 4 TO WS-RETURN-CODE
004620             END-IF
004630         ELSE
004640             DISPLAY 'EMPLOAD  - WRITE FAILED FOR EMPNO '
004650                 VSM-EMPNO ' STATUS=' WS-VSAM-STATUS
004660             MOVE 16 TO WS-RETURN-CODE
004670         END-IF
004680     END-IF
004690     PERFORM 2100-READ-EXTRACT-RECORD
004700         THRU 2100-READ-EXTRACT-RECORD-EXIT.
004710 2200-WRITE-MASTER-RECORD-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*  3000-VERIFY-MASTER                                           *
004760*  RE-OPEN THE CLUSTER AND COUNT IT BACK.  THE COUNT MUST       *
004770*  MATCH WHAT THE LOAD PASS WROTE.                              *
004780*****************************************************************
004790 3000-VERIFY-MASTER.
004800     OPEN INPUT VSAM-FILE
004810     IF WS-VSAM-STATUS NOT = '00'
004820         DISPLAY 'EMPLOAD  - VERIFY OPEN FAILED, STATUS='
004830             WS-VSAM-STATUS
004840         MOVE 16 TO WS-RETURN-CODE
004850         GO TO 3000-VERIFY-MASTER-EXIT
004860     END-IF
004870     PERFORM 3100-READ-MASTER-RECORD
004880         THRU 3100-READ-MASTER-RECORD-EXIT
004890         UNTIL VERIFY-EOF
004900     CLOSE VSAM-FILE
004910     DISPLAY 'EMPLOAD  - RECORDS VERIFIED    : '
004920         WS-VERIFY-COUNT
004930     IF WS-VERIFY-COUNT NOT = WS-LOADED-COUNT
004940         DISPLAY 'EMPLOAD  - VERIFY COUNT DOES NOT MATCH '
004950             'LOADED COUNT'
004960         MOVE 16 TO WS-RETURN-CODE
004970     END-IF.
004980 3000-VERIFY-MASTER-EXIT.
004990     EXIT.
005000
005010 3100-READ-MASTER-RECORD.
005020     READ VSAM-FILE NEXT RECORD
005030     IF WS-VSAM-STATUS = '00'
005040         ADD 1 TO WS-VERIFY-COUNT
005050     ELSE
005060         SET VERIFY-EOF TO TRUE
005070     END-IF.
005080 3100-READ-MASTER-RECORD-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*  8500-RECORD-CYCLE-EVENT                                      *
005130*  APPEND THIS RUN TO CYCLCTL - 'C' WITH THE FINAL RETURN CODE  *
005140*  WHEN THE CYCLE CHECK CLEARED IT, 'R' WITH THE REASON WHEN IT *
005150*  WAS REFUSED.  NOTHING IS RECORDED WHEN THE CHECK COULD NOT   *
005160*  BE MADE.  FAILING TO RECORD A RUN RAISES THE RETURN CODE TO  *
005170*  16, SINCE THE NEXT STEP WOULD OTHERWISE BE REFUSED WITH NO   *
005180*  SIGN OF WHY.                                                 *
005190*****************************************************************
005200 8500-RECORD-CYCLE-EVENT.
005210     IF NOT CYC-STEP-CLEARED AND NOT CYC-STEP-REFUSED
005220         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
005230     END-IF
005240     OPEN EXTEND CYCLE-FILE
005250     IF WS-CYC-STATUS = '05' OR '35'
005260         OPEN OUTPUT CYCLE-FILE
005270     END-IF
005280     IF WS-CYC-STATUS NOT = '00'
005290         DISPLAY 'EMPLOAD  - UNABLE TO OPEN CYCLCTL, STATUS='
005300             WS-CYC-STATUS
005310         IF WS-RETURN-CODE < 16
005320             MOVE 16 TO WS-RETURN-CODE
005330         END-IF
005340         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
005350     END-IF
005360     MOVE SPACES TO CYCLE-CONTROL-RECORD
005370     MOVE WS-CYC-BUSINESS-DATE TO CYC-BUSINESS-DATE
005380     MOVE WS-CYC-PROGRAM TO CYC-PROGRAM
005390     MOVE WS-START-DATE TO CYC-RUN-DATE
005400     MOVE WS-START-TIME TO CYC-RUN-TIME
005410     MOVE WS-RETURN-CODE TO CYC-RETURN-CODE
005420     IF CYC-STEP-REFUSED
005430         SET CYC-EVENT-REFUSED TO TRUE
005440         MOVE WS-CYC-REASON TO CYC-REASON
005450     ELSE
005460         SET CYC-EVENT-COMPLETED TO TRUE
005470         IF CYC-OVERRIDE-IN-EFFECT
005480             MOVE WS-CYC-OVERRIDE-USER TO CYC-OVERRIDE-USER
005490             MOVE WS-CYC-OVERRIDE-REASON TO CYC-REASON
005500         END-IF
005510     END-IF
005520     WRITE CYCLE-CONTROL-RECORD
005530     CLOSE CYCLE-FILE.
005540 8500-RECORD-CYCLE-EVENT-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580*  9000-WRITE-RUN-STATISTICS                                    *
005590*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
005600*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
005610*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN LOAD.           *
005620*****************************************************************
005630 9000-WRITE-RUN-STATISTICS.
005640     OPEN EXTEND STATS-FILE
005650     IF WS-STAT-STATUS = '05' OR '35'
005660         OPEN OUTPUT STATS-FILE
005670     END-IF
005680     IF WS-STAT-STATUS NOT = '00'
005690         DISPLAY 'EMPLOAD  - UNABLE TO OPEN RUNSTATS, STATUS='
005700             WS-STAT-STATUS
005710         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
005720     END-IF
005730     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
005740     ACCEPT WS-END-TIME FROM TIME
005750     MOVE SPACES TO RUN-STAT-RECORD
005760     MOVE 'EMPLOAD ' TO RST-PROGRAM
005770     MOVE SPACE TO RST-RUN-MODE
005780     MOVE WS-START-DATE TO RST-START-DATE
005790     MOVE WS-START-TIME TO RST-START-TIME
005800     MOVE WS-END-DATE TO RST-END-DATE
005810     MOVE WS-END-TIME TO RST-END-TIME
005820     MOVE WS-READ-COUNT TO RST-READ-COUNT
005830     MOVE WS-LOADED-COUNT TO RST-WRITTEN-COUNT
005840     MOVE WS-DUPLICATE-COUNT TO RST-REJECT-COUNT
005850     IF WS-RETURN-CODE < ZERO
005860         MOVE ZERO TO RST-RETURN-CODE
005870     ELSE
005880         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
005890     END-IF
005900     WRITE RUN-STAT-RECORD
005910     CLOSE STATS-FILE.
005920 9000-WRITE-RUN-STATISTICS-EXIT.
005930     EXIT.
