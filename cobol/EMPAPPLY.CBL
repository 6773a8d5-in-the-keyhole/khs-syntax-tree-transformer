000300*                   EMPDELTA ADD/CHANGE/DELETE FILE TO THE      *
000310*                   LIVE EMPVSAM KSDS WITH COUNT                *
000320*                   RECONCILIATION AGAINST DLTCTL.              *
000330*  10/15/2026 RH    NIGHTLY CYCLE CONTROL - THE APPLY IS        *
000340*                   REFUSED WITH RC 20 UNLESS EMPDELTA          *
000350*                   COMPLETED CLEAN FOR THE CYCPARM BUSINESS    *
000360*                   DATE AND NEITHER THIS STEP NOR EMPLOAD HAS  *
000370*                   ALREADY REFRESHED THE MASTER FOR IT, SO THE *
000380*                   SAME DELTA CANNOT BE APPLIED TWICE.  EVERY  *
000390*                   RUN IS RECORDED ON CYCLCTL, AND A RUNSTAT   *
000400*                   RECORD IS NOW APPENDED TO RUNSTATS FOR      *
000410*                   OPSRPT.                                     *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-ZSERIES.
000460 OBJECT-COMPUTER.  IBM-ZSERIES.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DELTA-FILE
000500         ASSIGN TO DELTAIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-DELTA-STATUS.
000530
000540     SELECT DELTA-CTL-FILE
000550         ASSIGN TO DLTCTL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-DCTL-STATUS.
000580
000590     SELECT STATS-FILE
000600         ASSIGN TO RUNSTATS
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-STAT-STATUS.
000630
000640     SELECT CYCLE-FILE
000650         ASSIGN TO CYCLCTL
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CYC-STATUS.
000680
000690     SELECT CYCPARM-FILE
000700         ASSIGN TO CYCPARM
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CYCPARM-STATUS.
000730
000740     SELECT VSAM-FILE
000750         ASSIGN TO EMPVSAM
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS VSM-EMPNO
000790         FILE STATUS IS WS-VSAM-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  DELTA-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY DELTAREC.
000870
000880 FD  DELTA-CTL-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY DLTCTL.
000920
000930 FD  STATS-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY RUNSTAT.
000970
000980 FD  CYCLE-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY CYCLREC.
001020
001030 FD  CYCPARM-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 COPY CYCPARM.
001070
001080 FD  VSAM-FILE.
001090 COPY VSAMREC.
001100
001110 WORKING-STORAGE SECTION.
001120*****************************************************************
001130*  FILE STATUS SWITCHES                                         *
001140*****************************************************************
001150 01  WS-FILE-STATUSES.
001160     05  WS-DELTA-STATUS             PIC X(02).
001170     05  WS-DCTL-STATUS              PIC X(02).
001180     05  WS-VSAM-STATUS              PIC X(02).
001190     05  WS-STAT-STATUS              PIC X(02).
001200     05  WS-CYC-STATUS               PIC X(02).
001210     05  WS-CYCPARM-STATUS           PIC X(02).
001220
001230 01  WS-IDENTIFICATION.
001240     05  WS-RUN-DATE                 PIC X(08).
001250     05  WS-RUN-TIME                 PIC X(08).
001260     05  WS-END-DATE                 PIC X(08).
001270     05  WS-END-TIME                 PIC X(08).
001280
001290*****************************************************************
001300*  NIGHTLY CYCLE CONTROL (CYCLREC / CYCPARM).  THIS STEP NEEDS  *
001310*  EMPDELTA TO HAVE COMPLETED CLEAN FOR THE BUSINESS DATE, AND  *
001320*  EXCLUDES EMPLOAD - THE MASTER IS REFRESHED ONE WAY OR THE    *
001330*  OTHER, NEVER BOTH.                                           *
001340*****************************************************************
001350 01  WS-CYCLE-CONTROL.
001360     05  WS-CYC-PROGRAM              PIC X(08)  VALUE 'EMPAPPLY'.
001370     05  WS-CYC-PREDECESSOR          PIC X(08)  VALUE 'EMPDELTA'.
001380     05  WS-CYC-ALTERNATE            PIC X(08)  VALUE SPACES.
001390     05  WS-CYC-EXCLUSIVE            PIC X(08)  VALUE 'EMPLOAD '.
001400     05  WS-CYC-BUSINESS-DATE        PIC X(08)  VALUE SPACES.
001410     05  WS-CYC-PRED-PROGRAM         PIC X(08)  VALUE SPACES.
001420     05  WS-CYC-PRED-RC              PIC 9(04)  VALUE ZERO.
001430     05  WS-CYC-PRIOR-PROGRAM        PIC X(08)  VALUE SPACES.
001440     05  WS-CYC-PRIOR-RC             PIC 9(04)  VALUE ZERO.
001450     05  WS-CYC-OVERRIDE-USER        PIC X(08)  VALUE SPACES.
001460     05  WS-CYC-OVERRIDE-REASON      PIC X(30)  VALUE SPACES.
001470     05  WS-CYC-REASON               PIC X(30)  VALUE SPACES.
001480     05  WS-CYC-PRED-SW              PIC X(01)  VALUE 'N'.
001490         88  CYC-PRED-COMPLETED          VALUE 'Y'.
001500     05  WS-CYC-RAN-SW               PIC X(01)  VALUE 'N'.
001510         88  CYC-ALREADY-RAN             VALUE 'Y'.
001520     05  WS-CYC-EOF-SW               PIC X(01)  VALUE 'N'.
001530         88  CYC-EOF                     VALUE 'Y'.
001540     05  WS-CYC-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
001550         88  CYC-OVERRIDE-IN-EFFECT      VALUE 'Y'.
001560     05  WS-CYC-STATE-SW             PIC X(01)  VALUE SPACE.
001570         88  CYC-STEP-CLEARED            VALUE 'C'.
001580         88  CYC-STEP-REFUSED            VALUE 'R'.
001590
001600*****************************************************************
001610*  PROGRAM SWITCHES                                             *
001620*****************************************************************
001630 01  WS-SWITCHES.
001640     05  WS-DELTA-EOF-SW             PIC X(01)  VALUE 'N'.
001650         88  DELTA-EOF                   VALUE 'Y'.
001660     05  WS-CTL-FOUND-SW             PIC X(01)  VALUE 'N'.
001670         88  CTL-RECORD-FOUND            VALUE 'Y'.
001680
001690*****************************************************************
001700*  STANDALONE COUNTERS                                          *
001710*****************************************************************
001720 77  WS-READ-COUNT                  PIC 9(07)   COMP VALUE ZERO.
001730 77  WS-ADD-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
001740 77  WS-CHG-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
001750 77  WS-DEL-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
001760 77  WS-APPLIED-COUNT               PIC 9(07)   COMP VALUE ZERO.
001770 77  WS-FAILED-COUNT                PIC 9(07)   COMP VALUE ZERO.
001780 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001790
001800 PROCEDURE DIVISION.
001810*****************************************************************
001820*  0000-MAINLINE                                                *
001830*****************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE
001860         THRU 1000-INITIALIZE-EXIT
001870     IF WS-RETURN-CODE = ZERO
001880         PERFORM 2000-APPLY-DELTAS
001890             THRU 2000-APPLY-DELTAS-EXIT
001900         PERFORM 5000-RECONCILE-COUNTS
001910             THRU 5000-RECONCILE-COUNTS-EXIT
001920     END-IF
001930     PERFORM 8000-TERMINATE
001940         THRU 8000-TERMINATE-EXIT
001950     PERFORM 8500-RECORD-CYCLE-EVENT
001960         THRU 8500-RECORD-CYCLE-EVENT-EXIT
001970     PERFORM 9000-WRITE-RUN-STATISTICS
001980         THRU 9000-WRITE-RUN-STATISTICS-EXIT
001990     MOVE WS-RETURN-CODE TO RETURN-CODE
002000     STOP RUN.
002010
002020*****************************************************************
002030*  1000-INITIALIZE - OPEN FILES, READ THE EMPDELTA CONTROL      *
002040*  RECORD                                                       *
002050*****************************************************************
002060 1000-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002080     ACCEPT WS-RUN-TIME FROM TIME
002090     PERFORM 1500-CHECK-CYCLE-CONTROL
002100         THRU 1500-CHECK-CYCLE-CONTROL-EXIT
002110     IF WS-RETURN-CODE NOT = ZERO
002120         GO TO 1000-INITIALIZE-EXIT
002130     END-IF
002140     OPEN INPUT DELTA-FILE
002150     IF WS-DELTA-STATUS NOT = '00'
002160         DISPLAY 'EMPAPPLY - UNABLE TO OPEN DELTAIN, STATUS='
002170             WS-DELTA-STATUS
002180         MOVE 16 TO WS-RETURN-CODE
002190     END-IF
002200     OPEN INPUT DELTA-CTL-FILE
002210     IF WS-DCTL-STATUS NOT = '00'
002220         DISPLAY 'EMPAPPLY - UNABLE TO OPEN DLTCTL, STATUS='
002230             WS-DCTL-STATUS
002240         MOVE 16 TO WS-RETURN-CODE
002250     ELSE
002260         READ DELTA-CTL-FILE INTO DELTA-CONTROL-RECORD
002270         IF WS-DCTL-STATUS = '00'
002280             SET CTL-RECORD-FOUND TO TRUE
002290         ELSE
002300             DISPLAY 'EMPAPPLY - DLTCTL EMPTY OR UNREADABLE'
002310             MOVE 16 TO WS-RETURN-CODE
002320         END-IF
002330     END-IF
002340     OPEN I-O VSAM-FILE
002350     IF WS-VSAM-STATUS NOT = '00'
002360         DISPLAY 'EMPAPPLY - UNABLE TO OPEN EMPVSAM, STATUS='
002370             WS-VSAM-STATUS
002380         MOVE 16 TO WS-RETURN-CODE
002390     END-IF.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440*  1500-CHECK-CYCLE-CONTROL                                     *
002450*  READ THE CYCPARM CARD AND THE BUSINESS DATE'S CYCLCTL        *
002460*  RECORDS AND DECIDE WHETHER THIS STEP MAY RUN: THE            *
002470*  PREDECESSOR MUST HAVE COMPLETED WITH RC 4 OR LESS, AND THIS  *
002480*  STEP (OR THE ONE IT EXCLUDES) MUST NOT HAVE RUN ALREADY.  A  *
002490*  REFUSAL ENDS THE RUN WITH RC 20 BEFORE ANY OTHER FILE IS     *
002500*  OPENED, UNLESS THE CYCPARM OPERATOR OVERRIDE NAMES THIS      *
002510*  PROGRAM.  A CYCPARM OR CYCLCTL PROBLEM IS RC 16.             *
002520*****************************************************************
002530 1500-CHECK-CYCLE-CONTROL.
002540     PERFORM 1510-READ-CYCLE-PARM
002550         THRU 1510-READ-CYCLE-PARM-EXIT
002560     IF WS-RETURN-CODE NOT = ZERO
002570         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
002580     END-IF
002590     PERFORM 1520-LOAD-CYCLE-HISTORY
002600         THRU 1520-LOAD-CYCLE-HISTORY-EXIT
002610     IF WS-RETURN-CODE NOT = ZERO
002620         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
002630     END-IF
002640     MOVE SPACES TO WS-CYC-REASON
002650     IF WS-CYC-PREDECESSOR NOT = SPACES
002660         IF NOT CYC-PRED-COMPLETED
002670             MOVE 'PREDECESSOR HAS NOT COMPLETED'
002680                 TO WS-CYC-REASON
002690             DISPLAY 'EMPAPPLY - ' WS-CYC-PREDECESSOR
002700                 ' HAS NOT COMPLETED FOR ' WS-CYC-BUSINESS-DATE
002710         ELSE
002720             IF WS-CYC-PRED-RC > 4
002730                 MOVE 'PREDECESSOR DID NOT END CLEAN'
002740                     TO WS-CYC-REASON
002750                 DISPLAY 'EMPAPPLY - ' WS-CYC-PRED-PROGRAM
002760                     ' ENDED RC ' WS-CYC-PRED-RC ' FOR '
002770                     WS-CYC-BUSINESS-DATE
002780             END-IF
002790         END-IF
002800     END-IF
002810     IF CYC-ALREADY-RAN
002820         MOVE 'ALREADY RAN FOR BUSINESS DATE' TO WS-CYC-REASON
002830         DISPLAY 'EMPAPPLY - ' WS-CYC-PRIOR-PROGRAM
002840             ' ALREADY RAN FOR ' WS-CYC-BUSINESS-DATE
002850             ', RC ' WS-CYC-PRIOR-RC
002860     END-IF
002870     IF WS-CYC-REASON = SPACES
002880         DISPLAY 'EMPAPPLY - CYCLE CHECK PASSED FOR '
002890             WS-CYC-BUSINESS-DATE
002900         SET CYC-STEP-CLEARED TO TRUE
002910         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
002920     END-IF
002930     IF CYC-OVERRIDE-IN-EFFECT
002940         DISPLAY 'EMPAPPLY - CHECKS ABOVE OVERRIDDEN BY '
002950             WS-CYC-OVERRIDE-USER
002960         DISPLAY 'EMPAPPLY - OVERRIDE REASON: '
002970             WS-CYC-OVERRIDE-REASON
002980         SET CYC-STEP-CLEARED TO TRUE
002990         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003000     END-IF
003010     DISPLAY 'EMPAPPLY - RUN REFUSED FOR BUSINESS DATE '
003020         WS-CYC-BUSINESS-DATE
003030     SET CYC-STEP-REFUSED TO TRUE
003040     MOVE 20 TO WS-RETURN-CODE.
003050 1500-CHECK-CYCLE-CONTROL-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090*  1510-READ-CYCLE-PARM                                         *
003100*  SPACES IN CP-BUSINESS-DATE MEAN TODAY.  THE OVERRIDE IS      *
003110*  TAKEN ONLY WHEN IT NAMES THIS PROGRAM AND CARRIES BOTH THE   *
003120*  OPERATOR'S USER ID AND A REASON.                             *
003130*****************************************************************
003140 1510-READ-CYCLE-PARM.
003150     OPEN INPUT CYCPARM-FILE
003160     IF WS-CYCPARM-STATUS NOT = '00'
003170         DISPLAY 'EMPAPPLY - UNABLE TO OPEN CYCPARM, STATUS='
003180             WS-CYCPARM-STATUS
003190         MOVE 16 TO WS-RETURN-CODE
003200         GO TO 1510-READ-CYCLE-PARM-EXIT
003210     END-IF
003220     READ CYCPARM-FILE INTO CYCLE-PARM-RECORD
003230     IF WS-CYCPARM-STATUS NOT = '00'
003240         DISPLAY 'EMPAPPLY - CYCPARM EMPTY OR UNREADABLE'
003250         MOVE 16 TO WS-RETURN-CODE
003260         CLOSE CYCPARM-FILE
003270         GO TO 1510-READ-CYCLE-PARM-EXIT
003280     END-IF
003290     IF CP-BUSINESS-DATE = SPACES
003300         MOVE WS-RUN-DATE TO WS-CYC-BUSINESS-DATE
003310     ELSE
003320         MOVE CP-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE
003330     END-IF
003340     IF WS-CYC-BUSINESS-DATE NOT NUMERIC
003350         DISPLAY 'EMPAPPLY - CYCPARM BUSINESS DATE INVALID: '
003360             WS-CYC-BUSINESS-DATE
003370         MOVE 16 TO WS-RETURN-CODE
003380     END-IF
003390     IF CP-OVERRIDE-PROGRAM = WS-CYC-PROGRAM
003400         IF CP-OVERRIDE-USER = SPACES
003410             OR CP-OVERRIDE-REASON = SPACES
003420             DISPLAY 'EMPAPPLY - CYCPARM OVERRIDE NEEDS A USER '
003430                 'ID AND A REASON'
003440             MOVE 16 TO WS-RETURN-CODE
003450         ELSE
003460             MOVE CP-OVERRIDE-USER TO WS-CYC-OVERRIDE-USER
003470             MOVE CP-OVERRIDE-REASON TO WS-CYC-OVERRIDE-REASON
003480             SET CYC-OVERRIDE-IN-EFFECT TO TRUE
003490         END-IF
003500     END-IF
003510     CLOSE CYCPARM-FILE.
003520 1510-READ-CYCLE-PARM-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*  1520-LOAD-CYCLE-HISTORY                                      *
003570*  ONE PASS OVER CYCLCTL FOR THE BUSINESS DATE.  FILE STATUS 35 *
003580*  JUST MEANS NO CYCLE HAS BEEN RECORDED YET.                   *
003590*****************************************************************
003600 1520-LOAD-CYCLE-HISTORY.
003610     OPEN INPUT CYCLE-FILE
003620     IF WS-CYC-STATUS = '35'
003630         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
003640     END-IF
003650     IF WS-CYC-STATUS NOT = '00'
003660         DISPLAY 'EMPAPPLY - UNABLE TO OPEN CYCLCTL, STATUS='
003670             WS-CYC-STATUS
003680         MOVE 16 TO WS-RETURN-CODE
003690         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
003700     END-IF
003710     PERFORM 1530-READ-CYCLE-RECORD
003720         THRU 1530-READ-CYCLE-RECORD-EXIT
003730     PERFORM 1540-POST-CYCLE-RECORD
003740         THRU 1540-POST-CYCLE-RECORD-EXIT
003750         UNTIL CYC-EOF
003760     CLOSE CYCLE-FILE.
003770 1520-LOAD-CYCLE-HISTORY-EXIT.
003780     EXIT.
003790
003800 1530-READ-CYCLE-RECORD.
003810     READ CYCLE-FILE
003820     IF WS-CYC-STATUS NOT = '00'
003830         IF WS-CYC-STATUS NOT = '10'
003840             DISPLAY 'EMPAPPLY - CYCLCTL READ ERROR, STATUS='
003850                 WS-CYC-STATUS
003860             MOVE 16 TO WS-RETURN-CODE
003870         END-IF
003880         SET CYC-EOF TO TRUE
003890     END-IF.
003900 1530-READ-CYCLE-RECORD-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940*  1540-POST-CYCLE-RECORD                                       *
003950*  ONLY COMPLETED RUNS FOR THE BUSINESS DATE COUNT - A REFUSED  *
003960*  RUN NEVER DID ANYTHING.  THE FILE IS IN TIME ORDER, SO THE   *
003970*  LAST COMPLETION SEEN FOR A PROGRAM IS THE ONE THAT STANDS.   *
003980*****************************************************************
003990 1540-POST-CYCLE-RECORD.
004000     IF CYC-BUSINESS-DATE = WS-CYC-BUSINESS-DATE
004010         AND CYC-EVENT-COMPLETED
004020         IF CYC-PROGRAM = WS-CYC-PREDECESSOR
004030             OR CYC-PROGRAM = WS-CYC-ALTERNATE
004040             SET CYC-PRED-COMPLETED TO TRUE
004050             MOVE CYC-PROGRAM TO WS-CYC-PRED-PROGRAM
004060             MOVE CYC-RETURN-CODE TO WS-CYC-PRED-RC
004070         END-IF
004080         IF CYC-PROGRAM = WS-CYC-PROGRAM
004090             OR CYC-PROGRAM = WS-CYC-EXCLUSIVE
004100             SET CYC-ALREADY-RAN TO TRUE
004110             MOVE CYC-PROGRAM TO WS-CYC-PRIOR-PROGRAM
004120             MOVE CYC-RETURN-CODE TO WS-CYC-PRIOR-RC
004130         END-IF
004140     END-IF
004150     PERFORM 1530-READ-CYCLE-RECORD
004160         THRU 1530-READ-CYCLE-RECORD-EXIT.
004170 1540-POST-CYCLE-RECORD-EXIT.
004180     EXIT.
004190
004200*****************************************************************
004210*  2000-APPLY-DELTAS                                            *
004220*****************************************************************
004230 2000-APPLY-DELTAS.
004240     PERFORM 2100-READ-DELTA-RECORD
004250         THRU 2100-READ-DELTA-RECORD-EXIT
004260     PERFORM 2200-APPLY-ONE-DELTA
004270         THRU 2200-APPLY-ONE-DELTA-EXIT
004280         UNTIL DELTA-EOF
004290     DISPLAY 'EMPAPPLY - DELTA RECORDS READ  : ' WS-READ-COUNT
004300     DISPLAY 'EMPAPPLY - RECORDS APPLIED     : '
004310         WS-APPLIED-COUNT
004320     DISPLAY 'EMPAPPLY - RECORDS FAILED      : '
004330         WS-FAILED-COUNT.
004340 2000-APPLY-DELTAS-EXIT.
004350     EXIT.
004360
004370 2100-READ-DELTA-RECORD.
004380     READ DELTA-FILE INTO DELTA-RECORD
004390     IF WS-DELTA-STATUS = '00'
004400         ADD 1 TO WS-READ-COUNT
004410     ELSE
004420         SET DELTA-EOF TO TRUE
004430     END-IF.
004440 2100-READ-DELTA-RECORD-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480*  2200-APPLY-ONE-DELTA                                         *
004490*  THE DELTA IMAGE IS THE FULL EMPOUT-SHAPED ROW, WHICH IS      *
004500*  FIELD FOR FIELD THE EMPVSAM RECORD, SO ONE GROUP MOVE        *
004510*  BUILDS THE MASTER RECORD AND ITS KEY.                        *
004520*****************************************************************
004530 2200-APPLY-ONE-DELTA.
004540     MOVE DLT-EMPLOYEE-DATA TO VSAM-EMPLOYEE-RECORD
004550     IF DLT-ADD
004560         ADD 1 TO WS-ADD-READ-COUNT
004570         PERFORM 2300-WRITE-MASTER-RECORD
004580             THRU 2300-WRITE-MASTER-RECORD-EXIT
004590     ELSE
004600         IF DLT-CHANGE
004610             ADD 1 TO WS-CHG-READ-COUNT
004620             PERFORM 2400-REWRITE-MASTER-RECORD
004630                 THRU 2400-REWRITE-MASTER-RECORD-EXIT
004640         ELSE
004650             IF DLT-DELETE
004660                 ADD 1 TO WS-DEL-READ-COUNT
004670                 PERFORM 2500-DELETE-MASTER-RECORD
004680                     THRU 2500-DELETE-MASTER-RECORD-EXIT
004690             ELSE
004700                 DISPLAY 'EMPAPPLY - INVALID CHANGE TYPE '
004710                     DLT-CHANGE-TYPE ' FOR EMPNO ' VSM-EMPNO
004720                 PERFORM 4200-COUNT-FAILED-APPLY
004730                     THRU 4200-COUNT-FAILED-APPLY-EXIT
004740             END-IF
004750         END-IF
004760     END-IF
004770     PERFORM 2100-READ-DELTA-RECORD
004780         THRU 2100-READ-DELTA-RECORD-EXIT.
004790 2200-APPLY-ONE-DELTA-EXIT.
004800     EXIT.
004810
004820 2300-WRITE-MASTER-RECORD.
004830     WRITE VSAM-EMPLOYEE-RECORD
004840     IF WS-VSAM-STATUS = '00'
004850         ADD 1 TO WS-APPLIED-COUNT
004860     ELSE
004870         DISPLAY 'EMPAPPLY - ADD FAILED FOR EMPNO '
004880             VSM-EMPNO ' STATUS=' WS-VSAM-STATUS
004890         PERFORM 4200-COUNT-FAILED-APPLY
004900             THRU 4200-COUNT-FAILED-APPLY-EXIT
004910     END-IF.
004920 2300-WRITE-MASTER-RECORD-EXIT.
004930     EXIT.
004940
004950 2400-REWRITE-MASTER-RECORD.
004960     REWRITE VSAM-EMPLOYEE-RECORD
004970     IF WS-VSAM-STATUS = '00'
004980         ADD 1 TO WS-APPLIED-COUNT
004990     ELSE
005000         DISPLAY 'EMPAPPLY - CHANGE FAILED FOR EMPNO '
005010             VSM-EMPNO ' STATUS=' WS-VSAM-STATUS
005020         PERFORM 4200-COUNT-FAILED-APPLY
005030             THRU 4200-COUNT-FAILED-APPLY-EXIT
005040     END-IF.
005050 2400-REWRITE-MASTER-RECORD-EXIT.
005060     EXIT.
005070
005080 2500-DELETE-MASTER-RECORD.
005090     DELETE VSAM-FILE RECORD
005100     IF WS-VSAM-STATUS = '00'
005110         ADD 1 TO WS-APPLIED-COUNT
005120     ELSE
005130         DISPLAY 'EMPAPPLY - DELETE FAILED FOR EMPNO '
005140             VSM-EMPNO ' STATUS=' WS-VSAM-STATUS
005150         PERFORM 4200-COUNT-FAILED-APPLY
005160             THRU 4200-COUNT-FAILED-APPLY-EXIT
005170     END-IF.
005180 2500-DELETE-MASTER-RECORD-EXIT.
005190     EXIT.
005200
005210 4200-COUNT-FAILED-APPLY.
005220     ADD 1 TO WS-FAILED-COUNT
005230     IF WS-RETURN-CODE < 8
005240         MOVE 8 TO WS-RETURN-CODE
005250     END-IF.
005260 4200-COUNT-FAILED-APPLY-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300*  5000-RECONCILE-COUNTS                                        *
005310*  THE PER-TYPE COUNTS READ FROM THE DELTA MUST MATCH WHAT      *
005320*  EMPDELTA SAID IT WROTE.  A MISMATCH MEANS THE WRONG OR A     *
005330*  PARTIAL DELTA FILE WAS FED IN, AND GETS ITS OWN RETURN       *
005340*  CODE SO IT CANNOT PASS FOR A CLEAN REFRESH.                  *
005350*****************************************************************
005360 5000-RECONCILE-COUNTS.
005370     DISPLAY 'EMPAPPLY - ADDS    READ/EXPECTED: '
005380         WS-ADD-READ-COUNT ' / ' DCT-ADD-COUNT
005390     DISPLAY 'EMPAPPLY - CHANGES READ/EXPECTED: '
005400         WS-CHG-READ-COUNT ' / ' DCT-CHANGE-COUNT
005410     DISPLAY 'EMPAPPLY - DELETES READ/EXPECTED: '
005420         WS-DEL-READ-COUNT ' / ' DCT-DELETE-COUNT
005430     IF WS-ADD-READ-COUNT NOT = DCT-ADD-COUNT
005440         OR WS-CHG-READ-COUNT NOT = DCT-CHANGE-COUNT
005450         OR WS-DEL-READ-COUNT NOT = DCT-DELETE-COUNT
005460         DISPLAY 'EMPAPPLY - DELTA COUNTS DO NOT MATCH DLTCTL'
005470         MOVE 16 TO WS-RETURN-CODE
005480     END-IF.
005490 5000-RECONCILE-COUNTS-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
005540*****************************************************************
005550 8000-TERMINATE.
005560     PERFORM 8100-CLOSE-FILES
005570         THRU 8100-CLOSE-FILES-EXIT.
005580 8000-TERMINATE-EXIT.
005590     EXIT.
005600
005610 8100-CLOSE-FILES.
005620     CLOSE DELTA-FILE
005630     CLOSE DELTA-CTL-FILE
005640     CLOSE VSAM-FILE.
005650 8100-CLOSE-FILES-EXIT.
005660     EXIT.
005670
005680*****************************************************************
005690*  8500-RECORD-CYCLE-EVENT                                      *
005700*  APPEND THIS RUN TO CYCLCTL - 'C' WITH THE FINAL RETURN CODE  *
005710*  WHEN THE CYCLE CHECK CLEARED IT, 'R' WITH THE REASON WHEN IT *
005720*  WAS REFUSED.  NOTHING IS RECORDED WHEN THE CHECK COULD NOT   *
005730*  BE MADE.  FAILING TO RECORD A RUN RAISES THE RETURN CODE TO  *
005740*  16, SINCE THE NEXT STEP WOULD OTHERWISE BE REFUSED WITH NO   *
005750*  SIGN OF WHY.                                                 *
005760*****************************************************************
005770 8500-RECORD-CYCLE-EVENT.
005780     IF NOT CYC-STEP-CLEARED AND NOT CYC-STEP-REFUSED
005790         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
005800     END-IF
005810     OPEN EXTEND CYCLE-FILE
005820     IF WS-CYC-STATUS = '05' OR '35'
005830         OPEN OUTPUT CYCLE-FILE
005840     END-IF
005850     IF WS-CYC-STATUS NOT = '00'
005860         DISPLAY 'EMPAPPLY - UNABLE TO OPEN CYCLCTL, STATUS='
005870             WS-CYC-STATUS
005880         IF WS-RETURN-CODE < 16
005890             MOVE 16 TO WS-RETURN-CODE
005900         END-IF
005910         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
005920     END-IF
005930     MOVE SPACES TO CYCLE-CONTROL-RECORD
005940     MOVE WS-CYC-BUSINESS-DATE TO CYC-BUSINESS-DATE
005950     MOVE WS-CYC-PROGRAM TO CYC-PROGRAM
005960     MOVE WS-RUN-DATE TO CYC-RUN-DATE
005970     MOVE WS-RUN-TIME TO CYC-RUN-TIME
005980     MOVE WS-RETURN-CODE TO CYC-RETURN-CODE
005990     IF CYC-STEP-REFUSED
006000         SET CYC-EVENT-REFUSED TO TRUE
006010         MOVE WS-CYC-REASON TO CYC-REASON
006020     ELSE
006030         SET CYC-EVENT-COMPLETED TO TRUE
006040         IF CYC-OVERRIDE-IN-EFFECT
006050             MOVE WS-CYC-OVERRIDE-USER TO CYC-OVERRIDE-USER
006060             MOVE WS-CYC-OVERRIDE-REASON TO CYC-REASON
006070         END-IF
006080     END-IF
006090     WRITE CYCLE-CONTROL-RECORD
006100     CLOSE CYCLE-FILE.
006110 8500-RECORD-CYCLE-EVENT-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150*  9000-WRITE-RUN-STATISTICS                                    *
006160*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
006170*  SUMMARY - INCLUDING A RUN THE CYCLE CHECK REFUSED (RC 20).   *
006180*  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT CHANGE THE     *
006190*  RETURN CODE OF AN OTHERWISE CLEAN RUN.                       *
006200*****************************************************************
006210 9000-WRITE-RUN-STATISTICS.
006220     OPEN EXTEND STATS-FILE
006230     IF WS-STAT-STATUS = '05' OR '35'
006240         OPEN OUTPUT STATS-FILE
006250     END-IF
006260     IF WS-STAT-STATUS NOT = '00'
006270         DISPLAY 'EMPAPPLY - UNABLE TO OPEN RUNSTATS, STATUS='
006280             WS-STAT-STATUS
006290         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
006300     END-IF
006310     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
006320     ACCEPT WS-END-TIME FROM TIME
006330     MOVE SPACES TO RUN-STAT-RECORD
006340     MOVE 'EMPAPPLY' TO RST-PROGRAM
006350     MOVE SPACE TO RST-RUN-MODE
006360     MOVE WS-RUN-DATE TO RST-START-DATE
006370     MOVE WS-RUN-TIME TO RST-START-TIME
006380     MOVE WS-END-DATE TO RST-END-DATE
006390     MOVE WS-END-TIME TO RST-END-TIME
006400     MOVE WS-READ-COUNT TO RST-READ-COUNT
006410     MOVE WS-APPLIED-COUNT TO RST-WRITTEN-COUNT
006420     MOVE WS-FAILED-COUNT TO RST-REJECT-COUNT
006430     IF WS-RETURN-CODE < ZERO
006440         MOVE ZERO TO RST-RETURN-CODE
006450     ELSE
006460         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
006470     END-IF
006480     WRITE RUN-STAT-RECORD
006490     CLOSE STATS-FILE.
006500 9000-WRITE-RUN-STATISTICS-EXIT.
006510     EXIT.
