000490*                   NOW APPENDED TO THE SHARED RUNSTATS FILE    *
000500*                   AT END OF RUN FOR THE OPSRPT MORNING        *
000510*                   SUMMARY.                                    *
000520*  10/15/2026 RH    NIGHTLY CYCLE CONTROL - THE RUN IS REFUSED  *
000530*                   WITH RC 20 UNLESS THE COBOLDB2 EXTRACT      *
000540*                   COMPLETED CLEAN FOR THE CYCPARM BUSINESS    *
000550*                   DATE AND THIS STEP HAS NOT ALREADY RUN FOR  *
000560*                   IT.  EVERY RUN IS RECORDED ON CYCLCTL.      *
000570*****************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.  IBM-ZSERIES.
000610 OBJECT-COMPUTER.  IBM-ZSERIES.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT OLD-EMP-FILE
000650         ASSIGN TO OLDEMP
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-OLD-STATUS.
000680
000690     SELECT NEW-EMP-FILE
000700         ASSIGN TO NEWEMP
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-NEW-STATUS.
000730
000740     SELECT DELTA-FILE
000750         ASSIGN TO DELTAOUT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-DELTA-STATUS.
000780
000790     SELECT DELTA-JSON-FILE
000800         ASSIGN TO DELTAJSN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-DJSON-STATUS.
000830
000840     SELECT DELTA-CTL-FILE
000850         ASSIGN TO DLTCTL
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-DCTL-STATUS.
000880
000890     SELECT MASK-JSON-FILE
000900         ASSIGN TO MSKDLTJ
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-MSKJ-STATUS.
000930
000940     SELECT STATS-FILE
000950         ASSIGN TO RUNSTATS
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-STAT-STATUS.
000980
000990     SELECT CYCLE-FILE
001000         ASSIGN TO CYCLCTL
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-CYC-STATUS.
001030
001040     SELECT CYCPARM-FILE
001050         ASSIGN TO CYCPARM
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-CYCPARM-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  OLD-EMP-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  OLD-EMP-REC                 PIC X(105).
001150
001160 FD  NEW-EMP-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  NEW-EMP-REC                 PIC X(105).
001200
001210 FD  DELTA-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY DELTAREC.
001250
001260 FD  DELTA-JSON-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 COPY JSONREC.
001300
001310 FD  DELTA-CTL-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY DLTCTL.
001350
001360 FD  MASK-JSON-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  MSKDLTJ-RECORD              PIC X(300).
001400
001410 FD  STATS-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY RUNSTAT.
001450
001460 FD  CYCLE-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 COPY CYCLREC.
001500
001510 FD  CYCPARM-FILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540 COPY CYCPARM.
001550
001560 WORKING-STORAGE SECTION.
001570*****************************************************************
001580*  FILE STATUS SWITCHES                                         *
001590*****************************************************************
001600 01  WS-FILE-STATUSES.
001610     05  WS-OLD-STATUS               PIC X(02).
001620     05  WS-NEW-STATUS               PIC X(02).
001630     05  WS-DELTA-STATUS             PIC X(02).
001640     05  WS-DJSON-STATUS             PIC X(02).
001650     05  WS-DCTL-STATUS              PIC X(02).
001660     05  WS-MSKJ-STATUS              PIC X(02).
001670     05  WS-STAT-STATUS              PIC X(02).
001680     05  WS-CYC-STATUS               PIC X(02).
001690     05  WS-CYCPARM-STATUS           PIC X(02).
001700
001710 01  WS-IDENTIFICATION.
001720     05  WS-RUN-DATE                 PIC X(08).
001730     05  WS-RUN-TIME                 PIC X(08).
001740     05  WS-END-DATE                 PIC X(08).
001750     05  WS-END-TIME                 PIC X(08).
001760
001770*****************************************************************
001780*  NIGHTLY CYCLE CONTROL (CYCLREC / CYCPARM).  THIS STEP NEEDS  *
001790*  THE COBOLDB2 EXTRACT TO HAVE COMPLETED CLEAN FOR THE         *
001800*  BUSINESS DATE.                                               *
001810*****************************************************************
001820 01  WS-CYCLE-CONTROL.
001830     05  WS-CYC-PROGRAM              PIC X(08)  VALUE 'EMPDELTA'.
001840     05  WS-CYC-PREDECESSOR          PIC X(08)  VALUE 'COBOLDB2'.
001850     05  WS-CYC-ALTERNATE            PIC X(08)  VALUE SPACES.
001860     05  WS-CYC-EXCLUSIVE            PIC X(08)  VALUE SPACES.
001870     05  WS-CYC-BUSINESS-DATE        PIC X(08)  VALUE SPACES.
001880     05  WS-CYC-PRED-PROGRAM         PIC X(08)  VALUE SPACES.
001890     05  WS-CYC-PRED-RC              PIC 9(04)  VALUE ZERO.
001900     05  WS-CYC-PRIOR-PROGRAM        PIC X(08)  VALUE SPACES.
001910     05  WS-CYC-PRIOR-RC             PIC 9(04)  VALUE ZERO.
001920     05  WS-CYC-OVERRIDE-USER        PIC X(08)  VALUE SPACES.
001930     05  WS-CYC-OVERRIDE-REASON      PIC X(30)  VALUE SPACES.
001940     05  WS-CYC-REASON               PIC X(30)  VALUE SPACES.
001950     05  WS-CYC-PRED-SW              PIC X(01)  VALUE 'N'.
001960         88  CYC-PRED-COMPLETED          VALUE 'Y'.
001970     05  WS-CYC-RAN-SW               PIC X(01)  VALUE 'N'.
001980         88  CYC-ALREADY-RAN             VALUE 'Y'.
001990     05  WS-CYC-EOF-SW               PIC X(01)  VALUE 'N'.
002000         88  CYC-EOF                     VALUE 'Y'.
002010     05  WS-CYC-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
002020         88  CYC-OVERRIDE-IN-EFFECT      VALUE 'Y'.
002030     05  WS-CYC-STATE-SW             PIC X(01)  VALUE SPACE.
002040         88  CYC-STEP-CLEARED            VALUE 'C'.
002050         88  CYC-STEP-REFUSED            VALUE 'R'.
002060
002070*****************************************************************
002080*  CURRENT RECORD FROM EACH INPUT.  BOTH GROUPS MIRROR          *
002090*  EMPOUT.CPY FIELD FOR FIELD - THEY CANNOT COPY IT BECAUSE     *
002100*  THE SAME DATA NAMES WOULD THEN BE DEFINED TWICE.  THE KEY    *
002110*  FIELD IS SET TO HIGH-VALUES AT END OF FILE SO THE MATCH-     *
002120*  MERGE DRAINS THE OTHER FILE NATURALLY.                       *
002130*****************************************************************
002140 01  WS-OLD-EMPLOYEE.
002150     05  WS-OLD-EMPNO            PIC X(06).
002160     05  WS-OLD-NAMES            PIC X(27).
002170     05  WS-OLD-WORKDEPT         PIC X(03).
002180     05  WS-OLD-REST             PIC X(69).
002190 01  WS-NEW-EMPLOYEE.
002200     05  WS-NEW-EMPNO            PIC X(06).
002210     05  WS-NEW-REST             PIC X(99).
002220
002230*****************************************************************
002240*  THE IMAGE BEING WRITTEN TO THE DELTA, REDEFINED INTO THE     *
002250*  EMPOUT FIELD LAYOUT FOR THE JSON BUILD.                      *
002260*****************************************************************
002270 01  WS-DELTA-IMAGE              PIC X(105).
002280 01  WS-DELTA-FIELDS REDEFINES WS-DELTA-IMAGE.
002290     05  WS-DLT-EMPNO            PIC X(06).
002300     05  WS-DLT-LASTNAME         PIC X(15).
002310     05  WS-DLT-FIRSTNME         PIC X(12).
002320     05  WS-DLT-WORKDEPT         PIC X(03).
002330     05  WS-DLT-PHONENO          PIC X(04).
002340     05  WS-DLT-HIREDATE         PIC X(10).
002350     05  WS-DLT-JOB              PIC X(08).
002360     05  WS-DLT-EDLEVEL          PIC S9(04).
002370     05  WS-DLT-SEX              PIC X(01).
002380     05  WS-DLT-BIRTHDATE        PIC X(10).
002390     05  WS-DLT-SALARY           PIC S9(07)V99.
002400     05  WS-DLT-BONUS            PIC S9(07)V99.
002410     05  WS-DLT-COMM             PIC S9(07)V99.
002420     05  FILLER                  PIC X(05).
002430 01  WS-CHANGE-TYPE              PIC X(01).
002440
002450*****************************************************************
002460*  SEQUENCE CHECKING - THE PRIOR KEY SEEN ON EACH INPUT         *
002470*****************************************************************
002480 01  WS-OLD-PRIOR-KEY            PIC X(06).
002490 01  WS-NEW-PRIOR-KEY            PIC X(06).
002500
002510*****************************************************************
002520*  PROGRAM SWITCHES                                             *
002530*****************************************************************
002540 01  WS-SWITCHES.
002550     05  WS-OLD-EOF-SW               PIC X(01)  VALUE 'N'.
002560         88  OLD-EOF                     VALUE 'Y'.
002570     05  WS-NEW-EOF-SW               PIC X(01)  VALUE 'N'.
002580         88  NEW-EOF                     VALUE 'Y'.
002590
002600*****************************************************************
002610*  STANDALONE COUNTERS AND ACCUMULATORS                         *
002620*****************************************************************
002630 77  WS-OLD-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
002640 77  WS-NEW-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
002650 77  WS-ADD-COUNT                   PIC 9(07)   COMP VALUE ZERO.
002660 77  WS-CHANGE-COUNT                PIC 9(07)   COMP VALUE ZERO.
002670 77  WS-DELETE-COUNT                PIC 9(07)   COMP VALUE ZERO.
002680 77  WS-UNCHANGED-COUNT             PIC 9(07)   COMP VALUE ZERO.
002690 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
002700
002710*****************************************************************
002720*  JSON BUILD AREA                                              *
002730*****************************************************************
002740 01  WS-JSON-BUILD-AREA             PIC X(300).
002750 01  WS-JSON-NUMERIC-OUT             PIC -(7)9.99.
002760 01  WS-JSON-BONUS-OUT               PIC -(7)9.99.
002770 01  WS-JSON-COMM-OUT                PIC -(7)9.99.
002780 01  WS-JSON-EDLEVEL-OUT             PIC ZZZ9.
002790
002800 PROCEDURE DIVISION.
002810*****************************************************************
002820*  0000-MAINLINE                                                *
002830*****************************************************************
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-INITIALIZE-EXIT
002870     IF WS-RETURN-CODE = ZERO
002880         PERFORM 2000-MATCH-MERGE
002890             THRU 2000-MATCH-MERGE-EXIT
002900     END-IF
002910     PERFORM 8000-TERMINATE
002920         THRU 8000-TERMINATE-EXIT
002930     PERFORM 8500-RECORD-CYCLE-EVENT
002940         THRU 8500-RECORD-CYCLE-EVENT-EXIT
002950     PERFORM 9000-WRITE-RUN-STATISTICS
002960         THRU 9000-WRITE-RUN-STATISTICS-EXIT
002970     MOVE WS-RETURN-CODE TO RETURN-CODE
002980     STOP RUN.
002990
003000*****************************************************************
003010*  1000-INITIALIZE - OPEN ALL FOUR FILES                        *
003020*****************************************************************
003030 1000-INITIALIZE.
003040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003050     ACCEPT WS-RUN-TIME FROM TIME
003060     PERFORM 1500-CHECK-CYCLE-CONTROL
003070         THRU 1500-CHECK-CYCLE-CONTROL-EXIT
003080     IF WS-RETURN-CODE NOT = ZERO
003090         GO TO 1000-INITIALIZE-EXIT
003100     END-IF
003110     OPEN INPUT OLD-EMP-FILE
003120     IF WS-OLD-STATUS NOT = '00'
003130         DISPLAY 'EMPDELTA - UNABLE TO OPEN OLDEMP, STATUS='
003140             WS-OLD-STATUS
003150         MOVE 16 TO WS-RETURN-CODE
003160     END-IF
003170     OPEN INPUT NEW-EMP-FILE
003180     IF WS-NEW-STATUS NOT = '00'
003190         DISPLAY 'EMPDELTA - UNABLE TO OPEN NEWEMP, STATUS='
003200             WS-NEW-STATUS
003210         MOVE 16 TO WS-RETURN-CODE
003220     END-IF
003230     OPEN OUTPUT DELTA-FILE
003240     IF WS-DELTA-STATUS NOT = '00'
003250         DISPLAY 'EMPDELTA - UNABLE TO OPEN DELTAOUT, STATUS='
003260             WS-DELTA-STATUS
003270         MOVE 16 TO WS-RETURN-CODE
003280     END-IF
003290     OPEN OUTPUT DELTA-JSON-FILE
003300     IF WS-DJSON-STATUS NOT = '00'
003310         DISPLAY 'EMPDELTA - UNABLE TO OPEN DELTAJSN, STATUS='
003320             WS-DJSON-STATUS
003330         MOVE 16 TO WS-RETURN-CODE
003340     END-IF
003350     OPEN OUTPUT MASK-JSON-FILE
003360     IF WS-MSKJ-STATUS NOT = '00'
003370         DISPLAY 'EMPDELTA - UNABLE TO OPEN MSKDLTJ, STATUS='
003380             WS-MSKJ-STATUS
003390         MOVE 16 TO WS-RETURN-CODE
003400     END-IF
003410     OPEN OUTPUT DELTA-CTL-FILE
003420     IF WS-DCTL-STATUS NOT = '00'
003430         DISPLAY 'EMPDELTA - UNABLE TO OPEN DLTCTL, STATUS='
003440             WS-DCTL-STATUS
003450         MOVE 16 TO WS-RETURN-CODE
003460     END-IF.
003470 1000-INITIALIZE-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*  1500-CHECK-CYCLE-CONTROL                                     *
003520*  READ THE CYCPARM CARD AND THE BUSINESS DATE'S CYCLCTL        *
003530*  RECORDS AND DECIDE WHETHER THIS STEP MAY RUN: THE            *
003540*  PREDECESSOR MUST HAVE COMPLETED WITH RC 4 OR LESS, AND THIS  *
003550*  STEP (OR THE ONE IT EXCLUDES) MUST NOT HAVE RUN ALREADY.  A  *
003560*  REFUSAL ENDS THE RUN WITH RC 20 BEFORE ANY OTHER FILE IS     *
003570*  OPENED, UNLESS THE CYCPARM OPERATOR OVERRIDE NAMES THIS      *
003580*  PROGRAM.  A CYCPARM OR CYCLCTL PROBLEM IS RC 16.             *
003590*****************************************************************
003600 1500-CHECK-CYCLE-CONTROL.
003610     PERFORM 1510-READ-CYCLE-PARM
003620         THRU 1510-READ-CYCLE-PARM-EXIT
003630     IF WS-RETURN-CODE NOT = ZERO
003640         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003650     END-IF
003660     PERFORM 1520-LOAD-CYCLE-HISTORY
003670         THRU 1520-LOAD-CYCLE-HISTORY-EXIT
003680     IF WS-RETURN-CODE NOT = ZERO
003690         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003700     END-IF
003710     MOVE SPACES TO WS-CYC-REASON
003720     IF WS-CYC-PREDECESSOR NOT = SPACES
003730         IF NOT CYC-PRED-COMPLETED
003740             MOVE 'PREDECESSOR HAS NOT COMPLETED'
003750                 TO WS-CYC-REASON
003760             DISPLAY 'EMPDELTA - ' WS-CYC-PREDECESSOR
003770                 ' HAS NOT COMPLETED FOR ' WS-CYC-BUSINESS-DATE
003780         ELSE
003790             IF WS-CYC-PRED-RC > 4
003800                 MOVE 'PREDECESSOR DID NOT END CLEAN'
003810                     TO WS-CYC-REASON
003820                 DISPLAY 'EMPDELTA - ' WS-CYC-PRED-PROGRAM
003830                     ' ENDED RC ' WS-CYC-PRED-RC ' FOR '
003840                     WS-CYC-BUSINESS-DATE
003850             END-IF
003860         END-IF
003870     END-IF
003880     IF CYC-ALREADY-RAN
003890         MOVE 'ALREADY RAN FOR BUSINESS DATE' TO WS-CYC-REASON
003900         DISPLAY 'EMPDELTA - ' WS-CYC-PRIOR-PROGRAM
003910             ' ALREADY RAN FOR ' WS-CYC-BUSINESS-DATE
003920             ', RC ' WS-CYC-PRIOR-RC
003930     END-IF
003940     IF WS-CYC-REASON = SPACES
003950         DISPLAY 'EMPDELTA - CYCLE CHECK PASSED FOR '
003960             WS-CYC-BUSINESS-DATE
003970         SET CYC-STEP-CLEARED TO TRUE
003980         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003990     END-IF
004000     IF CYC-OVERRIDE-IN-EFFECT
004010         DISPLAY 'EMPDELTA - CHECKS ABOVE OVERRIDDEN BY '
004020             WS-CYC-OVERRIDE-USER
004030         DISPLAY 'EMPDELTA - OVERRIDE REASON: '
004040             WS-CYC-OVERRIDE-REASON
004050         SET CYC-STEP-CLEARED TO TRUE
004060         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
004070     END-IF
004080     DISPLAY 'EMPDELTA - RUN REFUSED FOR BUSINESS DATE '
004090         WS-CYC-BUSINESS-DATE
004100     SET CYC-STEP-REFUSED TO TRUE
004110     MOVE 20 TO WS-RETURN-CODE.
004120 1500-CHECK-CYCLE-CONTROL-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160*  1510-READ-CYCLE-PARM                                         *
004170*  SPACES IN CP-BUSINESS-DATE MEAN TODAY.  THE OVERRIDE IS      *
004180*  TAKEN ONLY WHEN IT NAMES THIS PROGRAM AND CARRIES BOTH THE   *
004190*  OPERATOR'S USER ID AND A REASON.                             *
004200*****************************************************************
004210 1510-READ-CYCLE-PARM.
004220     OPEN INPUT CYCPARM-FILE
004230     IF WS-CYCPARM-STATUS NOT = '00'
004240         DISPLAY 'EMPDELTA - UNABLE TO OPEN CYCPARM, STATUS='
004250             WS-CYCPARM-STATUS
004260         MOVE 16 TO WS-RETURN-CODE
004270         GO TO 1510-READ-CYCLE-PARM-EXIT
004280     END-IF
004290     READ CYCPARM-FILE INTO CYCLE-PARM-RECORD
004300     IF WS-CYCPARM-STATUS NOT = '00'
004310         DISPLAY 'EMPDELTA - CYCPARM EMPTY OR UNREADABLE'
004320         MOVE 16 TO WS-RETURN-CODE
004330         CLOSE CYCPARM-FILE
004340         GO TO 1510-READ-CYCLE-PARM-EXIT
004350     END-IF
004360     IF CP-BUSINESS-DATE = SPACES
004370         MOVE WS-RUN-DATE TO WS-CYC-BUSINESS-DATE
004380     ELSE
004390         MOVE CP-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE
004400     END-IF
004410     IF WS-CYC-BUSINESS-DATE NOT NUMERIC
004420         DISPLAY 'EMPDELTA - CYCPARM BUSINESS DATE INVALID: '
004430             WS-CYC-BUSINESS-DATE
004440         MOVE 16 TO WS-RETURN-CODE
004450     END-IF
004460     IF CP-OVERRIDE-PROGRAM = WS-CYC-PROGRAM
004470         IF CP-OVERRIDE-USER = SPACES
004480             OR CP-OVERRIDE-REASON = SPACES
004490             DISPLAY 'EMPDELTA - CYCPARM OVERRIDE NEEDS A USER '
004500                 'ID AND A REASON'
004510             MOVE 16 TO WS-RETURN-CODE
004520         ELSE
004530             MOVE CP-OVERRIDE-USER TO WS-CYC-OVERRIDE-USER
004540             MOVE CP-OVERRIDE-REASON TO WS-CYC-OVERRIDE-REASON
004550             SET CYC-OVERRIDE-IN-EFFECT TO TRUE
004560         END-IF
004570     END-IF
004580     CLOSE CYCPARM-FILE.
004590 1510-READ-CYCLE-PARM-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*  1520-LOAD-CYCLE-HISTORY                                      *
004640*  ONE PASS OVER CYCLCTL FOR THE BUSINESS DATE.  FILE STATUS 35 *
004650*  JUST MEANS NO CYCLE HAS BEEN RECORDED YET.                   *
004660*****************************************************************
004670 1520-LOAD-CYCLE-HISTORY.
004680     OPEN INPUT CYCLE-FILE
004690     IF WS-CYC-STATUS = '35'
004700         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004710     END-IF
004720     IF WS-CYC-STATUS NOT = '00'
004730         DISPLAY 'EMPDELTA - UNABLE TO OPEN CYCLCTL, STATUS='
004740             WS-CYC-STATUS
004750         MOVE 16 TO WS-RETURN-CODE
004760         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004770     END-IF
004780     PERFORM 1530-READ-CYCLE-RECORD
004790         THRU 1530-READ-CYCLE-RECORD-EXIT
004800     PERFORM 1540-POST-CYCLE-RECORD
004810         THRU 1540-POST-CYCLE-RECORD-EXIT
004820         UNTIL CYC-EOF
004830     CLOSE CYCLE-FILE.
004840 1520-LOAD-CYCLE-HISTORY-EXIT.
004850     EXIT.
004860
004870 1530-READ-CYCLE-RECORD.
004880     READ CYCLE-FILE
004890     IF WS-CYC-STATUS NOT = '00'
004900         IF WS-CYC-STATUS NOT = '10'
004910             DISPLAY 'EMPDELTA - CYCLCTL READ ERROR, STATUS='
004920                 WS-CYC-STATUS
004930             MOVE 16 TO WS-RETURN-CODE
004940         END-IF
004950         SET CYC-EOF TO TRUE
004960     END-IF.
004970 1530-READ-CYCLE-RECORD-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*  1540-POST-CYCLE-RECORD                                       *
005020*  ONLY COMPLETED RUNS FOR THE BUSINESS DATE COUNT - A REFUSED  *
005030*  RUN NEVER DID ANYTHING.  THE FILE IS IN TIME ORDER, SO THE   *
005040*  LAST COMPLETION SEEN FOR A PROGRAM IS THE ONE THAT STANDS.   *
005050*****************************************************************
005060 1540-POST-CYCLE-RECORD.
005070     IF CYC-BUSINESS-DATE = WS-CYC-BUSINESS-DATE
005080         AND CYC-EVENT-COMPLETED
005090         IF CYC-PROGRAM = WS-CYC-PREDECESSOR
005100             OR CYC-PROGRAM = WS-CYC-ALTERNATE
005110             SET CYC-PRED-COMPLETED TO TRUE
005120             MOVE CYC-PROGRAM TO WS-CYC-PRED-PROGRAM
005130             MOVE CYC-RETURN-CODE TO WS-CYC-PRED-RC
005140         END-IF
005150         IF CYC-PROGRAM = WS-CYC-PROGRAM
005160             OR CYC-PROGRAM = WS-CYC-EXCLUSIVE
005170             SET CYC-ALREADY-RAN TO TRUE
005180             MOVE CYC-PROGRAM TO WS-CYC-PRIOR-PROGRAM
005190             MOVE CYC-RETURN-CODE TO WS-CYC-PRIOR-RC
005200         END-IF
005210     END-IF
005220     PERFORM 1530-READ-CYCLE-RECORD
005230         THRU 1530-READ-CYCLE-RECORD-EXIT.
005240 1540-POST-CYCLE-RECORD-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280*  2000-MATCH-MERGE                                             *
005290*  CLASSIC TWO-FILE BALANCED LINE - BOTH INPUTS IN EMPNO        *
005300*  SEQUENCE, EOF REPRESENTED AS A HIGH-VALUES KEY.              *
005310*****************************************************************
005320 2000-MATCH-MERGE.
005330     MOVE LOW-VALUES TO WS-OLD-PRIOR-KEY
005340     MOVE LOW-VALUES TO WS-NEW-PRIOR-KEY
005350     PERFORM 2110-READ-OLD-RECORD
005360         THRU 2110-READ-OLD-RECORD-EXIT
005370     PERFORM 2120-READ-NEW-RECORD
005380         THRU 2120-READ-NEW-RECORD-EXIT
005390     PERFORM 2100-COMPARE-AND-APPLY
005400         THRU 2100-COMPARE-AND-APPLY-EXIT
005410         UNTIL (OLD-EOF AND NEW-EOF)
005420         OR WS-RETURN-CODE NOT < 16
005430     DISPLAY 'EMPDELTA - PRIOR RECORDS READ  : '
005440         WS-OLD-READ-COUNT
005450     DISPLAY 'EMPDELTA - CURRENT RECORDS READ: '
005460         WS-NEW-READ-COUNT
005470     DISPLAY 'EMPDELTA - ADDS                : ' WS-ADD-COUNT
005480     DISPLAY 'EMPDELTA - CHANGES             : '
005490         WS-CHANGE-COUNT
005500     DISPLAY 'EMPDELTA - DELETES             : '
005510         WS-DELETE-COUNT
005520     DISPLAY 'EMPDELTA - UNCHANGED           : '
005530         WS-UNCHANGED-COUNT
005540     IF WS-RETURN-CODE < 16
005550         PERFORM 4000-WRITE-CONTROL-RECORD
005560             THRU 4000-WRITE-CONTROL-RECORD-EXIT
005570     END-IF.
005580 2000-MATCH-MERGE-EXIT.
005590     EXIT.
005600
005610 2100-COMPARE-AND-APPLY.
005620     IF WS-NEW-EMPNO < WS-OLD-EMPNO
005630         MOVE WS-NEW-EMPLOYEE TO WS-DELTA-IMAGE
005640         MOVE 'A' TO WS-CHANGE-TYPE
005650         ADD 1 TO WS-ADD-COUNT
005660         PERFORM 3000-WRITE-DELTA-RECORD
005670             THRU 3000-WRITE-DELTA-RECORD-EXIT
005680         PERFORM 2120-READ-NEW-RECORD
005690             THRU 2120-READ-NEW-RECORD-EXIT
005700         GO TO 2100-COMPARE-AND-APPLY-EXIT
005710     END-IF
005720     IF WS-NEW-EMPNO > WS-OLD-EMPNO
005730         MOVE WS-OLD-EMPLOYEE TO WS-DELTA-IMAGE
005740         MOVE 'D' TO WS-CHANGE-TYPE
005750         ADD 1 TO WS-DELETE-COUNT
005760         PERFORM 3000-WRITE-DELTA-RECORD
005770             THRU 3000-WRITE-DELTA-RECORD-EXIT
005780         PERFORM 2110-READ-OLD-RECORD
005790             THRU 2110-READ-OLD-RECORD-EXIT
005800         GO TO 2100-COMPARE-AND-APPLY-EXIT
005810     END-IF
005820     IF WS-NEW-EMPLOYEE NOT = WS-OLD-EMPLOYEE
005830         MOVE WS-NEW-EMPLOYEE TO WS-DELTA-IMAGE
005840         MOVE 'C' TO WS-CHANGE-TYPE
005850         ADD 1 TO WS-CHANGE-COUNT
005860         PERFORM 3000-WRITE-DELTA-RECORD
005870             THRU 3000-WRITE-DELTA-RECORD-EXIT
005880     ELSE
005890         ADD 1 TO WS-UNCHANGED-COUNT
005900     END-IF
005910     PERFORM 2110-READ-OLD-RECORD
005920         THRU 2110-READ-OLD-RECORD-EXIT
005930     PERFORM 2120-READ-NEW-RECORD
005940         THRU 2120-READ-NEW-RECORD-EXIT.
005950 2100-COMPARE-AND-APPLY-EXIT.
005960     EXIT.
005970
005980 2110-READ-OLD-RECORD.
005990     READ OLD-EMP-FILE INTO WS-OLD-EMPLOYEE
006000     IF WS-OLD-STATUS = '00'
006010         ADD 1 TO WS-OLD-READ-COUNT
006020         IF WS-OLD-EMPNO < WS-OLD-PRIOR-KEY
006030             DISPLAY 'EMPDELTA - OLDEMP OUT OF SEQUENCE AT '
006040                 WS-OLD-EMPNO
006050             MOVE 16 TO WS-RETURN-CODE
006060         END-IF
006070         MOVE WS-OLD-EMPNO TO WS-OLD-PRIOR-KEY
006080     ELSE
006090         SET OLD-EOF TO TRUE
006100         MOVE HIGH-VALUES TO WS-OLD-EMPNO
006110     END-IF.
006120 2110-READ-OLD-RECORD-EXIT.
006130     EXIT.
006140
006150 2120-READ-NEW-RECORD.
006160     READ NEW-EMP-FILE INTO WS-NEW-EMPLOYEE
006170     IF WS-NEW-STATUS = '00'
006180         ADD 1 TO WS-NEW-READ-COUNT
006190         IF WS-NEW-EMPNO < WS-NEW-PRIOR-KEY
006200             DISPLAY 'EMPDELTA - NEWEMP OUT OF SEQUENCE AT '
006210                 WS-NEW-EMPNO
006220             MOVE 16 TO WS-RETURN-CODE
006230         END-IF
006240         MOVE WS-NEW-EMPNO TO WS-NEW-PRIOR-KEY
006250     ELSE
006260         SET NEW-EOF TO TRUE
006270         MOVE HIGH-VALUES TO WS-NEW-EMPNO
006280     END-IF.
006290 2120-READ-NEW-RECORD-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330*  3000-WRITE-DELTA-RECORD                                      *
006340*  ONE FIXED DELTA RECORD AND ONE JSON DOCUMENT FOR THE IMAGE   *
006350*  IN WS-DELTA-IMAGE, TAGGED WITH WS-CHANGE-TYPE.               *
006360*****************************************************************
006370 3000-WRITE-DELTA-RECORD.
006380     MOVE SPACES TO DELTA-RECORD
006390     MOVE WS-CHANGE-TYPE TO DLT-CHANGE-TYPE
006400     MOVE WS-DELTA-IMAGE TO DLT-EMPLOYEE-DATA
006410     IF WS-CHANGE-TYPE = 'C'
006420         MOVE WS-OLD-WORKDEPT TO DLT-PRIOR-WORKDEPT
006430     END-IF
006440     WRITE DELTA-RECORD
006450     PERFORM 3100-WRITE-DELTA-JSON
006460         THRU 3100-WRITE-DELTA-JSON-EXIT
006470     PERFORM 3200-WRITE-MASKED-DELTA-JSON
006480         THRU 3200-WRITE-MASKED-DELTA-JSON-EXIT.
006490 3000-WRITE-DELTA-RECORD-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*  3100-WRITE-DELTA-JSON                                        *
006540*  SAME DOCUMENT SHAPE AS THE COBOLDB2 EXTRACT JSON, WITH A     *
006550*  LEADING CHANGETYPE ATTRIBUTE FOR THE INTEGRATION LAYER.      *
006560*****************************************************************
006570 3100-WRITE-DELTA-JSON.
006580     MOVE WS-DLT-SALARY TO WS-JSON-NUMERIC-OUT
006590     MOVE WS-DLT-BONUS TO WS-JSON-BONUS-OUT
006600     MOVE WS-DLT-COMM TO WS-JSON-COMM-OUT
006610     MOVE WS-DLT-EDLEVEL TO WS-JSON-EDLEVEL-OUT
006620     MOVE SPACES TO WS-JSON-BUILD-AREA
006630     STRING '{"CHANGETYPE":"' DELIMITED BY SIZE
006640             WS-CHANGE-TYPE  DELIMITED BY SIZE
006650             '","EMPNO":"'   DELIMITED BY SIZE
006660             WS-DLT-EMPNO    DELIMITED BY SIZE
006670             '","LASTNAME":"' DELIMITED BY SIZE
006680             WS-DLT-LASTNAME DELIMITED BY SPACE
006690             '","FIRSTNME":"' DELIMITED BY SIZE
006700             WS-DLT-FIRSTNME DELIMITED BY SPACE
006710             '","WORKDEPT":"' DELIMITED BY SIZE
006720             WS-DLT-WORKDEPT DELIMITED BY SIZE
006730             '","PHONENO":"'  DELIMITED BY SIZE
006740             WS-DLT-PHONENO  DELIMITED BY SIZE
006750             '","HIREDATE":"' DELIMITED BY SIZE
006760             WS-DLT-HIREDATE DELIMITED BY SPACE
006770             '","JOB":"'      DELIMITED BY SIZE
006780             WS-DLT-JOB      DELIMITED BY SPACE
006790             '","EDLEVEL":'  DELIMITED BY SIZE
006800             WS-JSON-EDLEVEL-OUT DELIMITED BY SIZE
006810             ',"SEX":"'       DELIMITED BY SIZE
006820             WS-DLT-SEX      DELIMITED BY SIZE
006830             '","BIRTHDATE":"' DELIMITED BY SIZE
006840             WS-DLT-BIRTHDATE DELIMITED BY SPACE
006850             '","SALARY":'    DELIMITED BY SIZE
006860             WS-JSON-NUMERIC-OUT DELIMITED BY SIZE
006870             ',"BONUS":'      DELIMITED BY SIZE
006880             WS-JSON-BONUS-OUT   DELIMITED BY SIZE
006890             ',"COMM":'       DELIMITED BY SIZE
006900             WS-JSON-COMM-OUT    DELIMITED BY SIZE
006910             '}'             DELIMITED BY SIZE
006920         INTO WS-JSON-BUILD-AREA
006930     END-STRING
006940     MOVE WS-JSON-BUILD-AREA TO JSON-TEXT
006950     WRITE JSON-OUTPUT-RECORD.
006960 3100-WRITE-DELTA-JSON-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*  3200-WRITE-MASKED-DELTA-JSON                                 *
007010*  SAME DOCUMENT SHAPE AS 3100 FOR THE CONSUMERS NOT CLEARED    *
007020*  FOR COMPENSATION DATA - MONEY ATTRIBUTES ZERO, BIRTHDATE     *
007030*  AND SEX OMITTED ENTIRELY.                                    *
007040*****************************************************************
007050 3200-WRITE-MASKED-DELTA-JSON.
007060     MOVE WS-DLT-EDLEVEL TO WS-JSON-EDLEVEL-OUT
007070     MOVE SPACES TO WS-JSON-BUILD-AREA
007080     STRING '{"CHANGETYPE":"' DELIMITED BY SIZE
007090             WS-CHANGE-TYPE  DELIMITED BY SIZE
007100             '","EMPNO":"'   DELIMITED BY SIZE
007110             WS-DLT-EMPNO    DELIMITED BY SIZE
007120             '","LASTNAME":"' DELIMITED BY SIZE
007130             WS-DLT-LASTNAME DELIMITED BY SPACE
007140             '","FIRSTNME":"' DELIMITED BY SIZE
007150             WS-DLT-FIRSTNME DELIMITED BY SPACE
007160             '","WORKDEPT":"' DELIMITED BY SIZE
007170             WS-DLT-WORKDEPT DELIMITED BY SIZE
007180             '","PHONENO":"'  DELIMITED BY SIZE
007190             WS-DLT-PHONENO  DELIMITED BY SIZE
007200             '","HIREDATE":"' DELIMITED BY SIZE
007210             WS-DLT-HIREDATE DELIMITED BY SPACE
007220             '","JOB":"'      DELIMITED BY SIZE
007230             WS-DLT-JOB      DELIMITED BY SPACE
007240             '","EDLEVEL":'  DELIMITED BY SIZE
007250             WS-JSON-EDLEVEL-OUT DELIMITED BY SIZE
007260             ',"SALARY":0.00' DELIMITED BY SIZE
007270             ',"BONUS":0.00'  DELIMITED BY SIZE
007280             ',"COMM":0.00'   DELIMITED BY SIZE
007290             '}'             DELIMITED BY SIZE
007300         INTO WS-JSON-BUILD-AREA
007310     END-STRING
007320     MOVE WS-JSON-BUILD-AREA TO MSKDLTJ-RECORD
007330     WRITE MSKDLTJ-RECORD.
007340 3200-WRITE-MASKED-DELTA-JSON-EXIT.
007350     EXIT.
007360
007370*****************************************************************
007380*  4000-WRITE-CONTROL-RECORD                                    *
007390*  THE RUN'S ADD/CHANGE/DELETE COUNTS, FOR THE EMPAPPLY         *
007400*  RECONCILIATION (SEE DLTCTL.CPY).                             *
007410*****************************************************************
007420 4000-WRITE-CONTROL-RECORD.
007430     MOVE SPACES TO DELTA-CONTROL-RECORD
007440     MOVE WS-RUN-DATE TO DCT-RUN-DATE
007450     MOVE WS-ADD-COUNT TO DCT-ADD-COUNT
007460     MOVE WS-CHANGE-COUNT TO DCT-CHANGE-COUNT
007470     MOVE WS-DELETE-COUNT TO DCT-DELETE-COUNT
007480     WRITE DELTA-CONTROL-RECORD.
007490 4000-WRITE-CONTROL-RECORD-EXIT.
007500     EXIT.
007510
007520*****************************************************************
007530*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
007540*****************************************************************
007550 8000-TERMINATE.
007560     PERFORM 8100-CLOSE-FILES
007570         THRU 8100-CLOSE-FILES-EXIT.
007580 8000-TERMINATE-EXIT.
007590     EXIT.
007600
007610 8100-CLOSE-FILES.
007620     CLOSE OLD-EMP-FILE
007630     CLOSE NEW-EMP-FILE
007640     CLOSE DELTA-FILE
007650     CLOSE DELTA-JSON-FILE
007660     CLOSE DELTA-CTL-FILE
007670     CLOSE MASK-JSON-FILE.
007680 8100-CLOSE-FILES-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720*  8500-RECORD-CYCLE-EVENT                                      *
007730*  APPEND THIS RUN TO CYCLCTL - 'C' WITH THE FINAL RETURN CODE  *
007740*  WHEN THE CYCLE CHECK CLEARED IT, 'R' WITH THE REASON WHEN IT *
007750*  WAS REFUSED.  NOTHING IS RECORDED WHEN THE CHECK COULD NOT   *
007760*  BE MADE.  FAILING TO RECORD A RUN RAISES THE RETURN CODE TO  *
007770*  16, SINCE THE NEXT STEP WOULD OTHERWISE BE REFUSED WITH NO   *
007780*  SIGN OF WHY.                                                 *
007790*****************************************************************
007800 8500-RECORD-CYCLE-EVENT.
007810     IF NOT CYC-STEP-CLEARED AND NOT CYC-STEP-REFUSED
007820         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
007830     END-IF
007840     OPEN EXTEND CYCLE-FILE
007850     IF WS-CYC-STATUS = '05' OR '35'
007860         OPEN OUTPUT CYCLE-FILE
007870     END-IF
007880     IF WS-CYC-STATUS NOT = '00'
007890         DISPLAY 'EMPDELTA - UNABLE TO OPEN CYCLCTL, STATUS='
007900             WS-CYC-STATUS
007910         IF WS-RETURN-CODE < 16
007920             MOVE 16 TO WS-RETURN-CODE
007930         END-IF
007940         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
007950     END-IF
007960     MOVE SPACES TO CYCLE-CONTROL-RECORD
007970     MOVE WS-CYC-BUSINESS-DATE TO CYC-BUSINESS-DATE
007980     MOVE WS-CYC-PROGRAM TO CYC-PROGRAM
007990     MOVE WS-RUN-DATE TO CYC-RUN-DATE
008000     MOVE WS-RUN-TIME TO CYC-RUN-TIME
008010     MOVE WS-RETURN-CODE TO CYC-RETURN-CODE
008020     IF CYC-STEP-REFUSED
008030         SET CYC-EVENT-REFUSED TO TRUE
008040         MOVE WS-CYC-REASON TO CYC-REASON
008050     ELSE
008060         SET CYC-EVENT-COMPLETED TO TRUE
008070         IF CYC-OVERRIDE-IN-EFFECT
008080             MOVE WS-CYC-OVERRIDE-USER TO CYC-OVERRIDE-USER
008090             MOVE WS-CYC-OVERRIDE-REASON TO CYC-REASON
008100         END-IF
008110     END-IF
008120     WRITE CYCLE-CONTROL-RECORD
008130     CLOSE CYCLE-FILE.
008140 8500-RECORD-CYCLE-EVENT-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*  9000-WRITE-RUN-STATISTICS                                    *
008190*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
008200*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
008210*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN RUN.            *
008220*****************************************************************
008230 9000-WRITE-RUN-STATISTICS.
008240     OPEN EXTEND STATS-FILE
008250     IF WS-STAT-STATUS = '05' OR '35'
008260         OPEN OUTPUT STATS-FILE
008270     END-IF
008280     IF WS-STAT-STATUS NOT = '00'
008290         DISPLAY 'EMPDELTA - UNABLE TO OPEN RUNSTATS, STATUS='
008300             WS-STAT-STATUS
008310         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
008320     END-IF
008330     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
008340     ACCEPT WS-END-TIME FROM TIME
008350     MOVE SPACES TO RUN-STAT-RECORD
008360     MOVE 'EMPDELTA' TO RST-PROGRAM
008370     MOVE SPACE TO RST-RUN-MODE
008380     MOVE WS-RUN-DATE TO RST-START-DATE
008390     MOVE WS-RUN-TIME TO RST-START-TIME
008400     MOVE WS-END-DATE TO RST-END-DATE
008410     MOVE WS-END-TIME TO RST-END-TIME
008420     MOVE WS-NEW-READ-COUNT TO RST-READ-COUNT
008430     COMPUTE RST-WRITTEN-COUNT =
008440         WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
008450     MOVE ZERO TO RST-REJECT-COUNT
008460     IF WS-RETURN-CODE < ZERO
008470         MOVE ZERO TO RST-RETURN-CODE
008480     ELSE
008490         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
008500     END-IF
008510     WRITE RUN-STAT-RECORD
008520     CLOSE STATS-FILE.
008530 9000-WRITE-RUN-STATISTICS-EXIT.
008540     EXIT.
