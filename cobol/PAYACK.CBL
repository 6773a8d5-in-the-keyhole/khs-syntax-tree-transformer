000290*  09/02/2026 RH    ORIGINAL PROGRAM - PAYFEED RECEIPT          *
000300*                   RECONCILIATION WITH A PRINTED REPORT AND    *
000310*                   THE PAYSTAT TRANSMIT HOLD.                  *
000320*  10/15/2026 RH    NIGHTLY CYCLE CONTROL - THE RECONCILIATION  *
000330*                   IS REFUSED WITH RC 20 UNLESS EMPDQ          *
000340*                   COMPLETED CLEAN FOR THE CYCPARM BUSINESS    *
000350*                   DATE AND THIS STEP HAS NOT ALREADY RUN FOR  *
000360*                   IT.  A REFUSED RUN LEAVES PAYSTAT AS IT     *
000370*                   WAS.  EVERY RUN IS RECORDED ON CYCLCTL, AND *
000380*                   A RUNSTAT RECORD IS NOW APPENDED TO         *
000390*                   RUNSTATS FOR OPSRPT.                        *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-ZSERIES.
000440 OBJECT-COMPUTER.  IBM-ZSERIES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PAYFEED-FILE
000480         ASSIGN TO PAYFEED
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PAY-STATUS.
000510
000520     SELECT ACK-FILE
000530         ASSIGN TO PAYACKIN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ACK-STATUS.
000560
000570     SELECT STATUS-FILE
000580         ASSIGN TO PAYSTAT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PST-STATUS.
000610
000620     SELECT RPT-FILE
000630         ASSIGN TO ACKRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.
000660
000670     SELECT STATS-FILE
000680         ASSIGN TO RUNSTATS
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-STAT-STATUS.
000710
000720     SELECT CYCLE-FILE
000730         ASSIGN TO CYCLCTL
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CYC-STATUS.
000760
000770     SELECT CYCPARM-FILE
000780         ASSIGN TO CYCPARM
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-CYCPARM-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  PAYFEED-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY PAYFEED.
000880
000890 FD  ACK-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY PAYACKRC.
000930
000940 FD  STATUS-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY PAYSTAT.
000980
000990 FD  RPT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  RPT-RECORD                  PIC X(132).
001030
001040 FD  STATS-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY RUNSTAT.
001080
001090 FD  CYCLE-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY CYCLREC.
001130
001140 FD  CYCPARM-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY CYCPARM.
001180
001190 WORKING-STORAGE SECTION.
001200*****************************************************************
001210*  FILE STATUS SWITCHES                                         *
001220*****************************************************************
001230 01  WS-FILE-STATUSES.
001240     05  WS-PAY-STATUS               PIC X(02).
001250     05  WS-ACK-STATUS               PIC X(02).
001260     05  WS-PST-STATUS               PIC X(02).
001270     05  WS-RPT-STATUS               PIC X(02).
001280     05  WS-STAT-STATUS              PIC X(02).
001290     05  WS-CYC-STATUS               PIC X(02).
001300     05  WS-CYCPARM-STATUS           PIC X(02).
001310
001320 01  WS-IDENTIFICATION.
001330     05  WS-RUN-DATE                 PIC X(08).
001340     05  WS-RUN-TIME                 PIC X(08).
001350     05  WS-END-DATE                 PIC X(08).
001360     05  WS-END-TIME                 PIC X(08).
001370
001380*****************************************************************
001390*  NIGHTLY CYCLE CONTROL (CYCLREC / CYCPARM).  THIS STEP NEEDS  *
001400*  THE EMPDQ DATA-QUALITY SCAN TO HAVE COMPLETED CLEAN FOR THE  *
001410*  BUSINESS DATE.                                               *
001420*****************************************************************
001430 01  WS-CYCLE-CONTROL.
001440     05  WS-CYC-PROGRAM              PIC X(08)  VALUE 'PAYACK  '.
001450     05  WS-CYC-PREDECESSOR          PIC X(08)  VALUE 'EMPDQ   '.
001460     05  WS-CYC-ALTERNATE            PIC X(08)  VALUE SPACES.
001470     05  WS-CYC-EXCLUSIVE            PIC X(08)  VALUE SPACES.
001480     05  WS-CYC-BUSINESS-DATE        PIC X(08)  VALUE SPACES.
001490     05  WS-CYC-PRED-PROGRAM         PIC X(08)  VALUE SPACES.
001500     05  WS-CYC-PRED-RC              PIC 9(04)  VALUE ZERO.
001510     05  WS-CYC-PRIOR-PROGRAM        PIC X(08)  VALUE SPACES.
001520     05  WS-CYC-PRIOR-RC             PIC 9(04)  VALUE ZERO.
001530     05  WS-CYC-OVERRIDE-USER        PIC X(08)  VALUE SPACES.
001540     05  WS-CYC-OVERRIDE-REASON      PIC X(30)  VALUE SPACES.
001550     05  WS-CYC-REASON               PIC X(30)  VALUE SPACES.
001560     05  WS-CYC-PRED-SW              PIC X(01)  VALUE 'N'.
001570         88  CYC-PRED-COMPLETED          VALUE 'Y'.
001580     05  WS-CYC-RAN-SW               PIC X(01)  VALUE 'N'.
001590         88  CYC-ALREADY-RAN             VALUE 'Y'.
001600     05  WS-CYC-EOF-SW               PIC X(01)  VALUE 'N'.
001610         88  CYC-EOF                     VALUE 'Y'.
001620     05  WS-CYC-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
001630         88  CYC-OVERRIDE-IN-EFFECT      VALUE 'Y'.
001640     05  WS-CYC-STATE-SW             PIC X(01)  VALUE SPACE.
001650         88  CYC-STEP-CLEARED            VALUE 'C'.
001660         88  CYC-STEP-REFUSED            VALUE 'R'.
001670
001680*****************************************************************
001690*  PROGRAM SWITCHES                                             *
001700*****************************************************************
001710 01  WS-SWITCHES.
001720     05  WS-PAY-EOF-SW               PIC X(01)  VALUE 'N'.
001730         88  PAY-EOF                     VALUE 'Y'.
001740     05  WS-TRAILER-FOUND-SW         PIC X(01)  VALUE 'N'.
001750         88  TRAILER-FOUND               VALUE 'Y'.
001760     05  WS-BALANCED-SW              PIC X(01)  VALUE 'Y'.
001770         88  FEED-BALANCED               VALUE 'Y'.
001780         88  FEED-OUT-OF-BALANCE         VALUE 'N'.
001790
001800*****************************************************************
001810*  STANDALONE COUNTERS AND ACCUMULATORS                         *
001820*****************************************************************
001830 77  WS-FEED-RECORD-COUNT           PIC 9(07)   COMP VALUE ZERO.
001840 77  WS-DETAIL-COUNT                PIC 9(07)   COMP VALUE ZERO.
001850 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001860
001870 01  WS-FEED-DATE                    PIC X(08).
001880 01  WS-COMPUTED-TOTALS.
001890     05  WS-CMP-SALARY-TOTAL         PIC S9(11)V99 COMP-3
001900                                                VALUE ZERO.
001910     05  WS-CMP-BONUS-TOTAL          PIC S9(11)V99 COMP-3
001920                                                VALUE ZERO.
001930     05  WS-CMP-COMM-TOTAL           PIC S9(11)V99 COMP-3
001940                                                VALUE ZERO.
001950
001960*****************************************************************
001970*  TRAILER AS READ FROM THE FEED, SAVED WHILE THE READ LOOP     *
001980*  REUSES THE RECORD AREA.                                      *
001990*****************************************************************
002000 01  WS-SAVED-TRAILER.
002010     05  WS-TRL-RECORD-COUNT         PIC 9(07).
002020     05  WS-TRL-SALARY-TOTAL         PIC 9(11)V99.
002030     05  WS-TRL-BONUS-TOTAL          PIC 9(11)V99.
002040     05  WS-TRL-COMM-TOTAL           PIC 9(11)V99.
002050
002060*****************************************************************
002070*  REPORT LINES                                                 *
002080*****************************************************************
002090 01  WS-RPT-HEADING-1.
002100     05  FILLER                      PIC X(10)  VALUE SPACES.
002110     05  FILLER                      PIC X(45)
002120         VALUE 'PAYROLL FEED ACKNOWLEDGMENT RECONCILIATION'.
002130     05  FILLER                      PIC X(77)  VALUE SPACES.
002140
002150 01  WS-RPT-HEADING-2.
002160     05  FILLER                      PIC X(10)  VALUE SPACES.
002170     05  FILLER                      PIC X(14)
002180         VALUE 'RUN DATE    : '.
002190     05  WS-RPT-DATE-OUT             PIC X(08).
002200     05  FILLER                      PIC X(05)  VALUE SPACES.
002210     05  FILLER                      PIC X(12)
002220         VALUE 'FEED DATE : '.
002230     05  WS-RPT-FEED-DATE-OUT        PIC X(08).
002240     05  FILLER                      PIC X(75)  VALUE SPACES.
002250
002260 01  WS-RPT-HEADING-3.
002270     05  FILLER                      PIC X(10)  VALUE SPACES.
002280     05  FILLER                      PIC X(20)
002290         VALUE 'CONTROL             '.
002300     05  FILLER                      PIC X(18)
002310         VALUE '       OUR TRAILER'.
002320     05  FILLER                      PIC X(18)
002330         VALUE '    BUREAU RECEIPT'.
002340     05  FILLER                      PIC X(10)
002350         VALUE '  RESULT  '.
002360     05  FILLER                      PIC X(56)  VALUE SPACES.
002370
002380 01  WS-RPT-DETAIL.
002390     05  FILLER                      PIC X(10)  VALUE SPACES.
002400     05  WS-RPT-LABEL-OUT            PIC X(20).
002410     05  WS-RPT-OURS-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002420     05  FILLER                      PIC X(01)  VALUE SPACES.
002430     05  WS-RPT-THEIRS-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002440     05  FILLER                      PIC X(02)  VALUE SPACES.
002450     05  WS-RPT-RESULT-OUT           PIC X(08).
002460     05  FILLER                      PIC X(56)  VALUE SPACES.
002470
002480 01  WS-RPT-MESSAGE.
002490     05  FILLER                      PIC X(10)  VALUE SPACES.
002500     05  WS-RPT-MESSAGE-TEXT         PIC X(70).
002510     05  FILLER                      PIC X(52)  VALUE SPACES.
002520
002530 PROCEDURE DIVISION.
002540*****************************************************************
002550*  0000-MAINLINE                                                *
002560*****************************************************************
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE
002590         THRU 1000-INITIALIZE-EXIT
002600     IF WS-RETURN-CODE = ZERO
002610         PERFORM 2000-READ-FEED-FILE
002620             THRU 2000-READ-FEED-FILE-EXIT
002630         PERFORM 3000-RECONCILE-RECEIPT
002640             THRU 3000-RECONCILE-RECEIPT-EXIT
002650         PERFORM 4000-WRITE-STATUS-RECORD
002660             THRU 4000-WRITE-STATUS-RECORD-EXIT
002670     END-IF
002680     PERFORM 8000-TERMINATE
002690         THRU 8000-TERMINATE-EXIT
002700     PERFORM 8500-RECORD-CYCLE-EVENT
002710         THRU 8500-RECORD-CYCLE-EVENT-EXIT
002720     PERFORM 9000-WRITE-RUN-STATISTICS
002730         THRU 9000-WRITE-RUN-STATISTICS-EXIT
002740     MOVE WS-RETURN-CODE TO RETURN-CODE
002750     STOP RUN.
002760
002770*****************************************************************
002780*  1000-INITIALIZE - OPEN FILES, READ THE BUREAU RECEIPT        *
002790*****************************************************************
002800 1000-INITIALIZE.
002810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002820     ACCEPT WS-RUN-TIME FROM TIME
002830     PERFORM 1500-CHECK-CYCLE-CONTROL
002840         THRU 1500-CHECK-CYCLE-CONTROL-EXIT
002850     IF WS-RETURN-CODE NOT = ZERO
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF
002880     OPEN INPUT PAYFEED-FILE
002890     IF WS-PAY-STATUS NOT = '00'
002900         DISPLAY 'PAYACK   - UNABLE TO OPEN PAYFEED, STATUS='
002910             WS-PAY-STATUS
002920         MOVE 16 TO WS-RETURN-CODE
002930     END-IF
002940     OPEN INPUT ACK-FILE
002950     IF WS-ACK-STATUS NOT = '00'
002960         DISPLAY 'PAYACK   - UNABLE TO OPEN PAYACKIN, STATUS='
002970             WS-ACK-STATUS
002980         MOVE 16 TO WS-RETURN-CODE
002990     ELSE
003000         READ ACK-FILE INTO PAY-ACK-RECORD
003010         IF WS-ACK-STATUS NOT = '00'
003020             DISPLAY 'PAYACK   - PAYACKIN EMPTY OR UNREADABLE'
003030             MOVE 16 TO WS-RETURN-CODE
003040         END-IF
003050     END-IF
003060     OPEN OUTPUT RPT-FILE
003070     IF WS-RPT-STATUS NOT = '00'
003080         DISPLAY 'PAYACK   - UNABLE TO OPEN ACKRPT, STATUS='
003090             WS-RPT-STATUS
003100         MOVE 16 TO WS-RETURN-CODE
003110     END-IF.
003120 1000-INITIALIZE-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160*  1500-CHECK-CYCLE-CONTROL                                     *
003170*  READ THE CYCPARM CARD AND THE BUSINESS DATE'S CYCLCTL        *
003180*  RECORDS AND DECIDE WHETHER THIS STEP MAY RUN: THE            *
003190*  PREDECESSOR MUST HAVE COMPLETED WITH RC 4 OR LESS, AND THIS  *
003200*  STEP (OR THE ONE IT EXCLUDES) MUST NOT HAVE RUN ALREADY.  A  *
003210*  REFUSAL ENDS THE RUN WITH RC 20 BEFORE ANY OTHER FILE IS     *
003220*  OPENED, UNLESS THE CYCPARM OPERATOR OVERRIDE NAMES THIS      *
003230*  PROGRAM.  A CYCPARM OR CYCLCTL PROBLEM IS RC 16.             *
003240*****************************************************************
003250 1500-CHECK-CYCLE-CONTROL.
003260     PERFORM 1510-READ-CYCLE-PARM
003270         THRU 1510-READ-CYCLE-PARM-EXIT
003280     IF WS-RETURN-CODE NOT = ZERO
003290         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003300     END-IF
003310     PERFORM 1520-LOAD-CYCLE-HISTORY
003320         THRU 1520-LOAD-CYCLE-HISTORY-EXIT
003330     IF WS-RETURN-CODE NOT = ZERO
003340         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003350     END-IF
003360     MOVE SPACES TO WS-CYC-REASON
003370     IF WS-CYC-PREDECESSOR NOT = SPACES
003380         IF NOT CYC-PRED-COMPLETED
003390             MOVE 'PREDECESSOR HAS NOT COMPLETED'
003400                 TO WS-CYC-REASON
003410             DISPLAY 'PAYACK   - ' WS-CYC-PREDECESSOR
003420                 ' HAS NOT COMPLETED FOR ' WS-CYC-BUSINESS-DATE
003430         ELSE
003440             IF WS-CYC-PRED-RC > 4
003450                 MOVE 'PREDECESSOR DID NOT END CLEAN'
003460                     TO WS-CYC-REASON
003470                 DISPLAY 'PAYACK   - ' WS-CYC-PRED-PROGRAM
003480                     ' ENDED RC ' WS-CYC-PRED-RC ' FOR '
003490                     WS-CYC-BUSINESS-DATE
003500             END-IF
003510         END-IF
003520     END-IF
003530     IF CYC-ALREADY-RAN
003540         MOVE 'ALREADY RAN FOR BUSINESS DATE' TO WS-CYC-REASON
003550         DISPLAY 'PAYACK   - ' WS-CYC-PRIOR-PROGRAM
003560             ' ALREADY RAN FOR ' WS-CYC-BUSINESS-DATE
003570             ', RC ' WS-CYC-PRIOR-RC
003580     END-IF
003590     IF WS-CYC-REASON = SPACES
003600         DISPLAY 'PAYACK   - CYCLE CHECK PASSED FOR '
003610             WS-CYC-BUSINESS-DATE
003620         SET CYC-STEP-CLEARED TO TRUE
003630         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003640     END-IF
003650     IF CYC-OVERRIDE-IN-EFFECT
003660         DISPLAY 'PAYACK   - CHECKS ABOVE OVERRIDDEN BY '
003670             WS-CYC-OVERRIDE-USER
003680         DISPLAY 'PAYACK   - OVERRIDE REASON: '
003690             WS-CYC-OVERRIDE-REASON
003700         SET CYC-STEP-CLEARED TO TRUE
003710         GO TO 1500-CHECK-CYCLE-CONTROL-EXIT
003720     END-IF
003730     DISPLAY 'PAYACK   - RUN REFUSED FOR BUSINESS DATE '
003740         WS-CYC-BUSINESS-DATE
003750     SET CYC-STEP-REFUSED TO TRUE
003760     MOVE 20 TO WS-RETURN-CODE.
003770 1500-CHECK-CYCLE-CONTROL-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810*  1510-READ-CYCLE-PARM                                         *
003820*  SPACES IN CP-BUSINESS-DATE MEAN TODAY.  THE OVERRIDE IS      *
003830*  TAKEN ONLY WHEN IT NAMES THIS PROGRAM AND CARRIES BOTH THE   *
003840*  OPERATOR'S USER ID AND A REASON.                             *
003850*****************************************************************
003860 1510-READ-CYCLE-PARM.
003870     OPEN INPUT CYCPARM-FILE
003880     IF WS-CYCPARM-STATUS NOT = '00'
003890         DISPLAY 'PAYACK   - UNABLE TO OPEN CYCPARM, STATUS='
003900             WS-CYCPARM-STATUS
003910         MOVE 16 TO WS-RETURN-CODE
003920         GO TO 1510-READ-CYCLE-PARM-EXIT
003930     END-IF
003940     READ CYCPARM-FILE INTO CYCLE-PARM-RECORD
003950     IF WS-CYCPARM-STATUS NOT = '00'
003960         DISPLAY 'PAYACK   - CYCPARM EMPTY OR UNREADABLE'
003970         MOVE 16 TO WS-RETURN-CODE
003980         CLOSE CYCPARM-FILE
003990         GO TO 1510-READ-CYCLE-PARM-EXIT
004000     END-IF
004010     IF CP-BUSINESS-DATE = SPACES
004020         MOVE WS-RUN-DATE TO WS-CYC-BUSINESS-DATE
004030     ELSE
004040         MOVE CP-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE
004050     END-IF
004060     IF WS-CYC-BUSINESS-DATE NOT NUMERIC
004070         DISPLAY 'PAYACK   - CYCPARM BUSINESS DATE INVALID: '
004080             WS-CYC-BUSINESS-DATE
004090         MOVE 16 TO WS-RETURN-CODE
004100     END-IF
004110     IF CP-OVERRIDE-PROGRAM = WS-CYC-PROGRAM
004120         IF CP-OVERRIDE-USER = SPACES
004130             OR CP-OVERRIDE-REASON = SPACES
004140             DISPLAY 'PAYACK   - CYCPARM OVERRIDE NEEDS A USER '
004150                 'ID AND A REASON'
004160             MOVE 16 TO WS-RETURN-CODE
004170         ELSE
004180             MOVE CP-OVERRIDE-USER TO WS-CYC-OVERRIDE-USER
004190             MOVE CP-OVERRIDE-REASON TO WS-CYC-OVERRIDE-REASON
004200             SET CYC-OVERRIDE-IN-EFFECT TO TRUE
004210         END-IF
004220     END-IF
004230     CLOSE CYCPARM-FILE.
004240 1510-READ-CYCLE-PARM-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*  1520-LOAD-CYCLE-HISTORY                                      *
004290*  ONE PASS OVER CYCLCTL FOR THE BUSINESS DATE.  FILE STATUS 35 *
004300*  JUST MEANS NO CYCLE HAS BEEN RECORDED YET.                   *
004310*****************************************************************
004320 1520-LOAD-CYCLE-HISTORY.
004330     OPEN INPUT CYCLE-FILE
004340     IF WS-CYC-STATUS = '35'
004350         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004360     END-IF
004370     IF WS-CYC-STATUS NOT = '00'
004380         DISPLAY 'PAYACK   - UNABLE TO OPEN CYCLCTL, STATUS='
004390             WS-CYC-STATUS
004400         MOVE 16 TO WS-RETURN-CODE
004410         GO TO 1520-LOAD-CYCLE-HISTORY-EXIT
004420     END-IF
004430     PERFORM 1530-READ-CYCLE-RECORD
004440         THRU 1530-READ-CYCLE-RECORD-EXIT
004450     PERFORM 1540-POST-CYCLE-RECORD
004460         THRU 1540-POST-CYCLE-RECORD-EXIT
004470         UNTIL CYC-EOF
004480     CLOSE CYCLE-FILE.
004490 1520-LOAD-CYCLE-HISTORY-EXIT.
004500     EXIT.
004510
004520 1530-READ-CYCLE-RECORD.
004530     READ CYCLE-FILE
004540     IF WS-CYC-STATUS NOT = '00'
004550         IF WS-CYC-STATUS NOT = '10'
004560             DISPLAY 'PAYACK   - CYCLCTL READ ERROR, STATUS='
004570                 WS-CYC-STATUS
004580             MOVE 16 TO WS-RETURN-CODE
004590         END-IF
004600         SET CYC-EOF TO TRUE
004610     END-IF.
004620 1530-READ-CYCLE-RECORD-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*  1540-POST-CYCLE-RECORD                                       *
004670*  ONLY COMPLETED RUNS FOR THE BUSINESS DATE COUNT - A REFUSED  *
004680*  RUN NEVER DID ANYTHING.  THE FILE IS IN TIME ORDER, SO THE   *
004690*  LAST COMPLETION SEEN FOR A PROGRAM IS THE ONE THAT STANDS.   *
004700*****************************************************************
004710 1540-POST-CYCLE-RECORD.
004720     IF CYC-BUSINESS-DATE = WS-CYC-BUSINESS-DATE
004730         AND CYC-EVENT-COMPLETED
004740         IF CYC-PROGRAM = WS-CYC-PREDECESSOR
004750             OR CYC-PROGRAM = WS-CYC-ALTERNATE
004760             SET CYC-PRED-COMPLETED TO TRUE
004770             MOVE CYC-PROGRAM TO WS-CYC-PRED-PROGRAM
004780             MOVE CYC-RETURN-CODE TO WS-CYC-PRED-RC
004790         END-IF
004800         IF CYC-PROGRAM = WS-CYC-PROGRAM
004810             OR CYC-PROGRAM = WS-CYC-EXCLUSIVE
004820             SET CYC-ALREADY-RAN TO TRUE
004830             MOVE CYC-PROGRAM TO WS-CYC-PRIOR-PROGRAM
004840             MOVE CYC-RETURN-CODE TO WS-CYC-PRIOR-RC
004850         END-IF
004860     END-IF
004870     PERFORM 1530-READ-CYCLE-RECORD
004880         THRU 1530-READ-CYCLE-RECORD-EXIT.
004890 1540-POST-CYCLE-RECORD-EXIT.
004900     EXIT.
004910
004920*****************************************************************
004930*  2000-READ-FEED-FILE                                          *
004940*  ONE PASS OVER THE TRANSMITTED FEED - RECOMPUTE THE DETAIL    *
004950*  COUNT AND HASH TOTALS AND CAPTURE THE HEADER DATE AND THE    *
004960*  TRAILER CONTROLS.                                            *
004970*****************************************************************
004980 2000-READ-FEED-FILE.
004990     PERFORM 2100-READ-FEED-RECORD
005000         THRU 2100-READ-FEED-RECORD-EXIT
005010     PERFORM 2200-POST-FEED-RECORD
005020         THRU 2200-POST-FEED-RECORD-EXIT
005030         UNTIL PAY-EOF
005040     DISPLAY 'PAYACK   - FEED RECORDS READ   : '
005050         WS-FEED-RECORD-COUNT
005060     DISPLAY 'PAYACK   - FEED DETAILS        : '
005070         WS-DETAIL-COUNT.
005080 2000-READ-FEED-FILE-EXIT.
005090     EXIT.
005100
005110 2100-READ-FEED-RECORD.
005120     READ PAYFEED-FILE
005130     IF WS-PAY-STATUS = '00'
005140         ADD 1 TO WS-FEED-RECORD-COUNT
005150     ELSE
005160         SET PAY-EOF TO TRUE
005170     END-IF.
005180 2100-READ-FEED-RECORD-EXIT.
005190     EXIT.
005200
005210 2200-POST-FEED-RECORD.
005220     IF PFH-IS-HEADER
005230         MOVE PFH-RUN-DATE TO WS-FEED-DATE
005240     ELSE
005250         IF PFT-IS-TRAILER
005260             SET TRAILER-FOUND TO TRUE
005270             MOVE PFT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
005280             MOVE PFT-SALARY-TOTAL TO WS-TRL-SALARY-TOTAL
005290             MOVE PFT-BONUS-TOTAL TO WS-TRL-BONUS-TOTAL
005300             MOVE PFT-COMM-TOTAL TO WS-TRL-COMM-TOTAL
005310         ELSE
005320             ADD 1 TO WS-DETAIL-COUNT
005330             ADD PFD-SALARY TO WS-CMP-SALARY-TOTAL
005340             ADD PFD-BONUS TO WS-CMP-BONUS-TOTAL
005350             ADD PFD-COMM TO WS-CMP-COMM-TOTAL
005360         END-IF
005370     END-IF
005380     PERFORM 2100-READ-FEED-RECORD
005390         THRU 2100-READ-FEED-RECORD-EXIT.
005400 2200-POST-FEED-RECORD-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*  3000-RECONCILE-RECEIPT                                       *
005450*  THREE-WAY CHECK: THE DETAILS MUST ADD UP TO OUR TRAILER,     *
005460*  AND OUR TRAILER MUST MATCH THE BUREAU'S RECEIPT, AND THE     *
005470*  BUREAU MUST HAVE SAID OK.  EACH CONTROL PRINTS WITH ITS      *
005480*  RESULT; ANY FAILURE MARKS THE FEED OUT OF BALANCE.           *
005490*****************************************************************
005500 3000-RECONCILE-RECEIPT.
005510     PERFORM 3100-WRITE-REPORT-HEADINGS
005520         THRU 3100-WRITE-REPORT-HEADINGS-EXIT
005530     IF NOT TRAILER-FOUND
005540         MOVE 'FEED HAS NO TRAILER - TRANSMISSION INCOMPLETE'
005550             TO WS-RPT-MESSAGE-TEXT
005560         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
005570         SET FEED-OUT-OF-BALANCE TO TRUE
005580         GO TO 3000-RECONCILE-FINISH
005590     END-IF
005600     IF WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
005610         OR WS-CMP-SALARY-TOTAL NOT = WS-TRL-SALARY-TOTAL
005620         OR WS-CMP-BONUS-TOTAL NOT = WS-TRL-BONUS-TOTAL
005630         OR WS-CMP-COMM-TOTAL NOT = WS-TRL-COMM-TOTAL
005640         MOVE 'FEED DETAILS DO NOT ADD UP TO OUR OWN TRAILER'
005650             TO WS-RPT-MESSAGE-TEXT
005660         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
005670         SET FEED-OUT-OF-BALANCE TO TRUE
005680     END-IF
005690     IF ACK-FEED-DATE NOT = WS-FEED-DATE
005700         MOVE SPACES TO WS-RPT-MESSAGE-TEXT
005710         STRING 'RECEIPT IS FOR FEED OF ' DELIMITED BY SIZE
005720                ACK-FEED-DATE DELIMITED BY SIZE
005730                ', NOT THE TRANSMITTED FEED OF '
005740                    DELIMITED BY SIZE
005750                WS-FEED-DATE DELIMITED BY SIZE
005760             INTO WS-RPT-MESSAGE-TEXT
005770         END-STRING
005780         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
005790         SET FEED-OUT-OF-BALANCE TO TRUE
005800     END-IF
005810     MOVE 'RECORD COUNT        ' TO WS-RPT-LABEL-OUT
005820     MOVE WS-TRL-RECORD-COUNT TO WS-RPT-OURS-OUT
005830     MOVE ACK-RECORD-COUNT TO WS-RPT-THEIRS-OUT
005840     IF WS-TRL-RECORD-COUNT = ACK-RECORD-COUNT
005850         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
005860     ELSE
005870         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
005880         SET FEED-OUT-OF-BALANCE TO TRUE
005890     END-IF
005900     WRITE RPT-RECORD FROM WS-RPT-DETAIL
005910     MOVE 'SALARY HASH TOTAL   ' TO WS-RPT-LABEL-OUT
005920     MOVE WS-TRL-SALARY-TOTAL TO WS-RPT-OURS-OUT
005930     MOVE ACK-SALARY-TOTAL TO WS-RPT-THEIRS-OUT
005940     IF WS-TRL-SALARY-TOTAL = ACK-SALARY-TOTAL
005950         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
005960     ELSE
005970         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
005980         SET FEED-OUT-OF-BALANCE TO TRUE
005990     END-IF
006000     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006010     MOVE 'BONUS HASH TOTAL    ' TO WS-RPT-LABEL-OUT
006020     MOVE WS-TRL-BONUS-TOTAL TO WS-RPT-OURS-OUT
006030     MOVE ACK-BONUS-TOTAL TO WS-RPT-THEIRS-OUT
006040     IF WS-TRL-BONUS-TOTAL = ACK-BONUS-TOTAL
006050         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
006060     ELSE
006070         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
006080         SET FEED-OUT-OF-BALANCE TO TRUE
006090     END-IF
006100     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006110     MOVE 'COMM HASH TOTAL     ' TO WS-RPT-LABEL-OUT
006120     MOVE WS-TRL-COMM-TOTAL TO WS-RPT-OURS-OUT
006130     MOVE ACK-COMM-TOTAL TO WS-RPT-THEIRS-OUT
006140     IF WS-TRL-COMM-TOTAL = ACK-COMM-TOTAL
006150         MOVE 'MATCH   ' TO WS-RPT-RESULT-OUT
006160     ELSE
006170         MOVE 'MISMATCH' TO WS-RPT-RESULT-OUT
006180         SET FEED-OUT-OF-BALANCE TO TRUE
006190     END-IF
006200     WRITE RPT-RECORD FROM WS-RPT-DETAIL
006210     IF NOT ACK-ACCEPTED
006220         MOVE SPACES TO WS-RPT-MESSAGE-TEXT
006230         STRING 'BUREAU STATUS CODE IS ' DELIMITED BY SIZE
006240                ACK-STATUS-CODE DELIMITED BY SIZE
006250                ' - FEED REJECTED AT THE BUREAU'
006260                    DELIMITED BY SIZE
006270             INTO WS-RPT-MESSAGE-TEXT
006280         END-STRING
006290         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
006300         SET FEED-OUT-OF-BALANCE TO TRUE
006310     END-IF.
006320 3000-RECONCILE-FINISH.
006330     IF FEED-BALANCED
006340         MOVE 'FEED AND RECEIPT RECONCILE - NO ACTION NEEDED'
006350             TO WS-RPT-MESSAGE-TEXT
006360         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
006370         DISPLAY 'PAYACK   - FEED RECONCILED CLEAN'
006380     ELSE
006390         STRING 'FEED OUT OF BALANCE - TRANSMIT HOLD SET '
006400                    DELIMITED BY SIZE
006410                'UNTIL RESOLVED OR RETRANSMITTED'
006420                    DELIMITED BY SIZE
006430             INTO WS-RPT-MESSAGE-TEXT
006440         END-STRING
006450         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
006460         DISPLAY 'PAYACK   - FEED OUT OF BALANCE, HOLD SET'
006470         IF WS-RETURN-CODE < 8
006480             MOVE 8 TO WS-RETURN-CODE
006490         END-IF
006500     END-IF.
006510 3000-RECONCILE-RECEIPT-EXIT.
006520     EXIT.
006530
006540 3100-WRITE-REPORT-HEADINGS.
006550     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
006560     MOVE WS-FEED-DATE TO WS-RPT-FEED-DATE-OUT
006570     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
006580     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
006590     WRITE RPT-RECORD FROM WS-RPT-HEADING-3.
006600 3100-WRITE-REPORT-HEADINGS-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640*  4000-WRITE-STATUS-RECORD                                     *
006650*  REWRITE THE ONE-RECORD PAYSTAT HOLD FILE WITH THE OUTCOME    *
006660*  OF THIS RECONCILIATION.                                      *
006670*****************************************************************
006680 4000-WRITE-STATUS-RECORD.
006690     OPEN OUTPUT STATUS-FILE
006700     IF WS-PST-STATUS NOT = '00'
006710         DISPLAY 'PAYACK   - UNABLE TO OPEN PAYSTAT, STATUS='
006720             WS-PST-STATUS
006730         MOVE 16 TO WS-RETURN-CODE
006740         GO TO 4000-WRITE-STATUS-RECORD-EXIT
006750     END-IF
006760     MOVE SPACES TO PAYFEED-STATUS-RECORD
006770     MOVE WS-FEED-DATE TO PST-FEED-DATE
006780     IF FEED-BALANCED
006790         MOVE 'N' TO PST-HOLD-SW
006800         MOVE 'FEED RECONCILED CLEAN' TO PST-REASON
006810     ELSE
006820         MOVE 'Y' TO PST-HOLD-SW
006830         MOVE 'FEED OUT OF BALANCE WITH BUREAU RECEIPT'
006840             TO PST-REASON
006850     END-IF
006860     WRITE PAYFEED-STATUS-RECORD
006870     CLOSE STATUS-FILE.
006880 4000-WRITE-STATUS-RECORD-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
006930*****************************************************************
006940 8000-TERMINATE.
006950     PERFORM 8100-CLOSE-FILES
006960         THRU 8100-CLOSE-FILES-EXIT.
006970 8000-TERMINATE-EXIT.
006980     EXIT.
006990
007000 8100-CLOSE-FILES.
007010     CLOSE PAYFEED-FILE
007020     CLOSE ACK-FILE
007030     CLOSE RPT-FILE.
007040 8100-CLOSE-FILES-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*  8500-RECORD-CYCLE-EVENT                                      *
007090*  APPEND THIS RUN TO CYCLCTL - 'C' WITH THE FINAL RETURN CODE  *
007100*  WHEN THE CYCLE CHECK CLEARED IT, 'R' WITH THE REASON WHEN IT *
007110*  WAS REFUSED.  NOTHING IS RECORDED WHEN THE CHECK COULD NOT   *
007120*  BE MADE.  FAILING TO RECORD A RUN RAISES THE RETURN CODE TO  *
007130*  16, SINCE THE NEXT STEP WOULD OTHERWISE BE REFUSED WITH NO   *
007140*  SIGN OF WHY.                                                 *
007150*****************************************************************
007160 8500-RECORD-CYCLE-EVENT.
007170     IF NOT CYC-STEP-CLEARED AND NOT CYC-STEP-REFUSED
007180         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
007190     END-IF
007200     OPEN EXTEND CYCLE-FILE
007210     IF WS-CYC-STATUS = '05' OR '35'
007220         OPEN OUTPUT CYCLE-FILE
007230     END-IF
007240     IF WS-CYC-STATUS NOT = '00'
007250         DISPLAY 'PAYACK   - UNABLE TO OPEN CYCLCTL, STATUS='
007260             WS-CYC-STATUS
007270         IF WS-RETURN-CODE < 16
007280             MOVE 16 TO WS-RETURN-CODE
007290         END-IF
007300         GO TO 8500-RECORD-CYCLE-EVENT-EXIT
007310     END-IF
007320     MOVE SPACES TO CYCLE-CONTROL-RECORD
007330     MOVE WS-CYC-BUSINESS-DATE TO CYC-BUSINESS-DATE
007340     MOVE WS-CYC-PROGRAM TO CYC-PROGRAM
007350     MOVE WS-RUN-DATE TO CYC-RUN-DATE
007360     MOVE WS-RUN-TIME TO CYC-RUN-TIME
007370     MOVE WS-RETURN-CODE TO CYC-RETURN-CODE
007380     IF CYC-STEP-REFUSED
007390         SET CYC-EVENT-REFUSED TO TRUE
007400         MOVE WS-CYC-REASON TO CYC-REASON
007410     ELSE
007420         SET CYC-EVENT-COMPLETED TO TRUE
007430         IF CYC-OVERRIDE-IN-EFFECT
007440             MOVE WS-CYC-OVERRIDE-USER TO CYC-OVERRIDE-USER
007450             MOVE WS-CYC-OVERRIDE-REASON TO CYC-REASON
007460         END-IF
007470     END-IF
007480     WRITE CYCLE-CONTROL-RECORD
007490     CLOSE CYCLE-FILE.
007500 8500-RECORD-CYCLE-EVENT-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540*  9000-WRITE-RUN-STATISTICS                                    *
007550*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
007560*  SUMMARY - INCLUDING A RUN THE CYCLE CHECK REFUSED (RC 20).   *
007570*  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT CHANGE THE     *
007580*  RETURN CODE OF AN OTHERWISE CLEAN RUN.                       *
007590*****************************************************************
007600 9000-WRITE-RUN-STATISTICS.
007610     OPEN EXTEND STATS-FILE
007620     IF WS-STAT-STATUS = '05' OR '35'
007630         OPEN OUTPUT STATS-FILE
007640     END-IF
007650     IF WS-STAT-STATUS NOT = '00'
007660         DISPLAY 'PAYACK   - UNABLE TO OPEN RUNSTATS, STATUS='
007670             WS-STAT-STATUS
007680         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
007690     END-IF
007700     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
007710     ACCEPT WS-END-TIME FROM TIME
007720     MOVE SPACES TO RUN-STAT-RECORD
007730     MOVE 'PAYACK  ' TO RST-PROGRAM
007740     MOVE SPACE TO RST-RUN-MODE
007750     MOVE WS-RUN-DATE TO RST-START-DATE
007760     MOVE WS-RUN-TIME TO RST-START-TIME
007770     MOVE WS-END-DATE TO RST-END-DATE
007780     MOVE WS-END-TIME TO RST-END-TIME
007790     MOVE WS-FEED-RECORD-COUNT TO RST-READ-COUNT
007800     MOVE ZERO TO RST-WRITTEN-COUNT
007810     MOVE ZERO TO RST-REJECT-COUNT
007820     IF WS-RETURN-CODE < ZERO
007830         MOVE ZERO TO RST-RETURN-CODE
007840     ELSE
007850         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
007860     END-IF
007870     WRITE RUN-STAT-RECORD
007880     CLOSE STATS-FILE.
007890 9000-WRITE-RUN-STATISTICS-EXIT.
007900     EXIT.
