000010*****************************************************************
000020*  ENTLRPT                                                      *
000030*                                                               *
000040*  USER ENTITLEMENT LISTING FOR THE QUARTERLY ACCESS            *
000050*  RECERTIFICATION.  READS THE ENTLMNT KSDS (ENTLREC LAYOUT) IN *
000060*  USER ID ORDER AND PRINTS, FOR EVERY USER, THE RUN MODES,     *
000070*  DEPARTMENTS AND UNMASKED CLEARANCE HELD, WHO GRANTED THEM    *
000080*  AND WHEN, AND THE DATE OF THE LAST REVIEW.  DEPARTMENT       *
000090*  MANAGERS SIGN OFF THE PRINTED LISTING AND DATA SECURITY      *
000100*  KEYS THE REVIEW DATE BACK ONTO ENTLSRC FOR THE NEXT LOAD.    *
000110*                                                               *
000120*  A USER WHOSE LAST REVIEW IS BEFORE THE RECERTIFICATION       *
000130*  CUTOFF IS FLAGGED RECERT DUE.  THE CUTOFF COMES FROM THE JCL *
000140*  PARM (YYYYMMDD IN COLUMNS 1-8) AND DEFAULTS TO THREE MONTHS  *
000150*  BEFORE THE RUN DATE - ONE QUARTER.                           *
000160*                                                               *
000170*  RETURN CODE 4 MEANS ONE OR MORE USERS ARE DUE FOR            *
000180*  RECERTIFICATION, OR THE FILE IS EMPTY.  16 IS A PARAMETER    *
000190*  OR OPEN FAILURE.                                             *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    ENTLRPT.
000230 AUTHOR.        R HENSLEY.
000240 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000250 DATE-WRITTEN.  10/15/2026.
000260 DATE-COMPILED.
000270*****************************************************************
000280*  MODIFICATION HISTORY                                         *
000290*  DATE       INIT  DESCRIPTION                                 *
000300*  10/15/2026 RH    ORIGINAL PROGRAM - ENTITLEMENT LISTING FOR  *
000310*                   THE QUARTERLY RECERTIFICATION.              *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-ZSERIES.
000360 OBJECT-COMPUTER.  IBM-ZSERIES.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ENTITLEMENT-FILE
000400         ASSIGN TO ENTLMNT
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS ENT-USER-ID
000440         FILE STATUS IS WS-ENTL-STATUS.
000450
000460     SELECT RPT-FILE
000470         ASSIGN TO ENTRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000500
000510     SELECT STATS-FILE
000520         ASSIGN TO RUNSTATS
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-STAT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ENTITLEMENT-FILE.
000590 COPY ENTLREC.
000600
000610 FD  RPT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  RPT-RECORD                  PIC X(132).
000650
000660 FD  STATS-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY RUNSTAT.
000700
000710 WORKING-STORAGE SECTION.
000720*****************************************************************
000730*  FILE STATUS SWITCHES                                         *
000740*****************************************************************
000750 01  WS-FILE-STATUSES.
000760     05  WS-ENTL-STATUS              PIC X(02).
000770     05  WS-RPT-STATUS               PIC X(02).
000780     05  WS-STAT-STATUS              PIC X(02).
000790
000800 01  WS-IDENTIFICATION.
000810     05  WS-RUN-DATE                 PIC X(08).
000820     05  WS-RUN-TIME                 PIC X(08).
000830     05  WS-END-DATE                 PIC X(08).
000840     05  WS-END-TIME                 PIC X(08).
000850
000860*****************************************************************
000870*  PROGRAM SWITCHES                                             *
000880*****************************************************************
000890 01  WS-SWITCHES.
000900     05  WS-ENTL-EOF-SW              PIC X(01)  VALUE 'N'.
000910         88  ENTL-EOF                    VALUE 'Y'.
000920     05  WS-ALL-DEPTS-SW             PIC X(01)  VALUE 'N'.
000930         88  USER-HAS-ALL-DEPTS          VALUE 'Y'.
000940         88  USER-HAS-SOME-DEPTS         VALUE 'N'.
000950
000960*****************************************************************
000970*  STANDALONE COUNTERS                                          *
000980*****************************************************************
000990 77  WS-USERS-READ                  PIC 9(07)   COMP VALUE ZERO.
001000 77  WS-UNMASKED-COUNT              PIC 9(07)   COMP VALUE ZERO.
001010 77  WS-ALL-DEPTS-COUNT             PIC 9(07)   COMP VALUE ZERO.
001020 77  WS-RECERT-DUE-COUNT            PIC 9(07)   COMP VALUE ZERO.
001030 77  WS-PAGE-COUNT                  PIC 9(04)   COMP VALUE ZERO.
001040 77  WS-LINE-COUNT                  PIC 9(02)   COMP VALUE ZERO.
001050 77  WS-LINES-PER-PAGE              PIC 9(02)   COMP VALUE 20.
001060 77  WS-RETURN-CODE                 PIC S9(04)  COMP VALUE ZERO.
001070
001080*****************************************************************
001090*  RECERTIFICATION CUTOFF - FROM THE PARM, OR THREE MONTHS      *
001100*  BEFORE THE RUN DATE.  THE DAY IS KEPT AS IS; THE CUTOFF IS   *
001110*  ONLY EVER COMPARED AS A YYYYMMDD STRING.                     *
001120*****************************************************************
001130 01  WS-CUTOFF-DATE.
001140     05  WS-CUTOFF-YEAR              PIC 9(04).
001150     05  WS-CUTOFF-MONTH             PIC 9(02).
001160     05  WS-CUTOFF-DAY               PIC X(02).
001170 77  WS-RECERT-MONTHS               PIC 9(02)   COMP VALUE 3.
001180
001190*****************************************************************
001200*  REPORT HEADING AND DETAIL LINES                              *
001210*****************************************************************
001220 01  WS-RPT-HEADING-1.
001230     05  FILLER                      PIC X(10)  VALUE SPACES.
001240     05  FILLER                      PIC X(40)
001250         VALUE 'USER ENTITLEMENT RECERTIFICATION LISTING'.
001260     05  FILLER                      PIC X(05)  VALUE SPACES.
001270     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
001280     05  WS-RPT-PAGE-OUT             PIC ZZZ9.
001290     05  FILLER                      PIC X(68)  VALUE SPACES.
001300
001310 01  WS-RPT-HEADING-2.
001320     05  FILLER                      PIC X(10)  VALUE SPACES.
001330     05  FILLER                      PIC X(14)
001340         VALUE 'RUN DATE    : '.
001350     05  WS-RPT-DATE-OUT             PIC X(08).
001360     05  FILLER                      PIC X(05)  VALUE SPACES.
001370     05  FILLER                      PIC X(25)
001380         VALUE 'RECERT DUE IF REVIEWED < '.
001390     05  WS-RPT-CUTOFF-OUT           PIC X(08).
001400     05  FILLER                      PIC X(62)  VALUE SPACES.
001410
001420 01  WS-RPT-HEADING-3.
001430     05  FILLER                      PIC X(10)  VALUE SPACES.
001440     05  FILLER                      PIC X(09)  VALUE 'USER ID  '.
001450     05  FILLER                      PIC X(31)
001460         VALUE 'USER NAME'.
001470     05  FILLER                      PIC X(14)
001480         VALUE 'RUN MODES     '.
001490     05  FILLER                      PIC X(10)
001500         VALUE 'UNMASKED  '.
001510     05  FILLER                      PIC X(11)
001520         VALUE 'GRANTED BY '.
001530     05  FILLER                      PIC X(09)  VALUE 'GRANTED  '.
001540     05  FILLER                      PIC X(09)  VALUE 'REVIEWED '.
001550     05  FILLER                      PIC X(10)
001560         VALUE 'STATUS    '.
001570     05  FILLER                      PIC X(19)  VALUE SPACES.
001580
001590 01  WS-RPT-DETAIL.
001600     05  FILLER                      PIC X(10)  VALUE SPACES.
001610     05  WS-RPT-USER-OUT             PIC X(08).
001620     05  FILLER                      PIC X(01)  VALUE SPACES.
001630     05  WS-RPT-NAME-OUT             PIC X(30).
001640     05  FILLER                      PIC X(01)  VALUE SPACES.
001650     05  WS-RPT-MODES-OUT            PIC X(12).
001660     05  FILLER                      PIC X(02)  VALUE SPACES.
001670     05  WS-RPT-UNMASKED-OUT         PIC X(03).
001680     05  FILLER                      PIC X(07)  VALUE SPACES.
001690     05  WS-RPT-GRANTED-BY-OUT       PIC X(08).
001700     05  FILLER                      PIC X(03)  VALUE SPACES.
001710     05  WS-RPT-GRANTED-OUT          PIC X(08).
001720     05  FILLER                      PIC X(01)  VALUE SPACES.
001730     05  WS-RPT-REVIEWED-OUT         PIC X(08).
001740     05  FILLER                      PIC X(01)  VALUE SPACES.
001750     05  WS-RPT-STATUS-OUT           PIC X(10).
001760     05  FILLER                      PIC X(19)  VALUE SPACES.
001770
001780*****************************************************************
001790*  SECOND LINE PER USER - THE DEPARTMENTS HELD, '***' PRINTED   *
001800*  AS ALL.                                                      *
001810*****************************************************************
001820 01  WS-RPT-DEPT-LINE.
001830     05  FILLER                      PIC X(19)  VALUE SPACES.
001840     05  FILLER                      PIC X(13)
001850         VALUE 'DEPARTMENTS: '.
001860     05  WS-RPT-DEPT-ENTRY OCCURS 10 TIMES
001870             INDEXED BY RPT-DEPT-IX.
001880         10  WS-RPT-DEPT-OUT         PIC X(03).
001890         10  FILLER                  PIC X(01).
001900     05  FILLER                      PIC X(60)  VALUE SPACES.
001910
001920 01  WS-RPT-MESSAGE.
001930     05  FILLER                      PIC X(10)  VALUE SPACES.
001940     05  WS-RPT-MESSAGE-TEXT         PIC X(60).
001950     05  FILLER                      PIC X(62)  VALUE SPACES.
001960
001970 01  WS-RPT-TOTALS.
001980     05  FILLER                      PIC X(10)  VALUE SPACES.
001990     05  WS-RPT-TOTAL-LABEL          PIC X(20)
002000         VALUE 'USERS LISTED     : '.
002010     05  WS-RPT-TOTAL-OUT            PIC ZZZ,ZZ9.
002020     05  FILLER                      PIC X(95)  VALUE SPACES.
002030
002040 LINKAGE SECTION.
002050 01  PARM-AREA.
002060     05  PARM-LENGTH                 PIC S9(04) COMP.
002070     05  PARM-TEXT                   PIC X(80).
002080
002090 PROCEDURE DIVISION USING PARM-AREA.
002100*****************************************************************
002110*  0000-MAINLINE                                                *
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE
002150         THRU 1000-INITIALIZE-EXIT
002160     IF WS-RETURN-CODE = ZERO
002170         PERFORM 2000-LIST-ENTITLEMENTS
002180             THRU 2000-LIST-ENTITLEMENTS-EXIT
002190     END-IF
002200     PERFORM 8000-TERMINATE
002210         THRU 8000-TERMINATE-EXIT
002220     PERFORM 9000-WRITE-RUN-STATISTICS
002230         THRU 9000-WRITE-RUN-STATISTICS-EXIT
002240     MOVE WS-RETURN-CODE TO RETURN-CODE
002250     STOP RUN.
002260
002270*****************************************************************
002280*  1000-INITIALIZE - SET THE CUTOFF, OPEN FILES                 *
002290*****************************************************************
002300 1000-INITIALIZE.
002310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002320     ACCEPT WS-RUN-TIME FROM TIME
002330     PERFORM 1100-SET-CUTOFF-DATE
002340         THRU 1100-SET-CUTOFF-DATE-EXIT
002350     IF WS-RETURN-CODE NOT = ZERO
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF
002380     OPEN INPUT ENTITLEMENT-FILE
002390     IF WS-ENTL-STATUS NOT = '00'
002400         DISPLAY 'ENTLRPT  - UNABLE TO OPEN ENTLMNT, STATUS='
002410             WS-ENTL-STATUS
002420         MOVE 16 TO WS-RETURN-CODE
002430     END-IF
002440     OPEN OUTPUT RPT-FILE
002450     IF WS-RPT-STATUS NOT = '00'
002460         DISPLAY 'ENTLRPT  - UNABLE TO OPEN ENTRPT, STATUS='
002470             WS-RPT-STATUS
002480         MOVE 16 TO WS-RETURN-CODE
002490     END-IF.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520
002530*****************************************************************
002540*  1100-SET-CUTOFF-DATE                                         *
002550*  A PARM CUTOFF MUST BE EIGHT DIGITS.  WITHOUT ONE, STEP BACK  *
002560*  ONE QUARTER FROM THE RUN DATE, BORROWING A YEAR WHEN THE     *
002570*  MONTH GOES BELOW JANUARY.                                    *
002580*****************************************************************
002590 1100-SET-CUTOFF-DATE.
002600     IF PARM-LENGTH NOT < 8
002610         IF PARM-TEXT(1:8) NOT NUMERIC
002620             DISPLAY 'ENTLRPT  - PARM CUTOFF DATE NOT YYYYMMDD'
002630             MOVE 16 TO WS-RETURN-CODE
002640             GO TO 1100-SET-CUTOFF-DATE-EXIT
002650         END-IF
002660         MOVE PARM-TEXT(1:8) TO WS-CUTOFF-DATE
002670     ELSE
002680         MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
002690         IF WS-CUTOFF-MONTH > WS-RECERT-MONTHS
002700             SUBTRACT WS-RECERT-MONTHS FROM WS-CUTOFF-MONTH
002710         ELSE
002720             ADD 12 TO WS-CUTOFF-MONTH
002730             SUBTRACT WS-RECERT-MONTHS FROM WS-CUTOFF-MONTH
002740             SUBTRACT 1 FROM WS-CUTOFF-YEAR
002750         END-IF
002760     END-IF
002770     DISPLAY 'ENTLRPT  - RECERTIFICATION CUTOFF DATE: '
002780         WS-CUTOFF-DATE.
002790 1100-SET-CUTOFF-DATE-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830*  2000-LIST-ENTITLEMENTS                                       *
002840*  ONE PASS OVER THE KSDS IN USER ID ORDER, TWO LINES PER USER. *
002850*****************************************************************
002860 2000-LIST-ENTITLEMENTS.
002870     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
002880     PERFORM 2100-READ-ENTITLEMENT
002890         THRU 2100-READ-ENTITLEMENT-EXIT
002900     PERFORM 2200-LIST-USER
002910         THRU 2200-LIST-USER-EXIT
002920         UNTIL ENTL-EOF
002930     IF WS-USERS-READ = ZERO
002940         PERFORM 2400-WRITE-PAGE-HEADINGS
002950             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
002960         MOVE 'THE ENTITLEMENT FILE IS EMPTY'
002970             TO WS-RPT-MESSAGE-TEXT
002980         WRITE RPT-RECORD FROM WS-RPT-MESSAGE
002990         IF WS-RETURN-CODE < 4
003000             MOVE 4 TO WS-RETURN-CODE
003010         END-IF
003020     END-IF
003030     IF WS-RECERT-DUE-COUNT > ZERO
003040         IF WS-RETURN-CODE < 4
003050             MOVE 4 TO WS-RETURN-CODE
003060         END-IF
003070     END-IF
003080     MOVE SPACES TO RPT-RECORD
003090     WRITE RPT-RECORD
003100     MOVE 'USERS LISTED     : ' TO WS-RPT-TOTAL-LABEL
003110     MOVE WS-USERS-READ TO WS-RPT-TOTAL-OUT
003120     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003130     MOVE 'UNMASKED USERS   : ' TO WS-RPT-TOTAL-LABEL
003140     MOVE WS-UNMASKED-COUNT TO WS-RPT-TOTAL-OUT
003150     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003160     MOVE 'ALL-DEPT USERS   : ' TO WS-RPT-TOTAL-LABEL
003170     MOVE WS-ALL-DEPTS-COUNT TO WS-RPT-TOTAL-OUT
003180     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003190     MOVE 'RECERT DUE       : ' TO WS-RPT-TOTAL-LABEL
003200     MOVE WS-RECERT-DUE-COUNT TO WS-RPT-TOTAL-OUT
003210     WRITE RPT-RECORD FROM WS-RPT-TOTALS
003220     DISPLAY 'ENTLRPT  - USERS LISTED  : ' WS-USERS-READ
003230     DISPLAY 'ENTLRPT  - RECERT DUE    : ' WS-RECERT-DUE-COUNT.
003240 2000-LIST-ENTITLEMENTS-EXIT.
003250     EXIT.
003260
003270 2100-READ-ENTITLEMENT.
003280     READ ENTITLEMENT-FILE NEXT RECORD
003290     IF WS-ENTL-STATUS = '00'
003300         ADD 1 TO WS-USERS-READ
003310     ELSE
003320         IF WS-ENTL-STATUS NOT = '10'
003330             DISPLAY 'ENTLRPT  - ENTLMNT READ FAILED, STATUS='
003340                 WS-ENTL-STATUS
003350             MOVE 16 TO WS-RETURN-CODE
003360         END-IF
003370         SET ENTL-EOF TO TRUE
003380     END-IF.
003390 2100-READ-ENTITLEMENT-EXIT.
003400     EXIT.
003410
003420*****************************************************************
003430*  2200-LIST-USER                                               *
003440*  THE USER LINE WITH THE REVIEW STATUS, THEN THE DEPARTMENT    *
003450*  LINE.  A MISSING REVIEW DATE COUNTS AS DUE.                  *
003460*****************************************************************
003470 2200-LIST-USER.
003480     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
003490         PERFORM 2400-WRITE-PAGE-HEADINGS
003500             THRU 2400-WRITE-PAGE-HEADINGS-EXIT
003510     END-IF
003520     MOVE ENT-USER-ID TO WS-RPT-USER-OUT
003530     MOVE ENT-USER-NAME TO WS-RPT-NAME-OUT
003540     MOVE ENT-RUN-MODES TO WS-RPT-MODES-OUT
003550     IF ENT-UNMASKED
003560         MOVE 'YES' TO WS-RPT-UNMASKED-OUT
003570         ADD 1 TO WS-UNMASKED-COUNT
003580     ELSE
003590         MOVE 'NO ' TO WS-RPT-UNMASKED-OUT
003600     END-IF
003610     MOVE ENT-GRANTED-BY TO WS-RPT-GRANTED-BY-OUT
003620     MOVE ENT-GRANTED-DATE TO WS-RPT-GRANTED-OUT
003630     MOVE ENT-REVIEW-DATE TO WS-RPT-REVIEWED-OUT
003640     IF ENT-REVIEW-DATE = SPACES
003650         OR ENT-REVIEW-DATE < WS-CUTOFF-DATE
003660         MOVE 'RECERT DUE' TO WS-RPT-STATUS-OUT
003670         ADD 1 TO WS-RECERT-DUE-COUNT
003680     ELSE
003690         MOVE 'CURRENT' TO WS-RPT-STATUS-OUT
003700     END-IF
003710     WRITE RPT-RECORD FROM WS-RPT-DETAIL
003720     SET USER-HAS-SOME-DEPTS TO TRUE
003730     PERFORM 2300-FORMAT-DEPT
003740         THRU 2300-FORMAT-DEPT-EXIT
003750         VARYING ENT-DEPT-IX FROM 1 BY 1
003760         UNTIL ENT-DEPT-IX > 10
003770     IF USER-HAS-ALL-DEPTS
003780         ADD 1 TO WS-ALL-DEPTS-COUNT
003790     END-IF
003800     WRITE RPT-RECORD FROM WS-RPT-DEPT-LINE
003810     ADD 2 TO WS-LINE-COUNT
003820     PERFORM 2100-READ-ENTITLEMENT
003830         THRU 2100-READ-ENTITLEMENT-EXIT.
003840 2200-LIST-USER-EXIT.
003850     EXIT.
003860
003870 2300-FORMAT-DEPT.
003880     SET RPT-DEPT-IX TO ENT-DEPT-IX
003890     IF ENT-DEPT-ALL(ENT-DEPT-IX)
003900         MOVE 'ALL' TO WS-RPT-DEPT-OUT(RPT-DEPT-IX)
003910         SET USER-HAS-ALL-DEPTS TO TRUE
003920     ELSE
003930         MOVE ENT-DEPT(ENT-DEPT-IX)
003940             TO WS-RPT-DEPT-OUT(RPT-DEPT-IX)
003950     END-IF.
003960 2300-FORMAT-DEPT-EXIT.
003970     EXIT.
003980
003990 2400-WRITE-PAGE-HEADINGS.
004000     ADD 1 TO WS-PAGE-COUNT
004010     MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-OUT
004020     MOVE WS-RUN-DATE TO WS-RPT-DATE-OUT
004030     MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF-OUT
004040     WRITE RPT-RECORD FROM WS-RPT-HEADING-1
004050     WRITE RPT-RECORD FROM WS-RPT-HEADING-2
004060     WRITE RPT-RECORD FROM WS-RPT-HEADING-3
004070     MOVE ZERO TO WS-LINE-COUNT.
004080 2400-WRITE-PAGE-HEADINGS-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*  8000-TERMINATE - CLOSE WHATEVER WAS OPENED                   *
004130*****************************************************************
004140 8000-TERMINATE.
004150     PERFORM 8100-CLOSE-FILES
004160         THRU 8100-CLOSE-FILES-EXIT.
004170 8000-TERMINATE-EXIT.
004180     EXIT.
004190
004200 8100-CLOSE-FILES.
004210     CLOSE ENTITLEMENT-FILE
004220     CLOSE RPT-FILE.
004230 8100-CLOSE-FILES-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270*  9000-WRITE-RUN-STATISTICS                                    *
004280*  ONE RUNSTAT RECORD PER EXECUTION FOR THE OPSRPT MORNING      *
004290*  SUMMARY.  A STATS FILE PROBLEM IS REPORTED BUT DOES NOT      *
004300*  CHANGE THE RETURN CODE OF AN OTHERWISE CLEAN RUN.            *
004310*****************************************************************
004320 9000-WRITE-RUN-STATISTICS.
004330     OPEN EXTEND STATS-FILE
004340     IF WS-STAT-STATUS = '05' OR '35'
004350         OPEN OUTPUT STATS-FILE
004360     END-IF
004370     IF WS-STAT-STATUS NOT = '00'
004380         DISPLAY 'ENTLRPT  - UNABLE TO OPEN RUNSTATS, STATUS='
004390             WS-STAT-STATUS
004400         GO TO 9000-WRITE-RUN-STATISTICS-EXIT
004410     END-IF
004420     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
004430     ACCEPT WS-END-TIME FROM TIME
004440     MOVE SPACES TO RUN-STAT-RECORD
004450     MOVE 'ENTLRPT ' TO RST-PROGRAM
004460     MOVE WS-RUN-DATE TO RST-START-DATE
004470     MOVE WS-RUN-TIME TO RST-START-TIME
004480     MOVE WS-END-DATE TO RST-END-DATE
004490     MOVE WS-END-TIME TO RST-END-TIME
004500     MOVE WS-USERS-READ TO RST-READ-COUNT
004510     MOVE WS-USERS-READ TO RST-WRITTEN-COUNT
004520     MOVE WS-RECERT-DUE-COUNT TO RST-REJECT-COUNT
004530     IF WS-RETURN-CODE < ZERO
004540         MOVE ZERO TO RST-RETURN-CODE
004550     ELSE
004560         MOVE WS-RETURN-CODE TO RST-RETURN-CODE
004570     END-IF
004580     WRITE RUN-STAT-RECORD
004590     CLOSE STATS-FILE.
004600 9000-WRITE-RUN-STATISTICS-EXIT.
004610     EXIT.
