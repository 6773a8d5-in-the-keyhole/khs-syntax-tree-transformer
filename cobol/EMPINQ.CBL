000010*****************************************************************
000020*  EMPINQ                                                       *
000030*                                                               *
000040*  ONLINE EMPLOYEE INQUIRY, TRANSACTION EINQ.  THE HELP-DESK    *
000050*  AND HR ANSWER TO 'LOOK UP ONE EMPLOYEE' WITHOUT PUNCHING     *
000060*  LKUPREC REQUESTS AND WAITING ON THE EMPLKUP BATCH STEP.      *
000070*  READS THE SAME EMPVSAM KEYED MASTER, AND THE SAME            *
000080*  VSM-LASTNAME ALTERNATE INDEX THROUGH ITS PATH (CICS FILE     *
000090*  EMPVSMLN), AS EMPLKUP.                                       *
000100*                                                               *
000110*  PSEUDO-CONVERSATIONAL OVER MAPSET EMPINQS.  THE USER KEYS    *
000120*  AN EMPNO, WHICH GOES STRAIGHT TO THE DETAIL MAP, OR A FULL   *
000130*  OR LEADING-CHARACTER LAST NAME WITH AN OPTIONAL WORKDEPT,    *
000140*  WHICH LISTS THE MATCHES TWELVE TO A PAGE (PF7 / PF8).  AN S  *
000150*  BESIDE A LINE SHOWS THAT EMPLOYEE WITH THE DEPARTMENT NAME   *
000160*  READ FROM DB2.  PF3 RETURNS FROM THE DETAIL TO THE LIST AND  *
000170*  ENDS THE INQUIRY FROM THE LIST; CLEAR ENDS IT FROM EITHER    *
000180*  MAP.                                                         *
000190*                                                               *
000200*  ACCESS FOLLOWS THE EMPLKUP RULES.  THE SIGNED-ON USER MUST   *
000210*  BE ON ENTLMNT WITH RUN MODE 'L'; A DETAIL OR A WORKDEPT      *
000220*  SEARCH NEEDS THE DEPARTMENT (OR '***'); NAME MATCHES IN      *
000230*  DEPARTMENTS THE USER DOES NOT HOLD ARE WITHHELD; SALARY,     *
000240*  BONUS AND COMMISSION ARE MASKED UNLESS THE USER IS CLEARED   *
000250*  FOR UNMASKED PAY.  THE ENTITLEMENT IS RE-READ ON EVERY TASK  *
000260*  SO A REVOKE TAKES EFFECT AT THE NEXT KEYSTROKE.              *
000270*                                                               *
000280*  EVERY EMPLOYEE DISPLAYED WRITES AN AUDREC RECORD - ACTION    *
000290*  'LIST    ' FOR A LINE ON THE MATCH LIST, 'SELECT  ' FOR THE  *
000300*  DETAIL, 'REFUSED ' FOR A REFUSAL - WITH RUN MODE 'L' AND JOB *
000310*  ID 'EMPINQ', TO THE EXTRAPARTITION QUEUE EAUD.  AUDONLN.JCL  *
000320*  APPENDS THAT QUEUE'S DATASET TO AUDITLOG NIGHTLY SO AUDRPT   *
000330*  COVERS ONLINE ACCESS.  IF THE AUDIT WRITE FAILS NOTHING IS   *
000340*  SHOWN AND THE INQUIRY ENDS.                                  *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    EMPINQ.
000380 AUTHOR.        R HENSLEY.
000390 INSTALLATION.  KEYHOLE SOFTWARE - HR SYSTEMS.
000400 DATE-WRITTEN.  10/15/2026.
000410 DATE-COMPILED.
000420*****************************************************************
000430*  MODIFICATION HISTORY                                         *
000440*  DATE       INIT  DESCRIPTION                                 *
000450*  10/15/2026 RH    ORIGINAL PROGRAM - ONLINE EMPNO AND         *
000460*                   LAST-NAME INQUIRY OVER EMPVSAM WITH         *
000470*                   ENTITLEMENT CHECKS, PAY MASKING AND AUDREC  *
000480*                   AUDIT RECORDS.                              *
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-ZSERIES.
000530 OBJECT-COMPUTER.  IBM-ZSERIES.
000540
000550 DATA DIVISION.
000560 WORKING-STORAGE SECTION.
000570 EXEC SQL
000580     INCLUDE SQLCA
000590 END-EXEC.
000600
000610 EXEC SQL BEGIN DECLARE SECTION
000620 END-EXEC.
000630 01  WS-DEPT-DEPTNO              PIC X(03).
000640 01  WS-DEPT-DEPTNAME            PIC X(36).
000650 EXEC SQL END DECLARE SECTION
000660 END-EXEC.
000670
000680*****************************************************************
000690*  CICS RESOURCE NAMES AND RESPONSE CODES                       *
000700*****************************************************************
000710 01  WS-CICS-NAMES.
000720     05  WS-TRANSID                  PIC X(04)  VALUE 'EINQ'.
000730     05  WS-MAPSET                   PIC X(08)  VALUE 'EMPINQS'.
000740     05  WS-LIST-MAP                 PIC X(08)  VALUE 'EINQLST'.
000750     05  WS-DETAIL-MAP               PIC X(08)  VALUE 'EINQDTL'.
000760     05  WS-MASTER-FILE              PIC X(08)  VALUE 'EMPVSAM'.
000770     05  WS-NAME-PATH-FILE           PIC X(08)  VALUE 'EMPVSMLN'.
000780     05  WS-ENTL-FILE                PIC X(08)  VALUE 'ENTLMNT'.
000790     05  WS-AUDIT-QUEUE              PIC X(04)  VALUE 'EAUD'.
000800
000810 01  WS-CICS-RESPONSE.
000820     05  WS-RESP                     PIC S9(08) COMP.
000830     05  WS-RESP2                    PIC S9(08) COMP.
000840     05  WS-RESP-OUT                 PIC 9(04).
000850
000860 01  WS-IDENTIFICATION.
000870     05  WS-PROGRAM-ID               PIC X(08)  VALUE 'EMPINQ'.
000880     05  WS-USER-ID                  PIC X(08).
000890     05  WS-ABSTIME                  PIC S9(15) COMP-3.
000900     05  WS-RUN-DATE                 PIC X(08).
000910     05  WS-RUN-TIME.
000920         10  WS-RUN-TIME-HMS         PIC X(06).
000930         10  FILLER                  PIC X(02)  VALUE '00'.
000940
000950*****************************************************************
000960*  PROGRAM SWITCHES                                             *
000970*****************************************************************
000980 01  WS-SWITCHES.
000990     05  WS-REQUEST-ACCESS-SW        PIC X(01)  VALUE 'Y'.
001000         88  REQUEST-GRANTED             VALUE 'Y'.
001010         88  REQUEST-REFUSED             VALUE 'N'.
001020         88  REQUEST-CHECK-FAILED        VALUE 'F'.
001030     05  WS-ENT-MODE-SW              PIC X(01)  VALUE 'N'.
001040         88  ENT-MODE-HELD               VALUE 'Y'.
001050         88  ENT-MODE-NOT-HELD           VALUE 'N'.
001060     05  WS-ENT-DEPT-SW              PIC X(01)  VALUE 'N'.
001070         88  ENT-DEPT-HELD               VALUE 'Y'.
001080         88  ENT-DEPT-NOT-HELD           VALUE 'N'.
001090     05  WS-FIRST-ENTRY-SW           PIC X(01)  VALUE 'N'.
001100         88  FIRST-ENTRY                 VALUE 'Y'.
001110     05  WS-INQUIRY-END-SW           PIC X(01)  VALUE 'N'.
001120         88  INQUIRY-ENDED               VALUE 'Y'.
001130     05  WS-SEARCH-EOF-SW            PIC X(01)  VALUE 'N'.
001140         88  SEARCH-EOF                  VALUE 'Y'.
001150     05  WS-SEARCH-CHANGED-SW        PIC X(01)  VALUE 'N'.
001160         88  SEARCH-CHANGED              VALUE 'Y'.
001170     05  WS-SCREEN-SENT-SW           PIC X(01)  VALUE 'N'.
001180         88  SCREEN-SENT                 VALUE 'Y'.
001190     05  WS-AUDIT-SW                 PIC X(01)  VALUE 'Y'.
001200         88  AUDIT-WRITTEN               VALUE 'Y'.
001210         88  AUDIT-FAILED                VALUE 'N'.
001220
001230*****************************************************************
001240*  ENTITLEMENT CHECK WORK AREA - THE RUN MODE CODE THIS PROGRAM *
001250*  NEEDS, THE DEPARTMENT 2160 IS ASKED ABOUT, AND THE REASON    *
001260*  SHOWN WHEN A REQUEST IS REFUSED.                             *
001270*****************************************************************
001280 01  WS-LOOKUP-MODE-CODE             PIC X(01)  VALUE 'L'.
001290 01  WS-ENT-CHECK-DEPT               PIC X(03).
001300 01  WS-ENT-REFUSE-REASON            PIC X(40).
001310
001320*****************************************************************
001330*  AUDIT RECORD WORK AREA - SET BY THE CALLER OF 7000           *
001340*****************************************************************
001350 01  WS-AUDIT-ACTION                 PIC X(08).
001360 01  WS-AUDIT-EMPNO                  PIC X(06).
001370 01  WS-AUDIT-SQLCODE                PIC S9(09).
001380
001390*****************************************************************
001400*  STANDALONE COUNTERS AND SUBSCRIPTS                           *
001410*****************************************************************
001420 77  WS-NAME-LEN                    PIC 9(02)   COMP VALUE ZERO.
001430 77  WS-SCAN-IX                     PIC 9(02)   COMP VALUE ZERO.
001440 77  WS-ROW-IX                      PIC 9(02)   COMP VALUE ZERO.
001450 77  WS-SEL-ROW                     PIC 9(02)   COMP VALUE ZERO.
001460 77  WS-MATCH-IX                    PIC S9(04)  COMP VALUE ZERO.
001470 77  WS-PAGE-SIZE                   PIC S9(04)  COMP VALUE 12.
001480 77  WS-MATCH-MAX                   PIC S9(04)  COMP VALUE 200.
001490 77  WS-PAGE-NUMBER                 PIC S9(04)  COMP VALUE ZERO.
001500 77  WS-PAGE-TOTAL                  PIC S9(04)  COMP VALUE ZERO.
001510
001520*****************************************************************
001530*  SCREEN TEXT                                                  *
001540*****************************************************************
001550 01  WS-MESSAGE                      PIC X(78)  VALUE SPACES.
001560 01  WS-BROWSE-KEY                   PIC X(15).
001570 01  WS-UPPER-CASE                   PIC X(26)
001580     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001590 01  WS-LOWER-CASE                   PIC X(26)
001600     VALUE 'abcdefghijklmnopqrstuvwxyz'.
001610
001620 01  WS-LIST-LINE.
001630     05  WS-LIST-EMPNO-OUT           PIC X(06).
001640     05  FILLER                      PIC X(02)  VALUE SPACES.
001650     05  WS-LIST-LNAME-OUT           PIC X(15).
001660     05  FILLER                      PIC X(01)  VALUE SPACES.
001670     05  WS-LIST-FNAME-OUT           PIC X(12).
001680     05  FILLER                      PIC X(01)  VALUE SPACES.
001690     05  WS-LIST-DEPT-OUT            PIC X(03).
001700     05  FILLER                      PIC X(03)  VALUE SPACES.
001710     05  WS-LIST-JOB-OUT             PIC X(08).
001720     05  FILLER                      PIC X(04)  VALUE SPACES.
001730 01  WS-LIST-NOTE-LINE REDEFINES WS-LIST-LINE.
001740     05  WS-LIST-NOTE-EMPNO-OUT      PIC X(06).
001750     05  FILLER                      PIC X(02).
001760     05  WS-LIST-NOTE-OUT            PIC X(47).
001770
001780 01  WS-PAGE-LINE.
001790     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
001800     05  WS-PAGE-NUMBER-OUT          PIC ZZ9.
001810     05  FILLER                      PIC X(04)  VALUE ' OF '.
001820     05  WS-PAGE-TOTAL-OUT           PIC ZZ9.
001830     05  FILLER                      PIC X(03)  VALUE SPACES.
001840     05  WS-PAGE-MATCH-OUT           PIC ZZ9.
001850     05  FILLER                      PIC X(09)  VALUE ' MATCHES '.
001860     05  WS-PAGE-WITHHELD-OUT        PIC ZZ9.
001870     05  FILLER                      PIC X(17)
001880         VALUE ' WITHHELD'.
001890
001900 01  WS-PAY-EDIT                     PIC Z,ZZZ,ZZ9.99.
001910 01  WS-PAY-MASK                     PIC X(12)  VALUE ALL '*'.
001920 01  WS-EDLEVEL-EDIT                 PIC Z9.
001930
001940*****************************************************************
001950*  RECORD AREAS FOR THE CICS READS AND THE AUDIT QUEUE          *
001960*****************************************************************
001970 COPY VSAMREC.
001980
001990 COPY ENTLREC.
002000
002010 COPY AUDREC.
002020
002030*****************************************************************
002040*  COMMAREA, SYMBOLIC MAPS, AID KEYS AND BMS ATTRIBUTES         *
002050*****************************************************************
002060 COPY EINQCOM.
002070
002080 COPY EMPINQS.
002090
002100 COPY DFHAID.
002110
002120 COPY DFHBMSCA.
002130
002140 LINKAGE SECTION.
002150 01  DFHCOMMAREA                     PIC X(1258).
002160
002170 PROCEDURE DIVISION.
002180*****************************************************************
002190*  0000-MAINLINE                                                *
002200*  ONE TASK PER KEYSTROKE.  THE ENTITLEMENT IS CHECKED BEFORE   *
002210*  ANYTHING IS READ OR SHOWN; A REFUSAL OR AN UNREADABLE        *
002220*  ENTITLEMENT FILE ENDS THE INQUIRY.                           *
002230*****************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE
002260         THRU 1000-INITIALIZE-EXIT
002270     PERFORM 1500-CHECK-ENTITLEMENT
002280         THRU 1500-CHECK-ENTITLEMENT-EXIT
002290     IF REQUEST-GRANTED
002300         IF FIRST-ENTRY
002310             MOVE 'ENTER AN EMPNO OR A LAST NAME' TO WS-MESSAGE
002320             PERFORM 4000-SEND-LIST-PAGE
002330                 THRU 4000-SEND-LIST-PAGE-EXIT
002340         ELSE
002350             PERFORM 2000-PROCESS-KEY
002360                 THRU 2000-PROCESS-KEY-EXIT
002370         END-IF
002380     ELSE
002390         IF REQUEST-REFUSED
002400             MOVE SPACES TO EIQ-DETAIL-EMPNO
002410             PERFORM 6000-REFUSE-REQUEST
002420                 THRU 6000-REFUSE-REQUEST-EXIT
002430         END-IF
002440         IF NOT INQUIRY-ENDED
002450             PERFORM 8000-END-INQUIRY
002460                 THRU 8000-END-INQUIRY-EXIT
002470         END-IF
002480     END-IF
002490     PERFORM 9000-RETURN
002500         THRU 9000-RETURN-EXIT
002510     GOBACK.
002520
002530*****************************************************************
002540*  1000-INITIALIZE                                              *
002550*  PICK UP THE COMMAREA FROM THE LAST TASK, OR START A NEW      *
002560*  INQUIRY WHEN THERE IS NONE.  THE AUDIT DATE AND TIME ARE     *
002570*  THE SAME FORM THE BATCH PROGRAMS WRITE (YYYYMMDD, HHMMSS00). *
002580*****************************************************************
002590 1000-INITIALIZE.
002600     EXEC CICS ASSIGN
002610         USERID(WS-USER-ID)
002620     END-EXEC
002630     EXEC CICS ASKTIME
002640         ABSTIME(WS-ABSTIME)
002650     END-EXEC
002660     EXEC CICS FORMATTIME
002670         ABSTIME(WS-ABSTIME)
002680         YYYYMMDD(WS-RUN-DATE)
002690         TIME(WS-RUN-TIME-HMS)
002700     END-EXEC
002710     IF EIBCALEN = LENGTH OF EINQ-COMMAREA
002720         MOVE DFHCOMMAREA TO EINQ-COMMAREA
002730     ELSE
002740         MOVE SPACES TO EINQ-COMMAREA
002750         MOVE ZERO TO EIQ-MATCH-COUNT
002760         MOVE ZERO TO EIQ-WITHHELD-COUNT
002770         MOVE 1 TO EIQ-PAGE-TOP
002780         SET EIQ-ON-LIST TO TRUE
002790         SET FIRST-ENTRY TO TRUE
002800     END-IF.
002810 1000-INITIALIZE-EXIT.
002820     EXIT.
002830
002840*****************************************************************
002850*  1500-CHECK-ENTITLEMENT                                       *
002860*  THE SIGNED-ON USER MUST BE ON ENTLMNT AND HOLD LOOKUP MODE   *
002870*  'L'.  THE ENTITLEMENT RECORD STAYS IN WORKING STORAGE FOR    *
002880*  THE DEPARTMENT CHECKS AND THE PAY MASKING LATER IN THE TASK. *
002890*  AN UNREADABLE FILE REFUSES THE INQUIRY (FAIL CLOSED).        *
002900*****************************************************************
002910 1500-CHECK-ENTITLEMENT.
002920     SET REQUEST-GRANTED TO TRUE
002930     MOVE WS-USER-ID TO ENT-USER-ID
002940     EXEC CICS READ
002950         FILE(WS-ENTL-FILE)
002960         INTO(ENTITLEMENT-RECORD)
002970         RIDFLD(ENT-USER-ID)
002980         RESP(WS-RESP)
002990         RESP2(WS-RESP2)
003000     END-EXEC
003010     IF WS-RESP = DFHRESP(NOTFND)
003020         MOVE 'USER NOT ON THE ENTITLEMENT FILE'
003030             TO WS-ENT-REFUSE-REASON
003040         SET REQUEST-REFUSED TO TRUE
003050         GO TO 1500-CHECK-ENTITLEMENT-EXIT
003060     END-IF
003070     IF WS-RESP NOT = DFHRESP(NORMAL)
003080         MOVE WS-RESP TO WS-RESP-OUT
003090         MOVE SPACES TO WS-MESSAGE
003100         STRING 'ENTITLEMENT FILE NOT AVAILABLE (RESP '
003110                    DELIMITED BY SIZE
003120                WS-RESP-OUT DELIMITED BY SIZE
003130                ') - EMPLOYEE INQUIRY ENDED' DELIMITED BY SIZE
003140             INTO WS-MESSAGE
003150         SET REQUEST-CHECK-FAILED TO TRUE
003160         GO TO 1500-CHECK-ENTITLEMENT-EXIT
003170     END-IF
003180     SET ENT-MODE-NOT-HELD TO TRUE
003190     PERFORM 1550-SCAN-ENTITLED-MODE
003200         THRU 1550-SCAN-ENTITLED-MODE-EXIT
003210         VARYING ENT-MODE-IX FROM 1 BY 1
003220         UNTIL ENT-MODE-IX > 12 OR ENT-MODE-HELD
003230     IF ENT-MODE-NOT-HELD
003240         MOVE 'LOOKUP NOT ENTITLED' TO WS-ENT-REFUSE-REASON
003250         SET REQUEST-REFUSED TO TRUE
003260     END-IF.
003270 1500-CHECK-ENTITLEMENT-EXIT.
003280     EXIT.
003290
003300 1550-SCAN-ENTITLED-MODE.
003310     IF ENT-RUN-MODE(ENT-MODE-IX) = WS-LOOKUP-MODE-CODE
003320         SET ENT-MODE-HELD TO TRUE
003330     END-IF.
003340 1550-SCAN-ENTITLED-MODE-EXIT.
003350     EXIT.
003360
003370*****************************************************************
003380*  2000-PROCESS-KEY                                             *
003390*  CLEAR ENDS THE INQUIRY FROM EITHER MAP.  FROM THE DETAIL MAP *
003400*  PF3 OR ENTER GOES BACK TO THE LIST.  FROM THE LIST ENTER     *
003410*  SEARCHES OR SELECTS, PF7 / PF8 PAGE AND PF3 ENDS.            *
003420*****************************************************************
003430 2000-PROCESS-KEY.
003440     IF EIBAID = DFHCLEAR
003450         MOVE 'EMPLOYEE INQUIRY ENDED' TO WS-MESSAGE
003460         PERFORM 8000-END-INQUIRY
003470             THRU 8000-END-INQUIRY-EXIT
003480         GO TO 2000-PROCESS-KEY-EXIT
003490     END-IF
003500     IF EIQ-ON-DETAIL
003510         IF EIBAID = DFHPF3 OR EIBAID = DFHENTER
003520             SET EIQ-ON-LIST TO TRUE
003530             PERFORM 4000-SEND-LIST-PAGE
003540                 THRU 4000-SEND-LIST-PAGE-EXIT
003550         ELSE
003560             MOVE 'INVALID KEY - PF3 RETURNS TO THE LIST'
003570                 TO WS-MESSAGE
003580             PERFORM 5000-SHOW-EMPLOYEE
003590                 THRU 5000-SHOW-EMPLOYEE-EXIT
003600         END-IF
003610         GO TO 2000-PROCESS-KEY-EXIT
003620     END-IF
003630     IF EIBAID = DFHPF3
003640         MOVE 'EMPLOYEE INQUIRY ENDED' TO WS-MESSAGE
003650         PERFORM 8000-END-INQUIRY
003660             THRU 8000-END-INQUIRY-EXIT
003670         GO TO 2000-PROCESS-KEY-EXIT
003680     END-IF
003690     IF EIBAID = DFHENTER
003700         PERFORM 3000-RECEIVE-LIST
003710             THRU 3000-RECEIVE-LIST-EXIT
003720     ELSE
003730         IF EIBAID = DFHPF7
003740             PERFORM 4200-PAGE-BACK
003750                 THRU 4200-PAGE-BACK-EXIT
003760         ELSE
003770             IF EIBAID = DFHPF8
003780                 PERFORM 4300-PAGE-FORWARD
003790                     THRU 4300-PAGE-FORWARD-EXIT
003800             ELSE
003810                 MOVE 'INVALID KEY' TO WS-MESSAGE
003820                 PERFORM 4000-SEND-LIST-PAGE
003830                     THRU 4000-SEND-LIST-PAGE-EXIT
003840             END-IF
003850         END-IF
003860     END-IF.
003870 2000-PROCESS-KEY-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*  2160-CHECK-ENTITLED-DEPT                                     *
003920*  SETS ENT-DEPT-HELD WHEN WS-ENT-CHECK-DEPT IS ONE OF THE      *
003930*  USER'S DEPARTMENTS OR THE USER HOLDS '***'.                  *
003940*****************************************************************
003950 2160-CHECK-ENTITLED-DEPT.
003960     SET ENT-DEPT-NOT-HELD TO TRUE
003970     PERFORM 2165-SCAN-ENTITLED-DEPT
003980         THRU 2165-SCAN-ENTITLED-DEPT-EXIT
003990         VARYING ENT-DEPT-IX FROM 1 BY 1
004000         UNTIL ENT-DEPT-IX > 10 OR ENT-DEPT-HELD.
004010 2160-CHECK-ENTITLED-DEPT-EXIT.
004020     EXIT.
004030
004040 2165-SCAN-ENTITLED-DEPT.
004050     IF ENT-DEPT(ENT-DEPT-IX) NOT = SPACES
004060         IF ENT-DEPT-ALL(ENT-DEPT-IX)
004070             OR ENT-DEPT(ENT-DEPT-IX) = WS-ENT-CHECK-DEPT
004080             SET ENT-DEPT-HELD TO TRUE
004090         END-IF
004100     END-IF.
004110 2165-SCAN-ENTITLED-DEPT-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*  3000-RECEIVE-LIST                                            *
004160*  A CHANGED SEARCH FIELD STARTS A NEW SEARCH; OTHERWISE AN S   *
004170*  BESIDE A LINE SELECTS THAT EMPLOYEE.                         *
004180*****************************************************************
004190 3000-RECEIVE-LIST.
004200     MOVE LOW-VALUES TO EINQLSTI
004210     EXEC CICS RECEIVE
004220         MAP(WS-LIST-MAP)
004230         MAPSET(WS-MAPSET)
004240         INTO(EINQLSTI)
004250         RESP(WS-RESP)
004260     END-EXEC
004270     IF WS-RESP = DFHRESP(MAPFAIL)
004280         MOVE 'ENTER AN EMPNO OR A LAST NAME' TO WS-MESSAGE
004290         PERFORM 4000-SEND-LIST-PAGE
004300             THRU 4000-SEND-LIST-PAGE-EXIT
004310         GO TO 3000-RECEIVE-LIST-EXIT
004320     END-IF
004330     PERFORM 3100-MERGE-SEARCH-FIELDS
004340         THRU 3100-MERGE-SEARCH-FIELDS-EXIT
004350     IF SEARCH-CHANGED
004360         PERFORM 3200-START-SEARCH
004370             THRU 3200-START-SEARCH-EXIT
004380         GO TO 3000-RECEIVE-LIST-EXIT
004390     END-IF
004400     MOVE ZERO TO WS-SEL-ROW
004410     PERFORM 3300-FIND-SELECTION
004420         THRU 3300-FIND-SELECTION-EXIT
004430         VARYING WS-ROW-IX FROM 1 BY 1
004440         UNTIL WS-ROW-IX > 12 OR WS-SEL-ROW NOT = ZERO
004450     IF WS-SEL-ROW = ZERO
004460         MOVE 'TYPE S BESIDE AN EMPLOYEE, OR CHANGE THE SEARCH'
004470             TO WS-MESSAGE
004480         PERFORM 4000-SEND-LIST-PAGE
004490             THRU 4000-SEND-LIST-PAGE-EXIT
004500         GO TO 3000-RECEIVE-LIST-EXIT
004510     END-IF
004520     COMPUTE WS-MATCH-IX = EIQ-PAGE-TOP + WS-SEL-ROW - 1
004530     IF WS-MATCH-IX > EIQ-MATCH-COUNT
004540         MOVE 'NO EMPLOYEE ON THE SELECTED LINE' TO WS-MESSAGE
004550         PERFORM 4000-SEND-LIST-PAGE
004560             THRU 4000-SEND-LIST-PAGE-EXIT
004570         GO TO 3000-RECEIVE-LIST-EXIT
004580     END-IF
004590     MOVE EIQ-MATCH-EMPNO (WS-MATCH-IX) TO EIQ-DETAIL-EMPNO
004600     PERFORM 5000-SHOW-EMPLOYEE
004610         THRU 5000-SHOW-EMPLOYEE-EXIT.
004620 3000-RECEIVE-LIST-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*  3100-MERGE-SEARCH-FIELDS                                     *
004670*  ONLY FIELDS THE USER TYPED IN (OR ERASED) COME BACK ON THE   *
004680*  RECEIVE; THE REST KEEP THE SEARCH SAVED IN THE COMMAREA.     *
004690*  TYPING A NAME OR WORKDEPT WITHOUT TOUCHING THE EMPNO DROPS   *
004700*  THE EMPNO LEFT FROM AN EARLIER SEARCH, SINCE AN EMPNO WOULD  *
004710*  OTHERWISE WIN.                                               *
004720*****************************************************************
004730 3100-MERGE-SEARCH-FIELDS.
004740     MOVE 'N' TO WS-SEARCH-CHANGED-SW
004750     IF LEMPNOL > ZERO
004760         MOVE LEMPNOI TO EIQ-SEARCH-EMPNO
004770         SET SEARCH-CHANGED TO TRUE
004780     ELSE
004790         IF LEMPNOF = DFHBMEOF
004800             MOVE SPACES TO EIQ-SEARCH-EMPNO
004810             SET SEARCH-CHANGED TO TRUE
004820         END-IF
004830     END-IF
004840     IF LLNAMEL > ZERO
004850         MOVE LLNAMEI TO EIQ-SEARCH-NAME
004860         SET SEARCH-CHANGED TO TRUE
004870     ELSE
004880         IF LLNAMEF = DFHBMEOF
004890             MOVE SPACES TO EIQ-SEARCH-NAME
004900             SET SEARCH-CHANGED TO TRUE
004910         END-IF
004920     END-IF
004930     IF LDEPTL > ZERO
004940         MOVE LDEPTI TO EIQ-SEARCH-DEPT
004950         SET SEARCH-CHANGED TO TRUE
004960     ELSE
004970         IF LDEPTF = DFHBMEOF
004980             MOVE SPACES TO EIQ-SEARCH-DEPT
004990             SET SEARCH-CHANGED TO TRUE
005000         END-IF
005010     END-IF
005020     IF LEMPNOL = ZERO AND LEMPNOF NOT = DFHBMEOF
005030         IF LLNAMEL > ZERO OR LDEPTL > ZERO
005040             MOVE SPACES TO EIQ-SEARCH-EMPNO
005050         END-IF
005060     END-IF
005070     INSPECT EIQ-SEARCH-NAME
005080         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
005090     INSPECT EIQ-SEARCH-DEPT
005100         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
005110 3100-MERGE-SEARCH-FIELDS-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150*  3200-START-SEARCH                                            *
005160*  AN EMPNO GOES STRAIGHT TO THE DETAIL (IT WINS IF A NAME WAS  *
005170*  ALSO KEYED).  A NAME SEARCH QUALIFIED BY WORKDEPT NEEDS THAT *
005180*  DEPARTMENT, AS ON AN EMPLKUP REQUEST.                        *
005190*****************************************************************
005200 3200-START-SEARCH.
005210     MOVE ZERO TO EIQ-MATCH-COUNT
005220     MOVE ZERO TO EIQ-WITHHELD-COUNT
005230     MOVE 1 TO EIQ-PAGE-TOP
005240     MOVE 'N' TO EIQ-MORE-SW
005250     MOVE SPACES TO EIQ-DETAIL-EMPNO
005260     IF EIQ-SEARCH-EMPNO NOT = SPACES
005270         MOVE EIQ-SEARCH-EMPNO TO EIQ-DETAIL-EMPNO
005280         PERFORM 5000-SHOW-EMPLOYEE
005290             THRU 5000-SHOW-EMPLOYEE-EXIT
005300         GO TO 3200-START-SEARCH-EXIT
005310     END-IF
005320     IF EIQ-SEARCH-NAME = SPACES
005330         IF EIQ-SEARCH-DEPT = SPACES
005340             MOVE 'ENTER AN EMPNO OR A LAST NAME' TO WS-MESSAGE
005350         ELSE
005360             MOVE 'A WORKDEPT SEARCH ALSO NEEDS A LAST NAME'
005370                 TO WS-MESSAGE
005380         END-IF
005390         PERFORM 4000-SEND-LIST-PAGE
005400             THRU 4000-SEND-LIST-PAGE-EXIT
005410         GO TO 3200-START-SEARCH-EXIT
005420     END-IF
005430     IF EIQ-SEARCH-DEPT NOT = SPACES
005440         MOVE EIQ-SEARCH-DEPT TO WS-ENT-CHECK-DEPT
005450         PERFORM 2160-CHECK-ENTITLED-DEPT
005460             THRU 2160-CHECK-ENTITLED-DEPT-EXIT
005470         IF ENT-DEPT-NOT-HELD
005480             MOVE 'DEPARTMENT NOT ENTITLED'
005490                 TO WS-ENT-REFUSE-REASON
005500             PERFORM 6000-REFUSE-REQUEST
005510                 THRU 6000-REFUSE-REQUEST-EXIT
005520             GO TO 3200-START-SEARCH-EXIT
005530         END-IF
005540     END-IF
005550     PERFORM 3500-SEARCH-BY-NAME
005560         THRU 3500-SEARCH-BY-NAME-EXIT
005570     IF SCREEN-SENT
005580         GO TO 3200-START-SEARCH-EXIT
005590     END-IF
005600     IF EIQ-MATCH-COUNT = ZERO
005610         IF EIQ-WITHHELD-COUNT = ZERO
005620             MOVE 'NO EMPLOYEES MATCH THE SEARCH' TO WS-MESSAGE
005630         ELSE
005640             MOVE 'NO MATCHES IN DEPARTMENTS YOU ARE ENTITLED TO'
005650                 TO WS-MESSAGE
005660         END-IF
005670     ELSE
005680         IF EIQ-MORE-MATCHES
005690             MOVE 'OVER 200 MATCHES - ONLY THE FIRST 200 LIST'
005700                 TO WS-MESSAGE
005710         ELSE
005720             MOVE 'TYPE S BESIDE AN EMPLOYEE TO SEE THE DETAIL'
005730                 TO WS-MESSAGE
005740         END-IF
005750     END-IF
005760     PERFORM 4000-SEND-LIST-PAGE
005770         THRU 4000-SEND-LIST-PAGE-EXIT.
005780 3200-START-SEARCH-EXIT.
005790     EXIT.
005800
005810 3300-FIND-SELECTION.
005820     IF ROW-SELL (WS-ROW-IX) > ZERO
005830         IF ROW-SELI (WS-ROW-IX) NOT = SPACE
005840             AND ROW-SELI (WS-ROW-IX) NOT = LOW-VALUE
005850             MOVE WS-ROW-IX TO WS-SEL-ROW
005860         END-IF
005870     END-IF.
005880 3300-FIND-SELECTION-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920*  3500-SEARCH-BY-NAME                                          *
005930*  BROWSE THE LAST-NAME PATH FROM THE REQUESTED NAME AND READ   *
005940*  FORWARD WHILE THE LEADING CHARACTERS STILL MATCH, AS EMPLKUP *
005950*  DOES.  A WORKDEPT FILTERS THE MATCHES; A MATCH IN A          *
005960*  DEPARTMENT THE USER DOES NOT HOLD IS COUNTED AS WITHHELD AND *
005970*  NOT KEPT.  THE EMPNOS KEPT ARE SAVED IN THE COMMAREA.  A     *
005980*  SEARCH THAT CANNOT RUN SENDS THE LIST WITH THE REASON.       *
005990*****************************************************************
006000 3500-SEARCH-BY-NAME.
006010     PERFORM 3510-FIND-NAME-LENGTH
006020         THRU 3510-FIND-NAME-LENGTH-EXIT
006030     IF WS-NAME-LEN = ZERO
006040         MOVE 'A LAST NAME MUST START IN THE FIRST POSITION'
006050             TO WS-MESSAGE
006060         PERFORM 4000-SEND-LIST-PAGE
006070             THRU 4000-SEND-LIST-PAGE-EXIT
006080         GO TO 3500-SEARCH-BY-NAME-EXIT
006090     END-IF
006100     MOVE 'N' TO WS-SEARCH-EOF-SW
006110     MOVE EIQ-SEARCH-NAME TO WS-BROWSE-KEY
006120     EXEC CICS STARTBR
006130         FILE(WS-NAME-PATH-FILE)
006140         RIDFLD(WS-BROWSE-KEY)
006150         GTEQ
006160         RESP(WS-RESP)
006170     END-EXEC
006180     IF WS-RESP = DFHRESP(NOTFND)
006190         GO TO 3500-SEARCH-BY-NAME-EXIT
006200     END-IF
006210     IF WS-RESP NOT = DFHRESP(NORMAL)
006220         PERFORM 3590-MASTER-UNAVAILABLE
006230             THRU 3590-MASTER-UNAVAILABLE-EXIT
006240         GO TO 3500-SEARCH-BY-NAME-EXIT
006250     END-IF
006260     PERFORM 3530-READ-NEXT-MATCH
006270         THRU 3530-READ-NEXT-MATCH-EXIT
006280         UNTIL SEARCH-EOF
006290     EXEC CICS ENDBR
006300         FILE(WS-NAME-PATH-FILE)
006310         RESP(WS-RESP)
006320     END-EXEC.
006330 3500-SEARCH-BY-NAME-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370*  3510-FIND-NAME-LENGTH                                        *
006380*  LENGTH OF THE LEADING NON-BLANK RUN OF THE REQUESTED NAME -  *
006390*  THE NUMBER OF CHARACTERS A MASTER NAME MUST MATCH.           *
006400*****************************************************************
006410 3510-FIND-NAME-LENGTH.
006420     MOVE ZERO TO WS-NAME-LEN
006430     PERFORM 3515-COUNT-NAME-CHAR
006440         THRU 3515-COUNT-NAME-CHAR-EXIT
006450         VARYING WS-SCAN-IX FROM 1 BY 1
006460         UNTIL WS-SCAN-IX > 15.
006470 3510-FIND-NAME-LENGTH-EXIT.
006480     EXIT.
006490
006500 3515-COUNT-NAME-CHAR.
006510     IF EIQ-SEARCH-NAME (WS-SCAN-IX:1) NOT = SPACE
006520         AND WS-NAME-LEN = WS-SCAN-IX - 1
006530         MOVE WS-SCAN-IX TO WS-NAME-LEN
006540     END-IF.
006550 3515-COUNT-NAME-CHAR-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590*  3530-READ-NEXT-MATCH                                         *
006600*  DUPKEY IS A DUPLICATE ALTERNATE KEY AND IS A NORMAL READ;    *
006610*  ANYTHING ELSE ENDS THE BROWSE, AS DOES THE FIRST NAME PAST   *
006620*  THE REQUESTED PREFIX OR A FULL MATCH LIST.                   *
006630*****************************************************************
006640 3530-READ-NEXT-MATCH.
006650     EXEC CICS READNEXT
006660         FILE(WS-NAME-PATH-FILE)
006670         INTO(VSAM-EMPLOYEE-RECORD)
006680         RIDFLD(WS-BROWSE-KEY)
006690         RESP(WS-RESP)
006700     END-EXEC
006710     IF WS-RESP NOT = DFHRESP(NORMAL)
006720         AND WS-RESP NOT = DFHRESP(DUPKEY)
006730         SET SEARCH-EOF TO TRUE
006740         IF WS-RESP NOT = DFHRESP(ENDFILE)
006750             PERFORM 3590-MASTER-UNAVAILABLE
006760                 THRU 3590-MASTER-UNAVAILABLE-EXIT
006770         END-IF
006780         GO TO 3530-READ-NEXT-MATCH-EXIT
006790     END-IF
006800     IF VSM-LASTNAME (1:WS-NAME-LEN) NOT =
006810         EIQ-SEARCH-NAME (1:WS-NAME-LEN)
006820         SET SEARCH-EOF TO TRUE
006830         GO TO 3530-READ-NEXT-MATCH-EXIT
006840     END-IF
006850     IF EIQ-SEARCH-DEPT = SPACES
006860         OR VSM-WORKDEPT = EIQ-SEARCH-DEPT
006870         MOVE VSM-WORKDEPT TO WS-ENT-CHECK-DEPT
006880         PERFORM 2160-CHECK-ENTITLED-DEPT
006890             THRU 2160-CHECK-ENTITLED-DEPT-EXIT
006900         IF ENT-DEPT-HELD
006910             IF EIQ-MATCH-COUNT < WS-MATCH-MAX
006920                 ADD 1 TO EIQ-MATCH-COUNT
006930                 MOVE VSM-EMPNO
006940                     TO EIQ-MATCH-EMPNO (EIQ-MATCH-COUNT)
006950             ELSE
006960                 MOVE 'Y' TO EIQ-MORE-SW
006970                 SET SEARCH-EOF TO TRUE
006980             END-IF
006990         ELSE
007000             ADD 1 TO EIQ-WITHHELD-COUNT
007010         END-IF
007020     END-IF.
007030 3530-READ-NEXT-MATCH-EXIT.
007040     EXIT.
007050
007060 3590-MASTER-UNAVAILABLE.
007070     MOVE ZERO TO EIQ-MATCH-COUNT
007080     MOVE WS-RESP TO WS-RESP-OUT
007090     MOVE SPACES TO WS-MESSAGE
007100     STRING 'EMPLOYEE MASTER NOT AVAILABLE (RESP '
007110                DELIMITED BY SIZE
007120            WS-RESP-OUT DELIMITED BY SIZE
007130            ') - TRY AGAIN LATER' DELIMITED BY SIZE
007140         INTO WS-MESSAGE
007150     PERFORM 4000-SEND-LIST-PAGE
007160         THRU 4000-SEND-LIST-PAGE-EXIT.
007170 3590-MASTER-UNAVAILABLE-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*  4000-SEND-LIST-PAGE                                          *
007220*  RE-READ, RE-CHECK AND AUDIT EACH EMPLOYEE ON THE CURRENT     *
007230*  PAGE, THEN SEND THE LIST MAP.  IF ANY AUDIT WRITE FAILS THE  *
007240*  PAGE IS NOT SENT AND THE INQUIRY ENDS.                       *
007250*****************************************************************
007260 4000-SEND-LIST-PAGE.
007270     MOVE LOW-VALUES TO EINQLSTO
007280     MOVE EIQ-SEARCH-EMPNO TO LEMPNOO
007290     MOVE EIQ-SEARCH-NAME TO LLNAMEO
007300     MOVE EIQ-SEARCH-DEPT TO LDEPTO
007310     SET AUDIT-WRITTEN TO TRUE
007320     PERFORM 4100-BUILD-LIST-ROW
007330         THRU 4100-BUILD-LIST-ROW-EXIT
007340         VARYING WS-ROW-IX FROM 1 BY 1
007350         UNTIL WS-ROW-IX > 12 OR AUDIT-FAILED
007360     IF AUDIT-FAILED
007370         PERFORM 7900-AUDIT-UNAVAILABLE
007380             THRU 7900-AUDIT-UNAVAILABLE-EXIT
007390         GO TO 4000-SEND-LIST-PAGE-EXIT
007400     END-IF
007410     IF EIQ-MATCH-COUNT > ZERO
007420         COMPUTE WS-PAGE-NUMBER =
007430             (EIQ-PAGE-TOP + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
007440         COMPUTE WS-PAGE-TOTAL =
007450             (EIQ-MATCH-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
007460         MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-OUT
007470         MOVE WS-PAGE-TOTAL TO WS-PAGE-TOTAL-OUT
007480         MOVE EIQ-MATCH-COUNT TO WS-PAGE-MATCH-OUT
007490         MOVE EIQ-WITHHELD-COUNT TO WS-PAGE-WITHHELD-OUT
007500         MOVE WS-PAGE-LINE TO LPAGEO
007510     END-IF
007520     MOVE WS-MESSAGE TO LMSGO
007530     EXEC CICS SEND
007540         MAP(WS-LIST-MAP)
007550         MAPSET(WS-MAPSET)
007560         FROM(EINQLSTO)
007570         ERASE
007580     END-EXEC
007590     SET SCREEN-SENT TO TRUE.
007600 4000-SEND-LIST-PAGE-EXIT.
007610     EXIT.
007620
007630*****************************************************************
007640*  4100-BUILD-LIST-ROW                                          *
007650*  AN EMPLOYEE DELETED SINCE THE SEARCH SHOWS AS A NOTE UNDER   *
007660*  THE EMPNO ONLY.  ONE NOW IN A DEPARTMENT THE USER DOES NOT   *
007670*  HOLD SHOWS AS A NOTE WITH NO EMPNO AND IS NOT AUDITED -      *
007680*  NOTHING ABOUT THEM IS DISPLAYED.                             *
007690*****************************************************************
007700 4100-BUILD-LIST-ROW.
007710     COMPUTE WS-MATCH-IX = EIQ-PAGE-TOP + WS-ROW-IX - 1
007720     IF WS-MATCH-IX > EIQ-MATCH-COUNT
007730         GO TO 4100-BUILD-LIST-ROW-EXIT
007740     END-IF
007750     MOVE EIQ-MATCH-EMPNO (WS-MATCH-IX) TO VSM-EMPNO
007760     EXEC CICS READ
007770         FILE(WS-MASTER-FILE)
007780         INTO(VSAM-EMPLOYEE-RECORD)
007790         RIDFLD(VSM-EMPNO)
007800         RESP(WS-RESP)
007810     END-EXEC
007820     MOVE SPACES TO WS-LIST-LINE
007830     MOVE EIQ-MATCH-EMPNO (WS-MATCH-IX) TO WS-LIST-NOTE-EMPNO-OUT
007840     IF WS-RESP = DFHRESP(NOTFND)
007850         MOVE 'NO LONGER ON THE EMPLOYEE MASTER'
007860             TO WS-LIST-NOTE-OUT
007870         MOVE WS-LIST-NOTE-LINE TO ROW-LINI (WS-ROW-IX)
007880         GO TO 4100-BUILD-LIST-ROW-EXIT
007890     END-IF
007900     IF WS-RESP NOT = DFHRESP(NORMAL)
007910         MOVE 'NOT AVAILABLE - EMPLOYEE MASTER READ FAILED'
007920             TO WS-LIST-NOTE-OUT
007930         MOVE WS-LIST-NOTE-LINE TO ROW-LINI (WS-ROW-IX)
007940         GO TO 4100-BUILD-LIST-ROW-EXIT
007950     END-IF
007960     MOVE VSM-WORKDEPT TO WS-ENT-CHECK-DEPT
007970     PERFORM 2160-CHECK-ENTITLED-DEPT
007980         THRU 2160-CHECK-ENTITLED-DEPT-EXIT
007990     IF ENT-DEPT-NOT-HELD
008000         MOVE SPACES TO WS-LIST-NOTE-EMPNO-OUT
008010         MOVE 'WITHHELD - DEPARTMENT NOT ENTITLED'
008020             TO WS-LIST-NOTE-OUT
008030         MOVE WS-LIST-NOTE-LINE TO ROW-LINI (WS-ROW-IX)
008040         GO TO 4100-BUILD-LIST-ROW-EXIT
008050     END-IF
008060     MOVE 'LIST    ' TO WS-AUDIT-ACTION
008070     MOVE VSM-EMPNO TO WS-AUDIT-EMPNO
008080     MOVE ZERO TO WS-AUDIT-SQLCODE
008090     PERFORM 7000-WRITE-AUDIT
008100         THRU 7000-WRITE-AUDIT-EXIT
008110     IF AUDIT-FAILED
008120         GO TO 4100-BUILD-LIST-ROW-EXIT
008130     END-IF
008140     MOVE VSM-EMPNO TO WS-LIST-EMPNO-OUT
008150     MOVE VSM-LASTNAME TO WS-LIST-LNAME-OUT
008160     MOVE VSM-FIRSTNME TO WS-LIST-FNAME-OUT
008170     MOVE VSM-WORKDEPT TO WS-LIST-DEPT-OUT
008180     MOVE VSM-JOB TO WS-LIST-JOB-OUT
008190     MOVE WS-LIST-LINE TO ROW-LINI (WS-ROW-IX).
008200 4100-BUILD-LIST-ROW-EXIT.
008210     EXIT.
008220
008230 4200-PAGE-BACK.
008240     IF EIQ-PAGE-TOP > WS-PAGE-SIZE
008250         SUBTRACT WS-PAGE-SIZE FROM EIQ-PAGE-TOP
008260     ELSE
008270         MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
008280     END-IF
008290     PERFORM 4000-SEND-LIST-PAGE
008300         THRU 4000-SEND-LIST-PAGE-EXIT.
008310 4200-PAGE-BACK-EXIT.
008320     EXIT.
008330
008340 4300-PAGE-FORWARD.
008350     IF EIQ-PAGE-TOP + WS-PAGE-SIZE NOT > EIQ-MATCH-COUNT
008360         ADD WS-PAGE-SIZE TO EIQ-PAGE-TOP
008370     ELSE
008380         IF EIQ-MORE-MATCHES
008390             MOVE 'LAST PAGE - NARROW THE SEARCH TO SEE MORE'
008400                 TO WS-MESSAGE
008410         ELSE
008420             MOVE 'ALREADY AT THE LAST PAGE' TO WS-MESSAGE
008430         END-IF
008440     END-IF
008450     PERFORM 4000-SEND-LIST-PAGE
008460         THRU 4000-SEND-LIST-PAGE-EXIT.
008470 4300-PAGE-FORWARD-EXIT.
008480     EXIT.
008490
008500*****************************************************************
008510*  5000-SHOW-EMPLOYEE                                           *
008520*  READ EIQ-DETAIL-EMPNO, CHECK THE USER HOLDS ITS DEPARTMENT,  *
008530*  LOOK UP THE DEPARTMENT NAME, AUDIT THE ACCESS AND SEND THE   *
008540*  DETAIL MAP.  PAY IS MASKED UNLESS THE USER IS CLEARED.       *
008550*****************************************************************
008560 5000-SHOW-EMPLOYEE.
008570     MOVE EIQ-DETAIL-EMPNO TO VSM-EMPNO
008580     EXEC CICS READ
008590         FILE(WS-MASTER-FILE)
008600         INTO(VSAM-EMPLOYEE-RECORD)
008610         RIDFLD(VSM-EMPNO)
008620         RESP(WS-RESP)
008630     END-EXEC
008640     IF WS-RESP = DFHRESP(NOTFND)
008650         MOVE SPACES TO WS-MESSAGE
008660         STRING 'EMPNO ' DELIMITED BY SIZE
008670                EIQ-DETAIL-EMPNO DELIMITED BY SIZE
008680                ' IS NOT ON THE EMPLOYEE MASTER' DELIMITED BY SIZE
008690             INTO WS-MESSAGE
008700         SET EIQ-ON-LIST TO TRUE
008710         PERFORM 4000-SEND-LIST-PAGE
008720             THRU 4000-SEND-LIST-PAGE-EXIT
008730         GO TO 5000-SHOW-EMPLOYEE-EXIT
008740     END-IF
008750     IF WS-RESP NOT = DFHRESP(NORMAL)
008760         SET EIQ-ON-LIST TO TRUE
008770         PERFORM 3590-MASTER-UNAVAILABLE
008780             THRU 3590-MASTER-UNAVAILABLE-EXIT
008790         GO TO 5000-SHOW-EMPLOYEE-EXIT
008800     END-IF
008810     MOVE VSM-WORKDEPT TO WS-ENT-CHECK-DEPT
008820     PERFORM 2160-CHECK-ENTITLED-DEPT
008830         THRU 2160-CHECK-ENTITLED-DEPT-EXIT
008840     IF ENT-DEPT-NOT-HELD
008850         MOVE 'EMPLOYEE DEPARTMENT NOT ENTITLED'
008860             TO WS-ENT-REFUSE-REASON
008870         SET EIQ-ON-LIST TO TRUE
008880         PERFORM 6000-REFUSE-REQUEST
008890             THRU 6000-REFUSE-REQUEST-EXIT
008900         GO TO 5000-SHOW-EMPLOYEE-EXIT
008910     END-IF
008920     PERFORM 5100-GET-DEPARTMENT-NAME
008930         THRU 5100-GET-DEPARTMENT-NAME-EXIT
008940     MOVE 'SELECT  ' TO WS-AUDIT-ACTION
008950     MOVE VSM-EMPNO TO WS-AUDIT-EMPNO
008960     MOVE SQLCODE TO WS-AUDIT-SQLCODE
008970     PERFORM 7000-WRITE-AUDIT
008980         THRU 7000-WRITE-AUDIT-EXIT
008990     IF AUDIT-FAILED
009000         PERFORM 7900-AUDIT-UNAVAILABLE
009010             THRU 7900-AUDIT-UNAVAILABLE-EXIT
009020         GO TO 5000-SHOW-EMPLOYEE-EXIT
009030     END-IF
009040     PERFORM 5200-SEND-DETAIL
009050         THRU 5200-SEND-DETAIL-EXIT.
009060 5000-SHOW-EMPLOYEE-EXIT.
009070     EXIT.
009080
009090*****************************************************************
009100*  5100-GET-DEPARTMENT-NAME                                     *
009110*  A WORKDEPT NOT ON DEPARTMENT, OR A DB2 PROBLEM, DOES NOT     *
009120*  STOP THE INQUIRY - THE NAME LINE SAYS SO INSTEAD.            *
009130*****************************************************************
009140 5100-GET-DEPARTMENT-NAME.
009150     MOVE VSM-WORKDEPT TO WS-DEPT-DEPTNO
009160     MOVE SPACES TO WS-DEPT-DEPTNAME
009170     EXEC SQL
009180         SELECT DEPTNAME
009190         INTO :WS-DEPT-DEPTNAME
009200         FROM DEPARTMENT
009210         WHERE DEPTNO = :WS-DEPT-DEPTNO
009220     END-EXEC
009230     IF SQLCODE = 100
009240         MOVE '** NOT ON DEPARTMENT **' TO WS-DEPT-DEPTNAME
009250     ELSE
009260         IF SQLCODE NOT = 0
009270             MOVE '** DEPARTMENT NAME NOT AVAILABLE **'
009280                 TO WS-DEPT-DEPTNAME
009290         END-IF
009300     END-IF.
009310 5100-GET-DEPARTMENT-NAME-EXIT.
009320     EXIT.
009330
009340 5200-SEND-DETAIL.
009350     MOVE LOW-VALUES TO EINQDTLO
009360     MOVE VSM-EMPNO TO DEMPNOO
009370     MOVE VSM-LASTNAME TO DLNAMEO
009380     MOVE VSM-FIRSTNME TO DFNAMEO
009390     MOVE VSM-WORKDEPT TO DDEPTO
009400     MOVE WS-DEPT-DEPTNAME TO DDNAMEO
009410     MOVE VSM-PHONENO TO DPHONEO
009420     MOVE VSM-JOB TO DJOBO
009430     MOVE VSM-HIREDATE TO DHIREO
009440     MOVE VSM-BIRTHDATE TO DBIRTHO
009450     MOVE VSM-SEX TO DSEXO
009460     MOVE VSM-EDLEVEL TO WS-EDLEVEL-EDIT
009470     MOVE WS-EDLEVEL-EDIT TO DEDLVLO
009480     IF ENT-UNMASKED
009490         MOVE VSM-SALARY TO WS-PAY-EDIT
009500         MOVE WS-PAY-EDIT TO DSALO
009510         MOVE VSM-BONUS TO WS-PAY-EDIT
009520         MOVE WS-PAY-EDIT TO DBONUSO
009530         MOVE VSM-COMM TO WS-PAY-EDIT
009540         MOVE WS-PAY-EDIT TO DCOMMO
009550     ELSE
009560         MOVE WS-PAY-MASK TO DSALO
009570         MOVE WS-PAY-MASK TO DBONUSO
009580         MOVE WS-PAY-MASK TO DCOMMO
009590         IF WS-MESSAGE = SPACES
009600             MOVE 'PAY MASKED - NOT CLEARED FOR UNMASKED PAY'
009610                 TO WS-MESSAGE
009620         END-IF
009630     END-IF
009640     MOVE WS-MESSAGE TO DMSGO
009650     SET EIQ-ON-DETAIL TO TRUE
009660     EXEC CICS SEND
009670         MAP(WS-DETAIL-MAP)
009680         MAPSET(WS-MAPSET)
009690         FROM(EINQDTLO)
009700         ERASE
009710     END-EXEC
009720     SET SCREEN-SENT TO TRUE.
009730 5200-SEND-DETAIL-EXIT.
009740     EXIT.
009750
009760*****************************************************************
009770*  6000-REFUSE-REQUEST                                          *
009780*  LOG THE REFUSAL TO THE AUDIT TRAIL (RUN MODE 'L', ACTION     *
009790*  'REFUSED ') AS EMPLKUP DOES.  WHILE THE USER IS ENTITLED TO  *
009800*  THE INQUIRY THE LIST IS REDISPLAYED WITH THE REASON; A USER  *
009810*  REFUSED THE INQUIRY ITSELF IS ENDED BY THE MAINLINE.         *
009820*****************************************************************
009830 6000-REFUSE-REQUEST.
009840     MOVE 'REFUSED ' TO WS-AUDIT-ACTION
009850     MOVE EIQ-DETAIL-EMPNO TO WS-AUDIT-EMPNO
009860     MOVE ZERO TO WS-AUDIT-SQLCODE
009870     PERFORM 7000-WRITE-AUDIT
009880         THRU 7000-WRITE-AUDIT-EXIT
009890     MOVE SPACES TO WS-MESSAGE
009900     STRING 'REQUEST REFUSED - ' DELIMITED BY SIZE
009910            WS-ENT-REFUSE-REASON DELIMITED BY SIZE
009920         INTO WS-MESSAGE
009930     IF AUDIT-FAILED
009940         PERFORM 7900-AUDIT-UNAVAILABLE
009950             THRU 7900-AUDIT-UNAVAILABLE-EXIT
009960         GO TO 6000-REFUSE-REQUEST-EXIT
009970     END-IF
009980     IF REQUEST-GRANTED
009990         PERFORM 4000-SEND-LIST-PAGE
010000             THRU 4000-SEND-LIST-PAGE-EXIT
010010     END-IF.
010020 6000-REFUSE-REQUEST-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060*  7000-WRITE-AUDIT                                             *
010070*  ONE AUDREC RECORD TO THE EAUD EXTRAPARTITION QUEUE, IN THE   *
010080*  SAME FORM THE BATCH PROGRAMS WRITE TO AUDITLOG.  THE JOB ID  *
010090*  IS THE PROGRAM NAME, AS ON THE EMPLKUP RECORDS.              *
010100*****************************************************************
010110 7000-WRITE-AUDIT.
010120     MOVE SPACES TO AUDIT-RECORD
010130     MOVE WS-RUN-DATE TO AUD-RUN-DATE
010140     MOVE WS-RUN-TIME TO AUD-RUN-TIME
010150     MOVE WS-PROGRAM-ID TO AUD-JOB-ID
010160     MOVE WS-USER-ID TO AUD-USER-ID
010170     MOVE WS-LOOKUP-MODE-CODE TO AUD-RUN-MODE
010180     MOVE WS-AUDIT-ACTION TO AUD-ACTION
010190     MOVE WS-AUDIT-EMPNO TO AUD-EMPNO
010200     MOVE WS-AUDIT-SQLCODE TO AUD-SQLCODE
010210     EXEC CICS WRITEQ TD
010220         QUEUE(WS-AUDIT-QUEUE)
010230         FROM(AUDIT-RECORD)
010240         LENGTH(LENGTH OF AUDIT-RECORD)
010250         RESP(WS-RESP)
010260     END-EXEC
010270     IF WS-RESP = DFHRESP(NORMAL)
010280         SET AUDIT-WRITTEN TO TRUE
010290     ELSE
010300         SET AUDIT-FAILED TO TRUE
010310     END-IF.
010320 7000-WRITE-AUDIT-EXIT.
010330     EXIT.
010340
010350*****************************************************************
010360*  7900-AUDIT-UNAVAILABLE                                       *
010370*  NO ACCESS WITHOUT AN AUDIT RECORD - NOTHING IS SHOWN AND THE *
010380*  INQUIRY ENDS.                                                *
010390*****************************************************************
010400 7900-AUDIT-UNAVAILABLE.
010410     MOVE WS-RESP TO WS-RESP-OUT
010420     MOVE SPACES TO WS-MESSAGE
010430     STRING 'AUDIT LOG NOT AVAILABLE (RESP ' DELIMITED BY SIZE
010440            WS-RESP-OUT DELIMITED BY SIZE
010450            ') - EMPLOYEE INQUIRY ENDED' DELIMITED BY SIZE
010460         INTO WS-MESSAGE
010470     PERFORM 8000-END-INQUIRY
010480         THRU 8000-END-INQUIRY-EXIT.
010490 7900-AUDIT-UNAVAILABLE-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*  8000-END-INQUIRY - CLEAR THE SCREEN DOWN TO ONE MESSAGE      *
010540*****************************************************************
010550 8000-END-INQUIRY.
010560     IF WS-MESSAGE = SPACES
010570         MOVE 'EMPLOYEE INQUIRY ENDED' TO WS-MESSAGE
010580     END-IF
010590     EXEC CICS SEND TEXT
010600         FROM(WS-MESSAGE)
010610         LENGTH(LENGTH OF WS-MESSAGE)
010620         ERASE
010630         FREEKB
010640     END-EXEC
010650     SET SCREEN-SENT TO TRUE
010660     SET INQUIRY-ENDED TO TRUE.
010670 8000-END-INQUIRY-EXIT.
010680     EXIT.
010690
010700*****************************************************************
010710*  9000-RETURN                                                  *
010720*  END THE TASK, KEEPING THE CONVERSATION FOR THE NEXT KEY      *
010730*  UNLESS THE INQUIRY HAS ENDED.                                *
010740*****************************************************************
010750 9000-RETURN.
010760     IF INQUIRY-ENDED
010770         EXEC CICS RETURN
010780         END-EXEC
010790     ELSE
010800         EXEC CICS RETURN
010810             TRANSID(WS-TRANSID)
010820             COMMAREA(EINQ-COMMAREA)
010830             LENGTH(LENGTH OF EINQ-COMMAREA)
010840         END-EXEC
010850     END-IF.
010860 9000-RETURN-EXIT.
010870     EXIT.
