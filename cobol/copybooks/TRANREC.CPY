000090*  FROM THE NEW-HIRE FIELDS BELOW), C OR BLANK = CHANGE (THE    *
000100*  ORIGINAL FOUR FIELD/INDICATOR PAIRS; BLANK KEPT FOR          *
000110*  COMPATIBILITY WITH TRANSACTION FILES CUT BEFORE THE ACTION   *
000120*  CODE EXISTED), T = TERMINATION (EMPNO, PLUS THE TERM DATE    *
000130*  AND REASON - SEE THE TERMINATION VIEWS BELOW), P = PROMOTION *
000140*  OR INDIVIDUAL PAY CHANGE (JOB/EDLEVEL/SALARY/BONUS/COMM -    *
000150*  SEE THE PAY-CHANGE VIEWS BELOW).                             *
000160*****************************************************************
000170 01  TRAN-RECORD.
000180     05  TRAN-EMPNO               PIC X(06).
000190     05  TRAN-WORKDEPT            PIC X(03).
000200     05  TRAN-WORKDEPT-IND        PIC X(01).
000210         88  TRAN-WORKDEPT-CHANGED    VALUE 'Y'.
000220     05  TRAN-PHONENO             PIC X(04).
000230     05  TRAN-PHONENO-IND         PIC X(01).
000240         88  TRAN-PHONENO-CHANGED     VALUE 'Y'.
000250     05  TRAN-LASTNAME            PIC X(15).
000260     05  TRAN-LASTNAME-IND        PIC X(01).
000270         88  TRAN-LASTNAME-CHANGED    VALUE 'Y'.
000280     05  TRAN-FIRSTNME            PIC X(12).
000290     05  TRAN-FIRSTNME-IND        PIC X(01).
000300         88  TRAN-FIRSTNME-CHANGED    VALUE 'Y'.
000310     05  TRAN-ACTION              PIC X(01).
000320         88  TRAN-ACTION-ADD          VALUE 'A'.
000330         88  TRAN-ACTION-CHANGE       VALUE 'C' ' '.
000340         88  TRAN-ACTION-TERM         VALUE 'T'.
000350         88  TRAN-ACTION-PAY-CHANGE   VALUE 'P'.
000360         88  TRAN-ACTION-VALID
000370             VALUE 'A' 'C' 'T' 'P' ' '.
000380*****************************************************************
000390*  NEW-HIRE FIELDS, USED ONLY WHEN TRAN-ACTION IS 'A'.  THE     *
000400*  NAME, WORKDEPT AND PHONENO FOR AN ADD COME FROM THE CHANGE   *
000410*  FIELDS ABOVE (INDICATORS IGNORED).                           *
000420*                                                               *
000430*  A PAY CHANGE ('P') CARRIES THE NEW JOB, EDLEVEL, SALARY,     *
000440*  BONUS AND COMM IN THE SAME FIELDS.  HIREDATE AND BIRTHDATE   *
000450*  MEAN NOTHING ON A 'P' AND ARE REDEFINED: HIREDATE AS THE     *
000460*  SECOND APPROVER'S USER ID (NEEDED WHEN THE INCREASE IS OVER  *
000470*  THE LIMIT) AND BIRTHDATE AS ONE CHANGE INDICATOR PER FIELD,  *
000480*  SO A FIELD NOT FLAGGED 'Y' KEEPS ITS CURRENT VALUE.          *
000490*                                                               *
000500*  A TERMINATION ('T') CARRIES THE TERM DATE (YYYY-MM-DD,       *
000510*  SPACES = THE RUN DATE) IN THE HIREDATE POSITIONS AND THE     *
000520*  TERM REASON CODE IN THE FIRST TWO JOB POSITIONS.  BOTH ARE   *
000530*  KEPT ON THE FORMER-EMPLOYEE MASTER (FORMREC.CPY).            *
000540*****************************************************************
000550     05  TRAN-HIREDATE            PIC X(10).
000560     05  TRAN-PAY-APPROVAL REDEFINES TRAN-HIREDATE.
000570         10  TRAN-APPROVER-ID     PIC X(08).
000580         10  FILLER               PIC X(02).
000590     05  TRAN-TERM-DATE REDEFINES TRAN-HIREDATE
000600                                  PIC X(10).
000610     05  TRAN-JOB                 PIC X(08).
000620     05  TRAN-TERM-INFO REDEFINES TRAN-JOB.
000630         10  TRAN-TERM-REASON     PIC X(02).
000640             88  TRAN-TERM-RESIGNED   VALUE 'RS'.
000650             88  TRAN-TERM-RETIRED    VALUE 'RT'.
000660             88  TRAN-TERM-LAID-OFF   VALUE 'LO'.
000670             88  TRAN-TERM-FOR-CAUSE  VALUE 'TC'.
000680             88  TRAN-TERM-DECEASED   VALUE 'DC'.
000690             88  TRAN-TERM-OTHER      VALUE 'OT'.
000700             88  TRAN-TERM-REASON-VALID
000710                 VALUE 'RS' 'RT' 'LO' 'TC' 'DC' 'OT' '  '.
000720         10  FILLER               PIC X(06).
000730     05  TRAN-EDLEVEL             PIC 9(04).
000740     05  TRAN-SEX                 PIC X(01).
000750     05  TRAN-BIRTHDATE           PIC X(10).
000760     05  TRAN-PAY-INDICATORS REDEFINES TRAN-BIRTHDATE.
000770         10  TRAN-JOB-IND         PIC X(01).
000780             88  TRAN-JOB-CHANGED     VALUE 'Y'.
000790         10  TRAN-EDLEVEL-IND     PIC X(01).
000800             88  TRAN-EDLEVEL-CHANGED VALUE 'Y'.
000810         10  TRAN-SALARY-IND      PIC X(01).
000820             88  TRAN-SALARY-CHANGED  VALUE 'Y'.
000830         10  TRAN-BONUS-IND       PIC X(01).
000840             88  TRAN-BONUS-CHANGED   VALUE 'Y'.
000850         10  TRAN-COMM-IND        PIC X(01).
000860             88  TRAN-COMM-CHANGED    VALUE 'Y'.
000870         10  FILLER               PIC X(05).
000880     05  TRAN-SALARY              PIC 9(07)V99.
000890     05  TRAN-BONUS               PIC 9(07)V99.
000900     05  TRAN-COMM                PIC 9(07)V99.
000910*****************************************************************
000920*  EFFECTIVE DATE (YYYYMMDD).  TRANSACTIONS BANKED IN THE       *
000930*  TRANWHSE WAREHOUSE ARE HELD UNTIL THIS DATE ARRIVES AND      *
000940*  ONLY THEN RELEASED TO THE MODE 4 RUN; SPACES MEANS           *
000950*  EFFECTIVE IMMEDIATELY.  MODE 4 ITSELF APPLIES WHATEVER IT    *
000960*  IS GIVEN - THE RELEASE STEP IS THE GATE.                     *
000970*****************************************************************
000980     05  TRAN-EFF-DATE            PIC X(08).
000990     05  FILLER                   PIC X(07).
