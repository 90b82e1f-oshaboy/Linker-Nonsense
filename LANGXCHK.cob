000010******************************************************************
000020* PROGRAM-ID:  LANGXCHK
000030* AUTHOR:      D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN:  10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     NIGHTLY REFERENCE-DATA INTEGRITY CROSS-CHECK FOR THE
000100*     LANGUAGE-DISPATCH SUITE.  DSPTBL (MAINTAINED BY LANGMNT)
000110*     AND THE LANGUAGE MASTER (LANGMSTR, MAINTAINED BY LMSTMNT)
000120*     ARE KEPT SEPARATELY; THIS STEP READS BOTH KEYED DATASETS
000130*     FROM END TO END AND REPORTS (XCKRPT) EVERY ROW THE NIGHT
000140*     WOULD TRIP OVER, BEFORE THE DISPATCH WINDOW RATHER THAN
000150*     DURING IT.  ONE LINE PER EXCEPTION, TAGGED:
000160*       NOMASTER  - DSPTBL ENTRY WITH NO MASTER ROW (THE NIGHT
000170*                   BLOCKS IT, 2208 IN PROGRAM COBOL).
000180*       INACTIVE  - DSPTBL ENTRY WHOSE MASTER ROW IS INACTIVE
000190*                   (BLOCKED, 2209).
000200*       EXPIRED   - DSPTBL ENTRY WHOSE MASTER ROW EXPIRED BEFORE
000210*                   TODAY (BLOCKED, 2212).
000220*       NOTYETEFF - DSPTBL ENTRY WHOSE MASTER ROW IS NOT YET
000230*                   EFFECTIVE (BLOCKED, 2211).
000240*       NODSPTBL  - ACTIVE MASTER ROW WITH NO DSPTBL ENTRY - ITS
000250*                   DETAILS SILENTLY FALL BACK TO CALL_THIS.
000260*       NOTINLIB  - DSPTBL PROGRAM (OR THE CALL_THIS FALLBACK
000270*                   ITSELF) MISSING FROM THE DISPATCH LOAD
000280*                   LIBRARY MEMBER LIST (PGMLIST).
000290*       EXPIRING  - ACTIVE MASTER ROW WHOSE EXPIRY DATE FALLS
000300*                   WITHIN THE WARNING WINDOW (XCKPARM, DEFAULT
000310*                   30 DAYS).
000320*       NORATE    - VENDOR CODE ON THE MASTER WITH NO VNDRATE ROW
000330*                   (LANGBILL WOULD LEAVE IT UNPRICED).  EACH
000340*                   VENDOR IS REPORTED ONCE, AGAINST THE FIRST
000350*                   LANG_NAME THAT CARRIES IT.
000360*     ANY EXCEPTION ENDS THE STEP AT RETURN CODE 4 SO THE
000370*     SCHEDULER CAN ALERT.  A MISSING PGMLIST OR VNDRATE LEAVES
000380*     THAT CHECK UNMADE, SAYS SO, AND ALSO ENDS AT 4.  A FULL
000390*     LOOKUP TABLE ENDS AT 8; A DSPTBL OR LANGMSTR THAT WILL NOT
000400*     OPEN, OR NO REPORT, ENDS AT 16.
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY.
000430*   DATE       INIT  DESCRIPTION
000440*   10/15/2026 DH    ORIGINAL PROGRAM.
000450* Tectonics: cobc
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. LANGXCHK.
000490 AUTHOR. D. HOLLIS.
000500 INSTALLATION. DATA CENTER OPERATIONS.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DISPATCH-TABLE-FILE ASSIGN TO DSPTBL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DSPTBL-LANG-NAME
000610         FILE STATUS IS WS-DSPTBL-FILE-STATUS.
000620
000630     SELECT LANG-MASTER-FILE ASSIGN TO LANGMSTR
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS LMST-LANG-NAME
000670         FILE STATUS IS WS-LANGMSTR-FILE-STATUS.
000680
000690     SELECT PROGRAM-LIST-FILE ASSIGN TO PGMLIST
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PGMLIST-FILE-STATUS.
000720
000730     SELECT VENDOR-RATE-FILE ASSIGN TO VNDRATE
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-VNDRATE-FILE-STATUS.
000760
000770     SELECT CHECK-PARM-FILE ASSIGN TO XCKPARM
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-XCKPARM-FILE-STATUS.
000800
000810     SELECT CHECK-REPORT ASSIGN TO XCKRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-CHECK-RPT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  DISPATCH-TABLE-FILE.
000880 01  DSPTBL-RECORD.
000890     05  DSPTBL-LANG-NAME             PIC X(20).
000900     05  DSPTBL-PROGRAM-NAME          PIC X(09).
000910
000920 FD  LANG-MASTER-FILE.
000930 01  LANG-MASTER-RECORD.
000940     05  LMST-LANG-NAME               PIC X(20).
000950     05  LMST-VERSION                 PIC X(05).
000960     05  LMST-VENDOR-CODE             PIC X(10).
000970     05  LMST-STATUS                  PIC X(01).
000980         88  LMST-LANG-ACTIVE         VALUE "A".
000990         88  LMST-LANG-INACTIVE       VALUE "I".
001000     05  LMST-EFFECTIVE-DATE          PIC 9(08).
001010     05  LMST-EXPIRY-DATE             PIC 9(08).
001020
001030*    ONE MEMBER NAME PER CARD, COLUMNS 1-9, AS LISTED FROM THE
001040*    DISPATCH LOAD LIBRARY WHEN A ROUTINE IS PROMOTED.
001050 FD  PROGRAM-LIST-FILE
001060     RECORDING MODE IS F.
001070 01  PROGRAM-LIST-RECORD.
001080     05  PGL-PROGRAM-NAME             PIC X(09).
001090     05  FILLER                       PIC X(71).
001100
001110 FD  VENDOR-RATE-FILE
001120     RECORDING MODE IS F.
001130 01  VENDOR-RATE-RECORD.
001140     05  VRT-VENDOR-CODE              PIC X(10).
001150     05  VRT-RATE-PER-CALL            PIC 9(03)V99.
001160     05  VRT-RATE-PER-SECOND          PIC 9(03)V99.
001170
001180 FD  CHECK-PARM-FILE
001190     RECORDING MODE IS F.
001200 01  CHECK-PARM-RECORD.
001210     05  XCK-WARN-DAYS                PIC X(03).
001220     05  FILLER                       PIC X(77).
001230
001240 FD  CHECK-REPORT
001250     RECORDING MODE IS F.
001260 01  CHECK-REPORT-LINE                PIC X(100).
001270
001280 WORKING-STORAGE SECTION.
001290*-----------------------------------------------------------------
001300*    FILE STATUS SWITCHES
001310*-----------------------------------------------------------------
001320 01  WS-FILE-STATUSES.
001330     05  WS-DSPTBL-FILE-STATUS       PIC X(02) VALUE "99".
001340         88  DSPTBL-FILE-OK          VALUE "00".
001350         88  DSPTBL-FILE-AT-END      VALUE "10".
001360     05  WS-LANGMSTR-FILE-STATUS     PIC X(02) VALUE "99".
001370         88  LANGMSTR-FILE-OK        VALUE "00".
001380         88  LANGMSTR-FILE-AT-END    VALUE "10".
001390     05  WS-PGMLIST-FILE-STATUS      PIC X(02) VALUE "99".
001400         88  PGMLIST-FILE-OK         VALUE "00".
001410         88  PGMLIST-FILE-AT-END     VALUE "10".
001420     05  WS-VNDRATE-FILE-STATUS      PIC X(02) VALUE "99".
001430         88  VNDRATE-FILE-OK         VALUE "00".
001440         88  VNDRATE-FILE-AT-END     VALUE "10".
001450     05  WS-XCKPARM-FILE-STATUS      PIC X(02) VALUE "99".
001460         88  XCKPARM-FILE-OK         VALUE "00".
001470     05  WS-CHECK-RPT-STATUS         PIC X(02) VALUE "99".
001480         88  CHECK-RPT-OK            VALUE "00".
001490
001500 01  WS-SWITCHES.
001510     05  WS-DSPTBL-OPEN-SWITCH        PIC X(01) VALUE "N".
001520         88  DISPATCH-TABLE-OPEN      VALUE "Y".
001530     05  WS-MASTER-OPEN-SWITCH        PIC X(01) VALUE "N".
001540         88  MASTER-FILE-AVAILABLE    VALUE "Y".
001550     05  WS-DSPTBL-EOF-SWITCH         PIC X(01) VALUE "N".
001560         88  END-OF-DSPTBL-FILE       VALUE "Y".
001570     05  WS-MASTER-EOF-SWITCH         PIC X(01) VALUE "N".
001580         88  END-OF-MASTER-FILE       VALUE "Y".
001590     05  WS-PGMLIST-EOF-SWITCH        PIC X(01) VALUE "N".
001600         88  END-OF-PGMLIST-FILE      VALUE "Y".
001610     05  WS-VNDRATE-EOF-SWITCH        PIC X(01) VALUE "N".
001620         88  END-OF-VNDRATE-FILE      VALUE "Y".
001630     05  WS-PGMLIST-LOADED-SWITCH     PIC X(01) VALUE "N".
001640         88  PROGRAM-LIST-LOADED      VALUE "Y".
001650     05  WS-VNDRATE-LOADED-SWITCH     PIC X(01) VALUE "N".
001660         88  VENDOR-RATES-LOADED      VALUE "Y".
001670     05  WS-PGMLIST-FULL-SWITCH       PIC X(01) VALUE "N".
001680         88  PGMLIST-TABLE-FULL-LOGGED VALUE "Y".
001690     05  WS-RATE-FULL-SWITCH          PIC X(01) VALUE "N".
001700         88  RATE-TABLE-FULL-LOGGED   VALUE "Y".
001710     05  WS-ENTRY-FOUND-SWITCH        PIC X(01) VALUE "N".
001720         88  TABLE-ENTRY-FOUND        VALUE "Y".
001730     05  WS-LEAP-YEAR-SWITCH          PIC X(01) VALUE "N".
001740         88  LEAP-YEAR                VALUE "Y".
001750
001760*-----------------------------------------------------------------
001770*    DISPATCH LOAD LIBRARY MEMBER LIST - LOADED FROM PGMLIST.
001780*-----------------------------------------------------------------
001790 01  WS-PGMLIST-TABLE-CONTROL.
001800     05  WS-PGMLIST-ENTRY-COUNT       PIC 9(04) VALUE ZERO.
001810     05  WS-PGMLIST-TABLE
001820                 OCCURS 1 TO 1000 TIMES
001830                 DEPENDING ON WS-PGMLIST-ENTRY-COUNT
001840                 INDEXED BY PGL-IDX.
001850         10  WS-PGL-PROGRAM-NAME      PIC X(09).
001860
001870*-----------------------------------------------------------------
001880*    VENDOR RATE TABLE - LOADED FROM VNDRATE, THE SAME DATASET
001890*    AND CAPACITY LANGBILL PRICES FROM.
001900*-----------------------------------------------------------------
001910 01  WS-RATE-TABLE-CONTROL.
001920     05  WS-RATE-ENTRY-COUNT          PIC 9(04) VALUE ZERO.
001930     05  WS-RATE-TABLE
001940                 OCCURS 1 TO 50 TIMES
001950                 DEPENDING ON WS-RATE-ENTRY-COUNT
001960                 INDEXED BY RTE-IDX.
001970         10  WS-RTE-VENDOR-CODE       PIC X(10).
001980
001990*-----------------------------------------------------------------
002000*    VENDOR CODES ALREADY REPORTED AS UNRATED, SO EACH ONE IS
002010*    LISTED ONCE HOWEVER MANY LANG_NAMES CARRY IT.  PAST 50 A
002020*    VENDOR MAY BE LISTED AGAIN - NOTHING IS LOST.
002030*-----------------------------------------------------------------
002040 01  WS-NORATE-TABLE-CONTROL.
002050     05  WS-NORATE-ENTRY-COUNT        PIC 9(04) VALUE ZERO.
002060     05  WS-NORATE-TABLE
002070                 OCCURS 1 TO 50 TIMES
002080                 DEPENDING ON WS-NORATE-ENTRY-COUNT
002090                 INDEXED BY NRT-IDX.
002100         10  WS-NRT-VENDOR-CODE       PIC X(10).
002110
002120*-----------------------------------------------------------------
002130*    EXPIRY WARNING WINDOW.  WS-HORIZON-DATE IS TODAY PLUS
002140*    WS-WARN-DAYS, WORKED OUT A DAY AT A TIME IN WS-CALC-DATE.
002150*-----------------------------------------------------------------
002160 01  WS-WARN-WINDOW.
002170     05  WS-WARN-DAYS                 PIC 9(03) VALUE 30.
002180     05  WS-HORIZON-DATE              PIC 9(08) VALUE ZERO.
002190 01  WS-WARN-DAYS-WORK                PIC X(03).
002200 01  WS-WARN-DAYS-WORK-N REDEFINES WS-WARN-DAYS-WORK
002210                                      PIC 9(03).
002220 01  WS-CALC-DATE.
002230     05  WS-CALC-YEAR                 PIC 9(04).
002240     05  WS-CALC-MONTH                PIC 9(02).
002250     05  WS-CALC-DAY                  PIC 9(02).
002260 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
002270                                      PIC 9(08).
002280 01  WS-MONTH-DAYS-VALUES             PIC X(24)
002290                 VALUE "312831303130313130313031".
002300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002310     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
002320 01  WS-DAYS-IN-MONTH                 PIC 9(02).
002330 01  WS-LEAP-QUOTIENT                 PIC 9(04).
002340 01  WS-LEAP-REMAINDER                PIC 9(04).
002350
002360*-----------------------------------------------------------------
002370*    MASTER ROW DATES, FOLDED TO ZERO WHEN NOT NUMERIC - A ZERO
002380*    DATE LEAVES THAT SIDE OF THE WINDOW OPEN, AS IN THE
002390*    DISPATCHER.
002400*-----------------------------------------------------------------
002410 01  WS-MASTER-EFF-DATE               PIC 9(08) VALUE ZERO.
002420 01  WS-MASTER-EXP-DATE               PIC 9(08) VALUE ZERO.
002430
002440*-----------------------------------------------------------------
002450*    ONE EXCEPTION, AS HANDED TO 7000-WRITE-EXCEPTION.
002460*-----------------------------------------------------------------
002470 01  WS-EXCEPTION-WORK.
002480     05  WS-EXC-TAG                   PIC X(09).
002490     05  WS-EXC-LANG-NAME             PIC X(20).
002500     05  WS-EXC-KEY-TAG               PIC X(08).
002510     05  WS-EXC-KEY-VALUE             PIC X(10).
002520     05  WS-EXC-TEXT                  PIC X(40).
002530
002540*-----------------------------------------------------------------
002550*    EXCEPTION COUNTS, ONE PER TAG.
002560*-----------------------------------------------------------------
002570 01  WS-EXCEPTION-COUNTS.
002580     05  WS-NOMASTER-COUNT            PIC 9(05) VALUE ZERO.
002590     05  WS-INACTIVE-COUNT            PIC 9(05) VALUE ZERO.
002600     05  WS-EXPIRED-COUNT             PIC 9(05) VALUE ZERO.
002610     05  WS-NOTYETEFF-COUNT           PIC 9(05) VALUE ZERO.
002620     05  WS-NODSPTBL-COUNT            PIC 9(05) VALUE ZERO.
002630     05  WS-NOTINLIB-COUNT            PIC 9(05) VALUE ZERO.
002640     05  WS-EXPIRING-COUNT            PIC 9(05) VALUE ZERO.
002650     05  WS-NORATE-COUNT              PIC 9(05) VALUE ZERO.
002660     05  WS-EXCEPTION-TOTAL           PIC 9(05) VALUE ZERO.
002670
002680 77  WS-DSPTBL-READ-COUNT             PIC 9(07) VALUE ZERO.
002690 77  WS-MASTER-READ-COUNT             PIC 9(07) VALUE ZERO.
002700 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
002710 77  WS-DAY-SUB                       PIC 9(04) VALUE ZERO.
002720
002730 01  WS-DEFAULT-PROGRAM-NAME          PIC X(09) VALUE "call_this".
002740 01  WS-LOOKUP-PROGRAM-NAME           PIC X(09).
002750 01  WS-RUN-DATE                      PIC 9(08).
002760
002770 PROCEDURE DIVISION.
002780*-----------------------------------------------------------------
002790* 0000-MAINLINE-CONTROL.
002800*     TOP LEVEL FLOW OF CONTROL FOR THE CROSS-CHECK STEP.
002810*-----------------------------------------------------------------
002820 0000-MAINLINE-CONTROL.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     PERFORM 2000-CHECK-DISPATCH-TABLE THRU 2000-EXIT.
002850     PERFORM 3000-CHECK-LANGUAGE-MASTER THRU 3000-EXIT.
002860     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002870     STOP RUN.
002880
002890*-----------------------------------------------------------------
002900* 1000-INITIALIZE.
002910*     OPENS THE REPORT AND BOTH KEYED DATASETS, READS THE
002920*     OPTIONAL WARNING-WINDOW PARAMETER, WORKS OUT THE HORIZON
002930*     DATE, LOADS THE LOAD-LIBRARY LIST AND THE VENDOR RATES,
002940*     AND WRITES THE HEADING.  WITHOUT BOTH KEYED DATASETS
002950*     THERE IS NOTHING TO CROSS-CHECK.
002960*-----------------------------------------------------------------
002970 1000-INITIALIZE.
002980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002990     OPEN OUTPUT CHECK-REPORT.
003000     IF NOT CHECK-RPT-OK
003010         MOVE 16 TO WS-JOB-RETURN-CODE
003020         GO TO 1000-EXIT
003030     END-IF.
003040     PERFORM 1020-READ-CHECK-PARM THRU 1020-EXIT.
003050     PERFORM 1030-COMPUTE-HORIZON-DATE THRU 1030-EXIT.
003060     PERFORM 1010-WRITE-REPORT-HEADING THRU 1010-EXIT.
003070     OPEN INPUT DISPATCH-TABLE-FILE.
003080     IF DSPTBL-FILE-OK
003090         SET DISPATCH-TABLE-OPEN TO TRUE
003100     ELSE
003110         MOVE SPACES TO CHECK-REPORT-LINE
003120         STRING "DSPTBL WILL NOT OPEN - STATUS "
003130                 DELIMITED BY SIZE
003140                WS-DSPTBL-FILE-STATUS DELIMITED BY SIZE
003150                " - NO CROSS-CHECK MADE" DELIMITED BY SIZE
003160                INTO CHECK-REPORT-LINE
003170         END-STRING
003180         WRITE CHECK-REPORT-LINE
003190         MOVE 16 TO WS-JOB-RETURN-CODE
003200     END-IF.
003210     OPEN INPUT LANG-MASTER-FILE.
003220     IF LANGMSTR-FILE-OK
003230         SET MASTER-FILE-AVAILABLE TO TRUE
003240     ELSE
003250         MOVE SPACES TO CHECK-REPORT-LINE
003260         STRING "LANGMSTR WILL NOT OPEN - STATUS "
003270                 DELIMITED BY SIZE
003280                WS-LANGMSTR-FILE-STATUS DELIMITED BY SIZE
003290                " - NO CROSS-CHECK MADE" DELIMITED BY SIZE
003300                INTO CHECK-REPORT-LINE
003310         END-STRING
003320         WRITE CHECK-REPORT-LINE
003330         MOVE 16 TO WS-JOB-RETURN-CODE
003340     END-IF.
003350     IF NOT DISPATCH-TABLE-OPEN OR NOT MASTER-FILE-AVAILABLE
003360         GO TO 1000-EXIT
003370     END-IF.
003380     PERFORM 1040-LOAD-PROGRAM-LIST THRU 1040-EXIT.
003390     PERFORM 1050-LOAD-VENDOR-RATES THRU 1050-EXIT.
003400 1000-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------------
003440* 1010-WRITE-REPORT-HEADING.
003450*     WRITES THE REPORT HEADING WITH THE RUN DATE AND THE EXPIRY
003460*     WARNING WINDOW IN FORCE.
003470*-----------------------------------------------------------------
003480 1010-WRITE-REPORT-HEADING.
003490     MOVE SPACES TO CHECK-REPORT-LINE.
003500     STRING "DSPTBL / LANGMSTR CROSS-CHECK - RUN "
003510             DELIMITED BY SIZE
003520            WS-RUN-DATE DELIMITED BY SIZE
003530            " EXPIRY WINDOW " DELIMITED BY SIZE
003540            WS-WARN-DAYS DELIMITED BY SIZE
003550            " DAYS (TO " DELIMITED BY SIZE
003560            WS-HORIZON-DATE DELIMITED BY SIZE
003570            ")" DELIMITED BY SIZE
003580            INTO CHECK-REPORT-LINE
003590     END-STRING.
003600     WRITE CHECK-REPORT-LINE.
003610 1010-EXIT.
003620     EXIT.
003630
003640*-----------------------------------------------------------------
003650* 1020-READ-CHECK-PARM.
003660*     READS THE OPTIONAL EXPIRY WARNING WINDOW, IN DAYS, FROM
003670*     COLUMNS 1-3 OF XCKPARM.  A MISSING, BLANK, ZERO OR
003680*     NON-NUMERIC VALUE LEAVES THE 30-DAY DEFAULT.
003690*-----------------------------------------------------------------
003700 1020-READ-CHECK-PARM.
003710     OPEN INPUT CHECK-PARM-FILE.
003720     IF NOT XCKPARM-FILE-OK
003730         GO TO 1020-EXIT
003740     END-IF.
003750     READ CHECK-PARM-FILE
003760         AT END
003770             CONTINUE
003780         NOT AT END
003790             MOVE XCK-WARN-DAYS TO WS-WARN-DAYS-WORK
003800             IF WS-WARN-DAYS-WORK-N NUMERIC
003810                AND WS-WARN-DAYS-WORK-N > ZERO
003820                 MOVE WS-WARN-DAYS-WORK-N TO WS-WARN-DAYS
003830             END-IF
003840     END-READ.
003850     CLOSE CHECK-PARM-FILE.
003860 1020-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------------
003900* 1030-COMPUTE-HORIZON-DATE.
003910*     WORKS OUT THE LAST DATE OF THE EXPIRY WARNING WINDOW -
003920*     TODAY PLUS WS-WARN-DAYS CALENDAR DAYS.
003930*-----------------------------------------------------------------
003940 1030-COMPUTE-HORIZON-DATE.
003950     MOVE WS-RUN-DATE TO WS-CALC-DATE-N.
003960     PERFORM 1031-ADD-ONE-DAY THRU 1031-EXIT
003970         VARYING WS-DAY-SUB FROM 1 BY 1
003980         UNTIL WS-DAY-SUB > WS-WARN-DAYS.
003990     MOVE WS-CALC-DATE-N TO WS-HORIZON-DATE.
004000 1030-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------------
004040* 1031-ADD-ONE-DAY.
004050*     ADVANCES WS-CALC-DATE BY ONE CALENDAR DAY, ROLLING THE
004060*     MONTH AND YEAR AND ALLOWING FOR FEBRUARY 29TH.
004070*-----------------------------------------------------------------
004080 1031-ADD-ONE-DAY.
004090     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-DAYS-IN-MONTH.
004100     IF WS-CALC-MONTH EQUAL 2
004110         PERFORM 1032-TEST-LEAP-YEAR THRU 1032-EXIT
004120         IF LEAP-YEAR
004130             MOVE 29 TO WS-DAYS-IN-MONTH
004140         END-IF
004150     END-IF.
004160     ADD 1 TO WS-CALC-DAY.
004170     IF WS-CALC-DAY > WS-DAYS-IN-MONTH
004180         MOVE 1 TO WS-CALC-DAY
004190         ADD 1 TO WS-CALC-MONTH
004200         IF WS-CALC-MONTH > 12
004210             MOVE 1 TO WS-CALC-MONTH
004220             ADD 1 TO WS-CALC-YEAR
004230         END-IF
004240     END-IF.
004250 1031-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------------
004290* 1032-TEST-LEAP-YEAR.
004300*     SETS LEAP-YEAR FOR WS-CALC-YEAR - DIVISIBLE BY 4, AND NOT
004310*     BY 100 UNLESS ALSO BY 400.
004320*-----------------------------------------------------------------
004330 1032-TEST-LEAP-YEAR.
004340     MOVE "N" TO WS-LEAP-YEAR-SWITCH.
004350     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004360         REMAINDER WS-LEAP-REMAINDER.
004370     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
004380         GO TO 1032-EXIT
004390     END-IF.
004400     SET LEAP-YEAR TO TRUE.
004410     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004420         REMAINDER WS-LEAP-REMAINDER.
004430     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
004440         GO TO 1032-EXIT
004450     END-IF.
004460     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004470         REMAINDER WS-LEAP-REMAINDER.
004480     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
004490         MOVE "N" TO WS-LEAP-YEAR-SWITCH
004500     END-IF.
004510 1032-EXIT.
004520     EXIT.
004530
004540*-----------------------------------------------------------------
004550* 1040-LOAD-PROGRAM-LIST.
004560*     LOADS THE DISPATCH LOAD LIBRARY MEMBER LIST.  WITHOUT IT
004570*     THE LOAD-LIBRARY CHECK CANNOT BE MADE; THE REPORT SAYS SO
004580*     AND THE STEP ENDS AT RETURN CODE 4.
004590*-----------------------------------------------------------------
004600 1040-LOAD-PROGRAM-LIST.
004610     OPEN INPUT PROGRAM-LIST-FILE.
004620     IF NOT PGMLIST-FILE-OK
004630         MOVE SPACES TO CHECK-REPORT-LINE
004640         MOVE "PGMLIST NOT AVAILABLE - LOAD LIBRARY NOT CHECKED"
004650             TO CHECK-REPORT-LINE
004660         WRITE CHECK-REPORT-LINE
004670         IF WS-JOB-RETURN-CODE < 4
004680             MOVE 4 TO WS-JOB-RETURN-CODE
004690         END-IF
004700         GO TO 1040-EXIT
004710     END-IF.
004720     SET PROGRAM-LIST-LOADED TO TRUE.
004730     PERFORM 1041-READ-PROGRAM-LIST THRU 1041-EXIT.
004740     PERFORM 1042-BUILD-PROGRAM-TABLE THRU 1042-EXIT
004750         UNTIL END-OF-PGMLIST-FILE.
004760     CLOSE PROGRAM-LIST-FILE.
004770 1040-EXIT.
004780     EXIT.
004790
004800*-----------------------------------------------------------------
004810* 1041-READ-PROGRAM-LIST.
004820*     READS THE NEXT LOAD LIBRARY MEMBER NAME.
004830*-----------------------------------------------------------------
004840 1041-READ-PROGRAM-LIST.
004850     READ PROGRAM-LIST-FILE
004860         AT END
004870             SET END-OF-PGMLIST-FILE TO TRUE
004880     END-READ.
004890 1041-EXIT.
004900     EXIT.
004910
004920*-----------------------------------------------------------------
004930* 1042-BUILD-PROGRAM-TABLE.
004940*     ADDS ONE MEMBER NAME TO THE TABLE AND READS THE NEXT CARD
004950*     AHEAD.  BLANK CARDS ARE SKIPPED.  PAST THE 1000-ENTRY
004960*     CAPACITY THE OVERFLOW IS LOGGED ONCE (RETURN CODE 8) AND
004970*     LATER NAMES ARE DROPPED, SO A NOTINLIB LINE AFTER THAT
004980*     NOTICE MAY BE FALSE.
004990*-----------------------------------------------------------------
005000 1042-BUILD-PROGRAM-TABLE.
005010     IF PGL-PROGRAM-NAME EQUAL SPACES
005020         GO TO 1042-NEXT
005030     END-IF.
005040     IF WS-PGMLIST-ENTRY-COUNT >= 1000
005050         PERFORM 1043-LOG-PGMLIST-TABLE-FULL THRU 1043-EXIT
005060         GO TO 1042-NEXT
005070     END-IF.
005080     ADD 1 TO WS-PGMLIST-ENTRY-COUNT.
005090     MOVE PGL-PROGRAM-NAME
005100         TO WS-PGL-PROGRAM-NAME (WS-PGMLIST-ENTRY-COUNT).
005110 1042-NEXT.
005120     PERFORM 1041-READ-PROGRAM-LIST THRU 1041-EXIT.
005130 1042-EXIT.
005140     EXIT.
005150
005160*-----------------------------------------------------------------
005170* 1043-LOG-PGMLIST-TABLE-FULL.
005180*     LOGS THE LOAD-LIBRARY TABLE OVERFLOW THE FIRST TIME IT IS
005190*     SEEN, AND ONLY THE FIRST TIME.
005200*-----------------------------------------------------------------
005210 1043-LOG-PGMLIST-TABLE-FULL.
005220     IF NOT PGMLIST-TABLE-FULL-LOGGED
005230         SET PGMLIST-TABLE-FULL-LOGGED TO TRUE
005240         MOVE SPACES TO CHECK-REPORT-LINE
005250         MOVE "PGMLIST TABLE FULL AT 1000 ENTRIES - REST DROPPED"
005260             TO CHECK-REPORT-LINE
005270         WRITE CHECK-REPORT-LINE
005280         IF WS-JOB-RETURN-CODE < 8
005290             MOVE 8 TO WS-JOB-RETURN-CODE
005300         END-IF
005310     END-IF.
005320 1043-EXIT.
005330     EXIT.
005340
005350*-----------------------------------------------------------------
005360* 1050-LOAD-VENDOR-RATES.
005370*     LOADS THE VENDOR CODES FROM VNDRATE.  WITHOUT IT THE RATE
005380*     CHECK CANNOT BE MADE; THE REPORT SAYS SO AND THE STEP ENDS
005390*     AT RETURN CODE 4.
005400*-----------------------------------------------------------------
005410 1050-LOAD-VENDOR-RATES.
005420     OPEN INPUT VENDOR-RATE-FILE.
005430     IF NOT VNDRATE-FILE-OK
005440         MOVE SPACES TO CHECK-REPORT-LINE
005450         MOVE "VNDRATE NOT AVAILABLE - VENDOR RATE CHECK NOT MADE"
005460             TO CHECK-REPORT-LINE
005470         WRITE CHECK-REPORT-LINE
005480         IF WS-JOB-RETURN-CODE < 4
005490             MOVE 4 TO WS-JOB-RETURN-CODE
005500         END-IF
005510         GO TO 1050-EXIT
005520     END-IF.
005530     SET VENDOR-RATES-LOADED TO TRUE.
005540     PERFORM 1051-READ-RATE-RECORD THRU 1051-EXIT.
005550     PERFORM 1052-BUILD-RATE-TABLE THRU 1052-EXIT
005560         UNTIL END-OF-VNDRATE-FILE.
005570     CLOSE VENDOR-RATE-FILE.
005580 1050-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------------
005620* 1051-READ-RATE-RECORD.
005630*     READS THE NEXT VENDOR RATE RECORD.
005640*-----------------------------------------------------------------
005650 1051-READ-RATE-RECORD.
005660     READ VENDOR-RATE-FILE
005670         AT END
005680             SET END-OF-VNDRATE-FILE TO TRUE
005690     END-READ.
005700 1051-EXIT.
005710     EXIT.
005720
005730*-----------------------------------------------------------------
005740* 1052-BUILD-RATE-TABLE.
005750*     ADDS ONE VENDOR CODE TO THE RATE TABLE AND READS THE NEXT
005760*     RECORD AHEAD.  PAST THE 50-ENTRY CAPACITY LANGBILL ITSELF
005770*     DROPS THE REST, SO THE OVERFLOW IS LOGGED ONCE (RETURN
005780*     CODE 8) - THOSE VENDORS WILL NOT BE PRICED AT MONTH-END.
005790*-----------------------------------------------------------------
005800 1052-BUILD-RATE-TABLE.
005810     IF WS-RATE-ENTRY-COUNT >= 50
005820         PERFORM 1053-LOG-RATE-TABLE-FULL THRU 1053-EXIT
005830         GO TO 1052-NEXT
005840     END-IF.
005850     ADD 1 TO WS-RATE-ENTRY-COUNT.
005860     MOVE VRT-VENDOR-CODE
005870         TO WS-RTE-VENDOR-CODE (WS-RATE-ENTRY-COUNT).
005880 1052-NEXT.
005890     PERFORM 1051-READ-RATE-RECORD THRU 1051-EXIT.
005900 1052-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------------
005940* 1053-LOG-RATE-TABLE-FULL.
005950*     LOGS THE RATE TABLE OVERFLOW THE FIRST TIME IT IS SEEN,
005960*     AND ONLY THE FIRST TIME.
005970*-----------------------------------------------------------------
005980 1053-LOG-RATE-TABLE-FULL.
005990     IF NOT RATE-TABLE-FULL-LOGGED
006000         SET RATE-TABLE-FULL-LOGGED TO TRUE
006010         MOVE SPACES TO CHECK-REPORT-LINE
006020         MOVE "VNDRATE OVER 50 ROWS - LANGBILL DROPS THE REST"
006030             TO CHECK-REPORT-LINE
006040         WRITE CHECK-REPORT-LINE
006050         IF WS-JOB-RETURN-CODE < 8
006060             MOVE 8 TO WS-JOB-RETURN-CODE
006070         END-IF
006080     END-IF.
006090 1053-EXIT.
006100     EXIT.
006110
006120*-----------------------------------------------------------------
006130* 2000-CHECK-DISPATCH-TABLE.
006140*     FIRST PASS: BROWSES DSPTBL IN KEY SEQUENCE AND CHECKS EACH
006150*     ENTRY AGAINST ITS MASTER ROW AND THE LOAD LIBRARY LIST,
006160*     THEN CHECKS THE CALL_THIS FALLBACK IS IN THE LIBRARY TOO.
006170*-----------------------------------------------------------------
006180 2000-CHECK-DISPATCH-TABLE.
006190     IF NOT DISPATCH-TABLE-OPEN OR NOT MASTER-FILE-AVAILABLE
006200         GO TO 2000-EXIT
006210     END-IF.
006220     MOVE LOW-VALUES TO DSPTBL-LANG-NAME.
006230     START DISPATCH-TABLE-FILE
006240         KEY IS NOT LESS THAN DSPTBL-LANG-NAME
006250         INVALID KEY
006260             SET END-OF-DSPTBL-FILE TO TRUE
006270     END-START.
006280     IF NOT END-OF-DSPTBL-FILE
006290         PERFORM 2100-READ-DSPTBL-ENTRY THRU 2100-EXIT
006300     END-IF.
006310     PERFORM 2200-CHECK-ONE-DSPTBL-ENTRY THRU 2200-EXIT
006320         UNTIL END-OF-DSPTBL-FILE.
006330     MOVE WS-DEFAULT-PROGRAM-NAME TO WS-LOOKUP-PROGRAM-NAME.
006340     PERFORM 2300-CHECK-LOAD-LIBRARY THRU 2300-EXIT.
006350     IF PROGRAM-LIST-LOADED AND NOT TABLE-ENTRY-FOUND
006360         MOVE "NOTINLIB" TO WS-EXC-TAG
006370         MOVE "*FALLBACK*" TO WS-EXC-LANG-NAME
006380         MOVE "PGM" TO WS-EXC-KEY-TAG
006390         MOVE WS-DEFAULT-PROGRAM-NAME TO WS-EXC-KEY-VALUE
006400         MOVE "DEFAULT PROGRAM NOT IN LOAD LIBRARY"
006410             TO WS-EXC-TEXT
006420         ADD 1 TO WS-NOTINLIB-COUNT
006430         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006440     END-IF.
006450 2000-EXIT.
006460     EXIT.
006470
006480*-----------------------------------------------------------------
006490* 2100-READ-DSPTBL-ENTRY.
006500*     READS THE NEXT DSPTBL ENTRY IN KEY SEQUENCE.
006510*-----------------------------------------------------------------
006520 2100-READ-DSPTBL-ENTRY.
006530     READ DISPATCH-TABLE-FILE NEXT RECORD
006540         AT END
006550             SET END-OF-DSPTBL-FILE TO TRUE
006560     END-READ.
006570 2100-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------------
006610* 2200-CHECK-ONE-DSPTBL-ENTRY.
006620*     CHECKS ONE DSPTBL ENTRY: ITS LANG_NAME MUST HAVE A MASTER
006630*     ROW THE NIGHT WOULD DISPATCH (ACTIVE, EFFECTIVE, NOT
006640*     EXPIRED) AND ITS PROGRAM MUST BE IN THE LOAD LIBRARY.
006650*     READS THE NEXT ENTRY AHEAD.
006660*-----------------------------------------------------------------
006670 2200-CHECK-ONE-DSPTBL-ENTRY.
006680     ADD 1 TO WS-DSPTBL-READ-COUNT.
006690     MOVE DSPTBL-LANG-NAME TO WS-EXC-LANG-NAME.
006700     MOVE "PGM" TO WS-EXC-KEY-TAG.
006710     MOVE DSPTBL-PROGRAM-NAME TO WS-EXC-KEY-VALUE.
006720     MOVE DSPTBL-LANG-NAME TO LMST-LANG-NAME.
006730     READ LANG-MASTER-FILE
006740         INVALID KEY
006750             MOVE "NOMASTER" TO WS-EXC-TAG
006760             MOVE "NO LANGUAGE MASTER ROW" TO WS-EXC-TEXT
006770             ADD 1 TO WS-NOMASTER-COUNT
006780             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006790         NOT INVALID KEY
006800             PERFORM 2210-CHECK-MASTER-WINDOW THRU 2210-EXIT
006810     END-READ.
006820     MOVE DSPTBL-PROGRAM-NAME TO WS-LOOKUP-PROGRAM-NAME.
006830     PERFORM 2300-CHECK-LOAD-LIBRARY THRU 2300-EXIT.
006840     IF PROGRAM-LIST-LOADED AND NOT TABLE-ENTRY-FOUND
006850         MOVE "NOTINLIB" TO WS-EXC-TAG
006860         MOVE "PROGRAM NOT IN LOAD LIBRARY" TO WS-EXC-TEXT
006870         ADD 1 TO WS-NOTINLIB-COUNT
006880         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006890     END-IF.
006900     PERFORM 2100-READ-DSPTBL-ENTRY THRU 2100-EXIT.
006910 2200-EXIT.
006920     EXIT.
006930
006940*-----------------------------------------------------------------
006950* 2210-CHECK-MASTER-WINDOW.
006960*     APPLIES THE DISPATCHER'S OWN MASTER GATES (2213 IN
006970*     PROGRAM COBOL) TO THE ROW JUST READ, AGAINST TODAY'S DATE,
006980*     AND REPORTS THE FIRST ONE THAT WOULD BLOCK THE ENTRY.
006990*-----------------------------------------------------------------
007000 2210-CHECK-MASTER-WINDOW.
007010     PERFORM 2220-FOLD-MASTER-DATES THRU 2220-EXIT.
007020     IF NOT LMST-LANG-ACTIVE
007030         MOVE "INACTIVE" TO WS-EXC-TAG
007040         MOVE "MASTER ROW INACTIVE" TO WS-EXC-TEXT
007050         ADD 1 TO WS-INACTIVE-COUNT
007060         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007070         GO TO 2210-EXIT
007080     END-IF.
007090     IF WS-MASTER-EXP-DATE > ZERO
007100        AND WS-RUN-DATE > WS-MASTER-EXP-DATE
007110         MOVE "EXPIRED" TO WS-EXC-TAG
007120         MOVE SPACES TO WS-EXC-TEXT
007130         STRING "MASTER ROW EXPIRED " DELIMITED BY SIZE
007140                WS-MASTER-EXP-DATE DELIMITED BY SIZE
007150                INTO WS-EXC-TEXT
007160         END-STRING
007170         ADD 1 TO WS-EXPIRED-COUNT
007180         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007190         GO TO 2210-EXIT
007200     END-IF.
007210     IF WS-MASTER-EFF-DATE > ZERO
007220        AND WS-RUN-DATE < WS-MASTER-EFF-DATE
007230         MOVE "NOTYETEFF" TO WS-EXC-TAG
007240         MOVE SPACES TO WS-EXC-TEXT
007250         STRING "MASTER ROW NOT EFFECTIVE UNTIL "
007260                 DELIMITED BY SIZE
007270                WS-MASTER-EFF-DATE DELIMITED BY SIZE
007280                INTO WS-EXC-TEXT
007290         END-STRING
007300         ADD 1 TO WS-NOTYETEFF-COUNT
007310         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007320     END-IF.
007330 2210-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------------
007370* 2220-FOLD-MASTER-DATES.
007380*     COPIES THE MASTER ROW'S EFFECTIVE AND EXPIRY DATES,
007390*     FOLDING A NON-NUMERIC (HERITAGE) DATE TO ZERO.
007400*-----------------------------------------------------------------
007410 2220-FOLD-MASTER-DATES.
007420     IF LMST-EFFECTIVE-DATE NUMERIC
007430         MOVE LMST-EFFECTIVE-DATE TO WS-MASTER-EFF-DATE
007440     ELSE
007450         MOVE ZERO TO WS-MASTER-EFF-DATE
007460     END-IF.
007470     IF LMST-EXPIRY-DATE NUMERIC
007480         MOVE LMST-EXPIRY-DATE TO WS-MASTER-EXP-DATE
007490     ELSE
007500         MOVE ZERO TO WS-MASTER-EXP-DATE
007510     END-IF.
007520 2220-EXIT.
007530     EXIT.
007540
007550*-----------------------------------------------------------------
007560* 2300-CHECK-LOAD-LIBRARY.
007570*     LOOKS WS-LOOKUP-PROGRAM-NAME UP IN THE LOAD LIBRARY LIST
007580*     AND SETS TABLE-ENTRY-FOUND WHEN IT IS THERE.
007590*-----------------------------------------------------------------
007600 2300-CHECK-LOAD-LIBRARY.
007610     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
007620     IF WS-PGMLIST-ENTRY-COUNT EQUAL ZERO
007630         GO TO 2300-EXIT
007640     END-IF.
007650     SET PGL-IDX TO 1.
007660     SEARCH WS-PGMLIST-TABLE
007670         AT END
007680             CONTINUE
007690         WHEN WS-PGL-PROGRAM-NAME (PGL-IDX)
007700                  EQUAL WS-LOOKUP-PROGRAM-NAME
007710             SET TABLE-ENTRY-FOUND TO TRUE
007720     END-SEARCH.
007730 2300-EXIT.
007740     EXIT.
007750
007760*-----------------------------------------------------------------
007770* 3000-CHECK-LANGUAGE-MASTER.
007780*     SECOND PASS: BROWSES THE LANGUAGE MASTER IN KEY SEQUENCE
007790*     FOR ACTIVE ROWS WITH NO DSPTBL ENTRY, ACTIVE ROWS ABOUT TO
007800*     EXPIRE, AND VENDOR CODES WITH NO RATE.
007810*-----------------------------------------------------------------
007820 3000-CHECK-LANGUAGE-MASTER.
007830     IF NOT DISPATCH-TABLE-OPEN OR NOT MASTER-FILE-AVAILABLE
007840         GO TO 3000-EXIT
007850     END-IF.
007860     MOVE LOW-VALUES TO LMST-LANG-NAME.
007870     START LANG-MASTER-FILE
007880         KEY IS NOT LESS THAN LMST-LANG-NAME
007890         INVALID KEY
007900             SET END-OF-MASTER-FILE TO TRUE
007910     END-START.
007920     IF NOT END-OF-MASTER-FILE
007930         PERFORM 3100-READ-MASTER-ROW THRU 3100-EXIT
007940     END-IF.
007950     PERFORM 3200-CHECK-ONE-MASTER-ROW THRU 3200-EXIT
007960         UNTIL END-OF-MASTER-FILE.
007970 3000-EXIT.
007980     EXIT.
007990
008000*-----------------------------------------------------------------
008010* 3100-READ-MASTER-ROW.
008020*     READS THE NEXT LANGUAGE MASTER ROW IN KEY SEQUENCE.
008030*-----------------------------------------------------------------
008040 3100-READ-MASTER-ROW.
008050     READ LANG-MASTER-FILE NEXT RECORD
008060         AT END
008070             SET END-OF-MASTER-FILE TO TRUE
008080     END-READ.
008090 3100-EXIT.
008100     EXIT.
008110
008120*-----------------------------------------------------------------
008130* 3200-CHECK-ONE-MASTER-ROW.
008140*     CHECKS ONE MASTER ROW.  AN ACTIVE ROW THAT HAS NOT EXPIRED
008150*     MUST HAVE A DSPTBL ENTRY, AND IS WARNED OF WHEN ITS EXPIRY
008160*     DATE FALLS INSIDE THE WARNING WINDOW.  EVERY ROW'S VENDOR
008170*     CODE MUST HAVE A RATE - USAGE IS BILLED WHEN IT HAPPENED,
008180*     WHATEVER THE ROW'S STATUS IS NOW.  READS THE NEXT ROW
008190*     AHEAD.
008200*-----------------------------------------------------------------
008210 3200-CHECK-ONE-MASTER-ROW.
008220     ADD 1 TO WS-MASTER-READ-COUNT.
008230     MOVE LMST-LANG-NAME TO WS-EXC-LANG-NAME.
008240     PERFORM 2220-FOLD-MASTER-DATES THRU 2220-EXIT.
008250     IF NOT LMST-LANG-ACTIVE
008260         GO TO 3200-NEXT
008270     END-IF.
008280     IF WS-MASTER-EXP-DATE > ZERO
008290        AND WS-RUN-DATE > WS-MASTER-EXP-DATE
008300         GO TO 3200-NEXT
008310     END-IF.
008320     MOVE LMST-LANG-NAME TO DSPTBL-LANG-NAME.
008330     READ DISPATCH-TABLE-FILE
008340         INVALID KEY
008350             MOVE "NODSPTBL" TO WS-EXC-TAG
008360             MOVE "PGM" TO WS-EXC-KEY-TAG
008370             MOVE WS-DEFAULT-PROGRAM-NAME TO WS-EXC-KEY-VALUE
008380             MOVE "NO DSPTBL ENTRY - FALLS BACK" TO WS-EXC-TEXT
008390             ADD 1 TO WS-NODSPTBL-COUNT
008400             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
008410     END-READ.
008420     IF WS-MASTER-EXP-DATE > ZERO
008430        AND WS-MASTER-EXP-DATE NOT > WS-HORIZON-DATE
008440         MOVE "EXPIRING" TO WS-EXC-TAG
008450         MOVE "EXP" TO WS-EXC-KEY-TAG
008460         MOVE WS-MASTER-EXP-DATE TO WS-EXC-KEY-VALUE
008470         MOVE "MASTER ROW EXPIRES WITHIN WINDOW" TO WS-EXC-TEXT
008480         ADD 1 TO WS-EXPIRING-COUNT
008490         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
008500     END-IF.
008510 3200-NEXT.
008520     PERFORM 3300-CHECK-VENDOR-RATE THRU 3300-EXIT.
008530     PERFORM 3100-READ-MASTER-ROW THRU 3100-EXIT.
008540 3200-EXIT.
008550     EXIT.
008560
008570*-----------------------------------------------------------------
008580* 3300-CHECK-VENDOR-RATE.
008590*     REPORTS THE MASTER ROW'S VENDOR CODE WHEN VNDRATE HAS NO
008600*     ROW FOR IT, ONCE PER VENDOR.
008610*-----------------------------------------------------------------
008620 3300-CHECK-VENDOR-RATE.
008630     IF NOT VENDOR-RATES-LOADED
008640         GO TO 3300-EXIT
008650     END-IF.
008660     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
008670     IF WS-RATE-ENTRY-COUNT > ZERO
008680         SET RTE-IDX TO 1
008690         SEARCH WS-RATE-TABLE
008700             AT END
008710                 CONTINUE
008720             WHEN WS-RTE-VENDOR-CODE (RTE-IDX)
008730                      EQUAL LMST-VENDOR-CODE
008740                 SET TABLE-ENTRY-FOUND TO TRUE
008750         END-SEARCH
008760     END-IF.
008770     IF TABLE-ENTRY-FOUND
008780         GO TO 3300-EXIT
008790     END-IF.
008800     IF WS-NORATE-ENTRY-COUNT > ZERO
008810         SET NRT-IDX TO 1
008820         SEARCH WS-NORATE-TABLE
008830             AT END
008840                 CONTINUE
008850             WHEN WS-NRT-VENDOR-CODE (NRT-IDX)
008860                      EQUAL LMST-VENDOR-CODE
008870                 SET TABLE-ENTRY-FOUND TO TRUE
008880         END-SEARCH
008890     END-IF.
008900     IF TABLE-ENTRY-FOUND
008910         GO TO 3300-EXIT
008920     END-IF.
008930     IF WS-NORATE-ENTRY-COUNT < 50
008940         ADD 1 TO WS-NORATE-ENTRY-COUNT
008950         MOVE LMST-VENDOR-CODE
008960             TO WS-NRT-VENDOR-CODE (WS-NORATE-ENTRY-COUNT)
008970     END-IF.
008980     MOVE "NORATE" TO WS-EXC-TAG.
008990     MOVE "VENDOR" TO WS-EXC-KEY-TAG.
009000     MOVE LMST-VENDOR-CODE TO WS-EXC-KEY-VALUE.
009010     MOVE "VENDOR HAS NO VNDRATE ROW" TO WS-EXC-TEXT.
009020     ADD 1 TO WS-NORATE-COUNT.
009030     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
009040 3300-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------------
009080* 7000-WRITE-EXCEPTION.
009090*     WRITES ONE TAGGED EXCEPTION LINE FROM WS-EXCEPTION-WORK,
009100*     COUNTS IT, AND RAISES THE RETURN CODE TO THE WARNING
009110*     LEVEL.
009120*-----------------------------------------------------------------
009130 7000-WRITE-EXCEPTION.
009140     ADD 1 TO WS-EXCEPTION-TOTAL.
009150     MOVE SPACES TO CHECK-REPORT-LINE.
009160     STRING WS-EXC-TAG DELIMITED BY SIZE
009170            " LANG_NAME=" DELIMITED BY SIZE
009180            WS-EXC-LANG-NAME DELIMITED BY SIZE
009190            " " DELIMITED BY SIZE
009200            WS-EXC-KEY-TAG DELIMITED BY SPACE
009210            "=" DELIMITED BY SIZE
009220            WS-EXC-KEY-VALUE DELIMITED BY SIZE
009230            " " DELIMITED BY SIZE
009240            WS-EXC-TEXT DELIMITED BY SIZE
009250            INTO CHECK-REPORT-LINE
009260     END-STRING.
009270     WRITE CHECK-REPORT-LINE.
009280     IF WS-JOB-RETURN-CODE < 4
009290         MOVE 4 TO WS-JOB-RETURN-CODE
009300     END-IF.
009310 7000-EXIT.
009320     EXIT.
009330
009340*-----------------------------------------------------------------
009350* 8000-TERMINATE.
009360*     WRITES THE EXCEPTION COUNTS, CLOSES EVERY FILE, AND SETS
009370*     THE JOB RETURN CODE.
009380*-----------------------------------------------------------------
009390 8000-TERMINATE.
009400     PERFORM 8100-WRITE-CHECK-TOTALS THRU 8100-EXIT.
009410     IF DISPATCH-TABLE-OPEN
009420         CLOSE DISPATCH-TABLE-FILE
009430     END-IF.
009440     IF MASTER-FILE-AVAILABLE
009450         CLOSE LANG-MASTER-FILE
009460     END-IF.
009470     IF CHECK-RPT-OK
009480         CLOSE CHECK-REPORT
009490     END-IF.
009500     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
009510 8000-EXIT.
009520     EXIT.
009530
009540*-----------------------------------------------------------------
009550* 8100-WRITE-CHECK-TOTALS.
009560*     WRITES THE ROWS READ AND THE EXCEPTION COUNT PER TAG.
009570*-----------------------------------------------------------------
009580 8100-WRITE-CHECK-TOTALS.
009590     IF NOT CHECK-RPT-OK
009600         GO TO 8100-EXIT
009610     END-IF.
009620     MOVE SPACES TO CHECK-REPORT-LINE.
009630     STRING "DSPTBL ENTRIES READ " DELIMITED BY SIZE
009640            WS-DSPTBL-READ-COUNT DELIMITED BY SIZE
009650            " MASTER ROWS READ " DELIMITED BY SIZE
009660            WS-MASTER-READ-COUNT DELIMITED BY SIZE
009670            " LOAD LIBRARY MEMBERS " DELIMITED BY SIZE
009680            WS-PGMLIST-ENTRY-COUNT DELIMITED BY SIZE
009690            INTO CHECK-REPORT-LINE
009700     END-STRING.
009710     WRITE CHECK-REPORT-LINE.
009720     MOVE SPACES TO CHECK-REPORT-LINE.
009730     STRING "NOMASTER " DELIMITED BY SIZE
009740            WS-NOMASTER-COUNT DELIMITED BY SIZE
009750            " INACTIVE " DELIMITED BY SIZE
009760            WS-INACTIVE-COUNT DELIMITED BY SIZE
009770            " EXPIRED " DELIMITED BY SIZE
009780            WS-EXPIRED-COUNT DELIMITED BY SIZE
009790            " NOTYETEFF " DELIMITED BY SIZE
009800            WS-NOTYETEFF-COUNT DELIMITED BY SIZE
009810            INTO CHECK-REPORT-LINE
009820     END-STRING.
009830     WRITE CHECK-REPORT-LINE.
009840     MOVE SPACES TO CHECK-REPORT-LINE.
009850     STRING "NODSPTBL " DELIMITED BY SIZE
009860            WS-NODSPTBL-COUNT DELIMITED BY SIZE
009870            " NOTINLIB " DELIMITED BY SIZE
009880            WS-NOTINLIB-COUNT DELIMITED BY SIZE
009890            " EXPIRING " DELIMITED BY SIZE
009900            WS-EXPIRING-COUNT DELIMITED BY SIZE
009910            " NORATE " DELIMITED BY SIZE
009920            WS-NORATE-COUNT DELIMITED BY SIZE
009930            INTO CHECK-REPORT-LINE
009940     END-STRING.
009950     WRITE CHECK-REPORT-LINE.
009960     MOVE SPACES TO CHECK-REPORT-LINE.
009970     STRING "TOTAL EXCEPTIONS " DELIMITED BY SIZE
009980            WS-EXCEPTION-TOTAL DELIMITED BY SIZE
009990            " RETURN CODE " DELIMITED BY SIZE
010000            WS-JOB-RETURN-CODE DELIMITED BY SIZE
010010            INTO CHECK-REPORT-LINE
010020     END-STRING.
010030     WRITE CHECK-REPORT-LINE.
010040 8100-EXIT.
010050     EXIT.
010060
010070 END PROGRAM LANGXCHK.
