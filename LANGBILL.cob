000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     MONTH-END VENDOR CHARGEBACK FOR THE LANGUAGE-DISPATCH
000098*     SUITE.  READS THE DISPATCH CALLS IN A DATE RANGE FROM THE
000105*     KEYED AUDIT HISTORY ARCHIVE (AUDHIST), ROLLS CALL COUNTS
000112*     AND ELAPSED HUNDREDTHS UP PER
000120*     LANG_NAME, MAPS EACH LANG_NAME TO ITS VENDOR THROUGH THE
000130*     LANGUAGE MASTER (LANGMSTR), PRICES THE VENDOR TOTALS FROM
000140*     THE VENDOR RATE TABLE (VNDRATE), AND WRITES BOTH THE
000170*     SYSTEM LOADS.  UNTIL THIS STEP EXISTED THE WHOLE COBRUN00
000180*     CPU BILL LANDED ON ONE COST CENTER.
000190*
000196*     THE ARCHIVE IS LOADED NIGHTLY BY LANGARCH, WHICH PARSES
000201*     THE AUDIT LINES; ONLY ITS AUDIT-LINE ROWS ARE BILLED.  A
000207*     CALL LOGGED BEFORE THE EL= ELAPSED FIELD EXISTED CARRIES
000212*     ZERO ELAPSED, SO ONLY ITS ELAPSED CHARGE IS MISSED.  THE
000218*     RANGE READ IS COLUMNS 7-14 (FROM) AND 15-22 (TO) OF THE
000223*     OPTIONAL BILLPARM, CCYYMMDD.  THE TO DATE DEFAULTS TO THE
000229*     RUN DATE; THE FROM DATE TO 92 DAYS ENDING ON IT WHEN
000234*     BILLING BY PERIOD (WIDE ENOUGH FOR ANY PERIOD THAT CLOSED
000240*     IN THE LAST 45 DAYS), OR TO 30 DAYS WITHOUT A PERIOD.  A
000245*     RE-RUN FOR AN OLDER PERIOD SUPPLIES THE RANGE AS WELL.
000251*
000253*     BILLING IS BY ACCOUNTING PERIOD, NOT BY RAW CALENDAR
000254*     MONTH: THE PERIOD BILLED IS THE ONE THAT CLOSED MOST
000256*     RECENTLY ON THE BUSINESS-DAY CALENDAR (OR THE ONE NAMED ON
000257*     THE OPTIONAL BILLPARM), AND ONLY CALLS WHOSE DATE BELONGS
000259*     TO THAT PERIOD ARE BILLED.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   DATE       INIT  DESCRIPTION
000430*                    LINE IMAGE AND THE BILLIN FD WIDENED TO
000440*                    MATCH.  BILLING STILL ROLLS UP BY
000450*                    LANG_NAME ONLY.
000452*   10/15/2026 DH    THE AUDIT LINE GREW TO 150 BYTES AND NOW
000454*                    CARRIES THE SOURCE REFERENCE, ORIGIN SYSTEM
000456*                    AND ORIGIN TIMESTAMP (R=/S=/T=) - THE LINE
000458*                    IMAGE AND THE BILLIN FD WIDENED TO MATCH.
000459*   10/15/2026 DH    BILL BY ACCOUNTING PERIOD.  THE PERIOD IS THE
000460*                    ONE WHOSE MONTH-END CLOSE DAY IS THE LATEST
000461*                    ON OR BEFORE THE RUN DATE IN THE NEW
000462*                    CALENDAR DD, OR AN OPTIONAL BILLPARM PERIOD.
000463*                    AUDIT LINES DATED IN ANY OTHER PERIOD ARE
000465*                    COUNTED AND LEFT UNBILLED.  WITH NO CALENDAR
000466*                    OR NO CLOSE DAY FOUND, EVERY LINE IS BILLED
000467*                    AS BEFORE AND THE RUN ENDS AT RC 4.  THE
000468*                    EXTRACT LAYOUT IS UNCHANGED.
000469*   10/15/2026 DH    READ THE AUDIT HISTORY ARCHIVE (AUDHIST) BY
000470*                    KEY RANGE INSTEAD OF RE-PARSING A BILLIN
000472*                    CONCATENATION OF AUDITLOG GENERATIONS.
000473*                    BILLPARM GREW AN OPTIONAL FROM AND TO DATE
000474*                    (COLUMNS 7-22); THE PERIOD FILTER STILL
000475*                    APPLIES INSIDE THE RANGE.  THE EXTRACT
000476*                    LAYOUT IS UNCHANGED.
000478* Tectonics: cobc
000479******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. LANGBILL.
000500 AUTHOR. D. HOLLIS.
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000576     SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
000581         ORGANIZATION IS INDEXED
000587         ACCESS MODE IS DYNAMIC
000593         RECORD KEY IS HST-KEY
000599         ALTERNATE RECORD KEY IS HST-BATCH-KEY
000604         FILE STATUS IS WS-AUDHIST-FILE-STATUS.
000610
000620     SELECT LANG-MASTER-FILE ASSIGN TO LANGMSTR
000630         ORGANIZATION IS INDEXED
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BILLXTR-FILE-STATUS.
000790
000792     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO CALENDAR
000793         ORGANIZATION IS INDEXED
000795         ACCESS MODE IS RANDOM
000797         RECORD KEY IS CAL-DATE
000798         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000800
000802     SELECT BILLING-PARM-FILE ASSIGN TO BILLPARM
000803         ORGANIZATION IS LINE SEQUENTIAL
000805         FILE STATUS IS WS-BILLPARM-FILE-STATUS.
000807
000808 DATA DIVISION.
000810 FILE SECTION.
000820 FD  AUDIT-HISTORY-FILE.
000830 01  AUDIT-HISTORY-RECORD.
000840     COPY HISTREC.
000850
000860 FD  LANG-MASTER-FILE.
000870 01  LANG-MASTER-RECORD.
001090     RECORDING MODE IS F.
001100 01  BILLING-EXTRACT-RECORD           PIC X(40).
001110
001112 FD  BUSINESS-CALENDAR-FILE.
001113 01  CALENDAR-RECORD.
001115     COPY CALREC.
001117
001118 FD  BILLING-PARM-FILE
001120     RECORDING MODE IS F.
001122 01  BILLING-PARM-RECORD.
001123     05  BPM-ACCT-PERIOD              PIC X(06).
001124     05  BPM-FROM-DATE                PIC X(08).
001125     05  BPM-TO-DATE                  PIC X(08).
001126     05  FILLER                       PIC X(58).
001127
001128 WORKING-STORAGE SECTION.
001130*-----------------------------------------------------------------
001140*    FILE STATUS SWITCHES
001150*-----------------------------------------------------------------
001160 01  WS-FILE-STATUSES.
001170     05  WS-AUDHIST-FILE-STATUS      PIC X(02) VALUE "99".
001180         88  AUDHIST-FILE-OK         VALUE "00", "02".
001190         88  AUDHIST-FILE-AT-END     VALUE "10".
001200     05  WS-LANGMSTR-FILE-STATUS     PIC X(02) VALUE "99".
001210         88  LANGMSTR-FILE-OK        VALUE "00".
001220         88  LANGMSTR-FILE-AT-END    VALUE "10".
001270         88  BILL-RPT-OK             VALUE "00".
001280     05  WS-BILLXTR-FILE-STATUS      PIC X(02) VALUE "99".
001290         88  BILLXTR-FILE-OK         VALUE "00".
001292     05  WS-CALENDAR-FILE-STATUS     PIC X(02) VALUE "99".
001294         88  CALENDAR-FILE-OK        VALUE "00".
001296     05  WS-BILLPARM-FILE-STATUS     PIC X(02) VALUE "99".
001298         88  BILLPARM-FILE-OK        VALUE "00".
001300
001310 01  WS-SWITCHES.
001316     05  WS-AUDHIST-EOF-SWITCH        PIC X(01) VALUE "N".
001322         88  END-OF-AUDHIST-FILE      VALUE "Y".
001328     05  WS-AUDHIST-OPEN-SWITCH       PIC X(01) VALUE "N".
001334         88  AUDHIST-FILE-OPEN        VALUE "Y".
001340     05  WS-MASTER-OPEN-SWITCH        PIC X(01) VALUE "N".
001350         88  MASTER-FILE-AVAILABLE    VALUE "Y".
001360     05  WS-VNDRATE-EOF-SWITCH        PIC X(01) VALUE "N".
001430         88  TABLE-ENTRY-FOUND        VALUE "Y".
001440     05  WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
001450         88  VENDOR-RATE-FOUND        VALUE "Y".
001451     05  WS-CALENDAR-OPEN-SWITCH      PIC X(01) VALUE "N".
001453         88  CALENDAR-FILE-OPEN       VALUE "Y".
001454     05  WS-PERIOD-FILTER-SWITCH      PIC X(01) VALUE "N".
001456         88  BILL-BY-PERIOD           VALUE "Y".
001457     05  WS-CLOSE-FOUND-SWITCH        PIC X(01) VALUE "N".
001459         88  CLOSE-DAY-FOUND          VALUE "Y".
001460
001470*-----------------------------------------------------------------
001490*    THE DISPATCH CALL IN HAND, TAKEN FROM AN AUDIT-LINE ROW OF
001510*    THE ARCHIVE.
001530*-----------------------------------------------------------------
001540 01  WS-AUDIT-CALL.
001550     05  WS-AUD-CALL-DATE             PIC 9(08).
001600     05  WS-AUD-LANG-NAME             PIC X(20).
001608
001616*-----------------------------------------------------------------
001625*    DATE RANGE READ FROM THE ARCHIVE AND THE WORK FIELDS THAT
001633*    SET IT.
001641*-----------------------------------------------------------------
001649 01  WS-FROM-DATE                     PIC 9(08) VALUE ZERO.
001658 01  WS-TO-DATE                       PIC 9(08) VALUE ZERO.
001666 01  WS-PARM-PERIOD                   PIC X(06) VALUE SPACES.
001674 01  WS-DATE-WORK                     PIC X(08).
001682 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
001691                                      PIC 9(08).
001699 01  WS-CURRENT-LANG-NAME             PIC X(20).
001707 01  WS-PERIOD-RANGE-DAYS             PIC 9(04) VALUE 92.
001715 01  WS-OPEN-RANGE-DAYS               PIC 9(04) VALUE 30.
001724 77  WS-RANGE-DAYS                    PIC 9(04) COMP VALUE ZERO.
001732 77  WS-DAY-SUB                       PIC 9(04) COMP VALUE ZERO.
001740
001750*-----------------------------------------------------------------
001760*    VENDOR RATE TABLE - LOADED FROM VNDRATE.  A VENDOR WITH NO
001880         10  WS-RTE-RATE-PER-SECOND   PIC 9(03)V99.
001890
001900*-----------------------------------------------------------------
001910*    PER-LANG_NAME USAGE ROLLED UP FROM THE ARCHIVE.  THE
001920*    VENDOR CODE IS RESOLVED FROM THE MASTER WHEN THE ENTRY IS
001930*    CREATED; A LANG_NAME THE MASTER DOES NOT CARRY BILLS TO
001940*    THE *UNKNOWN* BUCKET SO THE USAGE IS STILL VISIBLE.
002450     05  WS-BXT-TRL-BILLED-AMOUNT     PIC 9(09)V99.
002460     05  FILLER                       PIC X(06) VALUE SPACES.
002470
002483 77  WS-ROWS-READ                     PIC 9(07) VALUE ZERO.
002497 77  WS-CALLS-USED                    PIC 9(07) VALUE ZERO.
002510 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
002520 77  WS-LANG-SUB                      PIC 9(04) VALUE ZERO.
002530 77  WS-VENDOR-SUB                    PIC 9(04) VALUE ZERO.
002540 77  WS-CURRENT-LANG-SUB              PIC 9(04) VALUE ZERO.
002550 77  WS-CURRENT-VENDOR-SUB            PIC 9(04) VALUE ZERO.
002560
002561*-----------------------------------------------------------------
002562*    ACCOUNTING PERIOD BILLED (CCYYPP) AND THE PERIOD OF THE
002563*    LAST CALL DATE LOOKED UP - ARCHIVE ROWS ARRIVE IN DATE
002564*    ORDER WITHIN A LANG_NAME, SO ONE CALENDAR READ SERVES A
002565*    LANG_NAME'S WHOLE NIGHT.  A CALL DATE WITH NO CALENDAR ROW
002566*    BELONGS TO THE PERIOD NUMBERED LIKE ITS CALENDAR MONTH.
002568*    THE CLOSE-DAY WALK BACK FROM THE RUN DATE GIVES UP AFTER
002569*    45 DAYS.
002570*-----------------------------------------------------------------
002571 01  WS-BILLING-PERIOD                PIC 9(06) VALUE ZERO.
002572 01  WS-PERIOD-WORK                   PIC X(06).
002573 01  WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK
002574                                      PIC 9(06).
002575 01  WS-CACHED-CALL-DATE              PIC 9(08) VALUE ZERO.
002576 01  WS-CACHED-CALL-PERIOD            PIC 9(06) VALUE ZERO.
002577 01  WS-CALC-DATE.
002578     05  WS-CALC-YEAR-MONTH           PIC 9(06).
002579     05  WS-CALC-DAY                  PIC 9(02).
002581 01  WS-CALC-DATE-PARTS REDEFINES WS-CALC-DATE.
002582     05  WS-CALC-YEAR                 PIC 9(04).
002583     05  WS-CALC-MONTH                PIC 9(02).
002584     05  FILLER                       PIC 9(02).
002585 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
002586                                      PIC 9(08).
002587 01  WS-MONTH-DAYS-VALUES             PIC X(24)
002588                 VALUE "312831303130313130313031".
002589 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002590     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
002591 01  WS-LEAP-QUOTIENT                 PIC 9(04).
002592 01  WS-LEAP-REMAINDER                PIC 9(04).
002594 77  WS-CALENDAR-WALK-COUNT           PIC 9(02) VALUE ZERO.
002595 77  WS-CALLS-OUT-OF-PERIOD           PIC 9(07) VALUE ZERO.
002596
002597 01  WS-CALL-ELAPSED-HSECS            PIC 9(06) VALUE ZERO.
002598 01  WS-AMOUNT-EDIT                   PIC 9(07).99.
002599 01  WS-GRAND-TOTAL-AMOUNT            PIC 9(09)V99 VALUE ZERO.
002600 01  WS-UNKNOWN-VENDOR-CODE           PIC X(10) VALUE "*UNKNOWN*".
002610 01  WS-RUN-DATE                      PIC 9(08).
002620 01  WS-RUN-TIME                      PIC 9(08).
002680*-----------------------------------------------------------------
002690 0000-MAINLINE-CONTROL.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-ACCUMULATE-HISTORY-ROW THRU 2000-EXIT
002720         UNTIL END-OF-AUDHIST-FILE.
002730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002740     STOP RUN.
002750
002760*-----------------------------------------------------------------
002770* 1000-INITIALIZE.
002780*     OPENS THE ARCHIVE AND THE TWO OUTPUTS, LOADS THE LANGUAGE
002790*     MASTER AND THE VENDOR RATE TABLE, SETTLES THE PERIOD AND
002800*     THE DATE RANGE, AND POSITIONS AT THE FIRST ARCHIVE ROW.
002810*-----------------------------------------------------------------
002820 1000-INITIALIZE.
002830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002840     ACCEPT WS-RUN-TIME FROM TIME.
002850     OPEN INPUT AUDIT-HISTORY-FILE.
002860     IF NOT AUDHIST-FILE-OK
002870         SET END-OF-AUDHIST-FILE TO TRUE
002880         MOVE 16 TO WS-JOB-RETURN-CODE
002890         GO TO 1000-EXIT
002900     END-IF.
002905     SET AUDHIST-FILE-OPEN TO TRUE.
002910     OPEN OUTPUT BILLING-REPORT.
002920     IF NOT BILL-RPT-OK
002930         SET END-OF-AUDHIST-FILE TO TRUE
002940         MOVE 16 TO WS-JOB-RETURN-CODE
002950         GO TO 1000-EXIT
002960     END-IF.
003020     END-IF.
003030     PERFORM 1020-OPEN-LANGUAGE-MASTER THRU 1020-EXIT.
003040     PERFORM 1040-LOAD-VENDOR-RATES THRU 1040-EXIT.
003042     PERFORM 1050-READ-BILLING-PARM THRU 1050-EXIT.
003045     PERFORM 1060-SET-BILLING-PERIOD THRU 1060-EXIT.
003047     PERFORM 1070-SET-BILLING-RANGE THRU 1070-EXIT.
003048     MOVE LOW-VALUES TO HST-KEY.
003049     START AUDIT-HISTORY-FILE
003051         KEY IS NOT LESS THAN HST-KEY
003053         INVALID KEY
003054             SET END-OF-AUDHIST-FILE TO TRUE
003055             GO TO 1000-EXIT
003057     END-START.
003059     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
003060 1000-EXIT.
003070     EXIT.
003080
003790     EXIT.
003800
003810*-----------------------------------------------------------------
003811* 1050-READ-BILLING-PARM.
003812*     READS THE OPTIONAL BILLPARM CARD: THE PERIOD TO BILL AND
003813*     THE FROM AND TO DATES OF THE RANGE READ.  A MISSING CARD
003814*     OR A BLANK OR NON-NUMERIC FIELD LEAVES THAT DEFAULT ALONE.
003815*-----------------------------------------------------------------
003816 1050-READ-BILLING-PARM.
003817     OPEN INPUT BILLING-PARM-FILE.
003818     IF NOT BILLPARM-FILE-OK
003819         GO TO 1050-EXIT
003821     END-IF.
003822     READ BILLING-PARM-FILE
003823         AT END
003824             CONTINUE
003825         NOT AT END
003826             MOVE BPM-ACCT-PERIOD TO WS-PARM-PERIOD
003827             MOVE BPM-FROM-DATE TO WS-DATE-WORK
003828             IF WS-DATE-WORK-N NUMERIC
003829                 MOVE WS-DATE-WORK-N TO WS-FROM-DATE
003830             END-IF
003831             MOVE BPM-TO-DATE TO WS-DATE-WORK
003832             IF WS-DATE-WORK-N NUMERIC
003833                 MOVE WS-DATE-WORK-N TO WS-TO-DATE
003834             END-IF
003835     END-READ.
003836     CLOSE BILLING-PARM-FILE.
003837 1050-EXIT.
003838     EXIT.
003840
003841*-----------------------------------------------------------------
003842* 1060-SET-BILLING-PERIOD.
003843*     OPENS THE BUSINESS-DAY CALENDAR AND SETTLES THE ACCOUNTING
003844*     PERIOD TO BILL: THE BILLPARM PERIOD WHEN ONE IS SUPPLIED
003845*     (A RE-RUN OF AN EARLIER PERIOD), OTHERWISE THE PERIOD OF
003846*     THE LATEST MONTH-END CLOSE DAY ON OR BEFORE THE RUN DATE.
003847*     WITH NO CALENDAR, OR NO CLOSE DAY IN THE LAST 45 DAYS,
003848*     THERE IS NO PERIOD FILTER - EVERY AUDIT LINE IS BILLED AS
003849*     IT ALWAYS WAS - AND THE RUN ENDS AT RETURN CODE 4 SO THE
003850*     UNFILTERED BILL IS LOOKED AT BEFORE IT IS SENT.
003851*-----------------------------------------------------------------
003852 1060-SET-BILLING-PERIOD.
003853     OPEN INPUT BUSINESS-CALENDAR-FILE.
003854     IF NOT CALENDAR-FILE-OK
003855         IF WS-JOB-RETURN-CODE < 4
003856             MOVE 4 TO WS-JOB-RETURN-CODE
003857         END-IF
003859         GO TO 1060-EXIT
003860     END-IF.
003861     SET CALENDAR-FILE-OPEN TO TRUE.
003862     MOVE WS-PARM-PERIOD TO WS-PERIOD-WORK.
003863     IF WS-PERIOD-WORK-N NUMERIC
003864        AND WS-PERIOD-WORK-N > ZERO
003865         MOVE WS-PERIOD-WORK-N TO WS-BILLING-PERIOD
003866         SET BILL-BY-PERIOD TO TRUE
003867     END-IF.
003868     IF BILL-BY-PERIOD
003869         GO TO 1060-EXIT
003870     END-IF.
003871     MOVE WS-RUN-DATE TO WS-CALC-DATE-N.
003872     MOVE ZERO TO WS-CALENDAR-WALK-COUNT.
003873     MOVE "N" TO WS-CLOSE-FOUND-SWITCH.
003874     PERFORM 1061-LOOK-FOR-CLOSE-DAY THRU 1061-EXIT
003875         UNTIL CLOSE-DAY-FOUND
003876            OR WS-CALENDAR-WALK-COUNT NOT < 45.
003878     IF CLOSE-DAY-FOUND
003879         SET BILL-BY-PERIOD TO TRUE
003880     ELSE
003881         IF WS-JOB-RETURN-CODE < 4
003882             MOVE 4 TO WS-JOB-RETURN-CODE
003883         END-IF
003884     END-IF.
003885 1060-EXIT.
003886     EXIT.
003887
003888*-----------------------------------------------------------------
003889* 1070-SET-BILLING-RANGE.
003890*     DEFAULTS THE TO DATE TO THE RUN DATE AND THE FROM DATE TO
003891*     92 DAYS ENDING ON THE TO DATE WHEN BILLING BY PERIOD, OR
003892*     30 DAYS - THE OLD 30-GENERATION BILLIN CONCATENATION -
003893*     WHEN EVERY CALL GIVEN IS BILLED.
003894*-----------------------------------------------------------------
003895 1070-SET-BILLING-RANGE.
003897     IF WS-TO-DATE EQUAL ZERO
003898         MOVE WS-RUN-DATE TO WS-TO-DATE
003899     END-IF.
003900     IF WS-FROM-DATE > ZERO
003901         GO TO 1070-EXIT
003902     END-IF.
003903     IF BILL-BY-PERIOD
003904         MOVE WS-PERIOD-RANGE-DAYS TO WS-RANGE-DAYS
003905     ELSE
003906         MOVE WS-OPEN-RANGE-DAYS TO WS-RANGE-DAYS
003907     END-IF.
003908     MOVE WS-TO-DATE TO WS-CALC-DATE-N.
003909     PERFORM 1062-SUBTRACT-ONE-DAY THRU 1062-EXIT
003910         VARYING WS-DAY-SUB FROM 2 BY 1
003911         UNTIL WS-DAY-SUB > WS-RANGE-DAYS.
003912     MOVE WS-CALC-DATE-N TO WS-FROM-DATE.
003913 1070-EXIT.
003914     EXIT.
003916
003917*-----------------------------------------------------------------
003918* 1061-LOOK-FOR-CLOSE-DAY.
003919*     LOOKS THE DATE IN HAND UP ON THE CALENDAR; A MONTH-END
003920*     CLOSE DAY GIVES THE PERIOD TO BILL.  OTHERWISE STEPS BACK
003921*     ONE DAY FOR THE NEXT LOOK.
003922*-----------------------------------------------------------------
003923 1061-LOOK-FOR-CLOSE-DAY.
003924     ADD 1 TO WS-CALENDAR-WALK-COUNT.
003925     MOVE WS-CALC-DATE-N TO CAL-DATE.
003926     READ BUSINESS-CALENDAR-FILE
003927         INVALID KEY
003928             CONTINUE
003929         NOT INVALID KEY
003930             IF CAL-CLOSE-DAY
003931                 SET CLOSE-DAY-FOUND TO TRUE
003932                 MOVE CAL-ACCT-PERIOD TO WS-BILLING-PERIOD
003933             END-IF
003935     END-READ.
003936     IF NOT CLOSE-DAY-FOUND
003937         PERFORM 1062-SUBTRACT-ONE-DAY THRU 1062-EXIT
003938     END-IF.
003939 1061-EXIT.
003940     EXIT.
003941
003942*-----------------------------------------------------------------
003943* 1062-SUBTRACT-ONE-DAY.
003944*     BACKS WS-CALC-DATE UP ONE CALENDAR DAY ACROSS MONTH AND
003945*     YEAR ENDS, GIVING FEBRUARY 29 DAYS IN A LEAP YEAR.
003946*-----------------------------------------------------------------
003947 1062-SUBTRACT-ONE-DAY.
003948     IF WS-CALC-DAY > 1
003949         SUBTRACT 1 FROM WS-CALC-DAY
003950         GO TO 1062-EXIT
003951     END-IF.
003952     IF WS-CALC-MONTH > 1
003954         SUBTRACT 1 FROM WS-CALC-MONTH
003955     ELSE
003956         SUBTRACT 1 FROM WS-CALC-YEAR
003957         MOVE 12 TO WS-CALC-MONTH
003958     END-IF.
003959     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-CALC-DAY.
003960     IF WS-CALC-MONTH NOT EQUAL 2
003961         GO TO 1062-EXIT
003962     END-IF.
003963     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003964         REMAINDER WS-LEAP-REMAINDER.
003965     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003966         GO TO 1062-EXIT
003967     END-IF.
003968     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003969         REMAINDER WS-LEAP-REMAINDER.
003970     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003971         MOVE 29 TO WS-CALC-DAY
003973         GO TO 1062-EXIT
003974     END-IF.
003975     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003976         REMAINDER WS-LEAP-REMAINDER.
003977     IF WS-LEAP-REMAINDER EQUAL ZERO
003978         MOVE 29 TO WS-CALC-DAY
003979     END-IF.
003980 1062-EXIT.
003981     EXIT.
003982
003983*-----------------------------------------------------------------
003984* 2000-ACCUMULATE-HISTORY-ROW.
003985*     FOLDS THE ARCHIVE ROW IN HAND INTO THE PER-LANG_NAME USAGE
003986*     TABLE WHEN IT IS A DISPATCH CALL INSIDE THE RANGE AND
003987*     DATED IN THE PERIOD BEING BILLED, THEN MOVES TO THE NEXT
003988*     ROW.  A ROW BEFORE THE RANGE REPOSITIONS AT THE
003989*     LANG_NAME'S FROM DATE; A ROW AFTER IT ENDS THE LANG_NAME
003990*     AND REPOSITIONS PAST IT.
003992*-----------------------------------------------------------------
003993 2000-ACCUMULATE-HISTORY-ROW.
003994     IF HST-EVENT-DATE < WS-FROM-DATE
003995         PERFORM 2110-START-AT-FROM-DATE THRU 2110-EXIT
003996         GO TO 2000-EXIT
003997     END-IF.
003998     IF HST-EVENT-DATE > WS-TO-DATE
003999         PERFORM 2120-SKIP-PAST-LANG THRU 2120-EXIT
004000         GO TO 2000-EXIT
004001     END-IF.
004002     IF NOT HST-FROM-AUDIT-LOG
004003         GO TO 2000-NEXT
004004     END-IF.
004005     MOVE HST-EVENT-DATE TO WS-AUD-CALL-DATE.
004006     MOVE HST-LANG-NAME TO WS-AUD-LANG-NAME.
004007     IF BILL-BY-PERIOD
004008         PERFORM 2050-FIND-CALL-PERIOD THRU 2050-EXIT
004009         IF WS-CACHED-CALL-PERIOD NOT EQUAL WS-BILLING-PERIOD
004011             ADD 1 TO WS-CALLS-OUT-OF-PERIOD
004012             GO TO 2000-NEXT
004013         END-IF
004014     END-IF.
004015     ADD 1 TO WS-CALLS-USED.
004016     MOVE HST-ELAPSED-HSECS TO WS-CALL-ELAPSED-HSECS.
004017     PERFORM 2200-TALLY-LANG-USAGE THRU 2200-EXIT.
004018 2000-NEXT.
004019     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
004020 2000-EXIT.
004021     EXIT.
004022
004023*-----------------------------------------------------------------
004024* 2050-FIND-CALL-PERIOD.
004025*     LEAVES THE ACCOUNTING PERIOD OF THE CALL'S DATE
004026*     IN WS-CACHED-CALL-PERIOD, READING THE CALENDAR ONLY WHEN
004028*     THE DATE DIFFERS FROM THE LAST ONE LOOKED UP.  A DATE WITH
004029*     NO CALENDAR ROW FALLS IN THE PERIOD NUMBERED LIKE ITS
004030*     CALENDAR MONTH (CCYYMM).
004031*-----------------------------------------------------------------
004032 2050-FIND-CALL-PERIOD.
004033     IF WS-AUD-CALL-DATE EQUAL WS-CACHED-CALL-DATE
004034         GO TO 2050-EXIT
004035     END-IF.
004036     MOVE WS-AUD-CALL-DATE TO WS-CACHED-CALL-DATE.
004037     MOVE WS-AUD-CALL-DATE TO WS-CALC-DATE-N.
004038     MOVE WS-CALC-YEAR-MONTH TO WS-CACHED-CALL-PERIOD.
004039     MOVE WS-AUD-CALL-DATE TO CAL-DATE.
004040     READ BUSINESS-CALENDAR-FILE
004041         INVALID KEY
004042             CONTINUE
004044         NOT INVALID KEY
004045             MOVE CAL-ACCT-PERIOD TO WS-CACHED-CALL-PERIOD
004046     END-READ.
004047 2050-EXIT.
004048     EXIT.
004049
004050*-----------------------------------------------------------------
004060* 2100-READ-HISTORY-ROW.
004070*     READS THE NEXT ARCHIVE ROW IN KEY SEQUENCE AND SETS THE
004080*     END-OF-AUDHIST-FILE SWITCH WHEN THE ARCHIVE IS EXHAUSTED.
004090*-----------------------------------------------------------------
004100 2100-READ-HISTORY-ROW.
004110     READ AUDIT-HISTORY-FILE NEXT RECORD
004120         AT END
004125             SET END-OF-AUDHIST-FILE TO TRUE
004130         NOT AT END
004135             ADD 1 TO WS-ROWS-READ
004140     END-READ.
004150 2100-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004181* 2110-START-AT-FROM-DATE.
004182*     REPOSITIONS AT THE FIRST KEY OF THE LANG_NAME IN HAND ON OR
004183*     AFTER THE FROM DATE AND READS THE ROW THERE.
004185*-----------------------------------------------------------------
004186 2110-START-AT-FROM-DATE.
004187     MOVE HST-LANG-NAME TO WS-CURRENT-LANG-NAME.
004188     MOVE LOW-VALUES TO HST-KEY.
004189     MOVE WS-CURRENT-LANG-NAME TO HST-LANG-NAME.
004190     MOVE WS-FROM-DATE TO HST-EVENT-DATE.
004191     START AUDIT-HISTORY-FILE
004193         KEY IS NOT LESS THAN HST-KEY
004194         INVALID KEY
004195             SET END-OF-AUDHIST-FILE TO TRUE
004196             GO TO 2110-EXIT
004197     END-START.
004198     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
004199 2110-EXIT.
004200     EXIT.
004202
004203*-----------------------------------------------------------------
004204* 2120-SKIP-PAST-LANG.
004205*     REPOSITIONS AT THE FIRST KEY AFTER EVERY KEY OF THE
004206*     LANG_NAME IN HAND AND READS THE ROW THERE.
004207*-----------------------------------------------------------------
004208 2120-SKIP-PAST-LANG.
004210     MOVE HST-LANG-NAME TO WS-CURRENT-LANG-NAME.
004211     MOVE HIGH-VALUES TO HST-KEY.
004212     MOVE WS-CURRENT-LANG-NAME TO HST-LANG-NAME.
004213     START AUDIT-HISTORY-FILE
004214         KEY IS GREATER THAN HST-KEY
004215         INVALID KEY
004216             SET END-OF-AUDHIST-FILE TO TRUE
004218             GO TO 2120-EXIT
004219     END-START.
004220     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
004221 2120-EXIT.
004222     EXIT.
004223
004224*-----------------------------------------------------------------
004225* 2200-TALLY-LANG-USAGE.
004227*     ADDS ONE DISPATCH CALL TO ITS LANG_NAME'S USAGE ENTRY,
004228*     CREATING THE ENTRY - WITH THE VENDOR RESOLVED FROM THE
004229*     MASTER - WHEN THE LANG_NAME HAS NOT BEEN SEEN YET.
004230*-----------------------------------------------------------------
004240 2200-TALLY-LANG-USAGE.
004250     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
005160     PERFORM 8200-PRICE-VENDORS THRU 8200-EXIT.
005170     PERFORM 8300-WRITE-BILLING-REPORT THRU 8300-EXIT.
005180     PERFORM 8400-WRITE-BILLING-EXTRACT THRU 8400-EXIT.
005190     IF AUDHIST-FILE-OPEN
005200         CLOSE AUDIT-HISTORY-FILE
005210     END-IF.
005220     IF BILL-RPT-OK
005230         CLOSE BILLING-REPORT
005270     END-IF.
005280     IF MASTER-FILE-AVAILABLE
005290         CLOSE LANG-MASTER-FILE
005292     END-IF.
005295     IF CALENDAR-FILE-OPEN
005298         CLOSE BUSINESS-CALENDAR-FILE
005300     END-IF.
005310     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
005320 8000-EXIT.
006680*     WRITES THE INVOICE-SUPPORT REPORT: ONE SECTION PER
006690*     VENDOR - VENDOR TOTALS AND AMOUNT, THEN THE LANG_NAME
006700*     BREAKDOWN BEHIND THEM - FOLLOWED BY THE GRAND TOTAL AND
006710*     THE RANGE READ AND THE ARCHIVE ROW ACCOUNTING.
006720*-----------------------------------------------------------------
006730 8300-WRITE-BILLING-REPORT.
006740     IF NOT BILL-RPT-OK
006810            INTO BILLING-REPORT-LINE
006820     END-STRING.
006830     WRITE BILLING-REPORT-LINE.
006831     MOVE SPACES TO BILLING-REPORT-LINE.
006832     IF BILL-BY-PERIOD
006834         STRING "ACCOUNTING PERIOD BILLED: " DELIMITED BY SIZE
006835                WS-BILLING-PERIOD DELIMITED BY SIZE
006836                INTO BILLING-REPORT-LINE
006838         END-STRING
006839     ELSE
006840         STRING "NO CALENDAR OR NO CLOSE DAY FOUND - EVERY "
006841                 DELIMITED BY SIZE
006843                "CALL IN RANGE IS BILLED" DELIMITED BY SIZE
006844                INTO BILLING-REPORT-LINE
006845         END-STRING
006846     END-IF.
006848     WRITE BILLING-REPORT-LINE.
006849     PERFORM 8310-WRITE-VENDOR-SECTION THRU 8310-EXIT
006850         VARYING WS-VENDOR-SUB FROM 1 BY 1
006860         UNTIL WS-VENDOR-SUB > WS-VENDOR-ENTRY-COUNT.
006870     MOVE WS-GRAND-TOTAL-AMOUNT TO WS-AMOUNT-EDIT.
006920     END-STRING.
006930     WRITE BILLING-REPORT-LINE.
006940     MOVE SPACES TO BILLING-REPORT-LINE.
006945     STRING "RANGE READ " DELIMITED BY SIZE
006950            WS-FROM-DATE DELIMITED BY SIZE
006955            " - " DELIMITED BY SIZE
006959            WS-TO-DATE DELIMITED BY SIZE
006964            INTO BILLING-REPORT-LINE
006969     END-STRING.
006974     WRITE BILLING-REPORT-LINE.
006979     MOVE SPACES TO BILLING-REPORT-LINE.
006984     STRING "ARCHIVE ROWS READ " DELIMITED BY SIZE
006988            WS-ROWS-READ DELIMITED BY SIZE
006993            " CALLS USED " DELIMITED BY SIZE
006998            WS-CALLS-USED DELIMITED BY SIZE
007003            " OUT OF PERIOD " DELIMITED BY SIZE
007007            WS-CALLS-OUT-OF-PERIOD DELIMITED BY SIZE
007010            INTO BILLING-REPORT-LINE
007020     END-STRING.
007030     WRITE BILLING-REPORT-LINE.
