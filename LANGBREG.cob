000140*     STATUS - SO "DID BATCH X RUN, AND WHEN" IS ONE REPORT
000150*     INSTEAD OF A TRAWL THROUGH AUDIT-LOG GENERATIONS.  A
000160*     MISSING OR ALL-ZERO PARAMETER LISTS THE WHOLE REGISTER.
000162*     EVERY BUSINESS DAY IN THE RANGE (PER THE BUSINESS-DAY
000165*     CALENDAR) THAT HAS NO REGISTERED BATCH IS THEN FLAGGED AS
000168*     A MISSED FEED.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   DATE       INIT  DESCRIPTION
000200*   09/02/2026 DH    ORIGINAL PROGRAM.
000201*   10/15/2026 DH    MISSED-FEED CHECK.  AFTER THE LISTING, EVERY
000203*                    BUSINESS DAY FROM THE FROM DATE (OR THE
000204*                    EARLIEST REGISTERED RUN DATE) THROUGH THE TO
000206*                    DATE (OR YESTERDAY) IS LOOKED UP ON THE NEW
000207*                    CALENDAR DD; ONE WITH NO BATCH REGISTERED
000209*                    IS REPORTED AS A MISSED FEED AT RC 4.
000210* Tectonics: cobc
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REGISTER-RPT-STATUS.
000440
000441     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO CALENDAR
000443         ORGANIZATION IS INDEXED
000444         ACCESS MODE IS RANDOM
000446         RECORD KEY IS CAL-DATE
000447         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000449
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  BATCH-REGISTER-FILE
000640     RECORDING MODE IS F.
000650 01  REGISTER-REPORT-LINE             PIC X(80).
000660
000662 FD  BUSINESS-CALENDAR-FILE.
000664 01  CALENDAR-RECORD.
000666     COPY CALREC.
000668
000670 WORKING-STORAGE SECTION.
000680*-----------------------------------------------------------------
000690*    FILE STATUS SWITCHES
000770         88  REGPARM-FILE-AT-END     VALUE "10".
000780     05  WS-REGISTER-RPT-STATUS      PIC X(02) VALUE "99".
000790         88  REGISTER-RPT-OK         VALUE "00".
000793     05  WS-CALENDAR-FILE-STATUS     PIC X(02) VALUE "99".
000797         88  CALENDAR-FILE-OK        VALUE "00".
000800
000810 01  WS-SWITCHES.
000820     05  WS-BATCHREG-EOF-SWITCH       PIC X(01) VALUE "N".
000830         88  END-OF-BATCHREG-FILE     VALUE "Y".
000831     05  WS-DATE-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
000832         88  DATE-TABLE-FULL-LOGGED   VALUE "Y".
000833     05  WS-DATE-FOUND-SWITCH         PIC X(01) VALUE "N".
000834         88  REGISTERED-DATE-FOUND    VALUE "Y".
000836     05  WS-BUSINESS-DAY-SWITCH       PIC X(01) VALUE "N".
000837         88  DATE-IS-BUSINESS-DAY     VALUE "Y".
000838     05  WS-LEAP-YEAR-SWITCH          PIC X(01) VALUE "N".
000839         88  LEAP-YEAR                VALUE "Y".
000840
000850*-----------------------------------------------------------------
000860*    SELECTION DATE RANGE.  ZERO MEANS THAT SIDE OF THE RANGE
000930 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
000940                                      PIC 9(08).
000950
000951*-----------------------------------------------------------------
000952*    DISTINCT RUN DATES OF THE BATCHES LISTED, FOR THE MISSED-
000953*    FEED CHECK, AND THE EARLIEST OF THEM.  4000 DATES IS OVER
000954*    TEN YEARS OF NIGHTS; BEYOND THAT THE OVERFLOW IS LOGGED
000956*    ONCE AT RETURN CODE 8 AND THE CHECK IS NOT MADE.
000957*-----------------------------------------------------------------
000958 01  WS-REG-DATE-TABLE-CONTROL.
000959     05  WS-REG-DATE-COUNT            PIC 9(04) VALUE ZERO.
000960     05  WS-REG-DATE-TABLE
000961                 OCCURS 1 TO 4000 TIMES
000962                 DEPENDING ON WS-REG-DATE-COUNT
000963                 INDEXED BY RDT-IDX.
000964         10  WS-REG-DATE              PIC 9(08).
000966 01  WS-EARLIEST-REG-DATE             PIC 9(08) VALUE ZERO.
000967
000968*-----------------------------------------------------------------
000969*    MISSED-FEED WALK - ONE CALENDAR DAY AT A TIME FROM
000970*    WS-CHECK-FROM-DATE THROUGH WS-CHECK-TO-DATE.  A DATE WITH NO
000971*    CALENDAR ROW COUNTS AS A BUSINESS DAY.
000972*-----------------------------------------------------------------
000973 01  WS-CHECK-FROM-DATE               PIC 9(08) VALUE ZERO.
000974 01  WS-CHECK-TO-DATE                 PIC 9(08) VALUE ZERO.
000976 01  WS-CALC-DATE.
000977     05  WS-CALC-YEAR                 PIC 9(04).
000978     05  WS-CALC-MONTH                PIC 9(02).
000979         88  CALC-MONTH-VALID         VALUE 1 THRU 12.
000980     05  WS-CALC-DAY                  PIC 9(02).
000981         88  CALC-DAY-VALID           VALUE 1 THRU 31.
000982 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
000983                                      PIC 9(08).
000984 01  WS-MONTH-DAYS-VALUES             PIC X(24)
000986                 VALUE "312831303130313130313031".
000987 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000988     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
000989 01  WS-DAYS-IN-MONTH                 PIC 9(02).
000990 01  WS-LEAP-QUOTIENT                 PIC 9(04).
000991 01  WS-LEAP-REMAINDER                PIC 9(04).
000992
000993 77  WS-RECORDS-READ                  PIC 9(07) VALUE ZERO.
000994 77  WS-RECORDS-LISTED                PIC 9(07) VALUE ZERO.
000996 77  WS-BUSINESS-DAYS-CHECKED         PIC 9(05) VALUE ZERO.
000997 77  WS-MISSED-FEED-COUNT             PIC 9(05) VALUE ZERO.
000998 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
000999 01  WS-RUN-DATE                      PIC 9(08).
001000
001010 PROCEDURE DIVISION.
001020*-----------------------------------------------------------------
001990         GO TO 2000-NEXT
002000     END-IF.
002010     ADD 1 TO WS-RECORDS-LISTED.
002015     PERFORM 2200-REMEMBER-RUN-DATE THRU 2200-EXIT.
002020     MOVE SPACES TO REGISTER-REPORT-LINE.
002030     STRING "BATCH=" DELIMITED BY SIZE
002040            BREG-BATCH-ID DELIMITED BY SIZE
002320     EXIT.
002330
002340*-----------------------------------------------------------------
002350* 2200-REMEMBER-RUN-DATE.
002360*     ADDS THE LISTED BATCH'S RUN DATE TO THE REGISTERED-DATE
002370*     TABLE UNLESS IT IS ALREADY THERE, AND KEEPS THE EARLIEST
002380*     REGISTERED DATE.  BEYOND THE 4000 CAPACITY THE OVERFLOW IS
002390*     LOGGED ONCE, AND ONLY ONCE, AT RETURN CODE 8.
002400*-----------------------------------------------------------------
002410 2200-REMEMBER-RUN-DATE.
002420     IF WS-EARLIEST-REG-DATE EQUAL ZERO
002430        OR BREG-RUN-DATE < WS-EARLIEST-REG-DATE
002440         MOVE BREG-RUN-DATE TO WS-EARLIEST-REG-DATE
002450     END-IF.
002460     MOVE BREG-RUN-DATE TO WS-CALC-DATE-N.
002470     PERFORM 3300-FIND-REGISTERED-DATE THRU 3300-EXIT.
002480     IF REGISTERED-DATE-FOUND
002490         GO TO 2200-EXIT
002500     END-IF.
002510     IF WS-REG-DATE-COUNT < 4000
002520         ADD 1 TO WS-REG-DATE-COUNT
002530         MOVE BREG-RUN-DATE TO WS-REG-DATE (WS-REG-DATE-COUNT)
002540         GO TO 2200-EXIT
002550     END-IF.
002560     IF DATE-TABLE-FULL-LOGGED
002570         GO TO 2200-EXIT
002580     END-IF.
002590     SET DATE-TABLE-FULL-LOGGED TO TRUE.
002600     MOVE 8 TO WS-JOB-RETURN-CODE.
002610     MOVE SPACES TO REGISTER-REPORT-LINE.
002620     STRING "REGISTERED-DATE TABLE FULL AT 4000 DATES - "
002630             DELIMITED BY SIZE
002640            "MISSED-FEED CHECK NOT MADE" DELIMITED BY SIZE
002650            INTO REGISTER-REPORT-LINE
002660     END-STRING.
002670     WRITE REGISTER-REPORT-LINE.
002680 2200-EXIT.
002690     EXIT.
002700
002710*-----------------------------------------------------------------
002720* 3000-CHECK-MISSED-FEEDS.
002730*     WALKS EVERY DATE FROM THE FROM DATE (OR, WITH AN OPEN FROM
002740*     DATE, THE EARLIEST REGISTERED RUN DATE) THROUGH THE TO
002750*     DATE (OR YESTERDAY - TONIGHT'S FEED HAS NOT RUN YET), AND
002760*     REPORTS EVERY BUSINESS DAY THAT HAS NO REGISTERED BATCH
002770*     AS A MISSED FEED AT RETURN CODE 4.  A TO DATE PAST
002780*     YESTERDAY IS CUT BACK TO YESTERDAY.  THE CHECK IS SKIPPED,
002790*     WITH A NOTE, WHEN THE CALENDAR CANNOT BE OPENED, WHEN THE
002800*     RANGE HAS NO STARTING POINT OR IS NOT A REAL DATE, OR WHEN
002810*     THE REGISTERED-DATE TABLE OVERFLOWED.
002820*-----------------------------------------------------------------
002830 3000-CHECK-MISSED-FEEDS.
002840     IF DATE-TABLE-FULL-LOGGED
002850         GO TO 3000-EXIT
002860     END-IF.
002870     MOVE WS-RUN-DATE TO WS-CALC-DATE-N.
002880     PERFORM 3500-SUBTRACT-ONE-DAY THRU 3500-EXIT.
002890     MOVE WS-CALC-DATE-N TO WS-CHECK-TO-DATE.
002900     IF WS-TO-DATE > ZERO
002910        AND WS-TO-DATE < WS-CHECK-TO-DATE
002920         MOVE WS-TO-DATE TO WS-CHECK-TO-DATE
002930     END-IF.
002940     IF WS-FROM-DATE > ZERO
002950         MOVE WS-FROM-DATE TO WS-CHECK-FROM-DATE
002960     ELSE
002970         MOVE WS-EARLIEST-REG-DATE TO WS-CHECK-FROM-DATE
002980     END-IF.
002990     MOVE WS-CHECK-FROM-DATE TO WS-CALC-DATE-N.
003000     IF WS-CHECK-FROM-DATE EQUAL ZERO
003010        OR NOT CALC-MONTH-VALID
003020        OR NOT CALC-DAY-VALID
003030         MOVE SPACES TO REGISTER-REPORT-LINE
003040         STRING "NO VALID STARTING DATE - MISSED-FEED CHECK "
003050                 DELIMITED BY SIZE
003060                "NOT MADE" DELIMITED BY SIZE
003070                INTO REGISTER-REPORT-LINE
003080         END-STRING
003090         WRITE REGISTER-REPORT-LINE
003100         GO TO 3000-EXIT
003110     END-IF.
003120     OPEN INPUT BUSINESS-CALENDAR-FILE.
003130     IF NOT CALENDAR-FILE-OK
003140         MOVE SPACES TO REGISTER-REPORT-LINE
003150         STRING "CALENDAR NOT AVAILABLE (STATUS "
003160                 DELIMITED BY SIZE
003170                WS-CALENDAR-FILE-STATUS DELIMITED BY SIZE
003180                ") - MISSED-FEED CHECK NOT MADE" DELIMITED BY SIZE
003190                INTO REGISTER-REPORT-LINE
003200         END-STRING
003210         WRITE REGISTER-REPORT-LINE
003220         GO TO 3000-EXIT
003230     END-IF.
003240     MOVE SPACES TO REGISTER-REPORT-LINE.
003250     STRING "MISSED-FEED CHECK " DELIMITED BY SIZE
003260            WS-CHECK-FROM-DATE DELIMITED BY SIZE
003270            "-" DELIMITED BY SIZE
003280            WS-CHECK-TO-DATE DELIMITED BY SIZE
003290            INTO REGISTER-REPORT-LINE
003300     END-STRING.
003310     WRITE REGISTER-REPORT-LINE.
003320     PERFORM 3100-CHECK-ONE-DATE THRU 3100-EXIT
003330         UNTIL WS-CALC-DATE-N > WS-CHECK-TO-DATE.
003340     CLOSE BUSINESS-CALENDAR-FILE.
003350     MOVE SPACES TO REGISTER-REPORT-LINE.
003360     STRING "BUSINESS DAYS CHECKED " DELIMITED BY SIZE
003370            WS-BUSINESS-DAYS-CHECKED DELIMITED BY SIZE
003380            " MISSED FEEDS " DELIMITED BY SIZE
003390            WS-MISSED-FEED-COUNT DELIMITED BY SIZE
003400            INTO REGISTER-REPORT-LINE
003410     END-STRING.
003420     WRITE REGISTER-REPORT-LINE.
003430 3000-EXIT.
003440     EXIT.
003450
003460*-----------------------------------------------------------------
003470* 3100-CHECK-ONE-DATE.
003480*     LOOKS THE DATE IN HAND UP ON THE CALENDAR AND, WHEN IT IS A
003490*     BUSINESS DAY WITH NO REGISTERED BATCH, REPORTS IT.  THEN
003500*     STEPS TO THE NEXT DATE.
003510*-----------------------------------------------------------------
003520 3100-CHECK-ONE-DATE.
003530     MOVE "Y" TO WS-BUSINESS-DAY-SWITCH.
003540     MOVE WS-CALC-DATE-N TO CAL-DATE.
003550     READ BUSINESS-CALENDAR-FILE
003560         INVALID KEY
003570             CONTINUE
003580         NOT INVALID KEY
003590             IF NOT CAL-BUSINESS-DAY
003600                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
003610             END-IF
003620     END-READ.
003630     IF NOT DATE-IS-BUSINESS-DAY
003640         GO TO 3100-NEXT
003650     END-IF.
003660     ADD 1 TO WS-BUSINESS-DAYS-CHECKED.
003670     PERFORM 3300-FIND-REGISTERED-DATE THRU 3300-EXIT.
003680     IF REGISTERED-DATE-FOUND
003690         GO TO 3100-NEXT
003700     END-IF.
003710     ADD 1 TO WS-MISSED-FEED-COUNT.
003720     IF WS-JOB-RETURN-CODE < 4
003730         MOVE 4 TO WS-JOB-RETURN-CODE
003740     END-IF.
003750     MOVE SPACES TO REGISTER-REPORT-LINE.
003760     STRING "MISSED FEED DATE=" DELIMITED BY SIZE
003770            WS-CALC-DATE-N DELIMITED BY SIZE
003780            " - BUSINESS DAY WITH NO BATCH REGISTERED"
003790             DELIMITED BY SIZE
003800            INTO REGISTER-REPORT-LINE
003810     END-STRING.
003820     WRITE REGISTER-REPORT-LINE.
003830 3100-NEXT.
003840     PERFORM 3400-ADD-ONE-DAY THRU 3400-EXIT.
003850 3100-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------------
003890* 3300-FIND-REGISTERED-DATE.
003900*     SETS REGISTERED-DATE-FOUND WHEN WS-CALC-DATE IS IN THE
003910*     REGISTERED-DATE TABLE.
003920*-----------------------------------------------------------------
003930 3300-FIND-REGISTERED-DATE.
003940     MOVE "N" TO WS-DATE-FOUND-SWITCH.
003950     IF WS-REG-DATE-COUNT EQUAL ZERO
003960         GO TO 3300-EXIT
003970     END-IF.
003980     SET RDT-IDX TO 1.
003990     SEARCH WS-REG-DATE-TABLE
004000         AT END
004010             CONTINUE
004020         WHEN WS-REG-DATE (RDT-IDX) EQUAL WS-CALC-DATE-N
004030             SET REGISTERED-DATE-FOUND TO TRUE
004040     END-SEARCH.
004050 3300-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090* 3400-ADD-ONE-DAY.
004100*     MOVES WS-CALC-DATE ON ONE CALENDAR DAY ACROSS MONTH AND
004110*     YEAR ENDS, GIVING FEBRUARY 29 DAYS IN A LEAP YEAR.
004120*-----------------------------------------------------------------
004130 3400-ADD-ONE-DAY.
004140     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-DAYS-IN-MONTH.
004150     IF WS-CALC-MONTH EQUAL 2
004160         PERFORM 3600-TEST-LEAP-YEAR THRU 3600-EXIT
004170         IF LEAP-YEAR
004180             MOVE 29 TO WS-DAYS-IN-MONTH
004190         END-IF
004200     END-IF.
004210     IF WS-CALC-DAY < WS-DAYS-IN-MONTH
004220         ADD 1 TO WS-CALC-DAY
004230         GO TO 3400-EXIT
004240     END-IF.
004250     MOVE 1 TO WS-CALC-DAY.
004260     IF WS-CALC-MONTH < 12
004270         ADD 1 TO WS-CALC-MONTH
004280     ELSE
004290         MOVE 1 TO WS-CALC-MONTH
004300         ADD 1 TO WS-CALC-YEAR
004310     END-IF.
004320 3400-EXIT.
004330     EXIT.
004340
004350*-----------------------------------------------------------------
004360* 3500-SUBTRACT-ONE-DAY.
004370*     BACKS WS-CALC-DATE UP ONE CALENDAR DAY ACROSS MONTH AND
004380*     YEAR ENDS.
004390*-----------------------------------------------------------------
004400 3500-SUBTRACT-ONE-DAY.
004410     IF WS-CALC-DAY > 1
004420         SUBTRACT 1 FROM WS-CALC-DAY
004430         GO TO 3500-EXIT
004440     END-IF.
004450     IF WS-CALC-MONTH > 1
004460         SUBTRACT 1 FROM WS-CALC-MONTH
004470     ELSE
004480         SUBTRACT 1 FROM WS-CALC-YEAR
004490         MOVE 12 TO WS-CALC-MONTH
004500     END-IF.
004510     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-CALC-DAY.
004520     IF WS-CALC-MONTH EQUAL 2
004530         PERFORM 3600-TEST-LEAP-YEAR THRU 3600-EXIT
004540         IF LEAP-YEAR
004550             MOVE 29 TO WS-CALC-DAY
004560         END-IF
004570     END-IF.
004580 3500-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620* 3600-TEST-LEAP-YEAR.
004630*     SETS LEAP-YEAR FOR WS-CALC-YEAR - DIVISIBLE BY 4, AND NOT
004640*     BY 100 UNLESS ALSO BY 400.
004650*-----------------------------------------------------------------
004660 3600-TEST-LEAP-YEAR.
004670     MOVE "N" TO WS-LEAP-YEAR-SWITCH.
004680     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004690         REMAINDER WS-LEAP-REMAINDER.
004700     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
004710         GO TO 3600-EXIT
004720     END-IF.
004730     SET LEAP-YEAR TO TRUE.
004740     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004750         REMAINDER WS-LEAP-REMAINDER.
004760     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
004770         GO TO 3600-EXIT
004780     END-IF.
004790     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004800         REMAINDER WS-LEAP-REMAINDER.
004810     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
004820         MOVE "N" TO WS-LEAP-YEAR-SWITCH
004830     END-IF.
004840 3600-EXIT.
004850     EXIT.
004860
004870*-----------------------------------------------------------------
004880* 8000-TERMINATE.
004890*     RUNS THE MISSED-FEED CHECK, WRITES THE INQUIRY TOTALS,
004900*     CLOSES EVERY FILE, AND SETS THE JOB RETURN CODE.
004910*-----------------------------------------------------------------
004920 8000-TERMINATE.
004930     IF REGISTER-RPT-OK
004940        AND (BATCHREG-FILE-OK OR BATCHREG-FILE-AT-END)
004950         PERFORM 3000-CHECK-MISSED-FEEDS THRU 3000-EXIT
004960     END-IF.
004970     IF REGISTER-RPT-OK
004980         MOVE SPACES TO REGISTER-REPORT-LINE
004990         STRING "REGISTER RECORDS READ " DELIMITED BY SIZE
005000                WS-RECORDS-READ DELIMITED BY SIZE
005010                " LISTED " DELIMITED BY SIZE
005020                WS-RECORDS-LISTED DELIMITED BY SIZE
005030                INTO REGISTER-REPORT-LINE
005040         END-STRING
005050         WRITE REGISTER-REPORT-LINE
005060     END-IF.
005070     IF BATCHREG-FILE-OK OR BATCHREG-FILE-AT-END
005080         CLOSE BATCH-REGISTER-FILE
005090     END-IF.
005100     IF REGISTER-RPT-OK
005110         CLOSE REGISTER-REPORT
005120     END-IF.
005130     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
005140 8000-EXIT.
005150     EXIT.
005160
005170 END PROGRAM LANGBREG.
