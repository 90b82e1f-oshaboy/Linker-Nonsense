000600*                    BALANCED BATCH CLOSES ON CLEANFIL WITH ITS
000610*                    OWN TRAILER, SO THE DISPATCHER'S PER-BATCH
000620*                    VERIFICATION HOLDS GROUP BY GROUP.
000621*   10/15/2026 DH    DETAIL RECORD WIDENED TO CARRY THE SOURCE
000622*                    TRANSACTION REFERENCE, ORIGIN SYSTEM AND
000623*                    ORIGIN TIMESTAMP (COPYBOOK TRANREF).  NEW
000624*                    EDITS 05-08 REJECT A MISSING REFERENCE OR
000626*                    ORIGIN SYSTEM, AN INVALID TIMESTAMP, AND A
000627*                    REFERENCE REPEATED WITHIN ONE BATCH.
000628*                    REJFILE CARRIES THE REFERENCE SO LANGRPR
000629*                    CAN MATCH CORRECTIONS BY IT.
000631*   10/15/2026 DH    REJFILE CARRIES THE BATCH ID AND THE
000632*                    DETAIL'S SEQUENCE WITHIN ITS BATCH, SO
000634*                    LANGACK CAN ACKNOWLEDGE EVERY REJECTED
000635*                    DETAIL - EVEN ONE WITH NO REFERENCE - BACK
000637*                    TO THE SOURCE SYSTEM.
000640*   10/15/2026 DH    CTL-RECORD WIDENED BY ONE BYTE (FILLER) FOR
000642*                    THE DISPATCHER'S NEW RUN-MODE FLAG.
000644*   10/15/2026 DH    EVERY BATCH HEADER'S CREATE DATE IS NOW
000646*                    CHECKED AGAINST THE SAME BUSINESS-DAY WINDOW
000647*                    THE DISPATCHER USES (PRIOR BUSINESS DAY PER
000649*                    THE NEW CALENDAR DD THROUGH THE RUN DATE), SO
000651*                    A WRONG-GENERATION FEED IS BOUNCED AT THE
000653*                    EDIT.  SKIPPED WHEN CTL-RESTART-FLAG IS Y.
000654*   10/15/2026 DH    STEPTOT RECORD WIDENED TO 64 BYTES FOR THE
000655*                    DISPATCHER'S NEW DEFERRED (VENDOR QUOTA)
000656*                    COUNT, ZERO FROM THIS STEP.
000657* Tectonics: cobc
000658******************************************************************
000659 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. LANGEDIT.
000670 AUTHOR. D. HOLLIS.
000680 INSTALLATION. DATA CENTER OPERATIONS.
000940         RECORD KEY IS DSPTBL-LANG-NAME
000950         FILE STATUS IS WS-DSPTBL-FILE-STATUS.
000960
000961     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO CALENDAR
000963         ORGANIZATION IS INDEXED
000964         ACCESS MODE IS RANDOM
000966         RECORD KEY IS CAL-DATE
000967         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000969
000970     SELECT CLEAN-TRANS-FILE ASSIGN TO CLEANFIL
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-CLEAN-FILE-STATUS.
001150 FD  CTL-FILE
001160     RECORDING MODE IS F.
001170*    MUST MATCH CTL-RECORD IN PROGRAM COBOL - BOTH STEPS READ
001178*    THE SAME CTLFILE DATASET.  ONLY THE DEFAULT LANGUAGE AND
001185*    THE RESTART FLAG ARE USED HERE; THE DISPATCHER'S CONTROL
001192*    FIELDS RIDE IN FILLER.
001200 01  CTL-RECORD.
001210     05  CTL-DEFAULT-LANG            PIC X(20).
001220     05  CTL-RESTART-FLAG            PIC X(01).
001230     05  CTL-CHECKPOINT-INTERVAL     PIC 9(05).
001240     05  FILLER                      PIC X(29).
001250
001260 FD  LANG-TRANS-FILE
001270     RECORDING MODE IS F.
001320         88  TRANS-REC-TRAILER       VALUE "T".
001330     05  TRANS-RECORD-BODY.
001340         10  LANG_NAME               PIC X(20).
001345         COPY TRANREF.
001350     05  TRANS-HEADER-BODY REDEFINES TRANS-RECORD-BODY.
001360         10  TRANS-BATCH-ID          PIC X(08).
001370         10  TRANS-CREATE-DATE       PIC 9(08).
001380         10  FILLER                  PIC X(38).
001390     05  TRANS-TRAILER-BODY REDEFINES TRANS-RECORD-BODY.
001400         10  TRANS-TRAILER-COUNT     PIC 9(07).
001410         10  FILLER                  PIC X(47).
001420
001430 FD  DISPATCH-TABLE-FILE.
001440 01  DSPTBL-RECORD.
001450     05  DSPTBL-LANG-NAME             PIC X(20).
001460     05  DSPTBL-PROGRAM-NAME          PIC X(09).
001462
001464 FD  BUSINESS-CALENDAR-FILE.
001466 01  CALENDAR-RECORD.
001468     COPY CALREC.
001470
001480 FD  CLEAN-TRANS-FILE
001490     RECORDING MODE IS F.
001500 01  CLEAN-TRANS-RECORD.
001510     05  CLEAN-RECORD-TYPE            PIC X(01).
001520     05  CLEAN-RECORD-BODY            PIC X(54).
001530     05  CLEAN-TRAILER-BODY REDEFINES CLEAN-RECORD-BODY.
001540         10  CLEAN-TRAILER-COUNT      PIC 9(07).
001550         10  FILLER                   PIC X(47).
001560
001570 FD  REJECT-TRANS-FILE
001580     RECORDING MODE IS F.
001590 01  REJECT-TRANS-RECORD.
001600     05  REJ-LANG-NAME                PIC X(20).
001610     05  REJ-REASON-CODE              PIC X(02).
001613     05  REJ-REFERENCE.
001617         COPY TRANREF.
001618     05  REJ-BATCH-ID                 PIC X(08).
001619     05  REJ-DETAIL-SEQ               PIC 9(07).
001620
001630 FD  EDIT-REPORT
001640     RECORDING MODE IS F.
001790     05  STT-BLOCKED-COUNT            PIC 9(07).
001800     05  STT-RECYCLED-COUNT           PIC 9(07).
001810     05  STT-HARDREJ-COUNT            PIC 9(07).
001815     05  STT-DEFERRED-COUNT           PIC 9(07).
001820
001830 WORKING-STORAGE SECTION.
001840*-----------------------------------------------------------------
002020         88  EDIT-RPT-OK             VALUE "00".
002030     05  WS-STEPTOT-FILE-STATUS      PIC X(02) VALUE "99".
002040         88  STEPTOT-FILE-OK         VALUE "00".
002043     05  WS-CALENDAR-FILE-STATUS     PIC X(02) VALUE "99".
002047         88  CALENDAR-FILE-OK        VALUE "00".
002050
002060 01  WS-SWITCHES.
002070     05  WS-EOF-SWITCH                PIC X(01) VALUE "N".
002160         88  BATCH-HEADER-SEEN        VALUE "Y".
002170     05  WS-BATCH-OPEN-SWITCH         PIC X(01) VALUE "N".
002180         88  BATCH-IS-OPEN            VALUE "Y".
002183     05  WS-REF-FULL-SWITCH           PIC X(01) VALUE "N".
002187         88  REF-TABLE-FULL-LOGGED    VALUE "Y".
002189     05  WS-RESTART-FLAG              PIC X(01) VALUE "N".
002190         88  RESTART-REQUESTED        VALUE "Y".
002192     05  WS-HEADER-DATE-SWITCH        PIC X(01) VALUE "Y".
002193         88  HEADER-DATE-IN-WINDOW    VALUE "Y".
002195     05  WS-HEADER-WINDOW-SWITCH      PIC X(01) VALUE "N".
002197         88  HEADER-WINDOW-SET        VALUE "Y".
002198
002200*-----------------------------------------------------------------
002210*    REJECT REASON CODES WRITTEN TO REJFILE.
002220*      01 = LANG_NAME CONTAINS AN INVALID CHARACTER
002240*      03 = LANG_NAME HAS NO DISPATCH-TABLE ENTRY AND IS NOT
002250*           THE CONTROL-FILE DEFAULT LANGUAGE
002260*      04 = RECORD TYPE IS NOT A VALID HEADER/DETAIL/TRAILER
002262*      05 = SOURCE TRANSACTION REFERENCE IS MISSING
002264*      06 = ORIGIN SYSTEM CODE IS MISSING
002266*      07 = ORIGIN TIMESTAMP IS NOT A VALID DATE AND TIME
002268*      08 = SOURCE REFERENCE REPEATS WITHIN THE BATCH
002270*-----------------------------------------------------------------
002280 01  WS-REASON-CODE                   PIC X(02) VALUE SPACES.
002290     88  REASON-INVALID-CHARACTER     VALUE "01".
002300     88  REASON-LOW-VALUES            VALUE "02".
002310     88  REASON-NO-TABLE-ENTRY        VALUE "03".
002320     88  REASON-BAD-RECORD-TYPE       VALUE "04".
002322     88  REASON-NO-SOURCE-REF         VALUE "05".
002324     88  REASON-NO-ORIGIN-SYSTEM      VALUE "06".
002326     88  REASON-BAD-TIMESTAMP         VALUE "07".
002328     88  REASON-DUPLICATE-REF         VALUE "08".
002330
002340 01  WS-RUN-PARMS.
002350     05  WS-DEFAULT-LANG-NAME         PIC X(20) VALUE "Cobol".
002410*    CORRUPT THE REJECT OUTPUTS IN TURN.
002420*-----------------------------------------------------------------
002430 01  WS-DISPLAY-LANG-NAME             PIC X(20).
002435 01  WS-DISPLAY-SOURCE-REF            PIC X(16).
002440
002450 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
002460 77  WS-LOW-VALUE-COUNT               PIC 9(02) VALUE ZERO.
002600 77  WS-BATCH-DETAILS-READ            PIC 9(07) VALUE ZERO.
002610 77  WS-BATCH-CLEAN-COUNT             PIC 9(07) VALUE ZERO.
002620 01  WS-CURRENT-BATCH-ID              PIC X(08) VALUE SPACES.
002621
002622*-----------------------------------------------------------------
002624*    SOURCE REFERENCES PASSED CLEAN IN THE BATCH IN FLIGHT, FOR
002625*    THE DUPLICATE-REFERENCE EDIT (08).  RESET AT EVERY HEADER.
002626*    REFERENCES BEYOND THE 5000 CAPACITY ARE NOT CHECKED; THE
002627*    OVERFLOW IS LOGGED ONCE AND RAISES THE RETURN CODE.
002628*-----------------------------------------------------------------
002629 01  WS-REF-TABLE-CONTROL.
002631     05  WS-REF-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
002632     05  WS-REF-TABLE
002633                 OCCURS 1 TO 5000 TIMES
002634                 DEPENDING ON WS-REF-ENTRY-COUNT
002635                 INDEXED BY REF-IDX.
002636         10  WS-REF-SOURCE-REF        PIC X(16).
002638
002639*-----------------------------------------------------------------
002640*    WORK VIEW OF THE ORIGIN TIMESTAMP FOR EDIT 07.
002641*-----------------------------------------------------------------
002642 01  WS-EDIT-TIMESTAMP.
002644     05  WS-EDIT-TS-CCYY              PIC 9(04).
002645     05  WS-EDIT-TS-MM                PIC 9(02).
002646         88  EDIT-TS-MONTH-VALID      VALUE 1 THRU 12.
002647     05  WS-EDIT-TS-DD                PIC 9(02).
002648         88  EDIT-TS-DAY-VALID        VALUE 1 THRU 31.
002649     05  WS-EDIT-TS-HH                PIC 9(02).
002651         88  EDIT-TS-HOUR-VALID       VALUE 0 THRU 23.
002652     05  WS-EDIT-TS-MI                PIC 9(02).
002653         88  EDIT-TS-MINUTE-VALID     VALUE 0 THRU 59.
002654     05  WS-EDIT-TS-SS                PIC 9(02).
002655         88  EDIT-TS-SECOND-VALID     VALUE 0 THRU 59.
002656
002658 01  WS-RUN-DATE                      PIC 9(08).
002659
002660*-----------------------------------------------------------------
002661*    BUSINESS-DAY HEADER WINDOW - THE SAME RULE THE DISPATCHER
002663*    APPLIES: A BATCH HEADER MAY BE DATED ANYWHERE FROM THE
002664*    PRIOR BUSINESS DAY (WS-EARLIEST-HEADER-DATE) THROUGH THE
002665*    RUN DATE.  THE WALK BACK GIVES UP AFTER 31 DAYS.
002666*-----------------------------------------------------------------
002668 01  WS-EARLIEST-HEADER-DATE          PIC 9(08).
002669 01  WS-CALC-DATE.
002670     05  WS-CALC-YEAR                 PIC 9(04).
002671     05  WS-CALC-MONTH                PIC 9(02).
002673     05  WS-CALC-DAY                  PIC 9(02).
002674 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
002675                                      PIC 9(08).
002676 01  WS-MONTH-DAYS-VALUES             PIC X(24)
002678                 VALUE "312831303130313130313031".
002679 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002680     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
002681 01  WS-LEAP-QUOTIENT                 PIC 9(04).
002683 01  WS-LEAP-REMAINDER                PIC 9(04).
002684 77  WS-CALENDAR-WALK-COUNT           PIC 9(02) VALUE ZERO.
002685
002686 PROCEDURE DIVISION.
002688*-----------------------------------------------------------------
002689* 0000-MAINLINE-CONTROL.
002690*     TOP LEVEL FLOW OF CONTROL FOR THE EDIT STEP.
002700*-----------------------------------------------------------------
002710 0000-MAINLINE-CONTROL.
002930     IF CTL-FILE-OK AND CTL-DEFAULT-LANG NOT EQUAL SPACES
002940         MOVE CTL-DEFAULT-LANG TO WS-DEFAULT-LANG-NAME
002950     END-IF.
002952     IF CTL-FILE-OK AND CTL-RESTART-FLAG NOT EQUAL SPACE
002955         MOVE CTL-RESTART-FLAG TO WS-RESTART-FLAG
002958     END-IF.
002960     IF CTL-FILE-OK OR CTL-FILE-AT-END
002970         CLOSE CTL-FILE
002980     END-IF.
003220     END-IF.
003230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003240     PERFORM 1020-OPEN-DISPATCH-TABLE THRU 1020-EXIT.
003245     PERFORM 1065-SET-HEADER-DATE-WINDOW THRU 1065-EXIT.
003250     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003260     PERFORM 1040-PASS-BATCH-HEADER THRU 1040-EXIT.
003270 1000-EXIT.
003300*-----------------------------------------------------------------
003310* 1040-PASS-BATCH-HEADER.
003320*     THE FIRST FEED RECORD MUST BE THE BATCH HEADER.  IT IS
003330*     PASSED THROUGH TO CLEANFIL UNCHANGED ONCE ITS CREATE DATE
003340*     IS FOUND INSIDE THE BUSINESS-DAY WINDOW (1045).  A FEED
003350*     THAT DOES NOT START WITH A HEADER (AN OLD-FORMAT OR
003358*     TRUNCATED TRANSMISSION), OR WHOSE HEADER IS DATED OUTSIDE
003366*     THE WINDOW (A WRONG-GENERATION MOUNT), ENDS THE EDIT AT
003374*     RETURN CODE 8 WITH NOTHING WRITTEN, SO THE SCHEDULER HOLDS
003382*     THE DISPATCH STEP AND OPERATIONS BOUNCES THE FEED.
003390*-----------------------------------------------------------------
003400 1040-PASS-BATCH-HEADER.
003410     IF END-OF-TRANS-FILE OR NOT TRANS-REC-HEADER
003530         SET END-OF-TRANS-FILE TO TRUE
003540         GO TO 1040-EXIT
003550     END-IF.
003552     PERFORM 1045-CHECK-HEADER-DATE THRU 1045-EXIT.
003554     IF NOT HEADER-DATE-IN-WINDOW
003556         GO TO 1040-EXIT
003558     END-IF.
003560     SET BATCH-HEADER-SEEN TO TRUE.
003570     PERFORM 2065-OPEN-NEW-BATCH THRU 2065-EXIT.
003580     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003590 1040-EXIT.
003591     EXIT.
003592
003593*-----------------------------------------------------------------
003594* 1045-CHECK-HEADER-DATE.
003595*     CHECKS THE HEADER IN HAND AGAINST THE BUSINESS-DAY WINDOW
003596*     SET BY 1065.  A HEADER DATED OUTSIDE IT IS REPORTED AND
003597*     ENDS THE EDIT AT RETURN CODE 8.  A RESTART RUN SKIPS THE
003598*     CHECK, AS THE DISPATCHER DOES - A RUN INTERRUPTED BEFORE
003599*     MIDNIGHT MUST STILL BE RESUMABLE AFTER IT AGAINST THE SAME
003600*     FEED.
003601*-----------------------------------------------------------------
003602 1045-CHECK-HEADER-DATE.
003603     MOVE "Y" TO WS-HEADER-DATE-SWITCH.
003604     IF RESTART-REQUESTED
003606         GO TO 1045-EXIT
003607     END-IF.
003608     IF TRANS-CREATE-DATE NOT < WS-EARLIEST-HEADER-DATE
003609        AND TRANS-CREATE-DATE NOT > WS-RUN-DATE
003610         GO TO 1045-EXIT
003611     END-IF.
003612     MOVE "N" TO WS-HEADER-DATE-SWITCH.
003613     IF EDIT-RPT-OK
003614         MOVE SPACES TO EDIT-REPORT-LINE
003615         STRING "BATCH HEADER DATE " DELIMITED BY SIZE
003616                TRANS-CREATE-DATE DELIMITED BY SIZE
003617                " OUTSIDE " DELIMITED BY SIZE
003618                WS-EARLIEST-HEADER-DATE DELIMITED BY SIZE
003619                "-" DELIMITED BY SIZE
003620                WS-RUN-DATE DELIMITED BY SIZE
003621                " BATCH=" DELIMITED BY SIZE
003622                TRANS-BATCH-ID DELIMITED BY SIZE
003623                " - EDIT ENDED" DELIMITED BY SIZE
003624                INTO EDIT-REPORT-LINE
003625         END-STRING
003626         WRITE EDIT-REPORT-LINE
003627     END-IF.
003628     IF WS-JOB-RETURN-CODE < 8
003629         MOVE 8 TO WS-JOB-RETURN-CODE
003630     END-IF.
003631     SET END-OF-TRANS-FILE TO TRUE.
003632 1045-EXIT.
003633     EXIT.
003634
003636*-----------------------------------------------------------------
003637* 1065-SET-HEADER-DATE-WINDOW.
003638*     SETS WS-EARLIEST-HEADER-DATE, THE OLDEST CREATE DATE A
003639*     BATCH HEADER MAY CARRY: THE PRIOR BUSINESS DAY.  THE WALK
003640*     STEPS BACK FROM THE RUN DATE AND STOPS AT THE FIRST
003641*     BUSINESS DAY; A DATE WITH NO CALENDAR ROW COUNTS AS A
003642*     BUSINESS DAY.  WHEN NO CALENDAR IS SUPPLIED THE WINDOW IS
003643*     THE RUN DATE ALONE.  THE CALENDAR IS CLOSED AGAIN HERE.
003644*-----------------------------------------------------------------
003645 1065-SET-HEADER-DATE-WINDOW.
003646     MOVE WS-RUN-DATE TO WS-EARLIEST-HEADER-DATE.
003647     OPEN INPUT BUSINESS-CALENDAR-FILE.
003648     IF NOT CALENDAR-FILE-OK
003649         GO TO 1065-EXIT
003650     END-IF.
003651     MOVE WS-RUN-DATE TO WS-CALC-DATE-N.
003652     MOVE ZERO TO WS-CALENDAR-WALK-COUNT.
003653     MOVE "N" TO WS-HEADER-WINDOW-SWITCH.
003654     PERFORM 1066-STEP-BACK-ONE-DAY THRU 1066-EXIT
003655         UNTIL HEADER-WINDOW-SET.
003656     CLOSE BUSINESS-CALENDAR-FILE.
003657 1065-EXIT.
003658     EXIT.
003659
003660*-----------------------------------------------------------------
003661* 1066-STEP-BACK-ONE-DAY.
003662*     MOVES THE WINDOW BACK ONE DAY AND LOOKS THE NEW DATE UP.
003663*     A BUSINESS DAY, A DATE NOT ON THE CALENDAR, OR THE 31-DAY
003664*     LIMIT ENDS THE WALK WITH THAT DATE AS THE EARLIEST.
003666*-----------------------------------------------------------------
003667 1066-STEP-BACK-ONE-DAY.
003668     PERFORM 1067-SUBTRACT-ONE-DAY THRU 1067-EXIT.
003669     ADD 1 TO WS-CALENDAR-WALK-COUNT.
003670     MOVE WS-CALC-DATE-N TO WS-EARLIEST-HEADER-DATE.
003671     MOVE WS-CALC-DATE-N TO CAL-DATE.
003672     READ BUSINESS-CALENDAR-FILE
003673         INVALID KEY
003674             SET HEADER-WINDOW-SET TO TRUE
003675         NOT INVALID KEY
003676             IF CAL-BUSINESS-DAY
003677                 SET HEADER-WINDOW-SET TO TRUE
003678             END-IF
003679     END-READ.
003680     IF WS-CALENDAR-WALK-COUNT NOT < 31
003681         SET HEADER-WINDOW-SET TO TRUE
003682     END-IF.
003683 1066-EXIT.
003684     EXIT.
003685
003686*-----------------------------------------------------------------
003687* 1067-SUBTRACT-ONE-DAY.
003688*     BACKS WS-CALC-DATE UP ONE CALENDAR DAY ACROSS MONTH AND
003689*     YEAR ENDS, GIVING FEBRUARY 29 DAYS IN A LEAP YEAR.
003690*-----------------------------------------------------------------
003691 1067-SUBTRACT-ONE-DAY.
003692     IF WS-CALC-DAY > 1
003693         SUBTRACT 1 FROM WS-CALC-DAY
003694         GO TO 1067-EXIT
003696     END-IF.
003697     IF WS-CALC-MONTH > 1
003698         SUBTRACT 1 FROM WS-CALC-MONTH
003699     ELSE
003700         SUBTRACT 1 FROM WS-CALC-YEAR
003701         MOVE 12 TO WS-CALC-MONTH
003702     END-IF.
003703     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-CALC-DAY.
003704     IF WS-CALC-MONTH NOT EQUAL 2
003705         GO TO 1067-EXIT
003706     END-IF.
003707     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003708         REMAINDER WS-LEAP-REMAINDER.
003709     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003710         GO TO 1067-EXIT
003711     END-IF.
003712     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003713         REMAINDER WS-LEAP-REMAINDER.
003714     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003715         MOVE 29 TO WS-CALC-DAY
003716         GO TO 1067-EXIT
003717     END-IF.
003718     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003719         REMAINDER WS-LEAP-REMAINDER.
003720     IF WS-LEAP-REMAINDER EQUAL ZERO
003721         MOVE 29 TO WS-CALC-DAY
003722     END-IF.
003723 1067-EXIT.
003724     EXIT.
003726
003727*-----------------------------------------------------------------
003728* 2065-OPEN-NEW-BATCH.
003729*     PASSES THE HEADER IN HAND THROUGH TO CLEANFIL UNCHANGED
003730*     AND RESETS THE PER-BATCH COUNTS FOR THE GROUP IT OPENS.
003731*-----------------------------------------------------------------
003732 2065-OPEN-NEW-BATCH.
003733     MOVE TRANS-BATCH-ID TO WS-CURRENT-BATCH-ID.
003734     MOVE ZERO TO WS-BATCH-DETAILS-READ.
003735     MOVE ZERO TO WS-BATCH-CLEAN-COUNT.
003736     MOVE ZERO TO WS-REF-ENTRY-COUNT.
003737     SET BATCH-IS-OPEN TO TRUE.
003738     MOVE TRANS-RECORD TO CLEAN-TRANS-RECORD.
003739     WRITE CLEAN-TRANS-RECORD.
003740 2065-EXIT.
003750     EXIT.
003760
004080     IF TRANS-REC-HEADER AND BATCH-HEADER-SEEN
004090         IF BATCH-IS-OPEN
004100             PERFORM 2075-REPORT-MISSING-TRAILER THRU 2075-EXIT
004102         END-IF
004104         PERFORM 1045-CHECK-HEADER-DATE THRU 1045-EXIT
004106         IF NOT HEADER-DATE-IN-WINDOW
004108             GO TO 2000-EXIT
004110         END-IF
004120         PERFORM 2065-OPEN-NEW-BATCH THRU 2065-EXIT
004130         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
004290     END-IF.
004300     IF RECORD-IS-CLEAN
004310         PERFORM 2030-CHECK-DISPATCHABILITY THRU 2030-EXIT
004311     END-IF.
004313     IF RECORD-IS-CLEAN
004314         PERFORM 2035-CHECK-REFERENCE THRU 2035-EXIT
004316     END-IF.
004317     IF RECORD-IS-CLEAN
004319         PERFORM 2037-CHECK-DUPLICATE-REF THRU 2037-EXIT
004320     END-IF.
004330 2000-ROUTE-RECORD.
004340     IF RECORD-IS-CLEAN
005020     EXIT.
005030
005040*-----------------------------------------------------------------
005041* 2035-CHECK-REFERENCE.
005042*     REJECTS A DETAIL WHOSE SOURCE-SYSTEM IDENTITY IS NOT
005043*     USABLE: NO TRANSACTION REFERENCE (05), NO ORIGIN SYSTEM
005044*     CODE (06), OR AN ORIGIN TIMESTAMP THAT IS NOT A VALID
005045*     CCYYMMDD DATE AND HHMMSS TIME (07).  A DETAIL THE
005046*     UPSTREAM DESK CANNOT QUOTE BACK IS NO USE TO A DISPUTE.
005047*-----------------------------------------------------------------
005048 2035-CHECK-REFERENCE.
005050     MOVE ZERO TO WS-LOW-VALUE-COUNT.
005051     INSPECT TRN-SOURCE-REF OF TRANS-RECORD
005052         TALLYING WS-LOW-VALUE-COUNT FOR ALL LOW-VALUE.
005053     IF TRN-SOURCE-REF OF TRANS-RECORD EQUAL SPACES
005054        OR WS-LOW-VALUE-COUNT > ZERO
005055         MOVE "N" TO WS-RECORD-CLEAN-SWITCH
005056         SET REASON-NO-SOURCE-REF TO TRUE
005057         GO TO 2035-EXIT
005058     END-IF.
005059     IF TRN-ORIGIN-SYSTEM OF TRANS-RECORD EQUAL SPACES
005060        OR TRN-ORIGIN-SYSTEM OF TRANS-RECORD EQUAL LOW-VALUES
005061         MOVE "N" TO WS-RECORD-CLEAN-SWITCH
005062         SET REASON-NO-ORIGIN-SYSTEM TO TRUE
005063         GO TO 2035-EXIT
005064     END-IF.
005065     MOVE TRN-ORIGIN-TIMESTAMP OF TRANS-RECORD
005067         TO WS-EDIT-TIMESTAMP.
005068     IF WS-EDIT-TIMESTAMP NOT NUMERIC
005069         MOVE "N" TO WS-RECORD-CLEAN-SWITCH
005070         SET REASON-BAD-TIMESTAMP TO TRUE
005071         GO TO 2035-EXIT
005072     END-IF.
005073     IF NOT EDIT-TS-MONTH-VALID
005074        OR NOT EDIT-TS-DAY-VALID
005075        OR NOT EDIT-TS-HOUR-VALID
005076        OR NOT EDIT-TS-MINUTE-VALID
005077        OR NOT EDIT-TS-SECOND-VALID
005078        OR WS-EDIT-TS-CCYY EQUAL ZERO
005079         MOVE "N" TO WS-RECORD-CLEAN-SWITCH
005080         SET REASON-BAD-TIMESTAMP TO TRUE
005081     END-IF.
005082 2035-EXIT.
005084     EXIT.
005085
005086*-----------------------------------------------------------------
005087* 2037-CHECK-DUPLICATE-REF.
005088*     REJECTS A DETAIL WHOSE SOURCE REFERENCE ALREADY PASSED
005089*     CLEAN IN THIS BATCH (08) - THE SAME UPSTREAM TRANSACTION
005090*     SENT TWICE WOULD OTHERWISE BE DISPATCHED TWICE.  THE
005091*     REFERENCE IS ADDED TO THE TABLE WHEN THE DETAIL IS
005092*     WRITTEN CLEAN (2040).
005093*-----------------------------------------------------------------
005094 2037-CHECK-DUPLICATE-REF.
005095     IF WS-REF-ENTRY-COUNT EQUAL ZERO
005096         GO TO 2037-EXIT
005097     END-IF.
005098     SET REF-IDX TO 1.
005099     SEARCH WS-REF-TABLE
005101         AT END
005102             CONTINUE
005103         WHEN WS-REF-SOURCE-REF (REF-IDX)
005104                  EQUAL TRN-SOURCE-REF OF TRANS-RECORD
005105             MOVE "N" TO WS-RECORD-CLEAN-SWITCH
005106             SET REASON-DUPLICATE-REF TO TRUE
005107     END-SEARCH.
005108 2037-EXIT.
005109     EXIT.
005110
005111*-----------------------------------------------------------------
005112* 2038-REMEMBER-REFERENCE.
005113*     ADDS THE CLEAN DETAIL'S SOURCE REFERENCE TO THE BATCH'S
005114*     REFERENCE TABLE.  BEYOND THE 5000 CAPACITY THE OVERFLOW
005115*     IS LOGGED ONCE, AND ONLY ONCE, AT RETURN CODE 4.
005116*-----------------------------------------------------------------
005118 2038-REMEMBER-REFERENCE.
005119     IF WS-REF-ENTRY-COUNT < 5000
005120         ADD 1 TO WS-REF-ENTRY-COUNT
005121         MOVE TRN-SOURCE-REF OF TRANS-RECORD
005122             TO WS-REF-SOURCE-REF (WS-REF-ENTRY-COUNT)
005123         GO TO 2038-EXIT
005124     END-IF.
005125     IF REF-TABLE-FULL-LOGGED
005126         GO TO 2038-EXIT
005127     END-IF.
005128     SET REF-TABLE-FULL-LOGGED TO TRUE.
005129     IF EDIT-RPT-OK
005130         MOVE SPACES TO EDIT-REPORT-LINE
005131         STRING "REFERENCE TABLE FULL AT 5000 ENTRIES - "
005132                 DELIMITED BY SIZE
005133                "DUPLICATE EDIT SKIPPED BATCH=" DELIMITED BY SIZE
005135                WS-CURRENT-BATCH-ID DELIMITED BY SIZE
005136                INTO EDIT-REPORT-LINE
005137         END-STRING
005138         WRITE EDIT-REPORT-LINE
005139     END-IF.
005140     IF WS-JOB-RETURN-CODE < 4
005141         MOVE 4 TO WS-JOB-RETURN-CODE
005142     END-IF.
005143 2038-EXIT.
005144     EXIT.
005145
005146*-----------------------------------------------------------------
005147* 2040-WRITE-CLEAN-RECORD.
005148*     COPIES THE CURRENT TRANSACTION RECORD UNCHANGED TO THE
005149*     CLEAN FILE FED TO THE DISPATCH STEP.
005150*-----------------------------------------------------------------
005152 2040-WRITE-CLEAN-RECORD.
005153     ADD 1 TO WS-RECORDS-CLEAN.
005154     ADD 1 TO WS-BATCH-CLEAN-COUNT.
005155     MOVE TRANS-RECORD TO CLEAN-TRANS-RECORD.
005156     WRITE CLEAN-TRANS-RECORD.
005157     PERFORM 2038-REMEMBER-REFERENCE THRU 2038-EXIT.
005158 2040-EXIT.
005159     EXIT.
005160
005170*-----------------------------------------------------------------
005180* 2060-WRITE-CLEAN-TRAILER.
006260     MOVE LANG_NAME OF TRANS-RECORD TO WS-DISPLAY-LANG-NAME.
006270     INSPECT WS-DISPLAY-LANG-NAME
006280         REPLACING ALL LOW-VALUE BY SPACE.
006281     MOVE SPACES TO WS-DISPLAY-SOURCE-REF.
006282     IF TRANS-REC-DETAIL
006284         MOVE TRN-SOURCE-REF OF TRANS-RECORD
006285             TO WS-DISPLAY-SOURCE-REF
006286         INSPECT WS-DISPLAY-SOURCE-REF
006288             REPLACING ALL LOW-VALUE BY SPACE
006289     END-IF.
006290     IF REJECT-FILE-OK
006300         MOVE WS-DISPLAY-LANG-NAME TO REJ-LANG-NAME
006310         MOVE WS-REASON-CODE TO REJ-REASON-CODE
006312         MOVE SPACES TO REJ-REFERENCE
006313         IF TRANS-REC-DETAIL
006315             MOVE TRN-SOURCE-REF OF TRANS-RECORD
006316                 TO TRN-SOURCE-REF OF REJ-REFERENCE
006318             MOVE TRN-ORIGIN-SYSTEM OF TRANS-RECORD
006319                 TO TRN-ORIGIN-SYSTEM OF REJ-REFERENCE
006321             MOVE TRN-ORIGIN-TIMESTAMP OF TRANS-RECORD
006322                 TO TRN-ORIGIN-TIMESTAMP OF REJ-REFERENCE
006324             INSPECT REJ-REFERENCE
006325                 REPLACING ALL LOW-VALUE BY SPACE
006327         END-IF
006329         MOVE WS-CURRENT-BATCH-ID TO REJ-BATCH-ID
006330         MOVE ZERO TO REJ-DETAIL-SEQ
006332         IF TRANS-REC-DETAIL
006333             MOVE WS-BATCH-DETAILS-READ TO REJ-DETAIL-SEQ
006335         END-IF
006337         WRITE REJECT-TRANS-RECORD
006338     END-IF.
006340     IF EDIT-RPT-OK
006350         MOVE SPACES TO EDIT-REPORT-LINE
006360         STRING "REJECTED REASON " DELIMITED BY SIZE
006370                WS-REASON-CODE DELIMITED BY SIZE
006380                " LANG_NAME=" DELIMITED BY SIZE
006390                WS-DISPLAY-LANG-NAME DELIMITED BY SIZE
006393                " REF=" DELIMITED BY SIZE
006397                WS-DISPLAY-SOURCE-REF DELIMITED BY SIZE
006400                INTO EDIT-REPORT-LINE
006410         END-STRING
006420         WRITE EDIT-REPORT-LINE
007110     MOVE ZERO TO STT-BLOCKED-COUNT.
007120     MOVE ZERO TO STT-RECYCLED-COUNT.
007130     MOVE ZERO TO STT-HARDREJ-COUNT.
007135     MOVE ZERO TO STT-DEFERRED-COUNT.
007140     WRITE STEP-TOTALS-RECORD.
007150     CLOSE STEP-TOTALS-FILE.
007160 8300-EXIT.
