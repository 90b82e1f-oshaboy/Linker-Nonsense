002517*                    NAME AND LANGBAL COULD NOT TELL A FAILING
002518*                    PARTITION APART; EACH PARTITION JOB NOW
002519*                    SUPPLIES ITS OWN NAME IN-STREAM.
002520*   10/15/2026 DH    TRANSFIL DETAIL WIDENED TO CARRY THE SOURCE
002521*                    TRANSACTION REFERENCE, ORIGIN SYSTEM AND
002522*                    ORIGIN TIMESTAMP (COPYBOOK TRANREF).  THE
002523*                    REFERENCE RIDES ON THE RECYCLE RECORDS, IS
002525*                    APPENDED AS R=/S=/T= TO THE AUDIT LINE (NOW
002526*                    150 BYTES) AND THE HARD-REJECT LINE (NOW
002527*                    132), SO A DISPUTED TRANSACTION CAN BE
002528*                    TRACED BY ITS UPSTREAM REFERENCE.
002529*   10/15/2026 DH    ADDED THE BLOCKOUT DD - ONE RECORD PER
002531*                    DETAIL THE LANGUAGE MASTER BLOCKED, WITH
002532*                    BATCH ID, BLOCK REASON AND SOURCE
002533*                    REFERENCE, SO LANGACK CAN ACKNOWLEDGE
002535*                    BLOCKED DETAILS BACK TO THE SOURCE SYSTEM.
002536*                    ERRRPT IS SYSOUT AND CANNOT BE READ BACK.
002538*   10/15/2026 DH    STRUCTURED CALL INTERFACE (COPYBOOK
002539*                    DSPCALL).  THE CALL NOW PASSES ONE AREA -
002540*                    THE WHOLE ENRICHED LANG-RECORD PLUS BATCH
002542*                    ID AND RUN DATE - AND GETS BACK A STATUS
002544*                    CODE, REASON TEXT AND UNITS-PROCESSED COUNT.
002545*                    LANG_NAME STAYS THE FIRST 20 BYTES SO OLD
002546*                    ROUTINES ARE UNAFFECTED.  EVERY CALL'S
002548*                    RESPONSE IS LOGGED TO THE NEW OPTIONAL
002550*                    RESPLOG DD, AND A FAILING ROUTINE'S OWN
002551*                    REASON TEXT NOW REPLACES THE GENERIC
002552*                    "RETURN CODE NNNN" ON THE RECYCLE RECORD.
002553*   10/15/2026 DH    FORECAST MODE.  CTL-RUN-MODE "F" RUNS THE
002554*                    FEED AND RECYCLE PASS THROUGH HEADER
002555*                    VERIFICATION, SELECTION, MASTER ENRICHMENT,
002556*                    THE EFFECTIVE/EXPIRY GATES AND TARGET
002557*                    RESOLUTION AS A NORMAL RUN WOULD, BUT MAKES
002558*                    NO CALLS AND WRITES NOTHING TO RESTFILE,
002559*                    AUDITLOG, RESPLOG, RECYCOUT, HARDREJ,
002560*                    BLOCKOUT, STATXTR, PARTTOT, BATCHREG OR
002561*                    STEPTOT.  INSTEAD THE FCSTRPT DD GETS A
002562*                    FORECAST PER LANG_NAME - DETAILS THAT WOULD
002563*                    DISPATCH TO EACH PROGRAM, THOSE THAT WOULD
002564*                    FALL BACK TO CALL_THIS, AND THOSE THAT WOULD
002565*                    BE BLOCKED AND WHY - FOR REFERENCE-DATA
002566*                    CHANGE TICKETS (JOB COBFCS00).
002567*   10/15/2026 DH    BUSINESS-DAY HEADER WINDOW.  A BATCH HEADER
002568*                    NO LONGER HAS TO CARRY TODAY'S DATE: ANY DATE
002569*                    FROM THE PRIOR BUSINESS DAY (PER THE NEW
002570*                    KEYED CALENDAR DD) THROUGH THE RUN DATE IS
002571*                    ACCEPTED, SO A FEED CREATED ON FRIDAY OR
002572*                    BEFORE A HOLIDAY RUNS CLEAN ON THE NEXT
002573*                    BUSINESS DAY.  NO CALENDAR - THE OLD
002574*                    SAME-DAY RULE.
002575*   10/15/2026 DH    PER-VENDOR DAILY CALL QUOTAS.  BEFORE EVERY
002576*                    CALL THE VENDOR'S CEILING IS READ FROM THE
002577*                    NEW KEYED VNDQUOTA DD AND THE NIGHT'S USAGE
002578*                    FROM THE SHARED QUOTAUSE DD, WHICH EVERY
002579*                    DISPATCH STEP AND PARTITION ADDS TO.  ONCE A
002580*                    VENDOR IS AT ITS CEILING ITS DETAILS ARE NOT
002581*                    CALLED BUT WRITTEN TO RECYCOUT AS DEFERRED
002582*                    (RECORD TYPE Q), WITHOUT USING AN ATTEMPT; A
002583*                    HARD-STOP VENDOR ALSO HALTS THE STEP THE WAY
002584*                    THE CIRCUIT BREAKER DOES.  STEPTOT AND SUMRPT
002585*                    CARRY THE NEW DEFERRED OUTCOME.
002586*   10/15/2026 DH    CTLTOT CARRIES AN OPTIONAL FEED DATE IN
002587*                    COLUMNS 8-15, CHECKED AGAINST THE FEED HEADER
002588*                    BY THE LANGRDY READINESS STEP AHEAD OF THIS
002589*                    ONE.  LAYOUT ONLY - NOT READ HERE.
002590*   10/15/2026 DH    PARTTOT IS NO LONGER WRITTEN BY A QUIESCED
002591*                    OR BREAKER-HALTED RUN, ONLY BY ONE THAT RAN
002592*                    TO ITS END, SO A PARTITION'S PARTTOT MARKS
002593*                    ITS CHECKPOINTS AS FINISHED.
002594* Tectonics: cobc
002602******************************************************************
002603 IDENTIFICATION DIVISION.
002604 PROGRAM-ID. Cobol.
002605 AUTHOR. D. HOLLIS.
002606 INSTALLATION. DATA CENTER OPERATIONS.
002607 DATE-WRITTEN. 01/04/2019.
002608 DATE-COMPILED.
002609
002610 ENVIRONMENT DIVISION.
002620 INPUT-OUTPUT SECTION.
002630 FILE-CONTROL.
003060     SELECT HARD-REJECT-REPORT ASSIGN TO HARDREJ
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS WS-HARDREJ-RPT-STATUS.
003082
003084     SELECT BLOCKED-DETAIL-FILE ASSIGN TO BLOCKOUT
003086         ORGANIZATION IS LINE SEQUENTIAL
003088         FILE STATUS IS WS-BLOCKOUT-FILE-STATUS.
003090
003092     SELECT CALL-RESPONSE-LOG ASSIGN TO RESPLOG
003094         ORGANIZATION IS LINE SEQUENTIAL
003096         FILE STATUS IS WS-RESPLOG-FILE-STATUS.
003098
003100     SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
003102         ORGANIZATION IS LINE SEQUENTIAL
003104         FILE STATUS IS WS-FCSTRPT-STATUS.
003106
003108     SELECT LANG-MASTER-FILE ASSIGN TO LANGMSTR
003110         ORGANIZATION IS INDEXED
003120         ACCESS MODE IS RANDOM
003130         RECORD KEY IS LMST-LANG-NAME
003140         FILE STATUS IS WS-LANGMSTR-FILE-STATUS.
003141
003143     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO CALENDAR
003144         ORGANIZATION IS INDEXED
003146         ACCESS MODE IS RANDOM
003147         RECORD KEY IS CAL-DATE
003149         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
003150
003152     SELECT VENDOR-QUOTA-FILE ASSIGN TO VNDQUOTA
003153         ORGANIZATION IS INDEXED
003155         ACCESS MODE IS RANDOM
003156         RECORD KEY IS VQT-VENDOR-CODE
003157         FILE STATUS IS WS-VNDQUOTA-FILE-STATUS.
003159
003160     SELECT QUOTA-USAGE-FILE ASSIGN TO QUOTAUSE
003162         ORGANIZATION IS INDEXED
003163         ACCESS MODE IS RANDOM
003164         RECORD KEY IS QTU-KEY
003166         FILE STATUS IS WS-QUOTAUSE-FILE-STATUS.
003167
003169     SELECT PARTITION-TOTALS-FILE ASSIGN TO PARTTOT
003170         ORGANIZATION IS LINE SEQUENTIAL
003180         FILE STATUS IS WS-PARTTOT-FILE-STATUS.
003190
003550     05  CTL-FAIL-PCT-LIMIT          PIC 9(03).
003560     05  CTL-FAIL-WINDOW             PIC 9(05).
003570     05  CTL-JOB-NAME                PIC X(08).
003573     05  CTL-RUN-MODE                PIC X(01).
003577         88  CTL-FORECAST-MODE       VALUE "F".
003580
003590 FD  LANG-TRANS-FILE
003600     RECORDING MODE IS F.
003650         88  TRANS-REC-TRAILER       VALUE "T".
003660     05  TRANS-RECORD-BODY.
003670         10  LANG_NAME               PIC X(20).
003675         COPY TRANREF.
003680     05  TRANS-HEADER-BODY REDEFINES TRANS-RECORD-BODY.
003690         10  TRANS-BATCH-ID          PIC X(08).
003700         10  TRANS-CREATE-DATE       PIC 9(08).
003710         10  FILLER                  PIC X(38).
003720     05  TRANS-TRAILER-BODY REDEFINES TRANS-RECORD-BODY.
003730         10  TRANS-TRAILER-COUNT     PIC 9(07).
003740         10  FILLER                  PIC X(47).
003750
003760 FD  ERROR-REPORT
003770     RECORDING MODE IS F.
003790
003800 FD  CALL-AUDIT-LOG
003810     RECORDING MODE IS F.
003820 01  AUDIT-LOG-LINE                   PIC X(150).
003830
003840 FD  SUMMARY-REPORT
003850     RECORDING MODE IS F.
003860 01  SUMMARY-REPORT-LINE              PIC X(80).
003862
003864 FD  FORECAST-REPORT
003866     RECORDING MODE IS F.
003868 01  FORECAST-REPORT-LINE             PIC X(100).
003870
003880 FD  DISPATCH-TABLE-FILE.
003890 01  DSPTBL-RECORD.
004020     RECORDING MODE IS F.
004030 01  CTLTOT-RECORD.
004040     05  CTLTOT-EXPECTED-COUNT        PIC 9(07).
004042*    FEED CREATE DATE (YYYYMMDD) THE TOTAL BELONGS TO - OPTIONAL,
004045*    CHECKED BY LANGRDY BEFORE THE NIGHT STARTS.
004048     05  CTLTOT-FEED-DATE             PIC X(08).
004050
004060 FD  RECYCLE-IN-FILE
004070     RECORDING MODE IS F.
004080 01  RECYCLE-IN-RECORD.
004090     05  RCY-IN-RECORD-TYPE           PIC X(01).
004093         88  RCY-IN-FAILED-DETAIL     VALUE "D".
004097         88  RCY-IN-DEFERRED-DETAIL   VALUE "Q".
004100     05  RCY-IN-LANG-NAME             PIC X(20).
004110     05  RCY-IN-FAIL-REASON           PIC X(30).
004120     05  RCY-IN-ATTEMPT-COUNT         PIC 9(02).
004123     05  RCY-IN-REFERENCE.
004127         COPY TRANREF.
004130
004140 FD  RECYCLE-OUT-FILE
004150     RECORDING MODE IS F.
004152*    RECORD TYPE D IS A FAILED CALL (2250); TYPE Q IS A DETAIL
004154*    DEFERRED UNCALLED BY ITS VENDOR'S DAILY QUOTA (2295), WHOSE
004156*    ATTEMPT COUNT IS THE ATTEMPTS ALREADY USED, NOT ONE MORE.
004158*    BOTH ARE RETRIED THE SAME WAY ON THE NEXT CYCLE'S RECYCIN.
004160 01  RECYCLE-OUT-RECORD.
004170     05  RCY-OUT-RECORD-TYPE          PIC X(01).
004173         88  RCY-OUT-FAILED-DETAIL    VALUE "D".
004177         88  RCY-OUT-DEFERRED-DETAIL  VALUE "Q".
004180     05  RCY-OUT-LANG-NAME            PIC X(20).
004190     05  RCY-OUT-FAIL-REASON          PIC X(30).
004200     05  RCY-OUT-ATTEMPT-COUNT        PIC 9(02).
004203     05  RCY-OUT-REFERENCE.
004207         COPY TRANREF.
004210
004220 FD  HARD-REJECT-REPORT
004230     RECORDING MODE IS F.
004240 01  HARD-REJECT-LINE                 PIC X(132).
004250
004251 FD  BLOCKED-DETAIL-FILE
004253     RECORDING MODE IS F.
004254*    ONE RECORD PER DETAIL BLOCKED BY THE LANGUAGE MASTER
004255*    (2208/2209/2211/2212).  READ BY LANGACK - SAME LAYOUT AS
004257*    BLOCKED-DETAIL-RECORD THERE.
004258 01  BLOCKED-DETAIL-RECORD.
004259     05  BLK-BATCH-ID                 PIC X(08).
004261     05  BLK-LANG-NAME                PIC X(20).
004262     05  BLK-REASON-CODE              PIC X(02).
004263     05  BLK-REASON-TEXT              PIC X(30).
004265     05  BLK-REFERENCE.
004266         COPY TRANREF.
004267
004268 FD  CALL-RESPONSE-LOG
004270     RECORDING MODE IS F.
004271*    ONE RECORD PER CALL MADE (2225) - THE RESPONSE AREA THE
004272*    ROUTINE HANDED BACK, WITH THE CALL'S TIMESTAMP, TARGET,
004273*    RETURN CODE, BATCH ID AND SOURCE REFERENCE.  STATUS AND
004275*    REASON ARE BLANK WHEN THE ROUTINE DID NOT SET THEM.
004276 01  CALL-RESPONSE-RECORD.
004277     05  RSP-CALL-DATE                PIC 9(08).
004278     05  RSP-CALL-TIME                PIC 9(08).
004280     05  RSP-BATCH-ID                 PIC X(08).
004281     05  RSP-LANG-NAME                PIC X(20).
004282     05  RSP-LANG-VERSION             PIC X(05).
004283     05  RSP-VENDOR-CODE              PIC X(10).
004285     05  RSP-PROGRAM-NAME             PIC X(09).
004286     05  RSP-RETURN-CODE              PIC 9(04).
004287     05  RSP-STATUS-CODE              PIC X(02).
004289     05  RSP-REASON-TEXT              PIC X(30).
004290     05  RSP-UNITS-PROCESSED          PIC 9(07).
004291     05  RSP-REFERENCE.
004292         COPY TRANREF.
004294
004295 FD  LANG-MASTER-FILE.
004296 01  LANG-MASTER-RECORD.
004297     05  LMST-LANG-NAME               PIC X(20).
004299     05  LMST-VERSION                 PIC X(05).
004300     05  LMST-VENDOR-CODE             PIC X(10).
004310     05  LMST-STATUS                  PIC X(01).
004320         88  LMST-LANG-ACTIVE         VALUE "A".
004340     05  LMST-EFFECTIVE-DATE          PIC 9(08).
004350     05  LMST-EXPIRY-DATE             PIC 9(08).
004360
004362 FD  BUSINESS-CALENDAR-FILE.
004364 01  CALENDAR-RECORD.
004366     COPY CALREC.
004368
004369 FD  VENDOR-QUOTA-FILE.
004370 01  VENDOR-QUOTA-RECORD.
004372     COPY QUOTAREC.
004373
004374 FD  QUOTA-USAGE-FILE.
004375 01  QUOTA-USAGE-RECORD.
004376     COPY QUSEREC.
004378
004379 FD  PARTITION-TOTALS-FILE
004380     RECORDING MODE IS F.
004390 01  PARTITION-TOTALS-RECORD.
004400     05  PTOT-TOTAL-CALLS             PIC 9(07).
004740*    NIGHT-END BALANCING STEP.  EVERY STEP IN THE CHAIN WRITES
004750*    THIS SAME LAYOUT, FILLING THE FIELDS THAT APPLY TO IT AND
004760*    LEAVING THE REST ZERO - DO NOT RESHAPE ONE WITHOUT THE
004770*    OTHERS.  64 BYTES.
004780 01  STEP-TOTALS-RECORD.
004790     05  STT-STEP-NAME                PIC X(08).
004800     05  STT-INPUT-COUNT              PIC 9(07).
004840     05  STT-BLOCKED-COUNT            PIC 9(07).
004850     05  STT-RECYCLED-COUNT           PIC 9(07).
004860     05  STT-HARDREJ-COUNT            PIC 9(07).
004865     05  STT-DEFERRED-COUNT           PIC 9(07).
004870
004880 FD  SELECTION-CRITERIA-FILE
004890     RECORDING MODE IS F.
005270         88  RECYCOUT-FILE-OK        VALUE "00".
005280     05  WS-HARDREJ-RPT-STATUS       PIC X(02) VALUE "99".
005290         88  HARDREJ-RPT-OK          VALUE "00".
005293     05  WS-BLOCKOUT-FILE-STATUS     PIC X(02) VALUE "99".
005297         88  BLOCKOUT-FILE-OK        VALUE "00".
005298     05  WS-RESPLOG-FILE-STATUS      PIC X(02) VALUE "99".
005299         88  RESPLOG-FILE-OK         VALUE "00".
005302     05  WS-FCSTRPT-STATUS           PIC X(02) VALUE "99".
005305         88  FCSTRPT-OK              VALUE "00".
005307     05  WS-LANGMSTR-FILE-STATUS     PIC X(02) VALUE "99".
005310         88  LANGMSTR-FILE-OK        VALUE "00".
005320         88  LANGMSTR-FILE-AT-END    VALUE "10".
005323     05  WS-CALENDAR-FILE-STATUS     PIC X(02) VALUE "99".
005327         88  CALENDAR-FILE-OK        VALUE "00".
005329     05  WS-VNDQUOTA-FILE-STATUS     PIC X(02) VALUE "99".
005331         88  VNDQUOTA-FILE-OK        VALUE "00".
005333     05  WS-QUOTAUSE-FILE-STATUS     PIC X(02) VALUE "99".
005334         88  QUOTAUSE-FILE-OK        VALUE "00".
005336         88  QUOTAUSE-DUPLICATE-KEY  VALUE "22".
005338     05  WS-PARTTOT-FILE-STATUS      PIC X(02) VALUE "99".
005340         88  PARTTOT-FILE-OK         VALUE "00".
005350     05  WS-QUIESCE-FILE-STATUS      PIC X(02) VALUE "99".
005360         88  QUIESCE-FILE-OK         VALUE "00".
005900         88  RECORD-SELECTED          VALUE "Y".
005910     05  WS-SEL-FULL-SWITCH           PIC X(01) VALUE "N".
005920         88  SEL-TABLE-FULL-LOGGED    VALUE "Y".
005921     05  WS-FORECAST-SWITCH           PIC X(01) VALUE "N".
005923         88  FORECAST-RUN             VALUE "Y".
005924     05  WS-TARGET-FALLBACK-SWITCH    PIC X(01) VALUE "N".
005926         88  TARGET-IS-FALLBACK       VALUE "Y".
005927     05  WS-FCST-FULL-SWITCH          PIC X(01) VALUE "N".
005929         88  FCST-TABLE-FULL-LOGGED   VALUE "Y".
005931     05  WS-QUOTA-OPEN-SWITCH         PIC X(01) VALUE "N".
005932         88  QUOTA-CHECKING-ON        VALUE "Y".
005934     05  WS-QUOTA-REACHED-SWITCH      PIC X(01) VALUE "N".
005935         88  VENDOR-QUOTA-REACHED     VALUE "Y".
005937     05  WS-USAGE-ROW-SWITCH          PIC X(01) VALUE "N".
005939         88  USAGE-ROW-EXISTS         VALUE "Y".
005940     05  WS-USAGE-ERROR-SWITCH        PIC X(01) VALUE "N".
005942         88  USAGE-ERROR-LOGGED       VALUE "Y".
005944     05  WS-QUOTA-FULL-SWITCH         PIC X(01) VALUE "N".
005945         88  QUOTA-TABLE-FULL-LOGGED  VALUE "Y".
005947
005948*-----------------------------------------------------------------
005950*    DISPATCH RESOLUTION.  DSPTBL IS A KEYED DATASET READ RANDOMLY
005960*    BY LANG_NAME AT DISPATCH TIME - THE OLD 200-ENTRY IN-MEMORY
005970*    COPY AND ITS OVERFLOW GUARD ARE GONE, SO A RUN RESOLVES
006000*-----------------------------------------------------------------
006010 01  WS-DEFAULT-PROGRAM-NAME          PIC X(09) VALUE "call_this".
006020 01  WS-TARGET-PROGRAM-NAME           PIC X(09).
006021
006022*-----------------------------------------------------------------
006023*    CALL INTERFACE - THE ONE AREA PASSED ON EVERY CALL.  THE
006024*    REQUEST IS BUILT BY 2206, THE RESPONSE IS CLEARED THERE AND
006026*    READ BACK BY 2210 AND 2225.
006027*-----------------------------------------------------------------
006028 01  DSP-CALL-AREA.
006029     COPY DSPCALL.
006030
006040*-----------------------------------------------------------------
006050*    JOB RETURN CODE - HIGHEST SEVERITY SEEN THIS RUN.
006160*-----------------------------------------------------------------
006170 01  WS-RUN-DATE                      PIC 9(08).
006180 01  WS-RUN-TIME                      PIC 9(08).
006181
006182*-----------------------------------------------------------------
006183*    BUSINESS-DAY HEADER WINDOW - A BATCH HEADER MAY BE DATED
006184*    ANYWHERE FROM WS-EARLIEST-HEADER-DATE (THE PRIOR BUSINESS
006185*    DAY PER THE CALENDAR) THROUGH THE RUN DATE.  THE CALENDAR
006186*    WALK STEPS BACK ONE DAY AT A TIME AND GIVES UP AFTER 31
006188*    DAYS, SO A CALENDAR LOADED WITH NOTHING BUT HOLIDAYS CANNOT
006189*    OPEN THE WINDOW WIDER THAN A MONTH.
006190*-----------------------------------------------------------------
006191 01  WS-EARLIEST-HEADER-DATE          PIC 9(08).
006192 01  WS-HEADER-WINDOW-SWITCH          PIC X(01) VALUE "N".
006193     88  HEADER-WINDOW-SET            VALUE "Y".
006194 01  WS-CALC-DATE.
006195     05  WS-CALC-YEAR                 PIC 9(04).
006196     05  WS-CALC-MONTH                PIC 9(02).
006197     05  WS-CALC-DAY                  PIC 9(02).
006198 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
006199                                      PIC 9(08).
006200 01  WS-MONTH-DAYS-VALUES             PIC X(24)
006201                 VALUE "312831303130313130313031".
006202 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006204     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
006205 01  WS-LEAP-QUOTIENT                 PIC 9(04).
006206 01  WS-LEAP-REMAINDER                PIC 9(04).
006207 77  WS-CALENDAR-WALK-COUNT           PIC 9(02) VALUE ZERO.
006208
006209*-----------------------------------------------------------------
006210*    PER-CALL TIMING.  THE CLOCK IS READ IMMEDIATELY BEFORE AND
006220*    AFTER EVERY CALL; THE ELAPSED HUNDREDTHS GO ON THE AUDIT
006230*    LINE (EL=) AND INTO THE ELAPSED-TIME SUMMARY.  A CALL THAT
006570 77  WS-SLOW-INSERT-SUB               PIC 9(02) VALUE ZERO.
006580 77  WS-SLOW-PRIOR-SUB                PIC 9(02) VALUE ZERO.
006590 77  WS-ELAPSED-AVG                   PIC 9(06) VALUE ZERO.
006591
006592*-----------------------------------------------------------------
006593*    FORECAST TABLE - FORECAST RUNS ONLY.  ONE ENTRY PER
006595*    LANG_NAME AND OUTCOME: D = WOULD DISPATCH TO A DSPTBL
006596*    PROGRAM, F = WOULD FALL BACK TO THE DEFAULT PROGRAM (NO
006597*    DSPTBL ENTRY), B = WOULD BE BLOCKED (TARGET HOLDS THE BLOCK
006598*    REASON CODE).  KEPT IN KEY SEQUENCE BY INSERTION SO THE
006599*    REPORT GROUPS EACH LANG_NAME'S LINES TOGETHER.  FRESH AND
006600*    RECYCLED DETAILS ARE COUNTED SEPARATELY.
006601*-----------------------------------------------------------------
006603 01  WS-FORECAST-CONTROL.
006604     05  WS-FCST-ENTRY-COUNT          PIC 9(04) VALUE ZERO.
006605     05  WS-FCST-TABLE
006606                 OCCURS 1 TO 2000 TIMES
006607                 DEPENDING ON WS-FCST-ENTRY-COUNT
006608                 INDEXED BY FCST-IDX.
006609         10  WS-FCT-KEY.
006610             15  WS-FCT-LANG-NAME     PIC X(20).
006612             15  WS-FCT-OUTCOME       PIC X(01).
006613             15  WS-FCT-TARGET        PIC X(09).
006614         10  WS-FCT-REASON-TEXT       PIC X(30).
006615         10  WS-FCT-FRESH-COUNT       PIC 9(07).
006616         10  WS-FCT-RECYCLE-COUNT     PIC 9(07).
006617 01  WS-FORECAST-WORK-FIELDS.
006618     05  WS-FCST-KEY.
006620         10  WS-FCK-LANG-NAME         PIC X(20).
006621         10  WS-FCK-OUTCOME           PIC X(01).
006622             88  FCK-WOULD-DISPATCH   VALUE "D".
006623             88  FCK-WOULD-FALL-BACK  VALUE "F".
006624             88  FCK-WOULD-BLOCK      VALUE "B".
006625         10  WS-FCK-TARGET            PIC X(09).
006626     05  WS-FCK-REASON-TEXT           PIC X(30).
006628     05  WS-FCST-OUTCOME-WORD         PIC X(08).
006629     05  WS-FCST-DISPATCH-COUNT       PIC 9(07) VALUE ZERO.
006630     05  WS-FCST-FALLBACK-COUNT       PIC 9(07) VALUE ZERO.
006631     05  WS-FCST-BLOCKED-COUNT        PIC 9(07) VALUE ZERO.
006632 77  WS-FCST-SUB                      PIC 9(04) VALUE ZERO.
006633 77  WS-FCST-INSERT-SUB               PIC 9(04) VALUE ZERO.
006634 77  WS-FCST-PRIOR-SUB                PIC 9(04) VALUE ZERO.
006635
006637*-----------------------------------------------------------------
006638*    DISPATCH-FREQUENCY SUMMARY TABLE - ONE ENTRY PER DISTINCT
006639*    LANG_NAME DISPATCHED THIS RUN, PLUS A RUNNING GRAND TOTAL.
006640*    THE ELAPSED FIELDS COVER TIMED CALLS ONLY - DETAILS FOLDED
006650*    BACK IN BY A RESTART SKIP WERE DISPATCHED BY THE ORIGINAL
006660*    RUN AND CARRY NO CLOCK READING HERE, SO THE MINIMUM STARTS
007620     05  WS-RECYCLE-DRAINED-COUNT     PIC 9(07) VALUE ZERO.
007630     05  WS-HARD-REJECT-COUNT         PIC 9(07) VALUE ZERO.
007640 01  WS-FAIL-REASON-TEXT              PIC X(30) VALUE SPACES.
007641*-----------------------------------------------------------------
007642*    SOURCE-SYSTEM REFERENCE OF THE DETAIL IN FLIGHT - SET FROM
007644*    THE TRANSACTION RECORD (2090) OR THE RECYCLE RECORD (1052)
007645*    AND CARRIED ONTO THE AUDIT, RECYCLE AND HARD-REJECT OUTPUT.
007646*-----------------------------------------------------------------
007648 01  WS-TRANS-REFERENCE.
007649     COPY TRANREF.
007651*-----------------------------------------------------------------
007652*    WHY THE DETAIL IN FLIGHT WAS BLOCKED - SET BY THE BLOCK
007653*    PARAGRAPHS (2208/2209/2211/2212) AND WRITTEN TO BLOCKOUT.
007655*-----------------------------------------------------------------
007657 01  WS-BLOCK-REASON.
007658     05  WS-BLOCK-REASON-CODE         PIC X(02) VALUE SPACES.
007659         88  BLOCK-NOT-MASTERED       VALUE "NM".
007661         88  BLOCK-INACTIVE           VALUE "IN".
007663         88  BLOCK-NOT-YET-EFFECTIVE  VALUE "NE".
007664         88  BLOCK-EXPIRED            VALUE "EX".
007665     05  WS-BLOCK-REASON-TEXT         PIC X(30) VALUE SPACES.
007667
007669*-----------------------------------------------------------------
007670*    OUTCOME OF THE CALL IN FLIGHT AND THE PER-OUTCOME COUNTS
007680*    OF FRESH TRANSACTION-FILE DETAILS (RECYCLE-PASS RETRIES
007690*    EXCLUDED).  THESE FEED THE STEP-TOTALS RECORD, WHERE THE
007700*    BALANCING STEP PROVES DETAILS READ = DISPATCHED + BLOCKED
007710*    + RECYCLED + HARD-REJECTED + DEFERRED.
007720*-----------------------------------------------------------------
007730 01  WS-CALL-OUTCOME                  PIC X(01) VALUE "D".
007740     88  OUTCOME-DISPATCHED-OK        VALUE "D".
007750     88  OUTCOME-BLOCKED              VALUE "B".
007760     88  OUTCOME-RECYCLED             VALUE "R".
007770     88  OUTCOME-HARD-REJECTED        VALUE "H".
007775     88  OUTCOME-DEFERRED             VALUE "Q".
007780 01  WS-FRESH-OUTCOME-COUNTS.
007790     05  WS-FRESH-DISPATCHED-COUNT    PIC 9(07) VALUE ZERO.
007800     05  WS-FRESH-BLOCKED-COUNT       PIC 9(07) VALUE ZERO.
007810     05  WS-FRESH-RECYCLED-COUNT      PIC 9(07) VALUE ZERO.
007820     05  WS-FRESH-HARDREJ-COUNT       PIC 9(07) VALUE ZERO.
007821     05  WS-FRESH-DEFERRED-COUNT      PIC 9(07) VALUE ZERO.
007822 01  WS-OUTCOME-LINE-FIELDS.
007824     05  WS-OUTCOME-LABEL             PIC X(20).
007825     05  WS-OUTCOME-COUNT             PIC 9(07).
007826
007827*-----------------------------------------------------------------
007828*    VENDOR DAILY QUOTAS.  VNDQUOTA (CEILING AND ACTION PER
007830*    VENDOR CODE) IS READ RANDOMLY BEFORE EVERY CALL TO A
007831*    VENDOR'S ROUTINE, AND THE VENDOR'S ROW FOR THE RUN DATE ON
007832*    QUOTAUSE IS COUNTED UP BEFORE THE CALL IS MADE, SO EVERY
007833*    STEP AND PARTITION OF THE NIGHT SEES THE OTHERS' CALLS.
007835*    THE TABLE BELOW HOLDS ONE ENTRY PER VENDOR THAT REACHED
007836*    ITS CEILING THIS RUN, FOR THE ERROR REPORT (ONCE PER
007837*    VENDOR) AND THE SUMMARY REPORT'S QUOTA SECTION.
007838*-----------------------------------------------------------------
007839 01  WS-QUOTA-TABLE-CONTROL.
007841     05  WS-QUOTA-ENTRY-COUNT         PIC 9(04) VALUE ZERO.
007842     05  WS-QUOTA-TABLE
007843                 OCCURS 1 TO 500 TIMES
007844                 DEPENDING ON WS-QUOTA-ENTRY-COUNT
007845                 INDEXED BY QTA-IDX.
007847         10  WS-QTA-VENDOR-CODE       PIC X(10).
007848         10  WS-QTA-DAILY-CEILING     PIC 9(07).
007849         10  WS-QTA-ACTION            PIC X(01).
007850         10  WS-QTA-DEFERRED-COUNT    PIC 9(07).
007852 01  WS-QUOTA-WORK-FIELDS.
007853     05  WS-QUOTA-DEFER-TEXT          PIC X(30) VALUE SPACES.
007854     05  WS-QUOTA-DEFERRED-COUNT      PIC 9(07) VALUE ZERO.
007855 77  WS-QUOTA-RETRY-COUNT             PIC 9(01) VALUE ZERO.
007856
007858*-----------------------------------------------------------------
007859*    PER-LANG_NAME BREAKER THRESHOLDS - LOADED FROM THE
007860*    OPTIONAL BRKTHRSH FILE.  A LANG_NAME WHOSE FAILURE COUNT
007870*    REACHES ITS LIMIT TRIPS THE CIRCUIT BREAKER ON ITS OWN,
007880*    SO ONE BROKEN ROUTINE HALTS EARLY WITHOUT A HEALTHY MIXED
008980*     DOES NOT CARRY ITS OWN (SEE 2090-SET-LANG-NAME-FROM-TRANS).
008990*     IF THE CONTROL FILE IS EMPTY OR MISSING A USABLE VALUE, THE
009000*     COMPILED-IN DEFAULT ESTABLISHED ABOVE IS LEFT IN PLACE.
009002*     A FORECAST RUN (CTL-RUN-MODE "F") IGNORES THE RESTART FLAG
009005*     - IT ALWAYS FORECASTS THE WHOLE FEED - AND OPENS NONE OF
009008*     THE PRODUCTION OUTPUT FILES.
009010*-----------------------------------------------------------------
009020 1000-INITIALIZE.
009030     OPEN INPUT CTL-FILE.
009350     IF CTL-FILE-OK AND CTL-JOB-NAME NOT EQUAL SPACES
009360         MOVE CTL-JOB-NAME TO WS-JOB-NAME
009370     END-IF.
009371     IF CTL-FILE-OK AND CTL-FORECAST-MODE
009372         SET FORECAST-RUN TO TRUE
009373         MOVE "N" TO WS-RESTART-FLAG
009374     END-IF.
009375     OPEN INPUT STEP-NAME-FILE.
009376     IF STEPNAME-FILE-OK
009377         READ STEP-NAME-FILE
009378             AT END
009380                 CONTINUE
009382         END-READ
009470             MOVE 8 TO WS-JOB-RETURN-CODE
009480         END-IF
009490     END-IF.
009492     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009493     ACCEPT WS-RUN-TIME FROM TIME.
009495     IF FORECAST-RUN
009497         GO TO 1000-NEXT
009498     END-IF.
009500     OPEN OUTPUT CALL-AUDIT-LOG.
009510     IF NOT AUDIT-LOG-OK
009520         IF WS-JOB-RETURN-CODE < 8
009530             MOVE 8 TO WS-JOB-RETURN-CODE
009540         END-IF
009550     END-IF.
009555     OPEN OUTPUT CALL-RESPONSE-LOG.
009580     IF RESTART-REQUESTED
009590         OPEN EXTEND RECYCLE-OUT-FILE
009600         OPEN EXTEND HARD-REJECT-REPORT
009610     ELSE
009620         OPEN OUTPUT RECYCLE-OUT-FILE
009630         OPEN OUTPUT HARD-REJECT-REPORT
009632     END-IF.
009633     IF RESTART-REQUESTED
009635         OPEN EXTEND BLOCKED-DETAIL-FILE
009637     ELSE
009638         OPEN OUTPUT BLOCKED-DETAIL-FILE
009640     END-IF.
009645 1000-NEXT.
009650     PERFORM 1020-OPEN-DISPATCH-TABLE THRU 1020-EXIT.
009660     PERFORM 1060-OPEN-LANGUAGE-MASTER THRU 1060-EXIT.
009665     PERFORM 1068-OPEN-VENDOR-QUOTA THRU 1068-EXIT.
009670     PERFORM 1080-LOAD-BREAKER-THRESHOLDS THRU 1080-EXIT.
009680     PERFORM 1090-LOAD-SELECTION-CRITERIA THRU 1090-EXIT.
009690     PERFORM 1030-CHECK-RESTART THRU 1030-EXIT.
009695     PERFORM 1065-SET-HEADER-DATE-WINDOW THRU 1065-EXIT.
009700     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
009710     PERFORM 1040-VERIFY-BATCH-HEADER THRU 1040-EXIT.
009720     IF NOT BATCH-HEADER-VERIFIED
009840*-----------------------------------------------------------------
009850* 1040-VERIFY-BATCH-HEADER.
009860*     THE FIRST TRANSFIL RECORD MUST BE THE BATCH HEADER AND ITS
009867*     CREATION DATE MUST FALL IN THE BUSINESS-DAY WINDOW SET BY
009873*     1065 - THE PRIOR BUSINESS DAY THROUGH THE RUN DATE.  A
009880*     MISSING HEADER (AN OLD-FORMAT OR TRUNCATED FEED) OR A DATE
009887*     OUTSIDE THE WINDOW (A WRONG-GENERATION MOUNT) IS LOGGED TO
009893*     THE ERROR REPORT AND
009900*     ENDS THE RUN WITH RETURN CODE 16 BEFORE ANY DISPATCHING.
009910*     A RESTART RUN SKIPS THE DATE COMPARISON (NOT THE HEADER-
009920*     PRESENCE CHECK) - A RUN QUIESCED OR ABENDED BEFORE
010150         GO TO 1040-EXIT
010160     END-IF.
010170     IF NOT RESTART-REQUESTED
010177        AND (TRANS-CREATE-DATE < WS-EARLIEST-HEADER-DATE
010183             OR TRANS-CREATE-DATE > WS-RUN-DATE)
010190         IF ERROR-RPT-OK
010200             MOVE SPACES TO ERROR-REPORT-LINE
010210             STRING "BATCH HEADER DATE " DELIMITED BY SIZE
010220                    TRANS-CREATE-DATE DELIMITED BY SIZE
010225                    " NOT BETWEEN " DELIMITED BY SIZE
010230                    WS-EARLIEST-HEADER-DATE DELIMITED BY SIZE
010235                    " AND " DELIMITED BY SIZE
010240                    WS-RUN-DATE DELIMITED BY SIZE
010250                    " BATCH=" DELIMITED BY SIZE
010260                    TRANS-BATCH-ID DELIMITED BY SIZE
011630         MOVE RCY-IN-LANG-NAME TO RCY-OUT-LANG-NAME
011640         MOVE RCY-IN-FAIL-REASON TO RCY-OUT-FAIL-REASON
011650         MOVE RCY-IN-ATTEMPT-COUNT TO RCY-OUT-ATTEMPT-COUNT
011655         MOVE RCY-IN-REFERENCE TO RCY-OUT-REFERENCE
011660         WRITE RECYCLE-OUT-RECORD
011670         ADD 1 TO WS-RECYCLE-DRAINED-COUNT
011680     END-IF.
012060     ELSE
012070         MOVE RCY-IN-LANG-NAME TO LANG_NAME OF LANG-RECORD
012080     END-IF.
012085     MOVE RCY-IN-REFERENCE TO WS-TRANS-REFERENCE.
012090     ADD 1 TO RCY-IN-ATTEMPT-COUNT
012100         GIVING WS-CURRENT-ATTEMPT-COUNT.
012110     PERFORM 2200-DISPATCH-ONE-CALL THRU 2200-EXIT.
012260         SET MASTER-FILE-AVAILABLE TO TRUE
012270     END-IF.
012280 1060-EXIT.
012281     EXIT.
012282
012283*-----------------------------------------------------------------
012284* 1065-SET-HEADER-DATE-WINDOW.
012285*     SETS WS-EARLIEST-HEADER-DATE, THE OLDEST CREATE DATE A
012286*     BATCH HEADER MAY CARRY: THE PRIOR BUSINESS DAY, SO A FEED
012287*     BUILT ON FRIDAY, OR ON THE LAST BUSINESS DAY BEFORE A
012289*     HOLIDAY, IS ACCEPTED ON ANY DAY UP TO AND INCLUDING THE
012290*     NEXT BUSINESS DAY.  THE WALK STEPS BACK FROM THE RUN DATE
012291*     AND STOPS AT THE FIRST BUSINESS DAY; A DATE WITH NO
012292*     CALENDAR ROW COUNTS AS A BUSINESS DAY.  WHEN NO CALENDAR
012293*     IS SUPPLIED THE WINDOW IS THE RUN DATE ALONE - THE OLD
012294*     SAME-DAY RULE.  THE CALENDAR IS CLOSED AGAIN HERE; NOTHING
012295*     ELSE IN THE RUN READS IT.
012296*-----------------------------------------------------------------
012297 1065-SET-HEADER-DATE-WINDOW.
012298     MOVE WS-RUN-DATE TO WS-EARLIEST-HEADER-DATE.
012299     OPEN INPUT BUSINESS-CALENDAR-FILE.
012300     IF NOT CALENDAR-FILE-OK
012301         GO TO 1065-EXIT
012302     END-IF.
012303     MOVE WS-RUN-DATE TO WS-CALC-DATE-N.
012305     MOVE ZERO TO WS-CALENDAR-WALK-COUNT.
012306     MOVE "N" TO WS-HEADER-WINDOW-SWITCH.
012307     PERFORM 1066-STEP-BACK-ONE-DAY THRU 1066-EXIT
012308         UNTIL HEADER-WINDOW-SET.
012309     CLOSE BUSINESS-CALENDAR-FILE.
012310 1065-EXIT.
012311     EXIT.
012312
012313*-----------------------------------------------------------------
012314* 1066-STEP-BACK-ONE-DAY.
012315*     MOVES THE WINDOW BACK ONE DAY AND LOOKS THE NEW DATE UP.
012316*     A BUSINESS DAY, A DATE NOT ON THE CALENDAR, OR THE 31-DAY
012317*     LIMIT ENDS THE WALK WITH THAT DATE AS THE EARLIEST.
012318*-----------------------------------------------------------------
012320 1066-STEP-BACK-ONE-DAY.
012321     PERFORM 1067-SUBTRACT-ONE-DAY THRU 1067-EXIT.
012322     ADD 1 TO WS-CALENDAR-WALK-COUNT.
012323     MOVE WS-CALC-DATE-N TO WS-EARLIEST-HEADER-DATE.
012324     MOVE WS-CALC-DATE-N TO CAL-DATE.
012325     READ BUSINESS-CALENDAR-FILE
012326         INVALID KEY
012327             SET HEADER-WINDOW-SET TO TRUE
012328         NOT INVALID KEY
012329             IF CAL-BUSINESS-DAY
012330                 SET HEADER-WINDOW-SET TO TRUE
012331             END-IF
012332     END-READ.
012333     IF WS-CALENDAR-WALK-COUNT NOT < 31
012334         SET HEADER-WINDOW-SET TO TRUE
012336     END-IF.
012337 1066-EXIT.
012338     EXIT.
012339
012340*-----------------------------------------------------------------
012341* 1067-SUBTRACT-ONE-DAY.
012342*     BACKS WS-CALC-DATE UP ONE CALENDAR DAY ACROSS MONTH AND
012343*     YEAR ENDS, GIVING FEBRUARY 29 DAYS IN A LEAP YEAR.
012344*-----------------------------------------------------------------
012345 1067-SUBTRACT-ONE-DAY.
012346     IF WS-CALC-DAY > 1
012347         SUBTRACT 1 FROM WS-CALC-DAY
012348         GO TO 1067-EXIT
012349     END-IF.
012350     IF WS-CALC-MONTH > 1
012352         SUBTRACT 1 FROM WS-CALC-MONTH
012353     ELSE
012354         SUBTRACT 1 FROM WS-CALC-YEAR
012355         MOVE 12 TO WS-CALC-MONTH
012356     END-IF.
012357     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-CALC-DAY.
012358     IF WS-CALC-MONTH NOT EQUAL 2
012359         GO TO 1067-EXIT
012360     END-IF.
012361     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
012362         REMAINDER WS-LEAP-REMAINDER.
012363     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
012364         GO TO 1067-EXIT
012365     END-IF.
012367     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
012368         REMAINDER WS-LEAP-REMAINDER.
012369     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
012370         MOVE 29 TO WS-CALC-DAY
012371         GO TO 1067-EXIT
012372     END-IF.
012373     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
012374         REMAINDER WS-LEAP-REMAINDER.
012375     IF WS-LEAP-REMAINDER EQUAL ZERO
012376         MOVE 29 TO WS-CALC-DAY
012377     END-IF.
012378 1067-EXIT.
012379     EXIT.
012380
012381*-----------------------------------------------------------------
012382* 1068-OPEN-VENDOR-QUOTA.
012383*     OPENS THE VENDOR QUOTA TABLE FOR RANDOM READS AND THE
012385*     SHARED USAGE DATASET FOR UPDATE.  WHEN NO QUOTA TABLE IS
012386*     SUPPLIED NOTHING IS CAPPED, AS BEFORE.  A QUOTA TABLE
012387*     WITHOUT A USABLE USAGE DATASET CANNOT BE ENFORCED - THAT IS
012388*     REPORTED AT RETURN CODE 8 AND THE RUN GOES ON UNCAPPED
012389*     RATHER THAN HOLD EVERY VENDOR'S WORK.  A FORECAST RUN MAKES
012390*     NO CALLS AND OPENS NEITHER.
012391*-----------------------------------------------------------------
012392 1068-OPEN-VENDOR-QUOTA.
012393     IF FORECAST-RUN
012394         GO TO 1068-EXIT
012395     END-IF.
012396     OPEN INPUT VENDOR-QUOTA-FILE.
012398     IF NOT VNDQUOTA-FILE-OK
012399         GO TO 1068-EXIT
012400     END-IF.
012401     OPEN I-O QUOTA-USAGE-FILE.
012402     IF QUOTAUSE-FILE-OK
012403         SET QUOTA-CHECKING-ON TO TRUE
012404         GO TO 1068-EXIT
012405     END-IF.
012406     CLOSE VENDOR-QUOTA-FILE.
012407     IF ERROR-RPT-OK
012408         MOVE SPACES TO ERROR-REPORT-LINE
012410         STRING "QUOTAUSE WOULD NOT OPEN - STATUS "
012411                 DELIMITED BY SIZE
012412                WS-QUOTAUSE-FILE-STATUS DELIMITED BY SIZE
012413                " - VENDOR QUOTAS NOT ENFORCED THIS RUN"
012414                 DELIMITED BY SIZE
012415                INTO ERROR-REPORT-LINE
012416         END-STRING
012417         WRITE ERROR-REPORT-LINE
012418     END-IF.
012419     IF WS-JOB-RETURN-CODE < 8
012420         MOVE 8 TO WS-JOB-RETURN-CODE
012422     END-IF.
012423 1068-EXIT.
012424     EXIT.
012425
012426*-----------------------------------------------------------------
012427* 1070-READ-EXPECTED-TOTAL.
012428*     READS THE EXPECTED CONTROL TOTAL AT STARTUP SO CONSOLE
012429*     PROGRESS MESSAGES CAN ESTIMATE PCT COMPLETE.  THE FILE IS
012430*     READ AGAIN AT 8200-RECONCILE-CONTROLS FOR THE BALANCE
012431*     ITSELF; A MISSING CTLTOT JUST LEAVES THE ESTIMATE OFF.
012432*-----------------------------------------------------------------
012433 1070-READ-EXPECTED-TOTAL.
012435     OPEN INPUT CONTROL-TOTAL-FILE.
012436     IF NOT CTLTOT-FILE-OK
012437         GO TO 1070-EXIT
012438     END-IF.
012439     READ CONTROL-TOTAL-FILE
012440         AT END
012450             CONTINUE
012460         NOT AT END
014440*     WHEN THE RESTART FLAG IS SET, READS RESTFILE FOR THE LAST
014450*     CHECKPOINTED RECORD POSITION AND OPENS RESTFILE FOR
014460*     EXTEND SO NEW CHECKPOINTS ARE APPENDED TO THE SAME
014467*     HISTORY.  A FRESH RUN STARTS RESTFILE OVER.  A FORECAST
014473*     RUN NEITHER READS NOR WRITES RESTFILE.
014480*-----------------------------------------------------------------
014490 1030-CHECK-RESTART.
014492     IF FORECAST-RUN
014495         GO TO 1030-EXIT
014498     END-IF.
014500     IF RESTART-REQUESTED
014510         PERFORM 1031-READ-LAST-CHECKPOINT THRU 1031-EXIT
014520         OPEN EXTEND RESTART-FILE
015620*     VERIFIES A MID-FILE BATCH HEADER - THE NEXT CONSECUTIVE
015630*     GROUP OF A CONCATENATED PER-REGION FEED - WITH THE SAME
015640*     CHECKS THE FIRST HEADER GETS: THE CREATE DATE AGAINST
015647*     THE BUSINESS-DAY WINDOW (SKIPPED ON A RESTART RUN) AND THE
015653*     BATCH ID
015660*     AGAINST THE PROCESSED-BATCH REGISTER.  A HEADER ARRIVING
015670*     WHILE A BATCH IS STILL OPEN MEANS THE PRIOR BATCH LOST
015680*     ITS TRAILER, WHICH IS REPORTED BEFORE THE NEW BATCH
015740         PERFORM 2086-CLOSE-BATCH-NO-TRAILER THRU 2086-EXIT
015750     END-IF.
015760     IF NOT RESTART-REQUESTED
015767        AND (TRANS-CREATE-DATE < WS-EARLIEST-HEADER-DATE
015773             OR TRANS-CREATE-DATE > WS-RUN-DATE)
015780         IF ERROR-RPT-OK
015790             MOVE SPACES TO ERROR-REPORT-LINE
015800             STRING "BATCH HEADER DATE " DELIMITED BY SIZE
015810                    TRANS-CREATE-DATE DELIMITED BY SIZE
015815                    " NOT BETWEEN " DELIMITED BY SIZE
015820                    WS-EARLIEST-HEADER-DATE DELIMITED BY SIZE
015825                    " AND " DELIMITED BY SIZE
015830                    WS-RUN-DATE DELIMITED BY SIZE
015840                    " BATCH=" DELIMITED BY SIZE
015850                    TRANS-BATCH-ID DELIMITED BY SIZE
017140*     A BLANK LANG_NAME FALLS BACK TO WS-DEFAULT-LANG-NAME, WHICH
017150*     1000-INITIALIZE SET FROM CTL-DEFAULT-LANG (OR THE
017160*     COMPILED-IN DEFAULT IF THE CONTROL FILE DID NOT SUPPLY ONE).
017163*     THE DETAIL'S SOURCE-SYSTEM REFERENCE IS PICKED UP HERE
017167*     TOO, SO EVERYTHING WRITTEN ABOUT THE DETAIL CARRIES IT.
017170*-----------------------------------------------------------------
017180 2090-SET-LANG-NAME-FROM-TRANS.
017190     IF LANG_NAME OF TRANS-RECORD EQUAL SPACES
017230         MOVE LANG_NAME OF TRANS-RECORD
017240             TO LANG_NAME OF LANG-RECORD
017250     END-IF.
017251     MOVE TRN-SOURCE-REF OF TRANS-RECORD
017253         TO TRN-SOURCE-REF OF WS-TRANS-REFERENCE.
017254     MOVE TRN-ORIGIN-SYSTEM OF TRANS-RECORD
017256         TO TRN-ORIGIN-SYSTEM OF WS-TRANS-REFERENCE.
017257     MOVE TRN-ORIGIN-TIMESTAMP OF TRANS-RECORD
017259         TO TRN-ORIGIN-TIMESTAMP OF WS-TRANS-REFERENCE.
017260 2090-EXIT.
017270     EXIT.
017280
018530             ADD 1 TO WS-FRESH-RECYCLED-COUNT
018540         WHEN OUTCOME-HARD-REJECTED
018550             ADD 1 TO WS-FRESH-HARDREJ-COUNT
018553         WHEN OUTCOME-DEFERRED
018557             ADD 1 TO WS-FRESH-DEFERRED-COUNT
018560         WHEN OTHER
018570             ADD 1 TO WS-FRESH-DISPATCHED-COUNT
018580     END-EVALUATE.
018680*     LANG-RECORD - THE SHARED PATH FOR FRESH TRANSACTION
018690*     DETAILS AND RECYCLED RETRIES.  RESOLVES THE TARGET,
018700*     MAKES THE CALL, CHECKS AND LOGS THE OUTCOME, AND ROUTES
018705*     A FAILURE TO THE RECYCLE FILE OR HARD-REJECT REPORT.  A
018710*     FORECAST RUN STOPS SHORT OF THE CALL AND TALLIES WHERE
018712*     THE DETAIL WOULD HAVE GONE (2280) INSTEAD.  A DETAIL WHOSE
018715*     VENDOR HAS USED UP ITS DAILY QUOTA IS DEFERRED UNCALLED
018718*     (2290/2295).
018720*-----------------------------------------------------------------
018730 2200-DISPATCH-ONE-CALL.
018740     MOVE "D" TO WS-CALL-OUTCOME.
018750     PERFORM 2207-ENRICH-FROM-MASTER THRU 2207-EXIT.
018760     IF DISPATCH-BLOCKED
018770         MOVE "B" TO WS-CALL-OUTCOME
018775         PERFORM 2214-WRITE-BLOCKED-DETAIL THRU 2214-EXIT
018776         IF FORECAST-RUN
018777             PERFORM 2280-TALLY-FORECAST THRU 2280-EXIT
018779         END-IF
018780         GO TO 2200-EXIT
018790     END-IF.
018800     MOVE "N" TO WS-CALL-EXCEPTION-SWITCH.
018810     PERFORM 2205-RESOLVE-TARGET-PROGRAM THRU 2205-EXIT.
018812     IF FORECAST-RUN
018814         PERFORM 2280-TALLY-FORECAST THRU 2280-EXIT
018815         GO TO 2200-EXIT
018816     END-IF.
018818     PERFORM 2290-CHECK-VENDOR-QUOTA THRU 2290-EXIT.
018819     IF VENDOR-QUOTA-REACHED
018820         PERFORM 2295-DEFER-FOR-QUOTA THRU 2295-EXIT
018821         GO TO 2200-EXIT
018823     END-IF.
018824     ACCEPT WS-CALL-START-DATE FROM DATE YYYYMMDD.
018825     PERFORM 2206-BUILD-CALL-REQUEST THRU 2206-EXIT.
018830     ACCEPT WS-CALL-START-TIME FROM TIME.
018840     CALL WS-TARGET-PROGRAM-NAME USING DSP-CALL-AREA
018850         ON EXCEPTION
018860             SET CALL-EXCEPTION-OCCURRED TO TRUE
018870     END-CALL.
018890     PERFORM 2215-COMPUTE-CALL-ELAPSED THRU 2215-EXIT.
018900     PERFORM 2210-CHECK-CALL-RESULT THRU 2210-EXIT.
018910     PERFORM 2220-WRITE-AUDIT-RECORD THRU 2220-EXIT.
018915     PERFORM 2225-WRITE-CALL-RESPONSE THRU 2225-EXIT.
018920     PERFORM 2230-UPDATE-SUMMARY-COUNTS THRU 2230-EXIT.
018930     IF CALL-EXCEPTION-OCCURRED
018940        OR WS-CALL-RETURN-CODE NOT EQUAL ZERO
019190                    LANG_NAME OF LANG-RECORD DELIMITED BY SIZE
019200                    " " DELIMITED BY SIZE
019210                    WS-FAIL-REASON-TEXT DELIMITED BY SIZE
019211                    " R=" DELIMITED BY SIZE
019212                    TRN-SOURCE-REF OF WS-TRANS-REFERENCE
019213                     DELIMITED BY SIZE
019214                    " S=" DELIMITED BY SIZE
019215                    TRN-ORIGIN-SYSTEM OF WS-TRANS-REFERENCE
019216                     DELIMITED BY SIZE
019217                    " T=" DELIMITED BY SIZE
019218                    TRN-ORIGIN-TIMESTAMP OF WS-TRANS-REFERENCE
019219                     DELIMITED BY SIZE
019220                    INTO HARD-REJECT-LINE
019230             END-STRING
019240             WRITE HARD-REJECT-LINE
019320         MOVE LANG_NAME OF LANG-RECORD TO RCY-OUT-LANG-NAME
019330         MOVE WS-FAIL-REASON-TEXT TO RCY-OUT-FAIL-REASON
019340         MOVE WS-CURRENT-ATTEMPT-COUNT TO RCY-OUT-ATTEMPT-COUNT
019345         MOVE WS-TRANS-REFERENCE TO RCY-OUT-REFERENCE
019350         WRITE RECYCLE-OUT-RECORD
019360     END-IF.
019370 2250-EXIT.
020110*-----------------------------------------------------------------
020120 2208-BLOCK-UNMASTERED-LANG.
020130     SET DISPATCH-BLOCKED TO TRUE.
020133     SET BLOCK-NOT-MASTERED TO TRUE.
020137     MOVE "NOT IN LANGUAGE MASTER" TO WS-BLOCK-REASON-TEXT.
020140     IF ERROR-RPT-OK
020150         MOVE SPACES TO ERROR-REPORT-LINE
020160         STRING "LANG_NAME=" DELIMITED BY SIZE
020370*-----------------------------------------------------------------
020380 2209-BLOCK-INACTIVE-LANG.
020390     SET DISPATCH-BLOCKED TO TRUE.
020393     SET BLOCK-INACTIVE TO TRUE.
020397     MOVE "INACTIVE IN LANGUAGE MASTER" TO WS-BLOCK-REASON-TEXT.
020400     IF ERROR-RPT-OK
020410         MOVE SPACES TO ERROR-REPORT-LINE
020420         STRING "LANG_NAME=" DELIMITED BY SIZE
020630*-----------------------------------------------------------------
020640 2211-BLOCK-PREEFFECTIVE-LANG.
020650     SET DISPATCH-BLOCKED TO TRUE.
020651     SET BLOCK-NOT-YET-EFFECTIVE TO TRUE.
020653     MOVE SPACES TO WS-BLOCK-REASON-TEXT.
020654     STRING "NOT EFFECTIVE UNTIL " DELIMITED BY SIZE
020656            WS-MASTER-EFF-DATE DELIMITED BY SIZE
020657            INTO WS-BLOCK-REASON-TEXT
020659     END-STRING.
020660     IF ERROR-RPT-OK
020670         MOVE SPACES TO ERROR-REPORT-LINE
020680         STRING "LANG_NAME=" DELIMITED BY SIZE
020890*-----------------------------------------------------------------
020900 2212-BLOCK-EXPIRED-LANG.
020910     SET DISPATCH-BLOCKED TO TRUE.
020911     SET BLOCK-EXPIRED TO TRUE.
020913     MOVE SPACES TO WS-BLOCK-REASON-TEXT.
020914     STRING "EXPIRED " DELIMITED BY SIZE
020916            WS-MASTER-EXP-DATE DELIMITED BY SIZE
020917            INTO WS-BLOCK-REASON-TEXT
020919     END-STRING.
020920     IF ERROR-RPT-OK
020930         MOVE SPACES TO ERROR-REPORT-LINE
020940         STRING "LANG_NAME=" DELIMITED BY SIZE
021060         MOVE 4 TO WS-JOB-RETURN-CODE
021070     END-IF.
021080 2212-EXIT.
021081     EXIT.
021083
021084*-----------------------------------------------------------------
021085* 2214-WRITE-BLOCKED-DETAIL.
021087*     WRITES THE BLOCKED DETAIL IN FLIGHT TO BLOCKOUT WITH ITS
021088*     BATCH ID, BLOCK REASON AND SOURCE REFERENCE.  A RUN
021089*     WITHOUT THE DD SKIPS THIS QUIETLY.
021090*-----------------------------------------------------------------
021092 2214-WRITE-BLOCKED-DETAIL.
021093     IF NOT BLOCKOUT-FILE-OK
021094         GO TO 2214-EXIT
021096     END-IF.
021097     MOVE SPACES TO BLOCKED-DETAIL-RECORD.
021098     MOVE WS-BATCH-ID TO BLK-BATCH-ID.
021100     MOVE LANG_NAME OF LANG-RECORD TO BLK-LANG-NAME.
021101     MOVE WS-BLOCK-REASON-CODE TO BLK-REASON-CODE.
021102     MOVE WS-BLOCK-REASON-TEXT TO BLK-REASON-TEXT.
021103     MOVE WS-TRANS-REFERENCE TO BLK-REFERENCE.
021105     WRITE BLOCKED-DETAIL-RECORD.
021106 2214-EXIT.
021107     EXIT.
021109
021110*-----------------------------------------------------------------
021120* 2205-RESOLVE-TARGET-PROGRAM.
021130*     READS THE KEYED DISPATCH TABLE BY THE CURRENT LANG_NAME
021140*     AND SETS WS-TARGET-PROGRAM-NAME TO THE MATCHING PROGRAM,
021147*     OR TO THE DEFAULT WHEN THERE IS NO RECORD (NOTED IN THE
021153*     FALLBACK SWITCH FOR THE FORECAST).
021160*-----------------------------------------------------------------
021170 2205-RESOLVE-TARGET-PROGRAM.
021180     MOVE WS-DEFAULT-PROGRAM-NAME TO WS-TARGET-PROGRAM-NAME.
021185     MOVE "Y" TO WS-TARGET-FALLBACK-SWITCH.
021190     IF NOT DISPATCH-TABLE-OPEN
021200         GO TO 2205-EXIT
021210     END-IF.
021250             CONTINUE
021260         NOT INVALID KEY
021270             MOVE DSPTBL-PROGRAM-NAME TO WS-TARGET-PROGRAM-NAME
021275             MOVE "N" TO WS-TARGET-FALLBACK-SWITCH
021280     END-READ.
021290 2205-EXIT.
021300     EXIT.
021310
021320*-----------------------------------------------------------------
021321* 2206-BUILD-CALL-REQUEST.
021323*     LOADS THE REQUEST SIDE OF THE CALL AREA FROM THE ENRICHED
021324*     LANG-RECORD, THE BATCH ID AND THE RUN DATE, AND CLEARS THE
021325*     RESPONSE SIDE SO A ROUTINE THAT SETS NOTHING LEAVES IT
021327*     BLANK RATHER THAN CARRYING THE LAST CALL'S ANSWER.
021328*-----------------------------------------------------------------
021329 2206-BUILD-CALL-REQUEST.
021330     MOVE LANG_NAME OF LANG-RECORD TO DSPC-REQ-LANG-NAME.
021332     MOVE LANG-VERSION OF LANG-RECORD TO DSPC-REQ-LANG-VERSION.
021333     MOVE LANG-VENDOR-CODE OF LANG-RECORD
021334         TO DSPC-REQ-VENDOR-CODE.
021336     MOVE WS-BATCH-ID TO DSPC-REQ-BATCH-ID.
021337     MOVE WS-RUN-DATE TO DSPC-REQ-RUN-DATE.
021338     MOVE SPACES TO DSPC-RESP-STATUS-CODE.
021340     MOVE SPACES TO DSPC-RESP-REASON-TEXT.
021341     MOVE ZERO TO DSPC-RESP-UNITS-PROCESSED.
021342 2206-EXIT.
021343     EXIT.
021345
021346*-----------------------------------------------------------------
021347* 2210-CHECK-CALL-RESULT.
021349*     INSPECTS THE OUTCOME OF THE CALL TO CALL_THIS.  A MISSING
021350*     OR MIS-LINKED ROUTINE IS TREATED AS MORE SEVERE THAN A
021355*     ROUTINE THAT RAN BUT RETURNED A NON-ZERO CODE.  A
021360*     FAILING ROUTINE'S OWN REASON TEXT FROM THE RESPONSE AREA
021365*     TAKES PRECEDENCE OVER THE GENERIC "RETURN CODE NNNN".
021370*-----------------------------------------------------------------
021380 2210-CHECK-CALL-RESULT.
021390     MOVE SPACES TO WS-FAIL-REASON-TEXT.
021670                    WS-CALL-RETURN-CODE DELIMITED BY SIZE
021680                    INTO WS-FAIL-REASON-TEXT
021690             END-STRING
021692             IF DSPC-RESP-REASON-TEXT NOT EQUAL SPACES
021695                 MOVE DSPC-RESP-REASON-TEXT TO WS-FAIL-REASON-TEXT
021698             END-IF
021700             MOVE SPACES TO ERROR-REPORT-LINE
021710             STRING "PROGRAM " DELIMITED BY SIZE
021720                 WS-TARGET-PROGRAM-NAME DELIMITED BY SIZE
022320*     DATE/TIME AND ELAPSED HUNDREDTHS, SO A LONG RUN SHOWS
022330*     WHERE THE CLOCK WENT INSTEAD OF ONE STARTUP STAMP ON
022340*     EVERY LINE, AND WITH THE BATCH IN FLIGHT (B=) SO A
022345*     MULTI-BATCH FEED READS APART IN THE LOG.  THE DETAIL'S
022350*     SOURCE REFERENCE, ORIGIN SYSTEM AND ORIGIN TIMESTAMP
022355*     (R=/S=/T=) FOLLOW B= SO EXISTING COLUMN PARSES HOLD.
022360*-----------------------------------------------------------------
022370 2220-WRITE-AUDIT-RECORD.
022380     MOVE SPACES TO AUDIT-LOG-LINE.
022490            WS-CALL-ELAPSED-HSECS DELIMITED BY SIZE
022500            " B="           DELIMITED BY SIZE
022510            WS-BATCH-ID     DELIMITED BY SIZE
022511            " R="           DELIMITED BY SIZE
022512            TRN-SOURCE-REF OF WS-TRANS-REFERENCE DELIMITED BY SIZE
022513            " S="           DELIMITED BY SIZE
022514            TRN-ORIGIN-SYSTEM OF WS-TRANS-REFERENCE
022516                            DELIMITED BY SIZE
022517            " T="           DELIMITED BY SIZE
022518            TRN-ORIGIN-TIMESTAMP OF WS-TRANS-REFERENCE
022519                            DELIMITED BY SIZE
022520            INTO AUDIT-LOG-LINE
022530     END-STRING.
022540     WRITE AUDIT-LOG-LINE.
022550 2220-EXIT.
022551     EXIT.
022552
022554*-----------------------------------------------------------------
022555* 2225-WRITE-CALL-RESPONSE.
022556*     LOGS THE RESPONSE AREA OF THE CALL JUST MADE TO RESPLOG.
022557*     AN UNSUPPLIED RESPLOG DD SKIPS THE LOGGING QUIETLY.
022558*-----------------------------------------------------------------
022559 2225-WRITE-CALL-RESPONSE.
022561     IF NOT RESPLOG-FILE-OK
022562         GO TO 2225-EXIT
022563     END-IF.
022564     MOVE SPACES TO CALL-RESPONSE-RECORD.
022565     MOVE WS-CALL-START-DATE TO RSP-CALL-DATE.
022566     MOVE WS-CALL-START-TIME TO RSP-CALL-TIME.
022568     MOVE WS-BATCH-ID TO RSP-BATCH-ID.
022569     MOVE DSPC-REQ-LANG-NAME TO RSP-LANG-NAME.
022570     MOVE DSPC-REQ-LANG-VERSION TO RSP-LANG-VERSION.
022571     MOVE DSPC-REQ-VENDOR-CODE TO RSP-VENDOR-CODE.
022572     MOVE WS-TARGET-PROGRAM-NAME TO RSP-PROGRAM-NAME.
022574     MOVE WS-CALL-RETURN-CODE TO RSP-RETURN-CODE.
022575     MOVE DSPC-RESP-STATUS-CODE TO RSP-STATUS-CODE.
022576     MOVE DSPC-RESP-REASON-TEXT TO RSP-REASON-TEXT.
022577     IF DSPC-RESP-UNITS-PROCESSED NUMERIC
022578         MOVE DSPC-RESP-UNITS-PROCESSED TO RSP-UNITS-PROCESSED
022579     ELSE
022581         MOVE ZERO TO RSP-UNITS-PROCESSED
022582     END-IF.
022583     MOVE WS-TRANS-REFERENCE TO RSP-REFERENCE.
022584     WRITE CALL-RESPONSE-RECORD.
022585 2225-EXIT.
022586     EXIT.
022588
022589*-----------------------------------------------------------------
022590* 2230-UPDATE-SUMMARY-COUNTS.
022600*     ADDS THE CALL JUST COMPLETED TO THE DISPATCH-FREQUENCY
022610*     SUMMARY TABLE, CREATING A NEW ENTRY IF THIS LANG_NAME
024420* 2240-CHECKPOINT-CHECK.
024430*     EVERY WS-CHECKPOINT-INTERVAL CALLS, WRITES THE CURRENT
024440*     RECORD POSITION TO RESTFILE SO A LATER RESTART RUN CAN
024447*     RESUME FROM HERE INSTEAD OF THE TOP OF THE FILE.  NOT
024453*     USED ON A FORECAST RUN, WHICH HAS NO RESTFILE.
024460*-----------------------------------------------------------------
024470 2240-CHECKPOINT-CHECK.
024472     IF FORECAST-RUN
024475         GO TO 2240-EXIT
024478     END-IF.
024480     IF WS-CHECKPOINT-INTERVAL > ZERO
024490         DIVIDE WS-TOTAL-CALL-COUNT BY WS-CHECKPOINT-INTERVAL
024500             GIVING WS-CHECKPOINT-QUOTIENT
024880* 2260-PROGRESS-CHECK.
024890*     EVERY WS-PROGRESS-INTERVAL CALLS, DISPLAYS A CONSOLE
024900*     PROGRESS MESSAGE SO OPERATIONS CAN SEE WHERE THE RUN IS
024907*     WITHOUT BROWSING THE GROWING AUDIT LOG.  A FORECAST RUN
024913*     MAKES NO CALLS AND HAS NO PROGRESS TO SHOW.
024920*-----------------------------------------------------------------
024930 2260-PROGRESS-CHECK.
024932     IF FORECAST-RUN
024935         GO TO 2260-EXIT
024938     END-IF.
024940     IF WS-PROGRESS-INTERVAL > ZERO
024950         DIVIDE WS-TOTAL-CALL-COUNT BY WS-PROGRESS-INTERVAL
024960             GIVING WS-PROGRESS-QUOTIENT
026380     EXIT.
026390
026400*-----------------------------------------------------------------
026401* 2280-TALLY-FORECAST.
026402*     FORECAST RUNS ONLY.  FILES THE DETAIL IN FLIGHT UNDER ITS
026403*     LANG_NAME AND WHAT WOULD HAVE HAPPENED TO IT - BLOCKED
026404*     (WITH THE BLOCK REASON), FALLEN BACK TO THE DEFAULT
026405*     PROGRAM, OR DISPATCHED TO ITS DSPTBL PROGRAM - COUNTING
026406*     FRESH DETAILS AND RECYCLED RETRIES SEPARATELY.  A NEW
026407*     LANG_NAME/OUTCOME IS INSERTED IN KEY SEQUENCE; PAST THE
026408*     TABLE'S 2000-ENTRY CAPACITY IT REACHES THE TOTALS ONLY.
026409*-----------------------------------------------------------------
026410 2280-TALLY-FORECAST.
026411     MOVE LANG_NAME OF LANG-RECORD TO WS-FCK-LANG-NAME.
026412     IF DISPATCH-BLOCKED
026413         SET FCK-WOULD-BLOCK TO TRUE
026414         MOVE WS-BLOCK-REASON-CODE TO WS-FCK-TARGET
026415         MOVE WS-BLOCK-REASON-TEXT TO WS-FCK-REASON-TEXT
026416         ADD 1 TO WS-FCST-BLOCKED-COUNT
026417     ELSE
026418         MOVE WS-TARGET-PROGRAM-NAME TO WS-FCK-TARGET
026419         ADD 1 TO WS-FCST-DISPATCH-COUNT
026420         IF TARGET-IS-FALLBACK
026421             SET FCK-WOULD-FALL-BACK TO TRUE
026423             MOVE "NO DSPTBL ENTRY" TO WS-FCK-REASON-TEXT
026424             ADD 1 TO WS-FCST-FALLBACK-COUNT
026425         ELSE
026426             SET FCK-WOULD-DISPATCH TO TRUE
026427             MOVE SPACES TO WS-FCK-REASON-TEXT
026428         END-IF
026429     END-IF.
026430     MOVE ZERO TO WS-FCST-INSERT-SUB.
026431     PERFORM 2281-FIND-FORECAST-SLOT THRU 2281-EXIT
026432         VARYING WS-FCST-SUB FROM 1 BY 1
026433         UNTIL WS-FCST-SUB > WS-FCST-ENTRY-COUNT
026434            OR WS-FCST-INSERT-SUB > ZERO.
026435     IF WS-FCST-INSERT-SUB > ZERO
026436        AND WS-FCT-KEY (WS-FCST-INSERT-SUB) EQUAL WS-FCST-KEY
026437         GO TO 2280-NEXT
026438     END-IF.
026439     IF WS-FCST-ENTRY-COUNT >= 2000
026440         PERFORM 2283-LOG-FCST-TABLE-FULL THRU 2283-EXIT
026441         GO TO 2280-EXIT
026442     END-IF.
026443     ADD 1 TO WS-FCST-ENTRY-COUNT.
026444     IF WS-FCST-INSERT-SUB EQUAL ZERO
026445         MOVE WS-FCST-ENTRY-COUNT TO WS-FCST-INSERT-SUB
026446     ELSE
026447         PERFORM 2282-SHIFT-FORECAST-ENTRY THRU 2282-EXIT
026448             VARYING WS-FCST-SUB
026449                 FROM WS-FCST-ENTRY-COUNT BY -1
026450             UNTIL WS-FCST-SUB <= WS-FCST-INSERT-SUB
026451     END-IF.
026452     MOVE WS-FCST-KEY TO WS-FCT-KEY (WS-FCST-INSERT-SUB).
026453     MOVE WS-FCK-REASON-TEXT
026454         TO WS-FCT-REASON-TEXT (WS-FCST-INSERT-SUB).
026455     MOVE ZERO TO WS-FCT-FRESH-COUNT (WS-FCST-INSERT-SUB).
026456     MOVE ZERO TO WS-FCT-RECYCLE-COUNT (WS-FCST-INSERT-SUB).
026457 2280-NEXT.
026458     IF WS-CURRENT-ATTEMPT-COUNT > 1
026459         ADD 1 TO WS-FCT-RECYCLE-COUNT (WS-FCST-INSERT-SUB)
026460     ELSE
026461         ADD 1 TO WS-FCT-FRESH-COUNT (WS-FCST-INSERT-SUB)
026462     END-IF.
026463 2280-EXIT.
026464     EXIT.
026466
026467*-----------------------------------------------------------------
026468* 2281-FIND-FORECAST-SLOT.
026469*     REMEMBERS THE FIRST FORECAST ENTRY WHOSE KEY IS NOT BELOW
026470*     THE KEY BEING FILED - EITHER ITS OWN ENTRY OR THE SLOT TO
026471*     INSERT IT AT.
026472*-----------------------------------------------------------------
026473 2281-FIND-FORECAST-SLOT.
026474     IF WS-FCT-KEY (WS-FCST-SUB) NOT < WS-FCST-KEY
026475         MOVE WS-FCST-SUB TO WS-FCST-INSERT-SUB
026476     END-IF.
026477 2281-EXIT.
026478     EXIT.
026479
026480*-----------------------------------------------------------------
026481* 2282-SHIFT-FORECAST-ENTRY.
026482*     SHIFTS ONE FORECAST ENTRY DOWN TO OPEN THE INSERTION SLOT.
026483*-----------------------------------------------------------------
026484 2282-SHIFT-FORECAST-ENTRY.
026485     SUBTRACT 1 FROM WS-FCST-SUB GIVING WS-FCST-PRIOR-SUB.
026486     MOVE WS-FCST-TABLE (WS-FCST-PRIOR-SUB)
026487         TO WS-FCST-TABLE (WS-FCST-SUB).
026488 2282-EXIT.
026489     EXIT.
026490
026491*-----------------------------------------------------------------
026492* 2283-LOG-FCST-TABLE-FULL.
026493*     LOGS THE FORECAST TABLE OVERFLOW TO THE ERROR REPORT THE
026494*     FIRST TIME IT IS SEEN, AND ONLY THE FIRST TIME.
026495*-----------------------------------------------------------------
026496 2283-LOG-FCST-TABLE-FULL.
026497     IF NOT FCST-TABLE-FULL-LOGGED
026498         SET FCST-TABLE-FULL-LOGGED TO TRUE
026499         IF ERROR-RPT-OK
026500             MOVE SPACES TO ERROR-REPORT-LINE
026501             STRING "FORECAST TABLE FULL AT 2000 ENTRIES - "
026502                     DELIMITED BY SIZE
026503                    "FURTHER ONES IN THE TOTALS ONLY"
026504                     DELIMITED BY SIZE
026505                    INTO ERROR-REPORT-LINE
026506             END-STRING
026507             WRITE ERROR-REPORT-LINE
026509         END-IF
026510         IF WS-JOB-RETURN-CODE < 8
026511             MOVE 8 TO WS-JOB-RETURN-CODE
026512         END-IF
026513     END-IF.
026514 2283-EXIT.
026515     EXIT.
026516
026517*-----------------------------------------------------------------
026518* 2290-CHECK-VENDOR-QUOTA.
026519*     DECIDES WHETHER THE DETAIL IN FLIGHT MAY BE CALLED UNDER ITS
026520*     VENDOR'S DAILY QUOTA.  A VENDOR WITH NO VNDQUOTA ROW (OR A
026521*     DETAIL WITH NO VENDOR CODE) IS NOT CAPPED.  OTHERWISE THE
026522*     VENDOR'S QUOTAUSE ROW FOR THE RUN DATE IS READ FRESH -
026523*     ANOTHER PARTITION MAY HAVE COUNTED CALLS SINCE THE LAST
026524*     LOOK - AND THE CALL IS EITHER COUNTED ON IT BEFORE IT IS
026525*     MADE OR, WITH THE CEILING ALREADY REACHED, REFUSED.  WHEN
026526*     TWO STEPS ADD THE DAY'S FIRST ROW AT ONCE THE LOSER
026527*     RE-READS THE WINNER'S ROW AND COUNTS ON THAT.  A CALL THAT
026528*     CANNOT BE COUNTED IS NOT MADE EITHER (2291).
026529*-----------------------------------------------------------------
026530 2290-CHECK-VENDOR-QUOTA.
026531     MOVE "N" TO WS-QUOTA-REACHED-SWITCH.
026532     IF NOT QUOTA-CHECKING-ON
026533        OR LANG-VENDOR-CODE OF LANG-RECORD EQUAL SPACES
026534         GO TO 2290-EXIT
026535     END-IF.
026536     MOVE LANG-VENDOR-CODE OF LANG-RECORD TO VQT-VENDOR-CODE.
026537     READ VENDOR-QUOTA-FILE
026538         INVALID KEY
026539             GO TO 2290-EXIT
026540     END-READ.
026541     IF VQT-DAILY-CEILING NOT NUMERIC
026542         GO TO 2290-EXIT
026543     END-IF.
026544     MOVE "DEFERRED - VENDOR DAILY QUOTA" TO WS-QUOTA-DEFER-TEXT.
026545     MOVE ZERO TO WS-QUOTA-RETRY-COUNT.
026546 2290-NEXT.
026547     MOVE LANG-VENDOR-CODE OF LANG-RECORD TO QTU-VENDOR-CODE.
026548     MOVE WS-RUN-DATE TO QTU-USAGE-DATE.
026549     MOVE "Y" TO WS-USAGE-ROW-SWITCH.
026550     READ QUOTA-USAGE-FILE
026551         INVALID KEY
026552             MOVE "N" TO WS-USAGE-ROW-SWITCH
026553     END-READ.
026554     IF NOT USAGE-ROW-EXISTS
026555         MOVE SPACES TO QUOTA-USAGE-RECORD
026556         MOVE LANG-VENDOR-CODE OF LANG-RECORD TO QTU-VENDOR-CODE
026557         MOVE WS-RUN-DATE TO QTU-USAGE-DATE
026558         MOVE ZERO TO QTU-CALL-COUNT
026559     END-IF.
026560     IF QTU-CALL-COUNT >= VQT-DAILY-CEILING
026561         SET VENDOR-QUOTA-REACHED TO TRUE
026562         GO TO 2290-EXIT
026563     END-IF.
026564     ADD 1 TO QTU-CALL-COUNT.
026565     MOVE WS-JOB-NAME TO QTU-LAST-STEP-NAME.
026566     ACCEPT QTU-LAST-UPDATE-TIME FROM TIME.
026567     IF USAGE-ROW-EXISTS
026568         REWRITE QUOTA-USAGE-RECORD
026569             INVALID KEY
026570                 CONTINUE
026571         END-REWRITE
026572     ELSE
026573         WRITE QUOTA-USAGE-RECORD
026574             INVALID KEY
026575                 CONTINUE
026576         END-WRITE
026577     END-IF.
026578     IF QUOTAUSE-FILE-OK
026579         GO TO 2290-EXIT
026580     END-IF.
026581     IF QUOTAUSE-DUPLICATE-KEY AND WS-QUOTA-RETRY-COUNT < 3
026582         ADD 1 TO WS-QUOTA-RETRY-COUNT
026583         GO TO 2290-NEXT
026584     END-IF.
026585     PERFORM 2291-LOG-USAGE-ERROR THRU 2291-EXIT.
026586 2290-EXIT.
026587     EXIT.
026588
026589*-----------------------------------------------------------------
026590* 2291-LOG-USAGE-ERROR.
026591*     THE CALL COULD NOT BE COUNTED ON QUOTAUSE.  MAKING IT ANYWAY
026592*     COULD RUN THE VENDOR PAST ITS CEILING UNSEEN, SO THE DETAIL
026593*     IS DEFERRED INSTEAD, WITH ITS OWN REASON TEXT.  REPORTED ON
026594*     THE ERROR REPORT THE FIRST TIME ONLY, AT RETURN CODE 8.
026595*-----------------------------------------------------------------
026596 2291-LOG-USAGE-ERROR.
026597     SET VENDOR-QUOTA-REACHED TO TRUE.
026598     MOVE "DEFERRED - QUOTA USAGE UNSAVED" TO WS-QUOTA-DEFER-TEXT.
026599     IF USAGE-ERROR-LOGGED
026600         GO TO 2291-EXIT
026601     END-IF.
026602     SET USAGE-ERROR-LOGGED TO TRUE.
026603     IF ERROR-RPT-OK
026604         MOVE SPACES TO ERROR-REPORT-LINE
026605         STRING "QUOTAUSE UPDATE FAILED - STATUS "
026606                 DELIMITED BY SIZE
026607                WS-QUOTAUSE-FILE-STATUS DELIMITED BY SIZE
026608                " VENDOR=" DELIMITED BY SIZE
026609                QTU-VENDOR-CODE DELIMITED BY SIZE
026610                " - CAPPED DETAILS DEFERRED" DELIMITED BY SIZE
026611                INTO ERROR-REPORT-LINE
026612         END-STRING
026613         WRITE ERROR-REPORT-LINE
026614     END-IF.
026615     IF WS-JOB-RETURN-CODE < 8
026616         MOVE 8 TO WS-JOB-RETURN-CODE
026617     END-IF.
026618 2291-EXIT.
026619     EXIT.
026620
026621*-----------------------------------------------------------------
026622* 2295-DEFER-FOR-QUOTA.
026623*     WRITES THE UNCALLED DETAIL TO THE RECYCLE FILE AS DEFERRED
026624*     (RECORD TYPE Q).  NO ATTEMPT WAS MADE, SO THE ATTEMPT COUNT
026625*     CARRIED FORWARD IS THE ONE ALREADY USED - ZERO FOR A FRESH
026626*     DETAIL, UNCHANGED FOR A RECYCLED ONE - AND DEFERRAL NEVER
026627*     PUSHES A DETAIL TOWARD CTL-MAX-ATTEMPTS.  THE VENDOR'S
026628*     DEFERRAL IS TALLIED FOR THE SUMMARY REPORT, AND A HARD-STOP
026629*     VENDOR THEN TRIPS THE CIRCUIT BREAKER SO THE STEP HALTS AND
026630*     CHECKPOINTS FOR A RESTART ONCE THE QUOTA IS SETTLED.
026631*-----------------------------------------------------------------
026632 2295-DEFER-FOR-QUOTA.
026633     MOVE "Q" TO WS-CALL-OUTCOME.
026634     ADD 1 TO WS-QUOTA-DEFERRED-COUNT.
026635     IF RECYCOUT-FILE-OK
026636         SET RCY-OUT-DEFERRED-DETAIL TO TRUE
026637         MOVE LANG_NAME OF LANG-RECORD TO RCY-OUT-LANG-NAME
026638         MOVE WS-QUOTA-DEFER-TEXT TO RCY-OUT-FAIL-REASON
026639         SUBTRACT 1 FROM WS-CURRENT-ATTEMPT-COUNT
026640             GIVING RCY-OUT-ATTEMPT-COUNT
026641         MOVE WS-TRANS-REFERENCE TO RCY-OUT-REFERENCE
026642         WRITE RECYCLE-OUT-RECORD
026643     END-IF.
026644     PERFORM 2296-TALLY-VENDOR-DEFERRAL THRU 2296-EXIT.
026645     IF VQT-ACTION-HARD-STOP AND NOT BREAKER-TRIPPED
026646         MOVE SPACES TO WS-BREAKER-REASON
026647         STRING "VENDOR=" DELIMITED BY SIZE
026648                VQT-VENDOR-CODE DELIMITED BY SIZE
026649                " DAILY QUOTA HARD STOP" DELIMITED BY SIZE
026650                INTO WS-BREAKER-REASON
026651         END-STRING
026652         PERFORM 2275-TRIP-BREAKER THRU 2275-EXIT
026653     END-IF.
026654 2295-EXIT.
026655     EXIT.
026656
026657*-----------------------------------------------------------------
026658* 2296-TALLY-VENDOR-DEFERRAL.
026659*     COUNTS THE DEFERRAL AGAINST ITS VENDOR.  THE FIRST DEFERRAL
026660*     FOR A VENDOR ADDS ITS ENTRY AND REPORTS THE CEILING REACHED
026661*     ON THE ERROR REPORT AT RETURN CODE 4; LATER ONES ARE ONLY
026662*     COUNTED.  PAST THE TABLE'S 500-ENTRY CAPACITY A VENDOR
026663*     REACHES THE DEFERRED TOTAL ONLY.
026664*-----------------------------------------------------------------
026665 2296-TALLY-VENDOR-DEFERRAL.
026666     IF WS-QUOTA-ENTRY-COUNT > ZERO
026667         SET QTA-IDX TO 1
026668         SEARCH WS-QUOTA-TABLE
026669             AT END
026670                 CONTINUE
026671             WHEN WS-QTA-VENDOR-CODE (QTA-IDX)
026672                      EQUAL LANG-VENDOR-CODE OF LANG-RECORD
026673                 ADD 1 TO WS-QTA-DEFERRED-COUNT (QTA-IDX)
026674                 GO TO 2296-EXIT
026675         END-SEARCH
026676     END-IF.
026677     IF WS-QUOTA-ENTRY-COUNT >= 500
026678         PERFORM 2298-LOG-QUOTA-TABLE-FULL THRU 2298-EXIT
026679     ELSE
026680         ADD 1 TO WS-QUOTA-ENTRY-COUNT
026681         SET QTA-IDX TO WS-QUOTA-ENTRY-COUNT
026682         MOVE LANG-VENDOR-CODE OF LANG-RECORD
026683             TO WS-QTA-VENDOR-CODE (QTA-IDX)
026684         MOVE VQT-DAILY-CEILING TO WS-QTA-DAILY-CEILING (QTA-IDX)
026685         MOVE VQT-ACTION TO WS-QTA-ACTION (QTA-IDX)
026686         MOVE 1 TO WS-QTA-DEFERRED-COUNT (QTA-IDX)
026687     END-IF.
026688     IF ERROR-RPT-OK
026689         MOVE SPACES TO ERROR-REPORT-LINE
026690         STRING "VENDOR=" DELIMITED BY SIZE
026691                LANG-VENDOR-CODE OF LANG-RECORD DELIMITED BY SIZE
026692                " DAILY QUOTA " DELIMITED BY SIZE
026693                VQT-DAILY-CEILING DELIMITED BY SIZE
026694                " REACHED - " DELIMITED BY SIZE
026695                WS-QUOTA-DEFER-TEXT DELIMITED BY SIZE
026696                " LANG_NAME=" DELIMITED BY SIZE
026697                LANG_NAME OF LANG-RECORD DELIMITED BY SIZE
026698                INTO ERROR-REPORT-LINE
026699         END-STRING
026700         WRITE ERROR-REPORT-LINE
026701     END-IF.
026702     IF WS-JOB-RETURN-CODE < 4
026703         MOVE 4 TO WS-JOB-RETURN-CODE
026704     END-IF.
026705 2296-EXIT.
026706     EXIT.
026707
026708*-----------------------------------------------------------------
026709* 2298-LOG-QUOTA-TABLE-FULL.
026710*     LOGS THE VENDOR QUOTA TABLE OVERFLOW TO THE ERROR REPORT THE
026711*     FIRST TIME IT IS SEEN, AND ONLY THE FIRST TIME.
026712*-----------------------------------------------------------------
026713 2298-LOG-QUOTA-TABLE-FULL.
026714     IF NOT QUOTA-TABLE-FULL-LOGGED
026715         SET QUOTA-TABLE-FULL-LOGGED TO TRUE
026716         IF ERROR-RPT-OK
026717             MOVE SPACES TO ERROR-REPORT-LINE
026718             STRING "VENDOR QUOTA TABLE FULL AT 500 ENTRIES - "
026719                     DELIMITED BY SIZE
026720                    "FURTHER VENDORS IN THE TOTALS ONLY"
026721                     DELIMITED BY SIZE
026722                    INTO ERROR-REPORT-LINE
026723             END-STRING
026724             WRITE ERROR-REPORT-LINE
026725         END-IF
026726         IF WS-JOB-RETURN-CODE < 8
026727             MOVE 8 TO WS-JOB-RETURN-CODE
026728         END-IF
026729     END-IF.
026730 2298-EXIT.
026731     EXIT.
026732
026733*-----------------------------------------------------------------
026734* 3000-WRITE-CHECKPOINT.
026735*     APPENDS THE CURRENT RECORD POSITION TO RESTFILE.
026736*-----------------------------------------------------------------
026737 3000-WRITE-CHECKPOINT.
026738     MOVE WS-TRANS-DISPATCH-COUNT TO RST-RECORD-COUNT.
026739     MOVE WS-RUN-DATE TO RST-RUN-DATE.
026740     MOVE WS-RUN-TIME TO RST-RUN-TIME.
026741     MOVE WS-SUCCESSFUL-CALL-COUNT TO RST-SUCCESSFUL-COUNT.
026742     WRITE RESTART-RECORD.
026743 3000-EXIT.
026744     EXIT.
026745
026746*-----------------------------------------------------------------
026747* 2100-READ-TRANSACTION.
026748*     READS THE NEXT TRANSACTION RECORD AND SETS THE
026749*     END-OF-TRANS-FILE SWITCH WHEN THE FILE IS EXHAUSTED.  A
026750*     BATCH TRAILER NO LONGER ENDS PROCESSING - THE FEED MAY
026751*     CARRY SEVERAL CONSECUTIVE BATCH GROUPS, AND THE MAIN
026752*     LOOP CLOSES EACH BATCH AND VERIFIES THE NEXT HEADER AS
026753*     THEY ARRIVE.  DETAIL RECORDS ARE COUNTED AS THEY ARE
026754*     READ, INTO THE FILE TOTAL AND THE BATCH IN FLIGHT.
026755*-----------------------------------------------------------------
026756 2100-READ-TRANSACTION.
026757     READ LANG-TRANS-FILE
026758         AT END
026759             SET END-OF-TRANS-FILE TO TRUE
026760         NOT AT END
026761             IF TRANS-REC-DETAIL
026762                 ADD 1 TO WS-DETAIL-READ-COUNT
026763                 ADD 1 TO WS-BATCH-DETAIL-COUNT
026764             END-IF
026765     END-READ.
026766 2100-EXIT.
026767     EXIT.
026768
026769*-----------------------------------------------------------------
026770* 8000-TERMINATE.
026780*     END-OF-JOB HOUSEKEEPING.
026790*-----------------------------------------------------------------
026920     PERFORM 8500-WRITE-STATS-EXTRACT THRU 8500-EXIT.
026930     PERFORM 8300-REGISTER-BATCH THRU 8300-EXIT.
026940     PERFORM 8600-WRITE-STEP-TOTALS THRU 8600-EXIT.
026945     PERFORM 8700-WRITE-FORECAST-REPORT THRU 8700-EXIT.
026950     IF TRANS-FILE-OK OR TRANS-FILE-AT-END
026960         CLOSE LANG-TRANS-FILE
026970     END-IF.
027100     IF HARDREJ-RPT-OK
027110         CLOSE HARD-REJECT-REPORT
027120     END-IF.
027122     IF BLOCKOUT-FILE-OK
027125         CLOSE BLOCKED-DETAIL-FILE
027126     END-IF.
027127     IF RESPLOG-FILE-OK
027128         CLOSE CALL-RESPONSE-LOG
027129     END-IF.
027130     IF DISPATCH-TABLE-OPEN
027140         CLOSE DISPATCH-TABLE-FILE
027150     END-IF.
027160     IF MASTER-FILE-AVAILABLE
027170         CLOSE LANG-MASTER-FILE
027172     END-IF.
027174     IF QUOTA-CHECKING-ON
027176         CLOSE VENDOR-QUOTA-FILE
027178         CLOSE QUOTA-USAGE-FILE
027180     END-IF.
027190     IF QUIESCE-REQUESTED AND WS-JOB-RETURN-CODE < 12
027200         MOVE 12 TO WS-JOB-RETURN-CODE
028150* 8100-WRITE-SUMMARY-REPORT.
028160*     WRITES ONE LINE PER DISTINCT LANG_NAME DISPATCHED THIS
028170*     RUN, WITH ITS CALL COUNT, FOLLOWED BY THE GRAND TOTAL.
028171*     THE FRESH-DETAIL OUTCOME SPLIT AND ANY VENDOR QUOTA
028172*     DEFERRALS ARE SHOWN AHEAD OF THE PER-LANG_NAME LINES.
028173*     A FORECAST RUN DISPATCHED NOTHING AND WRITES THE FORECAST
028177*     REPORT (8700) INSTEAD.
028180*-----------------------------------------------------------------
028190 8100-WRITE-SUMMARY-REPORT.
028192     IF FORECAST-RUN
028195         GO TO 8100-EXIT
028198     END-IF.
028200     OPEN OUTPUT SUMMARY-REPORT.
028210     IF NOT SUMMARY-RPT-OK
028220         GO TO 8100-EXIT
028540         WRITE SUMMARY-REPORT-LINE
028550     END-IF.
028560     PERFORM 8105-WRITE-BATCH-SECTION THRU 8105-EXIT.
028563     PERFORM 8107-WRITE-OUTCOME-SECTION THRU 8107-EXIT.
028567     PERFORM 8115-WRITE-QUOTA-SECTION THRU 8115-EXIT.
028570     PERFORM 8110-WRITE-SUMMARY-LINE THRU 8110-EXIT
028580         VARYING SUM-IDX FROM 1 BY 1
028590         UNTIL SUM-IDX > WS-SUMMARY-ENTRY-COUNT.
029100     END-STRING.
029110     WRITE SUMMARY-REPORT-LINE.
029120 8106-EXIT.
029121     EXIT.
029122
029123*-----------------------------------------------------------------
029124* 8107-WRITE-OUTCOME-SECTION.
029125*     WRITES THE OUTCOME SPLIT OF THE FRESH DETAILS READ THIS RUN
029126*     - THE SAME FIGURES THE STEP-TOTALS RECORD CARRIES - AND THE
029127*     DEFERRALS MADE DURING THE RECYCLE PASS.
029128*-----------------------------------------------------------------
029130 8107-WRITE-OUTCOME-SECTION.
029131     MOVE SPACES TO SUMMARY-REPORT-LINE.
029132     MOVE "FRESH DETAIL OUTCOMES" TO SUMMARY-REPORT-LINE.
029133     WRITE SUMMARY-REPORT-LINE.
029134     MOVE "DETAILS READ" TO WS-OUTCOME-LABEL.
029135     MOVE WS-DETAIL-READ-COUNT TO WS-OUTCOME-COUNT.
029136     PERFORM 8108-WRITE-OUTCOME-LINE THRU 8108-EXIT.
029137     MOVE "DISPATCHED" TO WS-OUTCOME-LABEL.
029138     MOVE WS-FRESH-DISPATCHED-COUNT TO WS-OUTCOME-COUNT.
029139     PERFORM 8108-WRITE-OUTCOME-LINE THRU 8108-EXIT.
029140     MOVE "BLOCKED" TO WS-OUTCOME-LABEL.
029141     MOVE WS-FRESH-BLOCKED-COUNT TO WS-OUTCOME-COUNT.
029142     PERFORM 8108-WRITE-OUTCOME-LINE THRU 8108-EXIT.
029143     MOVE "RECYCLED" TO WS-OUTCOME-LABEL.
029144     MOVE WS-FRESH-RECYCLED-COUNT TO WS-OUTCOME-COUNT.
029145     PERFORM 8108-WRITE-OUTCOME-LINE THRU 8108-EXIT.
029146     MOVE "HARD-REJECTED" TO WS-OUTCOME-LABEL.
029148     MOVE WS-FRESH-HARDREJ-COUNT TO WS-OUTCOME-COUNT.
029149     PERFORM 8108-WRITE-OUTCOME-LINE THRU 8108-EXIT.
029150     MOVE "DEFERRED (QUOTA)" TO WS-OUTCOME-LABEL.
029151     MOVE WS-FRESH-DEFERRED-COUNT TO WS-OUTCOME-COUNT.
029152     PERFORM 8108-WRITE-OUTCOME-LINE THRU 8108-EXIT.
029153     SUBTRACT WS-FRESH-DEFERRED-COUNT FROM WS-QUOTA-DEFERRED-COUNT
029154         GIVING WS-OUTCOME-COUNT.
029155     IF WS-OUTCOME-COUNT > ZERO
029156         MOVE "RECYCLE PASS DEFERRED" TO WS-OUTCOME-LABEL
029157         PERFORM 8108-WRITE-OUTCOME-LINE THRU 8108-EXIT
029158     END-IF.
029159 8107-EXIT.
029160     EXIT.
029161
029162*-----------------------------------------------------------------
029163* 8108-WRITE-OUTCOME-LINE.
029164*     WRITES ONE LABELLED COUNT OF THE OUTCOME SECTION.
029165*-----------------------------------------------------------------
029167 8108-WRITE-OUTCOME-LINE.
029168     MOVE SPACES TO SUMMARY-REPORT-LINE.
029169     STRING "  " DELIMITED BY SIZE
029170            WS-OUTCOME-LABEL DELIMITED BY SIZE
029171            " " DELIMITED BY SIZE
029172            WS-OUTCOME-COUNT DELIMITED BY SIZE
029173            INTO SUMMARY-REPORT-LINE
029174     END-STRING.
029175     WRITE SUMMARY-REPORT-LINE.
029176 8108-EXIT.
029177     EXIT.
029178
029179*-----------------------------------------------------------------
029180* 8115-WRITE-QUOTA-SECTION.
029181*     WRITES ONE LINE PER VENDOR THAT REACHED ITS DAILY QUOTA THIS
029182*     RUN - ITS CEILING, ITS ACTION, AND THE DETAILS DEFERRED.
029183*     NOTHING IS WRITTEN WHEN NO VENDOR REACHED ITS QUOTA.
029185*-----------------------------------------------------------------
029186 8115-WRITE-QUOTA-SECTION.
029187     IF WS-QUOTA-ENTRY-COUNT EQUAL ZERO
029188         GO TO 8115-EXIT
029189     END-IF.
029190     MOVE SPACES TO SUMMARY-REPORT-LINE.
029191     MOVE "VENDORS AT DAILY QUOTA THIS RUN"
029192         TO SUMMARY-REPORT-LINE.
029193     WRITE SUMMARY-REPORT-LINE.
029194     PERFORM 8116-WRITE-QUOTA-LINE THRU 8116-EXIT
029195         VARYING QTA-IDX FROM 1 BY 1
029196         UNTIL QTA-IDX > WS-QUOTA-ENTRY-COUNT.
029197 8115-EXIT.
029198     EXIT.
029199
029200*-----------------------------------------------------------------
029201* 8116-WRITE-QUOTA-LINE.
029202*     WRITES ONE VENDOR'S QUOTA LINE.
029204*-----------------------------------------------------------------
029205 8116-WRITE-QUOTA-LINE.
029206     MOVE SPACES TO SUMMARY-REPORT-LINE.
029207     STRING "VENDOR=" DELIMITED BY SIZE
029208            WS-QTA-VENDOR-CODE (QTA-IDX) DELIMITED BY SIZE
029209            " CEILING=" DELIMITED BY SIZE
029210            WS-QTA-DAILY-CEILING (QTA-IDX) DELIMITED BY SIZE
029211            " ACTION=" DELIMITED BY SIZE
029212            WS-QTA-ACTION (QTA-IDX) DELIMITED BY SIZE
029213            " DEFERRED=" DELIMITED BY SIZE
029214            WS-QTA-DEFERRED-COUNT (QTA-IDX) DELIMITED BY SIZE
029215            INTO SUMMARY-REPORT-LINE
029216     END-STRING.
029217     WRITE SUMMARY-REPORT-LINE.
029218 8116-EXIT.
029219     EXIT.
029220
029222*-----------------------------------------------------------------
029223* 8110-WRITE-SUMMARY-LINE.
029224*     WRITES ONE DETAIL LINE OF THE DISPATCH-FREQUENCY SUMMARY.
029225*-----------------------------------------------------------------
029226 8110-WRITE-SUMMARY-LINE.
029227     MOVE SPACES TO SUMMARY-REPORT-LINE.
029228     STRING WS-SUM-LANG-NAME (SUM-IDX) DELIMITED BY SIZE
029229            " - " DELIMITED BY SIZE
029230            WS-SUM-COUNT (SUM-IDX) DELIMITED BY SIZE
029240            INTO SUMMARY-REPORT-LINE
029250     END-STRING.
030140*     FOR THE RUN.  A MISMATCH IS LOGGED TO THE ERROR REPORT
030150*     AND RAISES THE JOB RETURN CODE SO OPERATIONS CATCHES A
030160*     SHORT OR OVER RUN BEFORE CLOSING THE BATCH WINDOW.  IF NO
030167*     CONTROL-TOTAL FILE IS SUPPLIED, RECONCILIATION IS SKIPPED,
030173*     AS IT IS ON A FORECAST RUN, WHICH MAKES NO CALLS.
030180*-----------------------------------------------------------------
030190 8200-RECONCILE-CONTROLS.
030200     IF QUIESCE-REQUESTED OR BREAKER-TRIPPED OR SELECTIVE-RUN
030205        OR FORECAST-RUN
030210         GO TO 8200-EXIT
030220     END-IF.
030230     OPEN INPUT CONTROL-TOTAL-FILE.
030650*     QUIESCED OR BREAKER-HALTED RUN DOES NOT REGISTER AT ALL;
030660*     ITS RESTART MUST STILL RUN THE SAME BATCHES TO
030670*     COMPLETION.  A SELECTIVE RUN DOES NOT REGISTER EITHER -
030678*     A FILTERED PASS IS NOT A COMPLETED BATCH, NOR IS A
030685*     FORECAST.  A RUN WITHOUT THE BATCHREG DD SKIPS THIS
030692*     QUIETLY.
030700*-----------------------------------------------------------------
030710 8300-REGISTER-BATCH.
030720     IF NOT BATCH-HEADER-VERIFIED
030730        OR QUIESCE-REQUESTED OR BREAKER-TRIPPED
030740        OR SELECTIVE-RUN OR FORECAST-RUN
030750         GO TO 8300-EXIT
030760     END-IF.
030770     OPEN EXTEND BATCH-REGISTER-FILE.
031090*     RECORD MACHINE-READABLE TOTALS FOR THE LANGBAL NIGHT-END
031100*     BALANCING STEP: DETAILS READ, AND THE FRESH-DETAIL
031110*     OUTCOME SPLIT (DISPATCHED CLEAN, BLOCKED, RECYCLED,
031117*     HARD-REJECTED, DEFERRED BY VENDOR QUOTA) THAT MUST SUM
031123*     BACK TO THE DETAILS READ.
031130*     WRITTEN EVEN ON A QUIESCED OR BREAKER-HALTED RUN - THE
031140*     BALANCING STEP IS PRECISELY WHERE A SHORT NIGHT SHOULD
031150*     SURFACE.  NOT WRITTEN ON A SELECTIVE RUN: THE SELECTION-
031151*     SKIPPED DETAILS FALL IN NO OUTCOME BUCKET, SO THE RECORD
031152*     COULD NEVER BALANCE, AND REWRITING IT WOULD DESTROY THE
031155*     REAL NIGHT'S EVIDENCE - NOR ON A FORECAST RUN, FOR THE
031157*     SAME REASON.  A RUN WITHOUT THE DD SKIPS THIS QUIETLY.
031160*-----------------------------------------------------------------
031170 8600-WRITE-STEP-TOTALS.
031171     IF SELECTIVE-RUN OR FORECAST-RUN
031172         GO TO 8600-EXIT
031173     END-IF.
031180     OPEN OUTPUT STEP-TOTALS-FILE.
031280     MOVE WS-FRESH-BLOCKED-COUNT TO STT-BLOCKED-COUNT.
031290     MOVE WS-FRESH-RECYCLED-COUNT TO STT-RECYCLED-COUNT.
031300     MOVE WS-FRESH-HARDREJ-COUNT TO STT-HARDREJ-COUNT.
031305     MOVE WS-FRESH-DEFERRED-COUNT TO STT-DEFERRED-COUNT.
031310     WRITE STEP-TOTALS-RECORD.
031320     CLOSE STEP-TOTALS-FILE.
031330 8600-EXIT.
031380*     WHEN A PARTTOT DD IS SUPPLIED, WRITES THE RUN'S TOTAL,
031390*     SUCCESSFUL, EXCEPTION, AND NON-ZERO-RC CALL COUNTS AS ONE
031400*     MACHINE-READABLE RECORD FOR THE LANGMRGE CONSOLIDATION
031407*     STEP.  A JOB RUN WITHOUT THE DD SKIPS THIS QUIETLY.  A
031413*     FORECAST RUN MADE NO CALLS AND WRITES NO TOTALS.  NOR
031415*     DOES A QUIESCED OR BREAKER-HALTED RUN - THE RECORD IS
031416*     THE PARTITION'S PROOF THAT IT RAN TO ITS END, WHICH THE
031417*     LANGRDY READINESS STEP OF COBRUN0P LOOKS FOR BEFORE
031418*     THE NEXT NIGHT CLEARS THE PARTITION CHECKPOINTS, AND
031419*     THE RESTART RUN WRITES THE FULL-PARTITION TOTALS.
031420*-----------------------------------------------------------------
031430 8400-WRITE-PARTITION-TOTALS.
031432     IF FORECAST-RUN OR QUIESCE-REQUESTED OR BREAKER-TRIPPED
031435         GO TO 8400-EXIT
031438     END-IF.
031440     OPEN OUTPUT PARTITION-TOTALS-FILE.
031450     IF NOT PARTTOT-FILE-OK
031460         GO TO 8400-EXIT
031650*     OR BREAKER-HALTED RUN, MATCHING THE TRAILER AND CTLTOT
031660*     GUARDS - THE PLANNING FEED MUST NEVER INGEST A PARTIAL
031670*     NIGHT AS A FULL ONE; THE RESTART RUN WRITES THE FULL-FILE
031677*     EXTRACT.  NOR IS A FORECAST RUN'S EMPTY TABLE WRITTEN.  A
031683*     RUN WITHOUT THE STATXTR DD SKIPS IT QUIETLY.
031690*-----------------------------------------------------------------
031700 8500-WRITE-STATS-EXTRACT.
031710     IF QUIESCE-REQUESTED OR BREAKER-TRIPPED OR SELECTIVE-RUN
031715        OR FORECAST-RUN
031720         GO TO 8500-EXIT
031730     END-IF.
031740     OPEN OUTPUT STATS-EXTRACT-FILE.
032280 8510-EXIT.
032290     EXIT.
032300
032310*-----------------------------------------------------------------
032320* 8700-WRITE-FORECAST-REPORT.
032330*     FORECAST RUNS ONLY.  WRITES THE FORECAST TO FCSTRPT: ONE
032340*     LINE PER LANG_NAME AND OUTCOME WITH ITS FRESH AND
032350*     RECYCLED DETAIL COUNTS, THEN THE TOTALS.  A FEED THAT
032360*     FAILED HEADER VERIFICATION IS FLAGGED AT THE TOP - THE
032370*     NIGHT ITSELF WOULD END AT THE SAME POINT.  A MISSING
032380*     FCSTRPT DD RAISES RETURN CODE 8: THE REPORT IS THE WHOLE
032390*     POINT OF THE RUN.
032400*-----------------------------------------------------------------
032410 8700-WRITE-FORECAST-REPORT.
032420     IF NOT FORECAST-RUN
032430         GO TO 8700-EXIT
032440     END-IF.
032450     OPEN OUTPUT FORECAST-REPORT.
032460     IF NOT FCSTRPT-OK
032470         IF WS-JOB-RETURN-CODE < 8
032480             MOVE 8 TO WS-JOB-RETURN-CODE
032490         END-IF
032500         GO TO 8700-EXIT
032510     END-IF.
032520     MOVE SPACES TO FORECAST-REPORT-LINE.
032530     STRING "DISPATCH FORECAST - RUN DATE " DELIMITED BY SIZE
032540            WS-RUN-DATE DELIMITED BY SIZE
032550            " JOB " DELIMITED BY SIZE
032560            WS-JOB-NAME DELIMITED BY SIZE
032570            INTO FORECAST-REPORT-LINE
032580     END-STRING.
032590     WRITE FORECAST-REPORT-LINE.
032600     MOVE SPACES TO FORECAST-REPORT-LINE.
032610     MOVE "** FORECAST ONLY - NO CALLS MADE, NO OUTPUT WRITTEN **"
032620         TO FORECAST-REPORT-LINE.
032630     WRITE FORECAST-REPORT-LINE.
032640     IF NOT BATCH-HEADER-VERIFIED
032650         MOVE SPACES TO FORECAST-REPORT-LINE
032660         MOVE "** FEED FAILED HEADER VERIFICATION - SEE ERRRPT **"
032670             TO FORECAST-REPORT-LINE
032680         WRITE FORECAST-REPORT-LINE
032690     END-IF.
032700     IF SELECTIVE-RUN
032710         MOVE SPACES TO FORECAST-REPORT-LINE
032720         MOVE "** SELECTIVE RUN - FEED FILTERED BY SELCRIT **"
032730             TO FORECAST-REPORT-LINE
032740         WRITE FORECAST-REPORT-LINE
032750     END-IF.
032760     MOVE SPACES TO FORECAST-REPORT-LINE.
032770     STRING "LANG_NAME             OUTCOME   PGM/RSN    "
032780             DELIMITED BY SIZE
032790            "REASON                            FRESH  RECYCLED"
032800             DELIMITED BY SIZE
032810            INTO FORECAST-REPORT-LINE
032820     END-STRING.
032830     WRITE FORECAST-REPORT-LINE.
032840     PERFORM 8710-WRITE-FORECAST-LINE THRU 8710-EXIT
032850         VARYING WS-FCST-SUB FROM 1 BY 1
032860         UNTIL WS-FCST-SUB > WS-FCST-ENTRY-COUNT.
032870     MOVE SPACES TO FORECAST-REPORT-LINE.
032880     STRING "DETAILS READ: " DELIMITED BY SIZE
032890            WS-DETAIL-READ-COUNT DELIMITED BY SIZE
032900            "  RECYCLE RECORDS READ: " DELIMITED BY SIZE
032910            WS-RECYCLE-READ-COUNT DELIMITED BY SIZE
032920            "  SKIPPED BY SELECTION: " DELIMITED BY SIZE
032930            WS-SELECT-SKIPPED-COUNT DELIMITED BY SIZE
032940            INTO FORECAST-REPORT-LINE
032950     END-STRING.
032960     WRITE FORECAST-REPORT-LINE.
032970     MOVE SPACES TO FORECAST-REPORT-LINE.
032980     STRING "WOULD DISPATCH: " DELIMITED BY SIZE
032990            WS-FCST-DISPATCH-COUNT DELIMITED BY SIZE
033000            "  OF WHICH CALL_THIS FALLBACK: " DELIMITED BY SIZE
033010            WS-FCST-FALLBACK-COUNT DELIMITED BY SIZE
033020            "  WOULD BE BLOCKED: " DELIMITED BY SIZE
033030            WS-FCST-BLOCKED-COUNT DELIMITED BY SIZE
033040            INTO FORECAST-REPORT-LINE
033050     END-STRING.
033060     WRITE FORECAST-REPORT-LINE.
033070     CLOSE FORECAST-REPORT.
033080 8700-EXIT.
033090     EXIT.
033100
033110*-----------------------------------------------------------------
033120* 8710-WRITE-FORECAST-LINE.
033130*     WRITES ONE LANG_NAME/OUTCOME LINE OF THE FORECAST.
033140*-----------------------------------------------------------------
033150 8710-WRITE-FORECAST-LINE.
033160     EVALUATE WS-FCT-OUTCOME (WS-FCST-SUB)
033170         WHEN "B"
033180             MOVE "BLOCKED" TO WS-FCST-OUTCOME-WORD
033190         WHEN "F"
033200             MOVE "FALLBACK" TO WS-FCST-OUTCOME-WORD
033210         WHEN OTHER
033220             MOVE "DISPATCH" TO WS-FCST-OUTCOME-WORD
033230     END-EVALUATE.
033240     MOVE SPACES TO FORECAST-REPORT-LINE.
033250     STRING WS-FCT-LANG-NAME (WS-FCST-SUB) DELIMITED BY SIZE
033260            "  " DELIMITED BY SIZE
033270            WS-FCST-OUTCOME-WORD DELIMITED BY SIZE
033280            "  " DELIMITED BY SIZE
033290            WS-FCT-TARGET (WS-FCST-SUB) DELIMITED BY SIZE
033300            "  " DELIMITED BY SIZE
033310            WS-FCT-REASON-TEXT (WS-FCST-SUB) DELIMITED BY SIZE
033320            "  " DELIMITED BY SIZE
033330            WS-FCT-FRESH-COUNT (WS-FCST-SUB) DELIMITED BY SIZE
033340            "  " DELIMITED BY SIZE
033350            WS-FCT-RECYCLE-COUNT (WS-FCST-SUB) DELIMITED BY SIZE
033360            INTO FORECAST-REPORT-LINE
033370     END-STRING.
033380     WRITE FORECAST-REPORT-LINE.
033390 8710-EXIT.
033400     EXIT.
033410
033420 END PROGRAM Cobol.
