000080* PURPOSE.
000090*     SPLITS THE EDITED TRANSACTION FEED INTO UP TO FOUR
000100*     PARTITION FILES FOR CONCURRENT DISPATCH STEPS.  DETAIL
000102*     RECORDS ARE DEALT BY LANG_NAME - EVERY DETAIL FOR A
000104*     LANGUAGE GOES TO THE ONE PARTITION THAT LANGUAGE IS
000106*     ASSIGNED TO FOR THE RUN, SO A PARTITION'S PER-LANGUAGE
000108*     CIRCUIT BREAKER (2272-CHECK-LANG-BREAKER IN THE
000109*     DISPATCHER) SEES ALL OF THAT LANGUAGE'S FAILURES.  EACH
000111*     LANGUAGE IS COSTED AT ITS DETAIL COUNT TIMES ITS AVERAGE
000113*     ELAPSED TIME PER CALL OVER THE LOOK-BACK WINDOW OF THE
000115*     AUDIT HISTORY ARCHIVE (AUDHIST), AND THE LANGUAGES ARE
000117*     ASSIGNED HEAVIEST FIRST TO THE PARTITION WITH THE LEAST
000119*     PROJECTED ELAPSED SO FAR.  A LANGUAGE WITH NO HISTORY IS
000121*     COSTED AT THE OVERALL AVERAGE; WITH NO ARCHIVE AT ALL
000122*     EVERY DETAIL COSTS THE SAME AND THE LANGUAGES BALANCE BY
000124*     DETAIL COUNT.  THE FEED IS READ TWICE: ONCE TO COUNT THE
000126*     DETAILS PER LANGUAGE, ONCE TO DEAL THEM.  EVERY PARTITION
000128*     GETS ITS OWN COPY OF EACH BATCH HEADER AND ITS OWN TRAILER
000130*     CARRYING THAT PARTITION'S DETAIL COUNT FOR THE BATCH, SO
000140*     EACH CONCURRENT DISPATCH STEP'S PER-BATCH HEADER/TRAILER
000150*     VERIFICATION STILL HOLDS.  THE FEED MAY CARRY SEVERAL
000170*     PER-REGION FILES); EACH GROUP IS DEALT AND CLOSED
000180*     SEPARATELY.  THE PARTITION COUNT (1 TO 4) COMES FROM THE
000190*     SPLIT CONTROL FILE; AN UNUSABLE COUNT FALLS BACK TO 1.
000192*     COLUMNS 3-5 OF THE SAME RECORD GIVE THE LOOK-BACK WINDOW
000193*     IN DAYS (DEFAULT 30).  THE NIGHT'S ASSIGNMENT IS WRITTEN
000195*     TO THE SPLIT PLAN (SPLTPLAN); THE NEXT RUN READS IT BACK
000197*     (SPLTPRIO) AND REPORTS THAT NIGHT'S PROJECTED ELAPSED PER
000198*     PARTITION AGAINST THE ACTUAL ELAPSED THE ARCHIVE NOW HOLDS
000199*     FOR THE BATCHES THAT PLAN DEALT.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   DATE       INIT  DESCRIPTION
000360*                    SCHEDULER HOLDS THE PARTITION DISPATCH
000370*                    JOBS - BEFORE THIS, EVERY GROUP AFTER THE
000380*                    FIRST WAS SILENTLY DROPPED AT RC 0.
000382*   10/15/2026 DH    DETAIL RECORD WIDENED TO 55 BYTES FOR THE
000383*                    SOURCE TRANSACTION REFERENCE, ORIGIN SYSTEM
000385*                    AND ORIGIN TIMESTAMP (COPYBOOK TRANREF).
000387*                    DETAILS ARE STILL DEALT WHOLE, SO THE
000388*                    REFERENCE REACHES EVERY PARTITION INTACT.
000390*   10/15/2026 DH    STEPTOT RECORD WIDENED TO 64 BYTES FOR THE
000393*                    DISPATCHER'S NEW DEFERRED (VENDOR QUOTA)
000395*                    COUNT, ZERO FROM THIS STEP.
000396*   10/15/2026 DH    DEAL WHOLE LANGUAGES BY PROJECTED ELAPSED
000397*                    TIME INSTEAD OF ROUND-ROBIN.  AVERAGE
000399*                    ELAPSED PER LANG_NAME FROM THE AUDHIST
000400*                    ARCHIVE (LOOK-BACK DAYS IN SPLTCTL COLUMNS
000401*                    3-5), HEAVIEST LANGUAGE TO THE LIGHTEST
000403*                    PARTITION.  NEW SPLTPLAN OUTPUT OF THE
000404*                    NIGHT'S ASSIGNMENT; SPLTRPT SHOWS EACH
000405*                    PARTITION'S PROJECTED ELAPSED AND THE PRIOR
000407*                    PLAN'S PROJECTED VERSUS THE ACTUAL ELAPSED
000409*                    OF THE BATCHES IT DEALT (BATCH IDS CARRIED
000411*                    ON THE PLAN HEADER, READ BACK THROUGH THE
000413*                    AUDHIST1 ALTERNATE INDEX).
000414* Tectonics: cobc
000416******************************************************************
000418 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. LANGSPLT.
000430 AUTHOR. D. HOLLIS.
000440 INSTALLATION. DATA CENTER OPERATIONS.
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-STEPTOT-FILE-STATUS.
000820
000821     SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
000822         ORGANIZATION IS INDEXED
000824         ACCESS MODE IS DYNAMIC
000825         RECORD KEY IS HST-KEY
000826         ALTERNATE RECORD KEY IS HST-BATCH-KEY
000827         FILE STATUS IS WS-AUDHIST-FILE-STATUS.
000828
000829     SELECT SPLIT-PLAN-FILE ASSIGN TO SPLTPLAN
000831         ORGANIZATION IS LINE SEQUENTIAL
000832         FILE STATUS IS WS-SPLTPLAN-FILE-STATUS.
000833
000834     SELECT PRIOR-PLAN-FILE ASSIGN TO SPLTPRIO
000835         ORGANIZATION IS LINE SEQUENTIAL
000836         FILE STATUS IS WS-SPLTPRIO-FILE-STATUS.
000838
000839 DATA DIVISION.
000840 FILE SECTION.
000850 FD  SPLIT-CTL-FILE
000860     RECORDING MODE IS F.
000870 01  SPLIT-CTL-RECORD.
000880     05  SPL-PARTITION-COUNT          PIC 9(02).
000885     05  SPL-HISTORY-DAYS             PIC X(03).
000890
000900 FD  LANG-TRANS-FILE
000910     RECORDING MODE IS F.
000960         88  TRANS-REC-TRAILER       VALUE "T".
000970     05  TRANS-RECORD-BODY.
000980         10  LANG_NAME               PIC X(20).
000985         COPY TRANREF.
000990     05  TRANS-HEADER-BODY REDEFINES TRANS-RECORD-BODY.
001000         10  TRANS-BATCH-ID          PIC X(08).
001010         10  FILLER                  PIC X(46).
001020     05  TRANS-TRAILER-BODY REDEFINES TRANS-RECORD-BODY.
001030         10  TRANS-TRAILER-COUNT     PIC 9(07).
001040         10  FILLER                  PIC X(47).
001050
001060 FD  PARTITION-FILE-1
001070     RECORDING MODE IS F.
001080 01  PARTITION-RECORD-1               PIC X(55).
001090
001100 FD  PARTITION-FILE-2
001110     RECORDING MODE IS F.
001120 01  PARTITION-RECORD-2               PIC X(55).
001130
001140 FD  PARTITION-FILE-3
001150     RECORDING MODE IS F.
001160 01  PARTITION-RECORD-3               PIC X(55).
001170
001180 FD  PARTITION-FILE-4
001190     RECORDING MODE IS F.
001200 01  PARTITION-RECORD-4               PIC X(55).
001210
001220 FD  SPLIT-REPORT
001230     RECORDING MODE IS F.
001380     05  STT-BLOCKED-COUNT            PIC 9(07).
001390     05  STT-RECYCLED-COUNT           PIC 9(07).
001400     05  STT-HARDREJ-COUNT            PIC 9(07).
001405     05  STT-DEFERRED-COUNT           PIC 9(07).
001410
001411 FD  AUDIT-HISTORY-FILE.
001413 01  AUDIT-HISTORY-RECORD.
001414     COPY HISTREC.
001416
001417 FD  SPLIT-PLAN-FILE
001419     RECORDING MODE IS F.
001420 01  SPLIT-PLAN-RECORD                PIC X(80).
001421
001423 FD  PRIOR-PLAN-FILE
001424     RECORDING MODE IS F.
001426 01  PRIOR-PLAN-RECORD                PIC X(80).
001427
001429 WORKING-STORAGE SECTION.
001430*-----------------------------------------------------------------
001440*    FILE STATUS SWITCHES
001450*-----------------------------------------------------------------
001620         88  SPLIT-RPT-OK            VALUE "00".
001630     05  WS-STEPTOT-FILE-STATUS      PIC X(02) VALUE "99".
001640         88  STEPTOT-FILE-OK         VALUE "00".
001641     05  WS-AUDHIST-FILE-STATUS      PIC X(02) VALUE "99".
001642         88  AUDHIST-FILE-OK         VALUE "00", "02".
001644     05  WS-SPLTPLAN-FILE-STATUS     PIC X(02) VALUE "99".
001645         88  SPLTPLAN-FILE-OK        VALUE "00".
001646     05  WS-SPLTPRIO-FILE-STATUS     PIC X(02) VALUE "99".
001648         88  SPLTPRIO-FILE-OK        VALUE "00".
001649         88  SPLTPRIO-FILE-AT-END    VALUE "10".
001650
001660 01  WS-SWITCHES.
001670     05  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001700         88  BATCH-HEADER-SEEN        VALUE "Y".
001710     05  WS-BATCH-OPEN-SWITCH         PIC X(01) VALUE "N".
001720         88  BATCH-IS-OPEN            VALUE "Y".
001722     05  WS-AUDHIST-OPEN-SWITCH       PIC X(01) VALUE "N".
001723         88  AUDHIST-FILE-OPEN        VALUE "Y".
001725     05  WS-BROWSE-END-SWITCH         PIC X(01) VALUE "N".
001727         88  END-OF-LANG-BROWSE       VALUE "Y".
001728     05  WS-LANG-FULL-SWITCH          PIC X(01) VALUE "N".
001730         88  LANG-TABLE-FULL-LOGGED   VALUE "Y".
001732     05  WS-ENTRY-FOUND-SWITCH        PIC X(01) VALUE "N".
001733         88  TABLE-ENTRY-FOUND        VALUE "Y".
001735     05  WS-PRIOR-PLAN-SWITCH         PIC X(01) VALUE "N".
001737         88  PRIOR-PLAN-USABLE        VALUE "Y".
001740     05  WS-BATCH-BROWSE-SWITCH       PIC X(01) VALUE "N".
001742         88  END-OF-BATCH-BROWSE      VALUE "Y".
001745
001747 77  WS-PARTITION-COUNT               PIC 9(02) VALUE 1.
001750 77  WS-NEXT-PARTITION                PIC 9(02) VALUE 1.
001760 77  WS-DETAILS-READ                  PIC 9(07) VALUE ZERO.
001770 77  WS-TRAILER-COUNT-IN              PIC 9(07) VALUE ZERO.
001780 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
001790 77  WS-PARTITION-SUB                 PIC 9(02) VALUE ZERO.
001800 77  WS-DETAILS-DEALT                 PIC 9(07) VALUE ZERO.
001803 77  WS-UNPLANNED-DETAILS             PIC 9(07) VALUE ZERO.
001807 77  WS-PRIOR-PLAN-ROWS               PIC 9(07) VALUE ZERO.
001810
001820*-----------------------------------------------------------------
001830*    PER-BATCH COUNTS.  THE FEED MAY CARRY SEVERAL CONSECUTIVE
002020     05  WS-PARTITION-BATCH-COUNT     OCCURS 4 TIMES
002030                                      PIC 9(07) VALUE ZERO.
002040
002041*-----------------------------------------------------------------
002042*    PER-PARTITION PROJECTED ELAPSED (HUNDREDTHS OF A SECOND)
002043*    AND LANGUAGE COUNT FOR THE NIGHT'S ASSIGNMENT, AND THE
002044*    PRIOR PLAN'S PROJECTED VERSUS ACTUAL FOR THE REPORT.
002045*-----------------------------------------------------------------
002046 01  WS-PARTITION-LOAD-TABLE.
002047     05  WS-PARTITION-LOAD            OCCURS 4 TIMES.
002048         10  WS-PTL-PROJECTED-HSECS   PIC 9(11) VALUE ZERO.
002050         10  WS-PTL-LANG-COUNT        PIC 9(04) VALUE ZERO.
002051         10  WS-PTL-PRIOR-PROJECTED   PIC 9(11) VALUE ZERO.
002052         10  WS-PTL-PRIOR-ACTUAL      PIC 9(11) VALUE ZERO.
002053         10  WS-PTL-PRIOR-CALLS       PIC 9(07) VALUE ZERO.
002054 77  WS-LIGHTEST-PARTITION            PIC 9(02) VALUE 1.
002055
002056*-----------------------------------------------------------------
002057*    ONE ENTRY PER LANG_NAME IN THE FEED: ITS DETAIL COUNT,
002058*    ITS HISTORY OVER THE LOOK-BACK WINDOW, ITS AVERAGE AND
002059*    PROJECTED ELAPSED, AND THE PARTITION IT IS ASSIGNED TO
002060*    (ZERO UNTIL ASSIGNED).  LANGUAGES BEYOND THE 500-ENTRY
002061*    CAPACITY ARE LOGGED ONCE AND THEIR DETAILS DEALT ONE AT A
002062*    TIME TO THE LIGHTEST PARTITION.
002063*-----------------------------------------------------------------
002064 01  WS-LANG-TABLE-CONTROL.
002065     05  WS-LANG-ENTRY-COUNT          PIC 9(04) COMP VALUE ZERO.
002066     05  WS-LANG-ENTRY                OCCURS 500 TIMES.
002067         10  WS-LNG-LANG-NAME         PIC X(20).
002069         10  WS-LNG-DETAIL-COUNT      PIC 9(07).
002070         10  WS-LNG-HIST-CALLS        PIC 9(07).
002071         10  WS-LNG-HIST-HSECS        PIC 9(11).
002072         10  WS-LNG-AVG-HSECS         PIC 9(06).
002073         10  WS-LNG-COST-SOURCE       PIC X(01).
002074             88  LNG-COST-FROM-HISTORY VALUE "H".
002075             88  LNG-COST-DEFAULTED   VALUE "D".
002076         10  WS-LNG-PROJECTED-HSECS   PIC 9(11).
002077         10  WS-LNG-PARTITION         PIC 9(02).
002078 77  WS-ENTRY-SUB                     PIC 9(04) COMP VALUE ZERO.
002079 77  WS-FOUND-SUB                     PIC 9(04) COMP VALUE ZERO.
002080 77  WS-HEAVIEST-SUB                  PIC 9(04) COMP VALUE ZERO.
002081 77  WS-ASSIGN-SUB                    PIC 9(04) COMP VALUE ZERO.
002082 01  WS-SEARCH-LANG-NAME              PIC X(20).
002083
002084*-----------------------------------------------------------------
002085*    COST BASIS.  THE LOOK-BACK WINDOW ENDS ON THE RUN DATE
002087*    AND STARTS WS-HISTORY-DAYS - 1 DAYS BEFORE IT, WORKED OUT
002088*    A DAY AT A TIME.  THE DEFAULT AVERAGE IS THE OVERALL
002089*    AVERAGE OF EVERY COSTED CALL, OR 1 WITH NO HISTORY.
002090*-----------------------------------------------------------------
002091 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
002092 01  WS-HISTORY-FROM-DATE             PIC 9(08) VALUE ZERO.
002093 01  WS-HISTORY-DAYS                  PIC 9(03) VALUE 30.
002094 01  WS-DAYS-WORK                     PIC X(03).
002095 01  WS-DAYS-WORK-N REDEFINES WS-DAYS-WORK
002096                                      PIC 9(03).
002097 01  WS-TOTAL-HIST-CALLS              PIC 9(09) VALUE ZERO.
002098 01  WS-TOTAL-HIST-HSECS              PIC 9(13) VALUE ZERO.
002099 01  WS-DEFAULT-AVG-HSECS             PIC 9(06) VALUE 1.
002100 01  WS-CALC-DATE.
002101     05  WS-CALC-YEAR                 PIC 9(04).
002102     05  WS-CALC-MONTH                PIC 9(02).
002103     05  WS-CALC-DAY                  PIC 9(02).
002104 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
002106                                      PIC 9(08).
002107 01  WS-MONTH-DAYS-VALUES             PIC X(24)
002108                 VALUE "312831303130313130313031".
002109 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002110     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
002111 01  WS-LEAP-QUOTIENT                 PIC 9(04).
002112 01  WS-LEAP-REMAINDER                PIC 9(04).
002113 77  WS-DAY-SUB                       PIC 9(04) COMP VALUE ZERO.
002114
002115*-----------------------------------------------------------------
002116*    ONE LANG_NAME'S ARCHIVE BROWSE: THE LANGUAGE AND DATE
002117*    RANGE GOING IN, THE AUDIT-LINE CALLS AND ELAPSED COMING
002118*    OUT.
002119*-----------------------------------------------------------------
002120 01  WS-BROWSE-LANG-NAME              PIC X(20).
002121 01  WS-BROWSE-FROM-DATE              PIC 9(08) VALUE ZERO.
002122 01  WS-BROWSE-TO-DATE                PIC 9(08) VALUE ZERO.
002123 01  WS-BROWSE-CALLS                  PIC 9(07) VALUE ZERO.
002125 01  WS-BROWSE-HSECS                  PIC 9(11) VALUE ZERO.
002126
002127*-----------------------------------------------------------------
002128*    SPLIT PLAN RECORD, WRITTEN TO SPLTPLAN AND READ BACK FROM
002129*    THE PRIOR NIGHT'S PLAN ON SPLTPRIO: ONE HEADER, THEN ONE
002130*    ROW PER ASSIGNED LANG_NAME.  THE HEADER CARRIES THE NUMBER
002131*    OF BATCHES IN THE FEED AND THE IDS OF THE FIRST SIX.
002132*-----------------------------------------------------------------
002133 01  WS-PLAN-RECORD.
002134     05  WS-PLN-RECORD-TYPE           PIC X(01).
002135         88  PLAN-REC-HEADER          VALUE "H".
002136         88  PLAN-REC-LANG            VALUE "L".
002137     05  WS-PLN-RECORD-BODY           PIC X(79).
002138     05  WS-PLN-HEADER-BODY REDEFINES WS-PLN-RECORD-BODY.
002139         10  WS-PLN-RUN-DATE          PIC 9(08).
002140         10  WS-PLN-PARTITION-COUNT   PIC 9(02).
002141         10  WS-PLN-FROM-DATE         PIC 9(08).
002142         10  WS-PLN-DEFAULT-AVG       PIC 9(06).
002143         10  WS-PLN-BATCH-COUNT       PIC 9(02).
002144         10  WS-PLN-BATCH-ID          PIC X(08) OCCURS 6 TIMES.
002145         10  FILLER                   PIC X(05).
002146     05  WS-PLN-LANG-BODY REDEFINES WS-PLN-RECORD-BODY.
002147         10  WS-PLN-LANG-NAME         PIC X(20).
002148         10  WS-PLN-PARTITION         PIC 9(02).
002149         10  WS-PLN-DETAIL-COUNT      PIC 9(07).
002150         10  WS-PLN-AVG-HSECS         PIC 9(06).
002151         10  WS-PLN-COST-SOURCE       PIC X(01).
002152         10  WS-PLN-PROJECTED-HSECS   PIC 9(11).
002153         10  FILLER                   PIC X(32).
002154 01  WS-PRIOR-RUN-DATE                PIC 9(08) VALUE ZERO.
002155 01  WS-PRIOR-PARTITION-COUNT         PIC 9(02) VALUE ZERO.
002156 01  WS-PRIOR-BATCH-COUNT             PIC 9(02) VALUE ZERO.
002157 01  WS-PRIOR-BATCHES-READ            PIC 9(02) VALUE ZERO.
002158 01  WS-PRIOR-BATCH-ID                PIC X(08).
002159 01  WS-PRIOR-PLAN-HEADER.
002160     05  FILLER                       PIC X(27).
002161     05  WS-PRIOR-PLAN-BATCH-ID       PIC X(08) OCCURS 6 TIMES.
002162     05  FILLER                       PIC X(05).
002163 01  WS-PRIOR-DIFF-HSECS              PIC S9(11) VALUE ZERO.
002164
002165*-----------------------------------------------------------------
002166*    THE NIGHT'S BATCH IDS, FROM THE FEED'S HEADERS, FOR THE
002167*    SPLIT PLAN HEADER.  PAST SIX ONLY THE COUNT GOES ON.
002168*-----------------------------------------------------------------
002169 01  WS-FEED-BATCH-CONTROL.
002170     05  WS-FEED-BATCH-COUNT          PIC 9(02) VALUE ZERO.
002171     05  WS-FEED-BATCH-ID             PIC X(08) OCCURS 6 TIMES.
002172
002173*-----------------------------------------------------------------
002174*    THE PRIOR PLAN'S LANGUAGES AND THE PARTITION EACH WAS
002175*    ASSIGNED TO, LOADED FROM SPLTPRIO SO EACH ARCHIVED CALL OF
002176*    ITS BATCHES CAN BE CHARGED TO ITS LANGUAGE'S PARTITION.
002177*-----------------------------------------------------------------
002178 01  WS-PRIOR-LANG-CONTROL.
002179     05  WS-PRIOR-LANG-COUNT          PIC 9(04) COMP VALUE ZERO.
002180     05  WS-PRIOR-LANG-ENTRY          OCCURS 500 TIMES.
002181         10  WS-PRL-LANG-NAME         PIC X(20).
002182         10  WS-PRL-PARTITION         PIC 9(02).
002183 01  WS-PRIOR-DIFF-EDIT               PIC -(10)9.
002184
002185 01  WS-PARTITION-WORK-RECORD.
002186     05  WS-PWK-RECORD-TYPE           PIC X(01).
002187     05  WS-PWK-RECORD-BODY           PIC X(54).
002188     05  WS-PWK-TRAILER-BODY REDEFINES WS-PWK-RECORD-BODY.
002189         10  WS-PWK-TRAILER-COUNT     PIC 9(07).
002190         10  FILLER                   PIC X(47).
002191
002192 PROCEDURE DIVISION.
002193*-----------------------------------------------------------------
002194* 0000-MAINLINE-CONTROL.
002195*     TOP LEVEL FLOW OF CONTROL FOR THE SPLIT STEP.
002196*-----------------------------------------------------------------
002197 0000-MAINLINE-CONTROL.
002198     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002199     PERFORM 2000-SPLIT-TRANSACTION THRU 2000-EXIT
002200         UNTIL END-OF-TRANS-FILE.
002210     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002220     STOP RUN.
002230
002240*-----------------------------------------------------------------
002250* 1000-INITIALIZE.
002257*     READS THE PARTITION COUNT AND LOOK-BACK WINDOW, PROFILES
002263*     THE FEED BY LANG_NAME, COSTS AND ASSIGNS THE LANGUAGES,
002270*     WRITES THE SPLIT PLAN, OPENS THE ACTIVE PARTITION FILES,
002277*     OPENS THE FIRST BATCH GROUP FROM THE LEADING HEADER, AND
002283*     PRIMES THE FIRST DETAIL READ.
002290*-----------------------------------------------------------------
002300 1000-INITIALIZE.
002305     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002310     OPEN INPUT SPLIT-CTL-FILE.
002320     IF SPLTCTL-FILE-OK
002330         READ SPLIT-CTL-FILE
002400        AND SPL-PARTITION-COUNT < 5
002410         MOVE SPL-PARTITION-COUNT TO WS-PARTITION-COUNT
002420     END-IF.
002421     IF SPLTCTL-FILE-OK
002422         MOVE SPL-HISTORY-DAYS TO WS-DAYS-WORK
002424         IF WS-DAYS-WORK-N NUMERIC
002425            AND WS-DAYS-WORK-N > ZERO
002426             MOVE WS-DAYS-WORK-N TO WS-HISTORY-DAYS
002428         END-IF
002429     END-IF.
002430     IF SPLTCTL-FILE-OK OR SPLTCTL-FILE-AT-END
002440         CLOSE SPLIT-CTL-FILE
002450     END-IF.
002500         GO TO 1000-EXIT
002510     END-IF.
002520     OPEN OUTPUT SPLIT-REPORT.
002521     PERFORM 1020-PROFILE-FEED THRU 1020-EXIT.
002522     IF END-OF-TRANS-FILE
002523         GO TO 1000-EXIT
002524     END-IF.
002526     PERFORM 1040-SET-HISTORY-RANGE THRU 1040-EXIT.
002527     PERFORM 1050-COST-LANGUAGES THRU 1050-EXIT.
002528     PERFORM 1060-ASSIGN-PARTITIONS THRU 1060-EXIT.
002529     PERFORM 1070-WRITE-SPLIT-PLAN THRU 1070-EXIT.
002530     PERFORM 1010-OPEN-PARTITION-FILES THRU 1010-EXIT.
002540     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002550     IF END-OF-TRANS-FILE OR NOT TRANS-REC-HEADER
003070     EXIT.
003080
003090*-----------------------------------------------------------------
003091* 1020-PROFILE-FEED.
003092*     FIRST PASS OF THE FEED: COUNTS THE DETAILS FOR EACH
003093*     LANG_NAME, THEN CLOSES AND REOPENS THE FEED FOR THE DEAL.
003094*     A FEED THAT WILL NOT REOPEN ENDS THE STEP AT RETURN CODE
003095*     16.
003096*-----------------------------------------------------------------
003097 1020-PROFILE-FEED.
003098     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003099     PERFORM 1025-PROFILE-ONE-RECORD THRU 1025-EXIT
003100         UNTIL END-OF-TRANS-FILE.
003101     CLOSE LANG-TRANS-FILE.
003102     MOVE "N" TO WS-EOF-SWITCH.
003103     OPEN INPUT LANG-TRANS-FILE.
003104     IF NOT TRANS-FILE-OK
003105         SET END-OF-TRANS-FILE TO TRUE
003106         MOVE 16 TO WS-JOB-RETURN-CODE
003107     END-IF.
003108 1020-EXIT.
003109     EXIT.
003110
003111*-----------------------------------------------------------------
003112* 1025-PROFILE-ONE-RECORD.
003113*     ADDS THE DETAIL IN HAND TO ITS LANG_NAME'S COUNT,
003114*     CREATING THE ENTRY WHEN NEW, AND READS THE NEXT RECORD.
003115*     A HEADER'S BATCH ID IS KEPT FOR THE SPLIT PLAN; HEADERS
003116*     AND TRAILERS ARE OTHERWISE PASSED OVER.  A LANGUAGE BEYOND
003117*     THE 500-ENTRY CAPACITY IS LOGGED ONCE AT RETURN CODE 4
003118*     AND LEFT OUT OF THE PLAN.
003119*-----------------------------------------------------------------
003120 1025-PROFILE-ONE-RECORD.
003121     IF TRANS-REC-HEADER AND WS-FEED-BATCH-COUNT < 99
003122         ADD 1 TO WS-FEED-BATCH-COUNT
003123         IF WS-FEED-BATCH-COUNT NOT > 6
003124             MOVE TRANS-BATCH-ID
003125                 TO WS-FEED-BATCH-ID (WS-FEED-BATCH-COUNT)
003126         END-IF
003127     END-IF.
003128     IF NOT TRANS-REC-DETAIL
003129         GO TO 1025-NEXT
003130     END-IF.
003131     MOVE LANG_NAME TO WS-SEARCH-LANG-NAME.
003132     PERFORM 1030-FIND-LANG-ENTRY THRU 1030-EXIT.
003133     IF TABLE-ENTRY-FOUND
003134         ADD 1 TO WS-LNG-DETAIL-COUNT (WS-FOUND-SUB)
003135         GO TO 1025-NEXT
003136     END-IF.
003137     IF WS-LANG-ENTRY-COUNT >= 500
003138         IF NOT LANG-TABLE-FULL-LOGGED
003139             SET LANG-TABLE-FULL-LOGGED TO TRUE
003140             IF WS-JOB-RETURN-CODE < 4
003141                 MOVE 4 TO WS-JOB-RETURN-CODE
003142             END-IF
003143             IF SPLIT-RPT-OK
003144                 MOVE SPACES TO SPLIT-REPORT-LINE
003145                 STRING "LANGUAGE TABLE FULL AT 500 - LATER "
003146                         DELIMITED BY SIZE
003147                        "LANGUAGES GO TO THE LIGHTEST PARTITION"
003148                         DELIMITED BY SIZE
003149                        INTO SPLIT-REPORT-LINE
003150                 END-STRING
003151                 WRITE SPLIT-REPORT-LINE
003153             END-IF
003154         END-IF
003155         GO TO 1025-NEXT
003156     END-IF.
003157     ADD 1 TO WS-LANG-ENTRY-COUNT.
003158     MOVE LANG_NAME TO WS-LNG-LANG-NAME (WS-LANG-ENTRY-COUNT).
003159     MOVE 1 TO WS-LNG-DETAIL-COUNT (WS-LANG-ENTRY-COUNT).
003160     MOVE ZERO TO WS-LNG-HIST-CALLS (WS-LANG-ENTRY-COUNT).
003161     MOVE ZERO TO WS-LNG-HIST-HSECS (WS-LANG-ENTRY-COUNT).
003162     MOVE ZERO TO WS-LNG-AVG-HSECS (WS-LANG-ENTRY-COUNT).
003163     MOVE SPACE TO WS-LNG-COST-SOURCE (WS-LANG-ENTRY-COUNT).
003164     MOVE ZERO TO WS-LNG-PROJECTED-HSECS (WS-LANG-ENTRY-COUNT).
003165     MOVE ZERO TO WS-LNG-PARTITION (WS-LANG-ENTRY-COUNT).
003166 1025-NEXT.
003167     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003168 1025-EXIT.
003169     EXIT.
003170
003171*-----------------------------------------------------------------
003172* 1030-FIND-LANG-ENTRY.
003173*     LOOKS UP WS-SEARCH-LANG-NAME IN THE LANGUAGE TABLE,
003174*     SETTING TABLE-ENTRY-FOUND AND WS-FOUND-SUB WHEN PRESENT.
003175*-----------------------------------------------------------------
003176 1030-FIND-LANG-ENTRY.
003177     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
003178     IF WS-LANG-ENTRY-COUNT > ZERO
003179         PERFORM 1031-MATCH-LANG-ENTRY THRU 1031-EXIT
003180             VARYING WS-ENTRY-SUB FROM 1 BY 1
003181             UNTIL WS-ENTRY-SUB > WS-LANG-ENTRY-COUNT
003182                OR TABLE-ENTRY-FOUND
003183     END-IF.
003184 1030-EXIT.
003185     EXIT.
003186
003187*-----------------------------------------------------------------
003188* 1031-MATCH-LANG-ENTRY.
003189*     MATCHES ONE LANGUAGE TABLE ENTRY AGAINST
003190*     WS-SEARCH-LANG-NAME.
003191*-----------------------------------------------------------------
003192 1031-MATCH-LANG-ENTRY.
003193     IF WS-LNG-LANG-NAME (WS-ENTRY-SUB) EQUAL WS-SEARCH-LANG-NAME
003194         SET TABLE-ENTRY-FOUND TO TRUE
003195         MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
003196     END-IF.
003197 1031-EXIT.
003198     EXIT.
003199
003200*-----------------------------------------------------------------
003201* 1040-SET-HISTORY-RANGE.
003202*     SETS THE FIRST DAY OF THE LOOK-BACK WINDOW, WHICH ENDS
003203*     ON THE RUN DATE AND SPANS WS-HISTORY-DAYS DAYS.
003204*-----------------------------------------------------------------
003205 1040-SET-HISTORY-RANGE.
003206     MOVE WS-RUN-DATE TO WS-CALC-DATE-N.
003207     PERFORM 1041-SUBTRACT-ONE-DAY THRU 1041-EXIT
003208         VARYING WS-DAY-SUB FROM 2 BY 1
003209         UNTIL WS-DAY-SUB > WS-HISTORY-DAYS.
003210     MOVE WS-CALC-DATE-N TO WS-HISTORY-FROM-DATE.
003211 1040-EXIT.
003212     EXIT.
003213
003214*-----------------------------------------------------------------
003215* 1041-SUBTRACT-ONE-DAY.
003216*     BACKS WS-CALC-DATE UP ONE CALENDAR DAY ACROSS MONTH AND
003217*     YEAR ENDS, GIVING FEBRUARY 29 DAYS IN A LEAP YEAR.
003218*-----------------------------------------------------------------
003219 1041-SUBTRACT-ONE-DAY.
003220     IF WS-CALC-DAY > 1
003221         SUBTRACT 1 FROM WS-CALC-DAY
003222         GO TO 1041-EXIT
003223     END-IF.
003224     IF WS-CALC-MONTH > 1
003225         SUBTRACT 1 FROM WS-CALC-MONTH
003226     ELSE
003228         SUBTRACT 1 FROM WS-CALC-YEAR
003229         MOVE 12 TO WS-CALC-MONTH
003230     END-IF.
003231     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-CALC-DAY.
003232     IF WS-CALC-MONTH NOT EQUAL 2
003233         GO TO 1041-EXIT
003234     END-IF.
003235     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003236         REMAINDER WS-LEAP-REMAINDER.
003237     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003238         GO TO 1041-EXIT
003239     END-IF.
003240     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003241         REMAINDER WS-LEAP-REMAINDER.
003242     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003243         MOVE 29 TO WS-CALC-DAY
003244         GO TO 1041-EXIT
003245     END-IF.
003246     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003247         REMAINDER WS-LEAP-REMAINDER.
003248     IF WS-LEAP-REMAINDER EQUAL ZERO
003249         MOVE 29 TO WS-CALC-DAY
003250     END-IF.
003251 1041-EXIT.
003252     EXIT.
003253
003254*-----------------------------------------------------------------
003255* 1050-COST-LANGUAGES.
003256*     OPENS THE AUDIT HISTORY ARCHIVE WHEN ONE IS SUPPLIED AND
003257*     SUMS EACH LANGUAGE'S CALLS AND ELAPSED OVER THE LOOK-BACK
003258*     WINDOW, SETS THE DEFAULT AVERAGE FROM THE WHOLE OF THAT
003259*     HISTORY, THEN PROJECTS EACH LANGUAGE'S ELAPSED.  WITH NO
003260*     ARCHIVE EVERY LANGUAGE TAKES THE DEFAULT AVERAGE OF 1.
003261*     THE ARCHIVE STAYS OPEN FOR THE PRIOR-PLAN REPORT.
003262*-----------------------------------------------------------------
003263 1050-COST-LANGUAGES.
003264     OPEN INPUT AUDIT-HISTORY-FILE.
003265     IF AUDHIST-FILE-OK
003266         SET AUDHIST-FILE-OPEN TO TRUE
003267     END-IF.
003268     PERFORM 1055-COST-ONE-LANG THRU 1055-EXIT
003269         VARYING WS-ENTRY-SUB FROM 1 BY 1
003270         UNTIL WS-ENTRY-SUB > WS-LANG-ENTRY-COUNT.
003271     IF WS-TOTAL-HIST-CALLS > ZERO
003272         DIVIDE WS-TOTAL-HIST-HSECS BY WS-TOTAL-HIST-CALLS
003273             GIVING WS-DEFAULT-AVG-HSECS ROUNDED
003274             ON SIZE ERROR
003275                 MOVE 999999 TO WS-DEFAULT-AVG-HSECS
003276         END-DIVIDE
003277         IF WS-DEFAULT-AVG-HSECS EQUAL ZERO
003278             MOVE 1 TO WS-DEFAULT-AVG-HSECS
003279         END-IF
003280     END-IF.
003281     PERFORM 1058-PROJECT-ONE-LANG THRU 1058-EXIT
003282         VARYING WS-ENTRY-SUB FROM 1 BY 1
003283         UNTIL WS-ENTRY-SUB > WS-LANG-ENTRY-COUNT.
003284 1050-EXIT.
003285     EXIT.
003286
003287*-----------------------------------------------------------------
003288* 1055-COST-ONE-LANG.
003289*     SUMS ONE LANGUAGE'S ARCHIVED DISPATCH CALLS AND ELAPSED
003290*     OVER THE LOOK-BACK WINDOW.
003291*-----------------------------------------------------------------
003292 1055-COST-ONE-LANG.
003293     MOVE WS-LNG-LANG-NAME (WS-ENTRY-SUB) TO WS-BROWSE-LANG-NAME.
003294     MOVE WS-HISTORY-FROM-DATE TO WS-BROWSE-FROM-DATE.
003295     MOVE WS-RUN-DATE TO WS-BROWSE-TO-DATE.
003296     PERFORM 2400-SUM-LANG-HISTORY THRU 2400-EXIT.
003297     MOVE WS-BROWSE-CALLS TO WS-LNG-HIST-CALLS (WS-ENTRY-SUB).
003298     MOVE WS-BROWSE-HSECS TO WS-LNG-HIST-HSECS (WS-ENTRY-SUB).
003299     ADD WS-BROWSE-CALLS TO WS-TOTAL-HIST-CALLS.
003300     ADD WS-BROWSE-HSECS TO WS-TOTAL-HIST-HSECS.
003301 1055-EXIT.
003303     EXIT.
003304
003305*-----------------------------------------------------------------
003306* 1058-PROJECT-ONE-LANG.
003307*     SETS ONE LANGUAGE'S AVERAGE ELAPSED PER CALL - FROM ITS
003308*     OWN HISTORY, ELSE THE DEFAULT - AND ITS PROJECTED
003309*     ELAPSED, THE DETAIL COUNT TIMES THAT AVERAGE.  AN
003310*     AVERAGE NEVER FALLS BELOW 1, SO EVERY DETAIL CARRIES
003311*     SOME WEIGHT.
003312*-----------------------------------------------------------------
003313 1058-PROJECT-ONE-LANG.
003314     IF WS-LNG-HIST-CALLS (WS-ENTRY-SUB) > ZERO
003315         SET LNG-COST-FROM-HISTORY (WS-ENTRY-SUB) TO TRUE
003316         DIVIDE WS-LNG-HIST-HSECS (WS-ENTRY-SUB)
003317             BY WS-LNG-HIST-CALLS (WS-ENTRY-SUB)
003318             GIVING WS-LNG-AVG-HSECS (WS-ENTRY-SUB) ROUNDED
003319             ON SIZE ERROR
003320                 MOVE 999999 TO WS-LNG-AVG-HSECS (WS-ENTRY-SUB)
003321         END-DIVIDE
003322         IF WS-LNG-AVG-HSECS (WS-ENTRY-SUB) EQUAL ZERO
003323             MOVE 1 TO WS-LNG-AVG-HSECS (WS-ENTRY-SUB)
003324         END-IF
003325     ELSE
003326         SET LNG-COST-DEFAULTED (WS-ENTRY-SUB) TO TRUE
003327         MOVE WS-DEFAULT-AVG-HSECS
003328             TO WS-LNG-AVG-HSECS (WS-ENTRY-SUB)
003329     END-IF.
003330     MULTIPLY WS-LNG-DETAIL-COUNT (WS-ENTRY-SUB)
003331         BY WS-LNG-AVG-HSECS (WS-ENTRY-SUB)
003332         GIVING WS-LNG-PROJECTED-HSECS (WS-ENTRY-SUB).
003333 1058-EXIT.
003334     EXIT.
003335
003336*-----------------------------------------------------------------
003337* 1060-ASSIGN-PARTITIONS.
003338*     ASSIGNS EVERY LANGUAGE IN THE TABLE TO A PARTITION,
003339*     ONE PER PASS, HEAVIEST PROJECTED ELAPSED FIRST.
003340*-----------------------------------------------------------------
003341 1060-ASSIGN-PARTITIONS.
003342     PERFORM 1065-ASSIGN-ONE-LANG THRU 1065-EXIT
003343         VARYING WS-ASSIGN-SUB FROM 1 BY 1
003344         UNTIL WS-ASSIGN-SUB > WS-LANG-ENTRY-COUNT.
003345 1060-EXIT.
003346     EXIT.
003347
003348*-----------------------------------------------------------------
003349* 1065-ASSIGN-ONE-LANG.
003350*     GIVES THE HEAVIEST LANGUAGE NOT YET ASSIGNED TO THE
003351*     PARTITION WITH THE LEAST PROJECTED ELAPSED SO FAR.
003352*-----------------------------------------------------------------
003353 1065-ASSIGN-ONE-LANG.
003354     MOVE ZERO TO WS-HEAVIEST-SUB.
003355     PERFORM 1066-CHECK-HEAVIEST THRU 1066-EXIT
003356         VARYING WS-ENTRY-SUB FROM 1 BY 1
003357         UNTIL WS-ENTRY-SUB > WS-LANG-ENTRY-COUNT.
003358     IF WS-HEAVIEST-SUB EQUAL ZERO
003359         GO TO 1065-EXIT
003360     END-IF.
003361     PERFORM 2260-FIND-LIGHTEST-PARTITION THRU 2260-EXIT.
003362     MOVE WS-LIGHTEST-PARTITION
003363         TO WS-LNG-PARTITION (WS-HEAVIEST-SUB).
003364     ADD WS-LNG-PROJECTED-HSECS (WS-HEAVIEST-SUB)
003365         TO WS-PTL-PROJECTED-HSECS (WS-LIGHTEST-PARTITION).
003366     ADD 1 TO WS-PTL-LANG-COUNT (WS-LIGHTEST-PARTITION).
003367 1065-EXIT.
003368     EXIT.
003369
003370*-----------------------------------------------------------------
003371* 1066-CHECK-HEAVIEST.
003372*     KEEPS THE UNASSIGNED LANGUAGE WITH THE GREATEST PROJECTED
003373*     ELAPSED SEEN SO FAR; THE FIRST OF EQUALS WINS.
003374*-----------------------------------------------------------------
003375 1066-CHECK-HEAVIEST.
003376     IF WS-LNG-PARTITION (WS-ENTRY-SUB) NOT EQUAL ZERO
003378         GO TO 1066-EXIT
003379     END-IF.
003380     IF WS-HEAVIEST-SUB EQUAL ZERO
003381         MOVE WS-ENTRY-SUB TO WS-HEAVIEST-SUB
003382         GO TO 1066-EXIT
003383     END-IF.
003384     IF WS-LNG-PROJECTED-HSECS (WS-ENTRY-SUB)
003385        > WS-LNG-PROJECTED-HSECS (WS-HEAVIEST-SUB)
003386         MOVE WS-ENTRY-SUB TO WS-HEAVIEST-SUB
003387     END-IF.
003388 1066-EXIT.
003389     EXIT.
003390
003391*-----------------------------------------------------------------
003392* 1070-WRITE-SPLIT-PLAN.
003393*     WHEN A SPLTPLAN DD IS SUPPLIED, WRITES THE NIGHT'S
003394*     ASSIGNMENT - A HEADER, THEN ONE ROW PER LANGUAGE - FOR
003395*     THE NEXT RUN'S PROJECTED VERSUS ACTUAL REPORT.  A RUN
003396*     WITHOUT THE DD SKIPS THIS QUIETLY.
003397*-----------------------------------------------------------------
003398 1070-WRITE-SPLIT-PLAN.
003399     OPEN OUTPUT SPLIT-PLAN-FILE.
003400     IF NOT SPLTPLAN-FILE-OK
003401         GO TO 1070-EXIT
003402     END-IF.
003403     MOVE SPACES TO WS-PLAN-RECORD.
003404     SET PLAN-REC-HEADER TO TRUE.
003405     MOVE WS-RUN-DATE TO WS-PLN-RUN-DATE.
003406     MOVE WS-PARTITION-COUNT TO WS-PLN-PARTITION-COUNT.
003407     MOVE WS-HISTORY-FROM-DATE TO WS-PLN-FROM-DATE.
003408     MOVE WS-DEFAULT-AVG-HSECS TO WS-PLN-DEFAULT-AVG.
003409     MOVE WS-FEED-BATCH-COUNT TO WS-PLN-BATCH-COUNT.
003410     PERFORM 1072-MOVE-PLAN-BATCH-ID THRU 1072-EXIT
003411         VARYING WS-ENTRY-SUB FROM 1 BY 1
003412         UNTIL WS-ENTRY-SUB > 6
003413            OR WS-ENTRY-SUB > WS-FEED-BATCH-COUNT.
003414     WRITE SPLIT-PLAN-RECORD FROM WS-PLAN-RECORD.
003415     PERFORM 1071-WRITE-ONE-PLAN-ROW THRU 1071-EXIT
003416         VARYING WS-ENTRY-SUB FROM 1 BY 1
003417         UNTIL WS-ENTRY-SUB > WS-LANG-ENTRY-COUNT.
003418     CLOSE SPLIT-PLAN-FILE.
003419 1070-EXIT.
003420     EXIT.
003421
003422*-----------------------------------------------------------------
003423* 1071-WRITE-ONE-PLAN-ROW.
003424*     WRITES ONE LANGUAGE'S PLAN ROW.
003425*-----------------------------------------------------------------
003426 1071-WRITE-ONE-PLAN-ROW.
003427     MOVE SPACES TO WS-PLAN-RECORD.
003428     SET PLAN-REC-LANG TO TRUE.
003429     MOVE WS-LNG-LANG-NAME (WS-ENTRY-SUB) TO WS-PLN-LANG-NAME.
003430     MOVE WS-LNG-PARTITION (WS-ENTRY-SUB) TO WS-PLN-PARTITION.
003431     MOVE WS-LNG-DETAIL-COUNT (WS-ENTRY-SUB)
003432         TO WS-PLN-DETAIL-COUNT.
003433     MOVE WS-LNG-AVG-HSECS (WS-ENTRY-SUB) TO WS-PLN-AVG-HSECS.
003434     MOVE WS-LNG-COST-SOURCE (WS-ENTRY-SUB) TO WS-PLN-COST-SOURCE.
003435     MOVE WS-LNG-PROJECTED-HSECS (WS-ENTRY-SUB)
003436         TO WS-PLN-PROJECTED-HSECS.
003437     WRITE SPLIT-PLAN-RECORD FROM WS-PLAN-RECORD.
003438 1071-EXIT.
003439     EXIT.
003440
003441*-----------------------------------------------------------------
003442* 1072-MOVE-PLAN-BATCH-ID.
003443*     COPIES ONE OF THE FEED'S BATCH IDS TO THE PLAN HEADER.
003444*-----------------------------------------------------------------
003445 1072-MOVE-PLAN-BATCH-ID.
003446     MOVE WS-FEED-BATCH-ID (WS-ENTRY-SUB)
003447         TO WS-PLN-BATCH-ID (WS-ENTRY-SUB).
003448 1072-EXIT.
003449     EXIT.
003450
003451*-----------------------------------------------------------------
003453* 2000-SPLIT-TRANSACTION.
003454*     DEALS THE CURRENT DETAIL RECORD TO ITS LANG_NAME'S
003455*     PARTITION AND READS THE NEXT RECORD AHEAD.  A TRAILER
003456*     CLOSES AND BALANCES THE BATCH IN FLIGHT; A MID-FILE
003457*     HEADER OPENS THE NEXT CONSECUTIVE BATCH GROUP OF A
003458*     CONCATENATED PER-REGION FEED.  ANY OTHER RECORD TYPE IS
003459*     PASSED TO PARTITION 1 UNCHANGED SO NOTHING IS EVER
003460*     DROPPED.
003461*-----------------------------------------------------------------
003462 2000-SPLIT-TRANSACTION.
003463     IF TRANS-REC-TRAILER
003464         PERFORM 2070-CLOSE-CURRENT-BATCH THRU 2070-EXIT
003465         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
003466         GO TO 2000-EXIT
003467     END-IF.
003468     IF TRANS-REC-HEADER
003469         IF BATCH-IS-OPEN
003470             PERFORM 2075-REPORT-MISSING-TRAILER THRU 2075-EXIT
003471         END-IF
003472         PERFORM 2050-OPEN-NEW-BATCH THRU 2050-EXIT
003473         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
003474         GO TO 2000-EXIT
003475     END-IF.
003476     MOVE 1 TO WS-NEXT-PARTITION.
003477     IF TRANS-REC-DETAIL
003478         PERFORM 2250-SELECT-DETAIL-PARTITION THRU 2250-EXIT
003479         ADD 1 TO WS-DETAILS-READ
003480         ADD 1 TO WS-BATCH-DETAILS-READ
003481         ADD 1 TO WS-PARTITION-DETAIL-COUNT (WS-NEXT-PARTITION)
003482         ADD 1 TO WS-PARTITION-BATCH-COUNT (WS-NEXT-PARTITION)
003483     END-IF.
003484     MOVE TRANS-RECORD TO WS-PARTITION-WORK-RECORD.
003485     PERFORM 2200-WRITE-TO-ONE-PARTITION THRU 2200-EXIT.
003486     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003487 2000-EXIT.
003488     EXIT.
003489
003490*-----------------------------------------------------------------
003500* 2050-OPEN-NEW-BATCH.
003510*     OPENS THE BATCH GROUP THE HEADER IN HAND STARTS: COPIES
003520*     THE HEADER TO EVERY ACTIVE PARTITION AND RESETS THE
003530*     PER-BATCH COUNTS.  THE LANGUAGE ASSIGNMENT IS FOR THE
003540*     WHOLE FEED, SO A LANGUAGE STAYS ON ONE PARTITION ACROSS
003550*     EVERY BATCH.
003560*-----------------------------------------------------------------
003570 2050-OPEN-NEW-BATCH.
003580     MOVE TRANS-BATCH-ID TO WS-CURRENT-BATCH-ID.
005050     EXIT.
005060
005070*-----------------------------------------------------------------
005071* 2250-SELECT-DETAIL-PARTITION.
005072*     SETS WS-NEXT-PARTITION TO THE PARTITION THE DETAIL'S
005073*     LANG_NAME IS ASSIGNED TO.  A LANGUAGE LEFT OUT OF THE
005074*     PLAN (TABLE FULL) GOES DETAIL BY DETAIL TO THE LIGHTEST
005075*     PARTITION, WHICH IS CHARGED THE DEFAULT AVERAGE.
005077*-----------------------------------------------------------------
005078 2250-SELECT-DETAIL-PARTITION.
005079     MOVE LANG_NAME TO WS-SEARCH-LANG-NAME.
005080     PERFORM 1030-FIND-LANG-ENTRY THRU 1030-EXIT.
005081     IF TABLE-ENTRY-FOUND
005082         MOVE WS-LNG-PARTITION (WS-FOUND-SUB) TO WS-NEXT-PARTITION
005083         GO TO 2250-EXIT
005084     END-IF.
005085     PERFORM 2260-FIND-LIGHTEST-PARTITION THRU 2260-EXIT.
005086     MOVE WS-LIGHTEST-PARTITION TO WS-NEXT-PARTITION.
005087     ADD WS-DEFAULT-AVG-HSECS
005089         TO WS-PTL-PROJECTED-HSECS (WS-LIGHTEST-PARTITION).
005090     ADD 1 TO WS-UNPLANNED-DETAILS.
005091 2250-EXIT.
005092     EXIT.
005093
005094*-----------------------------------------------------------------
005095* 2260-FIND-LIGHTEST-PARTITION.
005096*     SETS WS-LIGHTEST-PARTITION TO THE ACTIVE PARTITION WITH
005097*     THE LEAST PROJECTED ELAPSED; THE LOWEST NUMBER OF EQUALS
005098*     WINS.
005099*-----------------------------------------------------------------
005101 2260-FIND-LIGHTEST-PARTITION.
005102     MOVE 1 TO WS-LIGHTEST-PARTITION.
005103     PERFORM 2261-CHECK-LIGHTEST THRU 2261-EXIT
005104         VARYING WS-PARTITION-SUB FROM 2 BY 1
005105         UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT.
005106 2260-EXIT.
005107     EXIT.
005108
005109*-----------------------------------------------------------------
005110* 2261-CHECK-LIGHTEST.
005111*     KEEPS THE LIGHTER OF ONE PARTITION AND THE LIGHTEST SEEN
005113*     SO FAR.
005114*-----------------------------------------------------------------
005115 2261-CHECK-LIGHTEST.
005116     IF WS-PTL-PROJECTED-HSECS (WS-PARTITION-SUB)
005117        < WS-PTL-PROJECTED-HSECS (WS-LIGHTEST-PARTITION)
005118         MOVE WS-PARTITION-SUB TO WS-LIGHTEST-PARTITION
005119     END-IF.
005120 2261-EXIT.
005121     EXIT.
005122
005123*-----------------------------------------------------------------
005125* 2300-WRITE-TO-EVERY-PARTITION.
005126*     WRITES THE WORK RECORD TO EVERY ACTIVE PARTITION - USED
005127*     FOR EACH BATCH HEADER SO EACH CONCURRENT DISPATCH STEP
005128*     SEES EVERY BATCH GROUP PROPERLY HEADED.
005129*-----------------------------------------------------------------
005130 2300-WRITE-TO-EVERY-PARTITION.
005140     PERFORM 2310-WRITE-PARTITION-BY-SUB THRU 2310-EXIT
005150         VARYING WS-PARTITION-SUB FROM 1 BY 1
005410     EXIT.
005420
005430*-----------------------------------------------------------------
005431* 2400-SUM-LANG-HISTORY.
005432*     SUMS THE ARCHIVED DISPATCH CALLS (AUDIT-LINE ROWS) AND
005433*     THEIR ELAPSED FOR WS-BROWSE-LANG-NAME FROM
005434*     WS-BROWSE-FROM-DATE THROUGH WS-BROWSE-TO-DATE, BROWSING
005435*     THE PRIME KEY FROM THE LANGUAGE'S FIRST ROW IN RANGE.
005436*     WITH NO ARCHIVE OPEN THE SUMS ARE ZERO.
005438*-----------------------------------------------------------------
005439 2400-SUM-LANG-HISTORY.
005440     MOVE ZERO TO WS-BROWSE-CALLS.
005441     MOVE ZERO TO WS-BROWSE-HSECS.
005442     MOVE "N" TO WS-BROWSE-END-SWITCH.
005443     IF NOT AUDHIST-FILE-OPEN
005444         GO TO 2400-EXIT
005445     END-IF.
005446     MOVE LOW-VALUES TO HST-KEY.
005447     MOVE WS-BROWSE-LANG-NAME TO HST-LANG-NAME.
005448     MOVE WS-BROWSE-FROM-DATE TO HST-EVENT-DATE.
005449     START AUDIT-HISTORY-FILE
005450         KEY IS NOT LESS THAN HST-KEY
005452         INVALID KEY
005453             GO TO 2400-EXIT
005454     END-START.
005455     PERFORM 2410-READ-HISTORY-ROW THRU 2410-EXIT
005456         UNTIL END-OF-LANG-BROWSE.
005457 2400-EXIT.
005458     EXIT.
005459
005460*-----------------------------------------------------------------
005461* 2410-READ-HISTORY-ROW.
005462*     READS THE NEXT ARCHIVE ROW AND ADDS IT TO THE SUMS WHEN
005463*     IT IS A DISPATCH CALL.  THE END OF THE ARCHIVE, A READ
005464*     ERROR, ANOTHER LANG_NAME OR A DATE PAST THE RANGE ENDS
005466*     THE BROWSE.
005467*-----------------------------------------------------------------
005468 2410-READ-HISTORY-ROW.
005469     READ AUDIT-HISTORY-FILE NEXT RECORD
005470         AT END
005471             SET END-OF-LANG-BROWSE TO TRUE
005472             GO TO 2410-EXIT
005473     END-READ.
005474     IF NOT AUDHIST-FILE-OK
005475         SET END-OF-LANG-BROWSE TO TRUE
005476         GO TO 2410-EXIT
005477     END-IF.
005478     IF HST-LANG-NAME NOT EQUAL WS-BROWSE-LANG-NAME
005480        OR HST-EVENT-DATE > WS-BROWSE-TO-DATE
005481         SET END-OF-LANG-BROWSE TO TRUE
005482         GO TO 2410-EXIT
005483     END-IF.
005484     IF HST-FROM-AUDIT-LOG
005485         ADD 1 TO WS-BROWSE-CALLS
005486         ADD HST-ELAPSED-HSECS TO WS-BROWSE-HSECS
005487     END-IF.
005488 2410-EXIT.
005489     EXIT.
005490
005491*-----------------------------------------------------------------
005492* 8000-TERMINATE.
005494*     CLOSES OUT A BATCH LEFT OPEN AT END OF FEED, REPORTS THE
005495*     DEAL AND THE PRIOR PLAN'S PROJECTED VERSUS ACTUAL, WRITES
005496*     THE STEP TOTALS, CLOSES EVERY FILE, AND SETS THE JOB
005497*     RETURN CODE.
005498*-----------------------------------------------------------------
005499 8000-TERMINATE.
005500     IF BATCH-IS-OPEN
005510         PERFORM 2075-REPORT-MISSING-TRAILER THRU 2075-EXIT
005520     END-IF.
005530     PERFORM 8200-WRITE-SPLIT-REPORT THRU 8200-EXIT.
005535     PERFORM 8400-REPORT-PRIOR-SPLIT THRU 8400-EXIT.
005540     PERFORM 8300-WRITE-STEP-TOTALS THRU 8300-EXIT.
005550     IF TRANS-FILE-OK OR TRANS-FILE-AT-END
005560         CLOSE LANG-TRANS-FILE
005690     END-IF.
005700     IF SPLIT-RPT-OK
005710         CLOSE SPLIT-REPORT
005712     END-IF.
005715     IF AUDHIST-FILE-OPEN
005718         CLOSE AUDIT-HISTORY-FILE
005720     END-IF.
005730     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
005740 8000-EXIT.
006000     MOVE ZERO TO STT-BLOCKED-COUNT.
006010     MOVE ZERO TO STT-RECYCLED-COUNT.
006020     MOVE ZERO TO STT-HARDREJ-COUNT.
006025     MOVE ZERO TO STT-DEFERRED-COUNT.
006030     WRITE STEP-TOTALS-RECORD.
006040     CLOSE STEP-TOTALS-FILE.
006050 8300-EXIT.
006450
006460*-----------------------------------------------------------------
006470* 8200-WRITE-SPLIT-REPORT.
006478*     REPORTS THE BATCHES SPLIT, THE COST BASIS, THE LANGUAGES,
006485*     DETAILS AND PROJECTED ELAPSED OF EACH ACTIVE PARTITION
006492*     OVER THE WHOLE FEED, AND EACH LANGUAGE'S ASSIGNMENT.
006500*-----------------------------------------------------------------
006510 8200-WRITE-SPLIT-REPORT.
006520     IF NOT SPLIT-RPT-OK
006620            INTO SPLIT-REPORT-LINE
006630     END-STRING.
006640     WRITE SPLIT-REPORT-LINE.
006641     MOVE SPACES TO SPLIT-REPORT-LINE.
006643     IF AUDHIST-FILE-OPEN
006644         STRING "COST BASIS - AUDIT HISTORY " DELIMITED BY SIZE
006645                WS-HISTORY-FROM-DATE DELIMITED BY SIZE
006647                " TO " DELIMITED BY SIZE
006648                WS-RUN-DATE DELIMITED BY SIZE
006649                " - DEFAULT AVERAGE " DELIMITED BY SIZE
006650                WS-DEFAULT-AVG-HSECS DELIMITED BY SIZE
006652                " HSECS" DELIMITED BY SIZE
006653                INTO SPLIT-REPORT-LINE
006654         END-STRING
006656     ELSE
006657         STRING "COST BASIS - NO AUDIT HISTORY ARCHIVE - "
006658                 DELIMITED BY SIZE
006660                "LANGUAGES BALANCED BY DETAIL COUNT"
006661                 DELIMITED BY SIZE
006662                INTO SPLIT-REPORT-LINE
006663         END-STRING
006665     END-IF.
006666     WRITE SPLIT-REPORT-LINE.
006667     PERFORM 8210-WRITE-ONE-PARTITION-LINE THRU 8210-EXIT
006669         VARYING WS-PARTITION-SUB FROM 1 BY 1
006670         UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT.
006671     IF WS-UNPLANNED-DETAILS > ZERO
006672         MOVE SPACES TO SPLIT-REPORT-LINE
006673         STRING "DETAILS OF LANGUAGES NOT IN THE PLAN "
006675                 DELIMITED BY SIZE
006676                "DEALT SINGLY " DELIMITED BY SIZE
006677                WS-UNPLANNED-DETAILS DELIMITED BY SIZE
006678                INTO SPLIT-REPORT-LINE
006679         END-STRING
006680         WRITE SPLIT-REPORT-LINE
006682     END-IF.
006683     IF WS-LANG-ENTRY-COUNT EQUAL ZERO
006684         GO TO 8200-EXIT
006685     END-IF.
006686     MOVE SPACES TO SPLIT-REPORT-LINE.
006687     STRING "LANGUAGE ASSIGNMENT (AVERAGE H = FROM HISTORY, "
006688             DELIMITED BY SIZE
006690            "D = DEFAULT)" DELIMITED BY SIZE
006691            INTO SPLIT-REPORT-LINE
006692     END-STRING.
006693     WRITE SPLIT-REPORT-LINE.
006694     PERFORM 8220-WRITE-ONE-LANG-LINE THRU 8220-EXIT
006695         VARYING WS-ENTRY-SUB FROM 1 BY 1
006697         UNTIL WS-ENTRY-SUB > WS-LANG-ENTRY-COUNT.
006698 8200-EXIT.
006699     EXIT.
006700
006710*-----------------------------------------------------------------
006720* 8210-WRITE-ONE-PARTITION-LINE.
006730*     REPORTS ONE PARTITION'S LANGUAGE COUNT, DETAIL COUNT AND
006740*     PROJECTED ELAPSED OVER THE WHOLE FEED.
006750*-----------------------------------------------------------------
006760 8210-WRITE-ONE-PARTITION-LINE.
006770     MOVE SPACES TO SPLIT-REPORT-LINE.
006780     STRING "PARTITION " DELIMITED BY SIZE
006790            WS-PARTITION-SUB DELIMITED BY SIZE
006793            " LANGS " DELIMITED BY SIZE
006797            WS-PTL-LANG-COUNT (WS-PARTITION-SUB) DELIMITED BY SIZE
006800            " DETAILS " DELIMITED BY SIZE
006810            WS-PARTITION-DETAIL-COUNT (WS-PARTITION-SUB)
006820             DELIMITED BY SIZE
006822            " PROJECTED " DELIMITED BY SIZE
006824            WS-PTL-PROJECTED-HSECS (WS-PARTITION-SUB)
006826             DELIMITED BY SIZE
006828            " HSECS" DELIMITED BY SIZE
006830            INTO SPLIT-REPORT-LINE
006840     END-STRING.
006850     WRITE SPLIT-REPORT-LINE.
006860 8210-EXIT.
006870     EXIT.
006880
006890*-----------------------------------------------------------------
006900* 8220-WRITE-ONE-LANG-LINE.
006910*     REPORTS ONE LANGUAGE'S PARTITION, DETAIL COUNT, AVERAGE
006920*     ELAPSED PER CALL AND ITS SOURCE, AND PROJECTED ELAPSED.
006930*-----------------------------------------------------------------
006940 8220-WRITE-ONE-LANG-LINE.
006950     MOVE SPACES TO SPLIT-REPORT-LINE.
006960     STRING "  " DELIMITED BY SIZE
006970            WS-LNG-LANG-NAME (WS-ENTRY-SUB) DELIMITED BY SIZE
006980            " P=" DELIMITED BY SIZE
006990            WS-LNG-PARTITION (WS-ENTRY-SUB) DELIMITED BY SIZE
007000            " DETAILS=" DELIMITED BY SIZE
007010            WS-LNG-DETAIL-COUNT (WS-ENTRY-SUB) DELIMITED BY SIZE
007020            " AVG=" DELIMITED BY SIZE
007030            WS-LNG-AVG-HSECS (WS-ENTRY-SUB) DELIMITED BY SIZE
007040            WS-LNG-COST-SOURCE (WS-ENTRY-SUB) DELIMITED BY SIZE
007050            " PROJ=" DELIMITED BY SIZE
007060            WS-LNG-PROJECTED-HSECS (WS-ENTRY-SUB)
007070             DELIMITED BY SIZE
007080            INTO SPLIT-REPORT-LINE
007090     END-STRING.
007100     WRITE SPLIT-REPORT-LINE.
007110 8220-EXIT.
007120     EXIT.
007130
007140*-----------------------------------------------------------------
007150* 8400-REPORT-PRIOR-SPLIT.
007160*     WHEN THE PRIOR NIGHT'S SPLIT PLAN IS SUPPLIED ON SPLTPRIO,
007170*     REPORTS EACH OF ITS PARTITIONS' PROJECTED ELAPSED AGAINST
007176*     THE ACTUAL ELAPSED OF THE ARCHIVED CALLS OF THE BATCHES
007183*     THAT PLAN DEALT, FOUND THROUGH THE BATCH ID ALTERNATE KEY
007189*     (8420) AND CHARGED TO THEIR LANGUAGE'S PARTITION IN THE
007195*     PLAN - NOT BY DATE, SO CALLS OF ANY OTHER NIGHT'S RUN
007202*     DATED THE SAME DAYS DO NOT COUNT.  THE NIGHT MUST HAVE
007208*     BEEN LOADED TO THE ARCHIVE FOR ACTUAL TO SHOW.  RECYCLED
007215*     DETAILS RUN ON PARTITION 1 BUT COUNT HERE UNDER THEIR
007221*     LANGUAGE'S PARTITION.  A PLAN OF MORE THAN SIX BATCHES
007227*     CARRIES ONLY THE FIRST SIX IDS, AND THE REPORT SAYS SO.
007234*     NOTHING HERE CHANGES THE RETURN CODE.
007240*-----------------------------------------------------------------
007250 8400-REPORT-PRIOR-SPLIT.
007260     IF NOT SPLIT-RPT-OK
007270         GO TO 8400-EXIT
007280     END-IF.
007290     OPEN INPUT PRIOR-PLAN-FILE.
007300     IF NOT SPLTPRIO-FILE-OK
007310         MOVE SPACES TO SPLIT-REPORT-LINE
007320         STRING "NO PRIOR SPLIT PLAN - PROJECTED VERSUS ACTUAL "
007330                 DELIMITED BY SIZE
007340                "NOT REPORTED" DELIMITED BY SIZE
007350                INTO SPLIT-REPORT-LINE
007360         END-STRING
007370         WRITE SPLIT-REPORT-LINE
007380         GO TO 8400-EXIT
007390     END-IF.
007400     MOVE SPACES TO WS-PLAN-RECORD.
007410     READ PRIOR-PLAN-FILE INTO WS-PLAN-RECORD
007420         AT END
007430             CONTINUE
007440     END-READ.
007450     IF SPLTPRIO-FILE-OK
007460        AND PLAN-REC-HEADER
007470        AND WS-PLN-RUN-DATE NUMERIC
007480        AND WS-PLN-PARTITION-COUNT NUMERIC
007490         IF WS-PLN-PARTITION-COUNT > ZERO
007500            AND WS-PLN-PARTITION-COUNT < 5
007510             SET PRIOR-PLAN-USABLE TO TRUE
007520             MOVE WS-PLN-RUN-DATE TO WS-PRIOR-RUN-DATE
007530             MOVE WS-PLN-PARTITION-COUNT
007540                 TO WS-PRIOR-PARTITION-COUNT
007550         END-IF
007560     END-IF.
007561     IF PRIOR-PLAN-USABLE
007562         IF WS-PLN-BATCH-COUNT NUMERIC
007563            AND WS-PLN-BATCH-COUNT > ZERO
007564             MOVE WS-PLN-BATCH-COUNT TO WS-PRIOR-BATCH-COUNT
007565             MOVE WS-PLAN-RECORD TO WS-PRIOR-PLAN-HEADER
007566         ELSE
007567             MOVE "N" TO WS-PRIOR-PLAN-SWITCH
007568         END-IF
007569     END-IF.
007570     MOVE SPACES TO SPLIT-REPORT-LINE.
007580     IF NOT PRIOR-PLAN-USABLE
007590         STRING "PRIOR SPLIT PLAN HAS NO USABLE HEADER OR "
007600                 DELIMITED BY SIZE
007605                "BATCH ID - " DELIMITED BY SIZE
007610                "PROJECTED VERSUS ACTUAL NOT REPORTED"
007620                 DELIMITED BY SIZE
007630                INTO SPLIT-REPORT-LINE
007640         END-STRING
007650         WRITE SPLIT-REPORT-LINE
007660         GO TO 8400-NEXT
007670     END-IF.
007680     IF NOT AUDHIST-FILE-OPEN
007690         STRING "NO AUDIT HISTORY ARCHIVE - PROJECTED VERSUS "
007700                 DELIMITED BY SIZE
007710                "ACTUAL NOT REPORTED" DELIMITED BY SIZE
007720                INTO SPLIT-REPORT-LINE
007730         END-STRING
007740         WRITE SPLIT-REPORT-LINE
007750         GO TO 8400-NEXT
007760     END-IF.
007770     PERFORM 8410-READ-PRIOR-PLAN-ROW THRU 8410-EXIT
007780         UNTIL NOT SPLTPRIO-FILE-OK.
007782     PERFORM 8420-SUM-PRIOR-BATCH THRU 8420-EXIT
007784         VARYING WS-PRIOR-BATCHES-READ FROM 1 BY 1
007786         UNTIL WS-PRIOR-BATCHES-READ > 6
007788            OR WS-PRIOR-BATCHES-READ > WS-PRIOR-BATCH-COUNT.
007790     MOVE SPACES TO SPLIT-REPORT-LINE.
007800     STRING "PRIOR SPLIT OF " DELIMITED BY SIZE
007810            WS-PRIOR-RUN-DATE DELIMITED BY SIZE
007820            " - PROJECTED VERSUS ACTUAL ELAPSED IN HSECS, "
007830             DELIMITED BY SIZE
007840            WS-PRIOR-PLAN-ROWS DELIMITED BY SIZE
007845            " LANGS, " DELIMITED BY SIZE
007850            WS-PRIOR-BATCH-COUNT DELIMITED BY SIZE
007855            " BATCHES" DELIMITED BY SIZE
007860            INTO SPLIT-REPORT-LINE
007870     END-STRING.
007880     WRITE SPLIT-REPORT-LINE.
007882     IF WS-PRIOR-BATCH-COUNT > 6
007883         MOVE SPACES TO SPLIT-REPORT-LINE
007885         STRING "ACTUAL COVERS THE FIRST 6 OF THE PLAN'S "
007887                 DELIMITED BY SIZE
007888                WS-PRIOR-BATCH-COUNT DELIMITED BY SIZE
007890                " BATCHES ONLY" DELIMITED BY SIZE
007892                INTO SPLIT-REPORT-LINE
007893         END-STRING
007895         WRITE SPLIT-REPORT-LINE
007897     END-IF.
007898     PERFORM 8430-WRITE-ONE-PRIOR-LINE THRU 8430-EXIT
007900         VARYING WS-PARTITION-SUB FROM 1 BY 1
007910         UNTIL WS-PARTITION-SUB > WS-PRIOR-PARTITION-COUNT.
007920 8400-NEXT.
007930     CLOSE PRIOR-PLAN-FILE.
007940 8400-EXIT.
007950     EXIT.
007960
007970*-----------------------------------------------------------------
007980* 8410-READ-PRIOR-PLAN-ROW.
007988*     READS THE NEXT PRIOR PLAN ROW, ADDS THE LANGUAGE'S
007997*     PROJECTED ELAPSED TO ITS PARTITION, AND KEEPS THE LANGUAGE
008005*     AND PARTITION FOR 8420.  A ROW WITH NO USABLE PARTITION IS
008013*     PASSED OVER; PAST 500 LANGUAGES THE ACTUAL OF THE REST IS
008022*     NOT CHARGED.
008030*-----------------------------------------------------------------
008040 8410-READ-PRIOR-PLAN-ROW.
008050     READ PRIOR-PLAN-FILE INTO WS-PLAN-RECORD
008060         AT END
008070             GO TO 8410-EXIT
008080     END-READ.
008090     IF NOT SPLTPRIO-FILE-OK
008100        OR NOT PLAN-REC-LANG
008110        OR WS-PLN-PARTITION NOT NUMERIC
008120        OR WS-PLN-PROJECTED-HSECS NOT NUMERIC
008130         GO TO 8410-EXIT
008140     END-IF.
008150     IF WS-PLN-PARTITION EQUAL ZERO
008160        OR WS-PLN-PARTITION > WS-PRIOR-PARTITION-COUNT
008170         GO TO 8410-EXIT
008180     END-IF.
008190     ADD 1 TO WS-PRIOR-PLAN-ROWS.
008200     ADD WS-PLN-PROJECTED-HSECS
008210         TO WS-PTL-PRIOR-PROJECTED (WS-PLN-PARTITION).
008220     IF WS-PRIOR-LANG-COUNT < 500
008230         ADD 1 TO WS-PRIOR-LANG-COUNT
008240         MOVE WS-PLN-LANG-NAME
008250             TO WS-PRL-LANG-NAME (WS-PRIOR-LANG-COUNT)
008260         MOVE WS-PLN-PARTITION
008270             TO WS-PRL-PARTITION (WS-PRIOR-LANG-COUNT)
008280     END-IF.
008290 8410-EXIT.
008291     EXIT.
008292
008293*-----------------------------------------------------------------
008294* 8420-SUM-PRIOR-BATCH.
008295*     BROWSES THE ARCHIVE ON THE BATCH ID ALTERNATE KEY FOR ONE
008296*     OF THE PRIOR PLAN'S BATCHES, CHARGING EACH DISPATCH CALL
008297*     (AUDIT-LINE ROW) TO ITS LANGUAGE'S PARTITION (8421).
008298*-----------------------------------------------------------------
008299 8420-SUM-PRIOR-BATCH.
008300     MOVE WS-PRIOR-PLAN-BATCH-ID (WS-PRIOR-BATCHES-READ)
008301         TO WS-PRIOR-BATCH-ID.
008302     IF WS-PRIOR-BATCH-ID EQUAL SPACES
008303         GO TO 8420-EXIT
008304     END-IF.
008305     MOVE "N" TO WS-BATCH-BROWSE-SWITCH.
008306     MOVE WS-PRIOR-BATCH-ID TO HST-BATCH-ID.
008307     MOVE LOW-VALUES TO HST-BATCH-REST.
008308     START AUDIT-HISTORY-FILE
008309         KEY IS NOT LESS THAN HST-BATCH-KEY
008310         INVALID KEY
008312             GO TO 8420-EXIT
008313     END-START.
008314     PERFORM 8421-READ-BATCH-ROW THRU 8421-EXIT
008315         UNTIL END-OF-BATCH-BROWSE.
008316 8420-EXIT.
008317     EXIT.
008318
008319*-----------------------------------------------------------------
008321* 8421-READ-BATCH-ROW.
008322*     READS THE NEXT ROW OF THE BATCH AND, WHEN IT IS A DISPATCH
008323*     CALL OF A LANGUAGE IN THE PRIOR PLAN, ADDS IT TO THAT
008324*     LANGUAGE'S PARTITION.  THE END OF THE ARCHIVE, A READ
008325*     ERROR OR ANOTHER BATCH ID ENDS THE BROWSE.
008326*-----------------------------------------------------------------
008327 8421-READ-BATCH-ROW.
008328     READ AUDIT-HISTORY-FILE NEXT RECORD
008330         AT END
008331             SET END-OF-BATCH-BROWSE TO TRUE
008332             GO TO 8421-EXIT
008333     END-READ.
008334     IF NOT AUDHIST-FILE-OK
008335        OR HST-BATCH-ID NOT EQUAL WS-PRIOR-BATCH-ID
008336         SET END-OF-BATCH-BROWSE TO TRUE
008337         GO TO 8421-EXIT
008339     END-IF.
008340     IF NOT HST-FROM-AUDIT-LOG
008341         GO TO 8421-EXIT
008342     END-IF.
008343     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
008344     PERFORM 8422-MATCH-PRIOR-LANG THRU 8422-EXIT
008345         VARYING WS-ENTRY-SUB FROM 1 BY 1
008346         UNTIL WS-ENTRY-SUB > WS-PRIOR-LANG-COUNT
008347            OR TABLE-ENTRY-FOUND.
008349     IF NOT TABLE-ENTRY-FOUND
008350         GO TO 8421-EXIT
008351     END-IF.
008352     MOVE WS-PRL-PARTITION (WS-FOUND-SUB) TO WS-PARTITION-SUB.
008353     ADD 1 TO WS-PTL-PRIOR-CALLS (WS-PARTITION-SUB).
008354     ADD HST-ELAPSED-HSECS
008355         TO WS-PTL-PRIOR-ACTUAL (WS-PARTITION-SUB).
008356 8421-EXIT.
008358     EXIT.
008359
008360*-----------------------------------------------------------------
008361* 8422-MATCH-PRIOR-LANG.
008362*     TESTS ONE PRIOR PLAN LANGUAGE AGAINST THE ROW IN HAND.
008363*-----------------------------------------------------------------
008364 8422-MATCH-PRIOR-LANG.
008365     IF WS-PRL-LANG-NAME (WS-ENTRY-SUB) EQUAL HST-LANG-NAME
008367         SET TABLE-ENTRY-FOUND TO TRUE
008368         MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
008369     END-IF.
008370 8422-EXIT.
008371     EXIT.
008372
008373*-----------------------------------------------------------------
008374* 8430-WRITE-ONE-PRIOR-LINE.
008376*     REPORTS ONE OF THE PRIOR PLAN'S PARTITIONS: PROJECTED
008377*     ELAPSED, ACTUAL ELAPSED, ACTUAL LESS PROJECTED, AND THE
008378*     ACTUAL CALLS.
008379*-----------------------------------------------------------------
008380 8430-WRITE-ONE-PRIOR-LINE.
008390     SUBTRACT WS-PTL-PRIOR-PROJECTED (WS-PARTITION-SUB)
008400         FROM WS-PTL-PRIOR-ACTUAL (WS-PARTITION-SUB)
008410         GIVING WS-PRIOR-DIFF-HSECS.
008420     MOVE WS-PRIOR-DIFF-HSECS TO WS-PRIOR-DIFF-EDIT.
008430     MOVE SPACES TO SPLIT-REPORT-LINE.
008440     STRING "PARTITION " DELIMITED BY SIZE
008450            WS-PARTITION-SUB DELIMITED BY SIZE
008460            " PROJ " DELIMITED BY SIZE
008470            WS-PTL-PRIOR-PROJECTED (WS-PARTITION-SUB)
008480             DELIMITED BY SIZE
008490            " ACTUAL " DELIMITED BY SIZE
008500            WS-PTL-PRIOR-ACTUAL (WS-PARTITION-SUB)
008510             DELIMITED BY SIZE
008520            " DIFF " DELIMITED BY SIZE
008530            WS-PRIOR-DIFF-EDIT DELIMITED BY SIZE
008540            " CALLS " DELIMITED BY SIZE
008550            WS-PTL-PRIOR-CALLS (WS-PARTITION-SUB)
008560             DELIMITED BY SIZE
008570            INTO SPLIT-REPORT-LINE
008580     END-STRING.
008590     WRITE SPLIT-REPORT-LINE.
008600 8430-EXIT.
008610     EXIT.
008620
008630 END PROGRAM LANGSPLT.
