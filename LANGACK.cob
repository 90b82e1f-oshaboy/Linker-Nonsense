000010******************************************************************
000020* PROGRAM-ID:  LANGACK
000030* AUTHOR:      D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN:  10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     BUILDS THE OUTBOUND DISPOSITION ACKNOWLEDGMENT FILE FOR THE
000100*     UPSTREAM SOURCE SYSTEM ONCE THE NIGHT'S PIPELINE HAS RUN.
000110*     RE-READS THE FEED AS RECEIVED (TRANSFIL) AND, FOR EACH
000120*     BATCH ID ON IT, WRITES AN ACKNOWLEDGMENT HEADER, ONE
000130*     ACKNOWLEDGMENT DETAIL PER FEED DETAIL CARRYING ITS FINAL
000140*     DISPOSITION, AND A TRAILER WITH THE COUNT PER DISPOSITION
000150*     AND THE BATCH'S ORIGINAL TRAILER COUNT.  THE DISPOSITION
000160*     OF EACH DETAIL IS TAKEN FROM THE NIGHT'S OUTPUTS:
000170*         E  REJECTED BY LANGEDIT   REJFILE  - BATCH + SEQUENCE
000180*         H  HARD-REJECTED          HARDREJ  - REFERENCE
000190*         R  RECYCLED FOR RETRY     RECYCOUT - REFERENCE
000193*         Q  DEFERRED BY QUOTA      RECYCOUT - REFERENCE, RECORD
000197*                                              TYPE Q
000200*         B  BLOCKED BY MASTER      BLOCKOUT - BATCH + REFERENCE
000210*         D  DISPATCHED CLEAN       AUDITLOG - BATCH + REFERENCE
000220*                                              WITH RC=0000
000230*     IN THAT ORDER OF PRECEDENCE.  A DETAIL FOUND IN NONE OF
000240*     THEM (NOT SELECTED, OR ITS BATCH HELD) IS ACKNOWLEDGED AS
000250*         N  NOT PROCESSED
000260*     SO EVERY BATCH STILL BALANCES TO ITS TRAILER.  A BATCH
000270*     THAT DOES NOT BALANCE, OR ANY DETAIL LEFT NOT PROCESSED,
000280*     IS LISTED ON THE ACKNOWLEDGMENT REPORT (ACKRPT) AND ENDS
000290*     THE STEP AT RETURN CODE 4 (8 FOR A MALFORMED FEED OR A
000300*     FULL LOOKUP TABLE) SO THE TRANSMISSION CAN BE HELD.
000310*     REFERENCES ARE MATCHED ON SOURCE REFERENCE AND ORIGIN
000320*     SYSTEM; RECYCLE RECORDS ALSO ON THE ORIGIN TIMESTAMP.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*   DATE       INIT  DESCRIPTION
000360*   10/15/2026 DH    ORIGINAL PROGRAM.
000362*   10/15/2026 DH    NEW DISPOSITION Q - DEFERRED UNCALLED BY THE
000363*                    VENDOR'S DAILY CALL QUOTA (RECYCLE RECORD
000365*                    TYPE Q) - WITH ITS OWN TRAILER COUNT, CARVED
000367*                    FROM THE TRAILER FILLER.  ACKRPT LINE WIDENED
000368*                    TO 110.
000370* Tectonics: cobc
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. LANGACK.
000410 AUTHOR. D. HOLLIS.
000420 INSTALLATION. DATA CENTER OPERATIONS.
000430 DATE-WRITTEN. 10/15/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT LANG-TRANS-FILE ASSIGN TO TRANSFIL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-TRANS-FILE-STATUS.
000520
000530     SELECT REJECT-TRANS-FILE ASSIGN TO ACKREJ
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ACKREJ-FILE-STATUS.
000560
000570     SELECT CALL-AUDIT-LOG ASSIGN TO ACKAUDIT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ACKAUDIT-FILE-STATUS.
000600
000610     SELECT RECYCLE-FILE ASSIGN TO ACKRECYC
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ACKRECYC-FILE-STATUS.
000640
000650     SELECT HARD-REJECT-FILE ASSIGN TO ACKHREJ
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ACKHREJ-FILE-STATUS.
000680
000690     SELECT BLOCKED-DETAIL-FILE ASSIGN TO ACKBLOCK
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ACKBLOCK-FILE-STATUS.
000720
000730     SELECT ACK-FILE ASSIGN TO ACKFILE
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-ACKFILE-STATUS.
000760
000770     SELECT ACK-REPORT ASSIGN TO ACKRPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ACK-RPT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  LANG-TRANS-FILE
000840     RECORDING MODE IS F.
000850*    THE FEED AS RECEIVED - SAME LAYOUT AS TRANS-RECORD IN
000860*    LANGEDIT.
000870 01  TRANS-RECORD.
000880     05  TRANS-RECORD-TYPE           PIC X(01).
000890         88  TRANS-REC-HEADER        VALUE "H".
000900         88  TRANS-REC-DETAIL        VALUE "D".
000910         88  TRANS-REC-TRAILER       VALUE "T".
000920     05  TRANS-RECORD-BODY.
000930         10  LANG_NAME               PIC X(20).
000940         COPY TRANREF.
000950     05  TRANS-HEADER-BODY REDEFINES TRANS-RECORD-BODY.
000960         10  TRANS-BATCH-ID          PIC X(08).
000970         10  TRANS-CREATE-DATE       PIC 9(08).
000980         10  FILLER                  PIC X(38).
000990     05  TRANS-TRAILER-BODY REDEFINES TRANS-RECORD-BODY.
001000         10  TRANS-TRAILER-COUNT     PIC 9(07).
001010         10  FILLER                  PIC X(47).
001020
001030 FD  REJECT-TRANS-FILE
001040     RECORDING MODE IS F.
001050*    SAME LAYOUT AS REJECT-TRANS-RECORD IN LANGEDIT.
001060 01  REJECT-TRANS-RECORD.
001070     05  REJ-LANG-NAME                PIC X(20).
001080     05  REJ-REASON-CODE              PIC X(02).
001090     05  REJ-REFERENCE.
001100         COPY TRANREF.
001110     05  REJ-BATCH-ID                 PIC X(08).
001120     05  REJ-DETAIL-SEQ               PIC 9(07).
001130
001140 FD  CALL-AUDIT-LOG
001150     RECORDING MODE IS F.
001160 01  AUDIT-LOG-LINE                   PIC X(150).
001170
001180 FD  RECYCLE-FILE
001190     RECORDING MODE IS F.
001200*    SAME LAYOUT AS RECYCLE-OUT-RECORD IN PROGRAM COBOL.
001210 01  RECYCLE-RECORD.
001220     05  RCY-RECORD-TYPE              PIC X(01).
001230     05  RCY-LANG-NAME                PIC X(20).
001240     05  RCY-FAIL-REASON              PIC X(30).
001250     05  RCY-ATTEMPT-COUNT            PIC 9(02).
001260     05  RCY-REFERENCE.
001270         COPY TRANREF.
001280
001290 FD  HARD-REJECT-FILE
001300     RECORDING MODE IS F.
001310 01  HARD-REJECT-LINE                 PIC X(132).
001320
001330 FD  BLOCKED-DETAIL-FILE
001340     RECORDING MODE IS F.
001350*    SAME LAYOUT AS BLOCKED-DETAIL-RECORD IN PROGRAM COBOL.
001360 01  BLOCKED-DETAIL-RECORD.
001370     05  BLK-BATCH-ID                 PIC X(08).
001380     05  BLK-LANG-NAME                PIC X(20).
001390     05  BLK-REASON-CODE              PIC X(02).
001400     05  BLK-REASON-TEXT              PIC X(30).
001410     05  BLK-REFERENCE.
001420         COPY TRANREF.
001430
001440 FD  ACK-FILE
001450     RECORDING MODE IS F.
001460*    ACKNOWLEDGMENT BACK TO THE SOURCE SYSTEM.  ONE HEADER, ONE
001470*    DETAIL PER FEED DETAIL, AND ONE TRAILER PER BATCH ID, IN
001480*    FEED ORDER.  103 BYTES.
001490 01  ACK-RECORD.
001500     05  ACK-RECORD-TYPE              PIC X(01).
001510         88  ACK-REC-HEADER           VALUE "H".
001520         88  ACK-REC-DETAIL           VALUE "D".
001530         88  ACK-REC-TRAILER          VALUE "T".
001540     05  ACK-BATCH-ID                 PIC X(08).
001550     05  ACK-RECORD-BODY              PIC X(94).
001560     05  ACK-HEADER-BODY REDEFINES ACK-RECORD-BODY.
001570         10  ACK-CREATE-DATE          PIC 9(08).
001580         10  ACK-RUN-DATE             PIC 9(08).
001590         10  FILLER                   PIC X(78).
001600     05  ACK-DETAIL-BODY REDEFINES ACK-RECORD-BODY.
001610         10  ACK-DETAIL-SEQ           PIC 9(07).
001620         10  ACK-DISPOSITION          PIC X(01).
001630             88  ACK-EDIT-REJECTED    VALUE "E".
001640             88  ACK-BLOCKED          VALUE "B".
001650             88  ACK-DISPATCHED       VALUE "D".
001660             88  ACK-RECYCLED         VALUE "R".
001670             88  ACK-HARD-REJECTED    VALUE "H".
001675             88  ACK-DEFERRED         VALUE "Q".
001680             88  ACK-NOT-PROCESSED    VALUE "N".
001690         10  ACK-REASON-CODE          PIC X(02).
001700         10  ACK-REASON-TEXT          PIC X(30).
001710         10  ACK-LANG-NAME            PIC X(20).
001720         10  ACK-REFERENCE.
001730             15  ACK-SOURCE-REF       PIC X(16).
001740             15  ACK-ORIGIN-SYSTEM    PIC X(04).
001750             15  ACK-ORIGIN-TIMESTAMP.
001760                 20  ACK-ORIGIN-DATE  PIC 9(08).
001770                 20  ACK-ORIGIN-TIME  PIC 9(06).
001780     05  ACK-TRAILER-BODY REDEFINES ACK-RECORD-BODY.
001790         10  ACK-ORIGINAL-COUNT       PIC 9(07).
001800         10  ACK-EDIT-REJECT-COUNT    PIC 9(07).
001810         10  ACK-BLOCKED-COUNT        PIC 9(07).
001820         10  ACK-DISPATCHED-COUNT     PIC 9(07).
001830         10  ACK-RECYCLED-COUNT       PIC 9(07).
001840         10  ACK-HARDREJ-COUNT        PIC 9(07).
001850         10  ACK-NOT-PROCESSED-COUNT  PIC 9(07).
001860         10  ACK-BALANCE-FLAG         PIC X(01).
001870             88  ACK-BATCH-BALANCED   VALUE "Y".
001877         10  ACK-DEFERRED-COUNT       PIC 9(07).
001883         10  FILLER                   PIC X(37).
001890
001900 FD  ACK-REPORT
001910     RECORDING MODE IS F.
001920 01  ACK-REPORT-LINE                  PIC X(110).
001930
001940 WORKING-STORAGE SECTION.
001950*-----------------------------------------------------------------
001960*    FILE STATUS SWITCHES
001970*-----------------------------------------------------------------
001980 01  WS-FILE-STATUSES.
001990     05  WS-TRANS-FILE-STATUS        PIC X(02) VALUE "99".
002000         88  TRANS-FILE-OK           VALUE "00".
002010         88  TRANS-FILE-AT-END       VALUE "10".
002020     05  WS-ACKREJ-FILE-STATUS       PIC X(02) VALUE "99".
002030         88  ACKREJ-FILE-OK          VALUE "00".
002040         88  ACKREJ-FILE-AT-END      VALUE "10".
002050     05  WS-ACKAUDIT-FILE-STATUS     PIC X(02) VALUE "99".
002060         88  ACKAUDIT-FILE-OK        VALUE "00".
002070         88  ACKAUDIT-FILE-AT-END    VALUE "10".
002080     05  WS-ACKRECYC-FILE-STATUS     PIC X(02) VALUE "99".
002090         88  ACKRECYC-FILE-OK        VALUE "00".
002100         88  ACKRECYC-FILE-AT-END    VALUE "10".
002110     05  WS-ACKHREJ-FILE-STATUS      PIC X(02) VALUE "99".
002120         88  ACKHREJ-FILE-OK         VALUE "00".
002130         88  ACKHREJ-FILE-AT-END     VALUE "10".
002140     05  WS-ACKBLOCK-FILE-STATUS     PIC X(02) VALUE "99".
002150         88  ACKBLOCK-FILE-OK        VALUE "00".
002160         88  ACKBLOCK-FILE-AT-END    VALUE "10".
002170     05  WS-ACKFILE-STATUS           PIC X(02) VALUE "99".
002180         88  ACKFILE-OK              VALUE "00".
002190     05  WS-ACK-RPT-STATUS           PIC X(02) VALUE "99".
002200         88  ACK-RPT-OK              VALUE "00".
002210
002220 01  WS-SWITCHES.
002230     05  WS-EOF-SWITCH                PIC X(01) VALUE "N".
002240         88  END-OF-TRANS-FILE        VALUE "Y".
002250     05  WS-SOURCE-EOF-SWITCH         PIC X(01) VALUE "N".
002260         88  END-OF-SOURCE-FILE       VALUE "Y".
002270     05  WS-BATCH-OPEN-SWITCH         PIC X(01) VALUE "N".
002280         88  BATCH-IS-OPEN            VALUE "Y".
002290     05  WS-MATCH-SWITCH              PIC X(01) VALUE "N".
002300         88  DISPOSITION-FOUND        VALUE "Y".
002310     05  WS-REJ-FULL-SWITCH           PIC X(01) VALUE "N".
002320         88  REJ-TABLE-FULL-LOGGED    VALUE "Y".
002330     05  WS-AUD-FULL-SWITCH           PIC X(01) VALUE "N".
002340         88  AUD-TABLE-FULL-LOGGED    VALUE "Y".
002350     05  WS-RCY-FULL-SWITCH           PIC X(01) VALUE "N".
002360         88  RCY-TABLE-FULL-LOGGED    VALUE "Y".
002370     05  WS-HRJ-FULL-SWITCH           PIC X(01) VALUE "N".
002380         88  HRJ-TABLE-FULL-LOGGED    VALUE "Y".
002390     05  WS-BLK-FULL-SWITCH           PIC X(01) VALUE "N".
002400         88  BLK-TABLE-FULL-LOGGED    VALUE "Y".
002410
002420*-----------------------------------------------------------------
002430*    FIXED-COLUMN IMAGE OF ONE AUDIT-LOG LINE, AS WRITTEN BY
002440*    2220-WRITE-AUDIT-RECORD IN PROGRAM COBOL.  ONLY A LINE
002450*    CARRYING THE B= AND R= TAGS CAN BE MATCHED TO A FEED DETAIL.
002460*-----------------------------------------------------------------
002470 01  WS-AUDIT-LINE-IMAGE.
002480     05  WS-AUD-CALL-DATE             PIC 9(08).
002490     05  FILLER                       PIC X(01).
002500     05  WS-AUD-CALL-TIME             PIC X(08).
002510     05  WS-AUD-LANG-TAG              PIC X(11).
002520         88  AUD-LANG-TAG-OK          VALUE " LANG_NAME=".
002530     05  WS-AUD-LANG-NAME             PIC X(20).
002540     05  WS-AUD-PGM-TAG               PIC X(05).
002550         88  AUD-PGM-TAG-OK           VALUE " PGM=".
002560     05  WS-AUD-PROGRAM-NAME          PIC X(09).
002570     05  WS-AUD-RC-TAG                PIC X(04).
002580         88  AUD-RC-TAG-OK            VALUE " RC=".
002590     05  WS-AUD-RETURN-CODE           PIC X(04).
002600         88  AUD-CALL-CLEAN           VALUE "0000".
002610     05  WS-AUD-EL-TAG                PIC X(04).
002620     05  WS-AUD-ELAPSED               PIC X(06).
002630     05  WS-AUD-BATCH-TAG             PIC X(03).
002640         88  AUD-BATCH-TAG-OK         VALUE " B=".
002650     05  WS-AUD-BATCH-ID              PIC X(08).
002660     05  WS-AUD-REF-TAG               PIC X(03).
002670         88  AUD-REF-TAG-OK           VALUE " R=".
002680     05  WS-AUD-SOURCE-REF            PIC X(16).
002690     05  FILLER                       PIC X(03).
002700     05  WS-AUD-ORIGIN-SYSTEM         PIC X(04).
002710     05  FILLER                       PIC X(03).
002720     05  WS-AUD-ORIGIN-TIMESTAMP      PIC X(14).
002730     05  FILLER                       PIC X(16).
002740
002750*-----------------------------------------------------------------
002760*    FIXED-COLUMN IMAGE OF ONE HARD-REJECT LINE, AS WRITTEN BY
002770*    2250-RECYCLE-FAILED-TRANS IN PROGRAM COBOL.
002780*-----------------------------------------------------------------
002790 01  WS-HARDREJ-LINE-IMAGE.
002800     05  WS-HRJ-LEAD-TAG              PIC X(12).
002810         88  HRJ-LEAD-TAG-OK          VALUE "HARD REJECT ".
002820     05  WS-HRJ-ATTEMPT-COUNT         PIC X(02).
002830     05  WS-HRJ-LANG-TAG              PIC X(11).
002840     05  WS-HRJ-LANG-NAME             PIC X(20).
002850     05  FILLER                       PIC X(01).
002860     05  WS-HRJ-FAIL-REASON           PIC X(30).
002870     05  WS-HRJ-REF-TAG               PIC X(03).
002880         88  HRJ-REF-TAG-OK           VALUE " R=".
002890     05  WS-HRJ-SOURCE-REF            PIC X(16).
002900     05  FILLER                       PIC X(03).
002910     05  WS-HRJ-ORIGIN-SYSTEM         PIC X(04).
002920     05  FILLER                       PIC X(03).
002930     05  WS-HRJ-ORIGIN-TIMESTAMP      PIC X(14).
002940     05  FILLER                       PIC X(13).
002950
002960*-----------------------------------------------------------------
002970*    LOOKUP TABLES, ONE PER DISPOSITION SOURCE, LOADED ONCE AT
002980*    START.  BEYOND CAPACITY THE OVERFLOW IS LOGGED ONCE AT
002990*    RETURN CODE 8 - THE UNLOADED DETAILS WOULD OTHERWISE BE
003000*    ACKNOWLEDGED AS NOT PROCESSED.
003010*-----------------------------------------------------------------
003020 01  WS-REJ-TABLE-CONTROL.
003030     05  WS-REJ-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
003040     05  WS-REJ-TABLE
003050                 OCCURS 1 TO 5000 TIMES
003060                 DEPENDING ON WS-REJ-ENTRY-COUNT
003070                 INDEXED BY RJT-IDX.
003080         10  WS-RJT-BATCH-ID          PIC X(08).
003090         10  WS-RJT-DETAIL-SEQ        PIC 9(07).
003100         10  WS-RJT-REASON-CODE       PIC X(02).
003110
003120 01  WS-AUD-TABLE-CONTROL.
003130     05  WS-AUD-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
003140     05  WS-AUD-TABLE
003150                 OCCURS 1 TO 20000 TIMES
003160                 DEPENDING ON WS-AUD-ENTRY-COUNT
003170                 INDEXED BY ADT-IDX.
003180         10  WS-ADT-BATCH-ID          PIC X(08).
003190         10  WS-ADT-SOURCE-REF        PIC X(16).
003200         10  WS-ADT-ORIGIN-SYSTEM     PIC X(04).
003210
003220 01  WS-RCY-TABLE-CONTROL.
003230     05  WS-RCY-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
003240     05  WS-RCY-TABLE
003250                 OCCURS 1 TO 5000 TIMES
003260                 DEPENDING ON WS-RCY-ENTRY-COUNT
003270                 INDEXED BY RCT-IDX.
003280         10  WS-RCT-REFERENCE.
003290             15  WS-RCT-SOURCE-REF    PIC X(16).
003300             15  WS-RCT-ORIGIN-SYSTEM PIC X(04).
003310             15  WS-RCT-ORIGIN-TIMESTAMP
003320                                      PIC X(14).
003330         10  WS-RCT-FAIL-REASON       PIC X(30).
003335         10  WS-RCT-RECORD-TYPE       PIC X(01).
003340
003350 01  WS-HRJ-TABLE-CONTROL.
003360     05  WS-HRJ-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
003370     05  WS-HRJ-TABLE
003380                 OCCURS 1 TO 5000 TIMES
003390                 DEPENDING ON WS-HRJ-ENTRY-COUNT
003400                 INDEXED BY HRT-IDX.
003410         10  WS-HRT-SOURCE-REF        PIC X(16).
003420         10  WS-HRT-ORIGIN-SYSTEM     PIC X(04).
003430         10  WS-HRT-FAIL-REASON       PIC X(30).
003440
003450 01  WS-BLK-TABLE-CONTROL.
003460     05  WS-BLK-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
003470     05  WS-BLK-TABLE
003480                 OCCURS 1 TO 5000 TIMES
003490                 DEPENDING ON WS-BLK-ENTRY-COUNT
003500                 INDEXED BY BKT-IDX.
003510         10  WS-BKT-BATCH-ID          PIC X(08).
003520         10  WS-BKT-SOURCE-REF        PIC X(16).
003530         10  WS-BKT-ORIGIN-SYSTEM     PIC X(04).
003540         10  WS-BKT-REASON-CODE       PIC X(02).
003550         10  WS-BKT-REASON-TEXT       PIC X(30).
003560
003570*-----------------------------------------------------------------
003580*    THE BATCH IN FLIGHT AND ITS PER-DISPOSITION COUNTS.
003590*-----------------------------------------------------------------
003600 01  WS-CURRENT-BATCH-ID              PIC X(08) VALUE SPACES.
003610 01  WS-BATCH-COUNTS.
003620     05  WS-BATCH-DETAIL-SEQ          PIC 9(07) VALUE ZERO.
003630     05  WS-BATCH-EDIT-REJECT-COUNT   PIC 9(07) VALUE ZERO.
003640     05  WS-BATCH-BLOCKED-COUNT       PIC 9(07) VALUE ZERO.
003650     05  WS-BATCH-DISPATCHED-COUNT    PIC 9(07) VALUE ZERO.
003660     05  WS-BATCH-RECYCLED-COUNT      PIC 9(07) VALUE ZERO.
003670     05  WS-BATCH-HARDREJ-COUNT       PIC 9(07) VALUE ZERO.
003680     05  WS-BATCH-NOT-PROC-COUNT      PIC 9(07) VALUE ZERO.
003685     05  WS-BATCH-DEFERRED-COUNT      PIC 9(07) VALUE ZERO.
003690 01  WS-BATCH-ORIGINAL-COUNT          PIC 9(07) VALUE ZERO.
003700 01  WS-BATCH-ACKED-COUNT             PIC 9(07) VALUE ZERO.
003710 01  WS-TABLE-NAME                    PIC X(08) VALUE SPACES.
003720
003730 77  WS-BATCHES-ACKED                 PIC 9(07) VALUE ZERO.
003740 77  WS-DETAILS-ACKED                 PIC 9(07) VALUE ZERO.
003750 77  WS-BATCHES-OUT-OF-BALANCE        PIC 9(07) VALUE ZERO.
003760 77  WS-DETAILS-NOT-PROCESSED         PIC 9(07) VALUE ZERO.
003770 77  WS-RECORDS-SKIPPED               PIC 9(07) VALUE ZERO.
003780 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
003790 01  WS-RUN-DATE                      PIC 9(08).
003800
003810 PROCEDURE DIVISION.
003820*-----------------------------------------------------------------
003830* 0000-MAINLINE-CONTROL.
003840*     TOP LEVEL FLOW OF CONTROL FOR THE ACKNOWLEDGMENT STEP.
003850*-----------------------------------------------------------------
003860 0000-MAINLINE-CONTROL.
003870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003880     PERFORM 2000-ACK-ONE-RECORD THRU 2000-EXIT
003890         UNTIL END-OF-TRANS-FILE.
003900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003910     STOP RUN.
003920
003930*-----------------------------------------------------------------
003940* 1000-INITIALIZE.
003950*     OPENS THE FEED, THE ACKNOWLEDGMENT FILE AND THE REPORT,
003960*     LOADS THE FIVE DISPOSITION SOURCES, AND PRIMES THE FIRST
003970*     FEED READ.  THE FEED AND THE ACKNOWLEDGMENT FILE ARE
003980*     REQUIRED; A DISPOSITION SOURCE THAT WILL NOT OPEN IS
003990*     REPORTED AND ITS DETAILS FALL TO NOT PROCESSED.
004000*-----------------------------------------------------------------
004010 1000-INITIALIZE.
004020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004030     OPEN OUTPUT ACK-REPORT.
004040     OPEN INPUT LANG-TRANS-FILE.
004050     IF NOT TRANS-FILE-OK
004060         SET END-OF-TRANS-FILE TO TRUE
004070         MOVE 16 TO WS-JOB-RETURN-CODE
004080         GO TO 1000-EXIT
004090     END-IF.
004100     OPEN OUTPUT ACK-FILE.
004110     IF NOT ACKFILE-OK
004120         SET END-OF-TRANS-FILE TO TRUE
004130         MOVE 16 TO WS-JOB-RETURN-CODE
004140         GO TO 1000-EXIT
004150     END-IF.
004160     PERFORM 1010-WRITE-REPORT-HEADING THRU 1010-EXIT.
004170     PERFORM 1100-LOAD-EDIT-REJECTS THRU 1100-EXIT.
004180     PERFORM 1200-LOAD-AUDIT-LOG THRU 1200-EXIT.
004190     PERFORM 1300-LOAD-RECYCLES THRU 1300-EXIT.
004200     PERFORM 1400-LOAD-HARD-REJECTS THRU 1400-EXIT.
004210     PERFORM 1500-LOAD-BLOCKED-DETAILS THRU 1500-EXIT.
004220     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
004230 1000-EXIT.
004240     EXIT.
004250
004260*-----------------------------------------------------------------
004270* 1010-WRITE-REPORT-HEADING.
004280*     WRITES THE REPORT HEADING WITH THE RUN DATE.
004290*-----------------------------------------------------------------
004300 1010-WRITE-REPORT-HEADING.
004310     IF NOT ACK-RPT-OK
004320         GO TO 1010-EXIT
004330     END-IF.
004340     MOVE SPACES TO ACK-REPORT-LINE.
004350     STRING "DISPOSITION ACKNOWLEDGMENT - RUN " DELIMITED BY SIZE
004360            WS-RUN-DATE DELIMITED BY SIZE
004370            INTO ACK-REPORT-LINE
004380     END-STRING.
004390     WRITE ACK-REPORT-LINE.
004400 1010-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------------
004440* 1050-REPORT-SOURCE-MISSING.
004450*     REPORTS A DISPOSITION SOURCE (NAMED IN WS-TABLE-NAME) THAT
004460*     WOULD NOT OPEN.
004470*-----------------------------------------------------------------
004480 1050-REPORT-SOURCE-MISSING.
004490     IF ACK-RPT-OK
004500         MOVE SPACES TO ACK-REPORT-LINE
004510         STRING "DISPOSITION SOURCE " DELIMITED BY SIZE
004520                WS-TABLE-NAME DELIMITED BY SIZE
004530                " NOT AVAILABLE - ITS DETAILS " DELIMITED BY SIZE
004540                "ACK AS NOT PROCESSED" DELIMITED BY SIZE
004550                INTO ACK-REPORT-LINE
004560         END-STRING
004570         WRITE ACK-REPORT-LINE
004580     END-IF.
004590 1050-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630* 1060-REPORT-TABLE-FULL.
004640*     REPORTS, ONCE PER TABLE, A LOOKUP TABLE (NAMED IN
004650*     WS-TABLE-NAME) THAT RAN OUT OF ROOM, AND RAISES THE RETURN
004660*     CODE TO 8.
004670*-----------------------------------------------------------------
004680 1060-REPORT-TABLE-FULL.
004690     IF ACK-RPT-OK
004700         MOVE SPACES TO ACK-REPORT-LINE
004710         STRING "LOOKUP TABLE FULL FOR " DELIMITED BY SIZE
004720                WS-TABLE-NAME DELIMITED BY SIZE
004730                " - REMAINING RECORDS NOT LOADED"
004740                 DELIMITED BY SIZE
004750                INTO ACK-REPORT-LINE
004760         END-STRING
004770         WRITE ACK-REPORT-LINE
004780     END-IF.
004790     IF WS-JOB-RETURN-CODE < 8
004800         MOVE 8 TO WS-JOB-RETURN-CODE
004810     END-IF.
004820 1060-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------------
004860* 1100-LOAD-EDIT-REJECTS.
004870*     LOADS LANGEDIT'S REJECTED DETAILS (ACKREJ), KEYED BY BATCH
004880*     ID AND DETAIL SEQUENCE WITHIN THE BATCH.  A REJECTED
004890*     NON-DETAIL RECORD (SEQUENCE ZERO) IS NOT A FEED DETAIL AND
004900*     IS NOT LOADED.
004910*-----------------------------------------------------------------
004920 1100-LOAD-EDIT-REJECTS.
004930     MOVE "ACKREJ" TO WS-TABLE-NAME.
004940     OPEN INPUT REJECT-TRANS-FILE.
004950     IF NOT ACKREJ-FILE-OK
004960         PERFORM 1050-REPORT-SOURCE-MISSING THRU 1050-EXIT
004970         GO TO 1100-EXIT
004980     END-IF.
004990     MOVE "N" TO WS-SOURCE-EOF-SWITCH.
005000     PERFORM 1110-STORE-EDIT-REJECT THRU 1110-EXIT
005010         UNTIL END-OF-SOURCE-FILE.
005020     CLOSE REJECT-TRANS-FILE.
005030 1100-EXIT.
005040     EXIT.
005050
005060*-----------------------------------------------------------------
005070* 1110-STORE-EDIT-REJECT.
005080*     READS ONE REJECT RECORD AND ADDS IT TO THE REJECT TABLE.
005090*-----------------------------------------------------------------
005100 1110-STORE-EDIT-REJECT.
005110     READ REJECT-TRANS-FILE
005120         AT END
005130             SET END-OF-SOURCE-FILE TO TRUE
005140     END-READ.
005150     IF END-OF-SOURCE-FILE
005160         GO TO 1110-EXIT
005170     END-IF.
005180     IF REJ-DETAIL-SEQ NOT NUMERIC
005190        OR REJ-DETAIL-SEQ EQUAL ZERO
005200         GO TO 1110-EXIT
005210     END-IF.
005220     IF WS-REJ-ENTRY-COUNT < 5000
005230         ADD 1 TO WS-REJ-ENTRY-COUNT
005240         MOVE REJ-BATCH-ID
005250             TO WS-RJT-BATCH-ID (WS-REJ-ENTRY-COUNT)
005260         MOVE REJ-DETAIL-SEQ
005270             TO WS-RJT-DETAIL-SEQ (WS-REJ-ENTRY-COUNT)
005280         MOVE REJ-REASON-CODE
005290             TO WS-RJT-REASON-CODE (WS-REJ-ENTRY-COUNT)
005300         GO TO 1110-EXIT
005310     END-IF.
005320     IF NOT REJ-TABLE-FULL-LOGGED
005330         SET REJ-TABLE-FULL-LOGGED TO TRUE
005340         PERFORM 1060-REPORT-TABLE-FULL THRU 1060-EXIT
005350     END-IF.
005360 1110-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------------
005400* 1200-LOAD-AUDIT-LOG.
005410*     LOADS THE CLEAN CALLS (RC=0000) FROM THE AUDIT LOG
005420*     (ACKAUDIT), KEYED BY BATCH ID AND SOURCE REFERENCE.
005430*     LINES FROM GENERATIONS OLDER THAN THE B= AND R= TAGS, OR
005440*     OF ANY OTHER SHAPE, ARE SKIPPED.
005450*-----------------------------------------------------------------
005460 1200-LOAD-AUDIT-LOG.
005470     MOVE "ACKAUDIT" TO WS-TABLE-NAME.
005480     OPEN INPUT CALL-AUDIT-LOG.
005490     IF NOT ACKAUDIT-FILE-OK
005500         PERFORM 1050-REPORT-SOURCE-MISSING THRU 1050-EXIT
005510         GO TO 1200-EXIT
005520     END-IF.
005530     MOVE "N" TO WS-SOURCE-EOF-SWITCH.
005540     PERFORM 1210-STORE-AUDIT-LINE THRU 1210-EXIT
005550         UNTIL END-OF-SOURCE-FILE.
005560     CLOSE CALL-AUDIT-LOG.
005570 1200-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------------
005610* 1210-STORE-AUDIT-LINE.
005620*     READS ONE AUDIT LINE AND, WHEN IT RECORDS A CLEAN CALL
005630*     FOR A REFERENCED DETAIL, ADDS IT TO THE AUDIT TABLE.
005640*-----------------------------------------------------------------
005650 1210-STORE-AUDIT-LINE.
005660     READ CALL-AUDIT-LOG
005670         AT END
005680             SET END-OF-SOURCE-FILE TO TRUE
005690     END-READ.
005700     IF END-OF-SOURCE-FILE
005710         GO TO 1210-EXIT
005720     END-IF.
005730     MOVE AUDIT-LOG-LINE TO WS-AUDIT-LINE-IMAGE.
005740     IF NOT AUD-LANG-TAG-OK
005750        OR NOT AUD-RC-TAG-OK
005760        OR NOT AUD-BATCH-TAG-OK
005770        OR NOT AUD-REF-TAG-OK
005780        OR NOT AUD-CALL-CLEAN
005790         GO TO 1210-EXIT
005800     END-IF.
005810     IF WS-AUD-SOURCE-REF EQUAL SPACES
005820         GO TO 1210-EXIT
005830     END-IF.
005840     IF WS-AUD-ENTRY-COUNT < 20000
005850         ADD 1 TO WS-AUD-ENTRY-COUNT
005860         MOVE WS-AUD-BATCH-ID
005870             TO WS-ADT-BATCH-ID (WS-AUD-ENTRY-COUNT)
005880         MOVE WS-AUD-SOURCE-REF
005890             TO WS-ADT-SOURCE-REF (WS-AUD-ENTRY-COUNT)
005900         MOVE WS-AUD-ORIGIN-SYSTEM
005910             TO WS-ADT-ORIGIN-SYSTEM (WS-AUD-ENTRY-COUNT)
005920         GO TO 1210-EXIT
005930     END-IF.
005940     IF NOT AUD-TABLE-FULL-LOGGED
005950         SET AUD-TABLE-FULL-LOGGED TO TRUE
005960         PERFORM 1060-REPORT-TABLE-FULL THRU 1060-EXIT
005970     END-IF.
005980 1210-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020* 1300-LOAD-RECYCLES.
006030*     LOADS THE NIGHT'S RECYCLE OUTPUT (ACKRECYC), KEYED BY THE
006040*     FULL SOURCE REFERENCE.
006050*-----------------------------------------------------------------
006060 1300-LOAD-RECYCLES.
006070     MOVE "ACKRECYC" TO WS-TABLE-NAME.
006080     OPEN INPUT RECYCLE-FILE.
006090     IF NOT ACKRECYC-FILE-OK
006100         PERFORM 1050-REPORT-SOURCE-MISSING THRU 1050-EXIT
006110         GO TO 1300-EXIT
006120     END-IF.
006130     MOVE "N" TO WS-SOURCE-EOF-SWITCH.
006140     PERFORM 1310-STORE-RECYCLE THRU 1310-EXIT
006150         UNTIL END-OF-SOURCE-FILE.
006160     CLOSE RECYCLE-FILE.
006170 1300-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------------
006210* 1310-STORE-RECYCLE.
006220*     READS ONE RECYCLE RECORD AND ADDS IT TO THE RECYCLE TABLE.
006230*-----------------------------------------------------------------
006240 1310-STORE-RECYCLE.
006250     READ RECYCLE-FILE
006260         AT END
006270             SET END-OF-SOURCE-FILE TO TRUE
006280     END-READ.
006290     IF END-OF-SOURCE-FILE
006300         GO TO 1310-EXIT
006310     END-IF.
006320     IF TRN-SOURCE-REF OF RCY-REFERENCE EQUAL SPACES
006330         GO TO 1310-EXIT
006340     END-IF.
006350     IF WS-RCY-ENTRY-COUNT < 5000
006360         ADD 1 TO WS-RCY-ENTRY-COUNT
006370         MOVE RCY-REFERENCE
006380             TO WS-RCT-REFERENCE (WS-RCY-ENTRY-COUNT)
006390         MOVE RCY-FAIL-REASON
006400             TO WS-RCT-FAIL-REASON (WS-RCY-ENTRY-COUNT)
006403         MOVE RCY-RECORD-TYPE
006407             TO WS-RCT-RECORD-TYPE (WS-RCY-ENTRY-COUNT)
006410         GO TO 1310-EXIT
006420     END-IF.
006430     IF NOT RCY-TABLE-FULL-LOGGED
006440         SET RCY-TABLE-FULL-LOGGED TO TRUE
006450         PERFORM 1060-REPORT-TABLE-FULL THRU 1060-EXIT
006460     END-IF.
006470 1310-EXIT.
006480     EXIT.
006490
006500*-----------------------------------------------------------------
006510* 1400-LOAD-HARD-REJECTS.
006520*     LOADS THE NIGHT'S HARD-REJECT LINES (ACKHREJ), KEYED BY
006530*     SOURCE REFERENCE AND ORIGIN SYSTEM.  LINES WITHOUT THE R=
006540*     TAG ARE SKIPPED.
006550*-----------------------------------------------------------------
006560 1400-LOAD-HARD-REJECTS.
006570     MOVE "ACKHREJ" TO WS-TABLE-NAME.
006580     OPEN INPUT HARD-REJECT-FILE.
006590     IF NOT ACKHREJ-FILE-OK
006600         PERFORM 1050-REPORT-SOURCE-MISSING THRU 1050-EXIT
006610         GO TO 1400-EXIT
006620     END-IF.
006630     MOVE "N" TO WS-SOURCE-EOF-SWITCH.
006640     PERFORM 1410-STORE-HARD-REJECT THRU 1410-EXIT
006650         UNTIL END-OF-SOURCE-FILE.
006660     CLOSE HARD-REJECT-FILE.
006670 1400-EXIT.
006680     EXIT.
006690
006700*-----------------------------------------------------------------
006710* 1410-STORE-HARD-REJECT.
006720*     READS ONE HARD-REJECT LINE AND ADDS IT TO THE HARD-REJECT
006730*     TABLE.
006740*-----------------------------------------------------------------
006750 1410-STORE-HARD-REJECT.
006760     READ HARD-REJECT-FILE
006770         AT END
006780             SET END-OF-SOURCE-FILE TO TRUE
006790     END-READ.
006800     IF END-OF-SOURCE-FILE
006810         GO TO 1410-EXIT
006820     END-IF.
006830     MOVE HARD-REJECT-LINE TO WS-HARDREJ-LINE-IMAGE.
006840     IF NOT HRJ-LEAD-TAG-OK
006850        OR NOT HRJ-REF-TAG-OK
006860        OR WS-HRJ-SOURCE-REF EQUAL SPACES
006870         GO TO 1410-EXIT
006880     END-IF.
006890     IF WS-HRJ-ENTRY-COUNT < 5000
006900         ADD 1 TO WS-HRJ-ENTRY-COUNT
006910         MOVE WS-HRJ-SOURCE-REF
006920             TO WS-HRT-SOURCE-REF (WS-HRJ-ENTRY-COUNT)
006930         MOVE WS-HRJ-ORIGIN-SYSTEM
006940             TO WS-HRT-ORIGIN-SYSTEM (WS-HRJ-ENTRY-COUNT)
006950         MOVE WS-HRJ-FAIL-REASON
006960             TO WS-HRT-FAIL-REASON (WS-HRJ-ENTRY-COUNT)
006970         GO TO 1410-EXIT
006980     END-IF.
006990     IF NOT HRJ-TABLE-FULL-LOGGED
007000         SET HRJ-TABLE-FULL-LOGGED TO TRUE
007010         PERFORM 1060-REPORT-TABLE-FULL THRU 1060-EXIT
007020     END-IF.
007030 1410-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------------
007070* 1500-LOAD-BLOCKED-DETAILS.
007080*     LOADS THE DISPATCHER'S BLOCKED DETAILS (ACKBLOCK), KEYED
007090*     BY BATCH ID AND SOURCE REFERENCE.
007100*-----------------------------------------------------------------
007110 1500-LOAD-BLOCKED-DETAILS.
007120     MOVE "ACKBLOCK" TO WS-TABLE-NAME.
007130     OPEN INPUT BLOCKED-DETAIL-FILE.
007140     IF NOT ACKBLOCK-FILE-OK
007150         PERFORM 1050-REPORT-SOURCE-MISSING THRU 1050-EXIT
007160         GO TO 1500-EXIT
007170     END-IF.
007180     MOVE "N" TO WS-SOURCE-EOF-SWITCH.
007190     PERFORM 1510-STORE-BLOCKED-DETAIL THRU 1510-EXIT
007200         UNTIL END-OF-SOURCE-FILE.
007210     CLOSE BLOCKED-DETAIL-FILE.
007220 1500-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------------------
007260* 1510-STORE-BLOCKED-DETAIL.
007270*     READS ONE BLOCKED-DETAIL RECORD AND ADDS IT TO THE BLOCKED
007280*     TABLE.
007290*-----------------------------------------------------------------
007300 1510-STORE-BLOCKED-DETAIL.
007310     READ BLOCKED-DETAIL-FILE
007320         AT END
007330             SET END-OF-SOURCE-FILE TO TRUE
007340     END-READ.
007350     IF END-OF-SOURCE-FILE
007360         GO TO 1510-EXIT
007370     END-IF.
007380     IF TRN-SOURCE-REF OF BLK-REFERENCE EQUAL SPACES
007390         GO TO 1510-EXIT
007400     END-IF.
007410     IF WS-BLK-ENTRY-COUNT < 5000
007420         ADD 1 TO WS-BLK-ENTRY-COUNT
007430         MOVE BLK-BATCH-ID
007440             TO WS-BKT-BATCH-ID (WS-BLK-ENTRY-COUNT)
007450         MOVE TRN-SOURCE-REF OF BLK-REFERENCE
007460             TO WS-BKT-SOURCE-REF (WS-BLK-ENTRY-COUNT)
007470         MOVE TRN-ORIGIN-SYSTEM OF BLK-REFERENCE
007480             TO WS-BKT-ORIGIN-SYSTEM (WS-BLK-ENTRY-COUNT)
007490         MOVE BLK-REASON-CODE
007500             TO WS-BKT-REASON-CODE (WS-BLK-ENTRY-COUNT)
007510         MOVE BLK-REASON-TEXT
007520             TO WS-BKT-REASON-TEXT (WS-BLK-ENTRY-COUNT)
007530         GO TO 1510-EXIT
007540     END-IF.
007550     IF NOT BLK-TABLE-FULL-LOGGED
007560         SET BLK-TABLE-FULL-LOGGED TO TRUE
007570         PERFORM 1060-REPORT-TABLE-FULL THRU 1060-EXIT
007580     END-IF.
007590 1510-EXIT.
007600     EXIT.
007610
007620*-----------------------------------------------------------------
007630* 2000-ACK-ONE-RECORD.
007640*     ACKNOWLEDGES THE FEED RECORD IN HAND: A HEADER OPENS A
007650*     BATCH (CLOSING ANY BATCH WHOSE TRAILER NEVER CAME), A
007660*     DETAIL IS ACKNOWLEDGED WITH ITS DISPOSITION, AND A TRAILER
007670*     CLOSES AND BALANCES THE BATCH.  A DETAIL OR TRAILER
007680*     OUTSIDE ANY BATCH, OR A RECORD OF ANY OTHER TYPE, CANNOT
007690*     BE ACKNOWLEDGED AND IS SKIPPED.
007700*-----------------------------------------------------------------
007710 2000-ACK-ONE-RECORD.
007720     IF TRANS-REC-HEADER
007730         IF BATCH-IS-OPEN
007740             MOVE ZERO TO WS-BATCH-ORIGINAL-COUNT
007750             PERFORM 2400-CLOSE-BATCH THRU 2400-EXIT
007760         END-IF
007770         PERFORM 2050-OPEN-BATCH THRU 2050-EXIT
007780         GO TO 2000-NEXT
007790     END-IF.
007800     IF TRANS-REC-DETAIL AND BATCH-IS-OPEN
007810         PERFORM 2200-ACK-DETAIL THRU 2200-EXIT
007820         GO TO 2000-NEXT
007830     END-IF.
007840     IF TRANS-REC-TRAILER AND BATCH-IS-OPEN
007850         MOVE ZERO TO WS-BATCH-ORIGINAL-COUNT
007860         IF TRANS-TRAILER-COUNT NUMERIC
007870             MOVE TRANS-TRAILER-COUNT TO WS-BATCH-ORIGINAL-COUNT
007880         END-IF
007890         PERFORM 2400-CLOSE-BATCH THRU 2400-EXIT
007900         GO TO 2000-NEXT
007910     END-IF.
007920     ADD 1 TO WS-RECORDS-SKIPPED.
007930     IF WS-JOB-RETURN-CODE < 8
007940         MOVE 8 TO WS-JOB-RETURN-CODE
007950     END-IF.
007960 2000-NEXT.
007970     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
007980 2000-EXIT.
007990     EXIT.
008000
008010*-----------------------------------------------------------------
008020* 2050-OPEN-BATCH.
008030*     OPENS THE BATCH ON THE HEADER IN HAND: RESETS THE BATCH
008040*     COUNTS AND WRITES THE ACKNOWLEDGMENT HEADER.
008050*-----------------------------------------------------------------
008060 2050-OPEN-BATCH.
008070     MOVE TRANS-BATCH-ID TO WS-CURRENT-BATCH-ID.
008080     MOVE ZERO TO WS-BATCH-DETAIL-SEQ.
008090     MOVE ZERO TO WS-BATCH-EDIT-REJECT-COUNT.
008100     MOVE ZERO TO WS-BATCH-BLOCKED-COUNT.
008110     MOVE ZERO TO WS-BATCH-DISPATCHED-COUNT.
008120     MOVE ZERO TO WS-BATCH-RECYCLED-COUNT.
008130     MOVE ZERO TO WS-BATCH-HARDREJ-COUNT.
008140     MOVE ZERO TO WS-BATCH-NOT-PROC-COUNT.
008145     MOVE ZERO TO WS-BATCH-DEFERRED-COUNT.
008150     SET BATCH-IS-OPEN TO TRUE.
008160     MOVE SPACES TO ACK-RECORD.
008170     SET ACK-REC-HEADER TO TRUE.
008180     MOVE WS-CURRENT-BATCH-ID TO ACK-BATCH-ID.
008190     MOVE ZERO TO ACK-CREATE-DATE.
008200     IF TRANS-CREATE-DATE NUMERIC
008210         MOVE TRANS-CREATE-DATE TO ACK-CREATE-DATE
008220     END-IF.
008230     MOVE WS-RUN-DATE TO ACK-RUN-DATE.
008240     WRITE ACK-RECORD.
008250 2050-EXIT.
008260     EXIT.
008270
008280*-----------------------------------------------------------------
008290* 2100-READ-TRANSACTION.
008300*     READS THE NEXT FEED RECORD AND SETS THE END-OF-TRANS-FILE
008310*     SWITCH WHEN THE FEED IS EXHAUSTED.
008320*-----------------------------------------------------------------
008330 2100-READ-TRANSACTION.
008340     READ LANG-TRANS-FILE
008350         AT END
008360             SET END-OF-TRANS-FILE TO TRUE
008370     END-READ.
008380 2100-EXIT.
008390     EXIT.
008400
008410*-----------------------------------------------------------------
008420* 2200-ACK-DETAIL.
008430*     WORKS OUT THE DISPOSITION OF THE DETAIL IN HAND AND WRITES
008440*     ITS ACKNOWLEDGMENT DETAIL.  THE SOURCES ARE TRIED IN
008450*     PRECEDENCE ORDER AND THE FIRST MATCH WINS.
008460*-----------------------------------------------------------------
008470 2200-ACK-DETAIL.
008480     ADD 1 TO WS-BATCH-DETAIL-SEQ.
008490     MOVE SPACES TO ACK-RECORD.
008500     SET ACK-REC-DETAIL TO TRUE.
008510     MOVE WS-CURRENT-BATCH-ID TO ACK-BATCH-ID.
008520     MOVE WS-BATCH-DETAIL-SEQ TO ACK-DETAIL-SEQ.
008530     MOVE LANG_NAME OF TRANS-RECORD TO ACK-LANG-NAME.
008540     MOVE TRN-SOURCE-REF OF TRANS-RECORD
008550         TO ACK-SOURCE-REF.
008560     MOVE TRN-ORIGIN-SYSTEM OF TRANS-RECORD
008570         TO ACK-ORIGIN-SYSTEM.
008580     MOVE TRN-ORIGIN-TIMESTAMP OF TRANS-RECORD
008590         TO ACK-ORIGIN-TIMESTAMP.
008600     INSPECT ACK-DETAIL-BODY
008610         REPLACING ALL LOW-VALUE BY SPACE.
008620     MOVE "N" TO WS-MATCH-SWITCH.
008630     PERFORM 2210-FIND-EDIT-REJECT THRU 2210-EXIT.
008640     IF NOT DISPOSITION-FOUND
008650         PERFORM 2220-FIND-HARD-REJECT THRU 2220-EXIT
008660     END-IF.
008670     IF NOT DISPOSITION-FOUND
008680         PERFORM 2230-FIND-RECYCLE THRU 2230-EXIT
008690     END-IF.
008700     IF NOT DISPOSITION-FOUND
008710         PERFORM 2240-FIND-BLOCK THRU 2240-EXIT
008720     END-IF.
008730     IF NOT DISPOSITION-FOUND
008740         PERFORM 2250-FIND-CLEAN-DISPATCH THRU 2250-EXIT
008750     END-IF.
008760     IF NOT DISPOSITION-FOUND
008770         SET ACK-NOT-PROCESSED TO TRUE
008780         MOVE "NO DISPOSITION FOUND" TO ACK-REASON-TEXT
008790     END-IF.
008800     EVALUATE TRUE
008810         WHEN ACK-EDIT-REJECTED
008820             ADD 1 TO WS-BATCH-EDIT-REJECT-COUNT
008830         WHEN ACK-BLOCKED
008840             ADD 1 TO WS-BATCH-BLOCKED-COUNT
008850         WHEN ACK-DISPATCHED
008860             ADD 1 TO WS-BATCH-DISPATCHED-COUNT
008870         WHEN ACK-RECYCLED
008880             ADD 1 TO WS-BATCH-RECYCLED-COUNT
008890         WHEN ACK-HARD-REJECTED
008900             ADD 1 TO WS-BATCH-HARDREJ-COUNT
008903         WHEN ACK-DEFERRED
008907             ADD 1 TO WS-BATCH-DEFERRED-COUNT
008910         WHEN OTHER
008920             ADD 1 TO WS-BATCH-NOT-PROC-COUNT
008930             PERFORM 2290-REPORT-NOT-PROCESSED THRU 2290-EXIT
008940     END-EVALUATE.
008950     ADD 1 TO WS-DETAILS-ACKED.
008960     WRITE ACK-RECORD.
008970 2200-EXIT.
008980     EXIT.
008990
009000*-----------------------------------------------------------------
009010* 2210-FIND-EDIT-REJECT.
009020*     LOOKS UP THE DETAIL BY BATCH ID AND SEQUENCE IN THE EDIT
009030*     REJECTS, AND TRANSLATES LANGEDIT'S REASON CODE.
009040*-----------------------------------------------------------------
009050 2210-FIND-EDIT-REJECT.
009060     IF WS-REJ-ENTRY-COUNT EQUAL ZERO
009070         GO TO 2210-EXIT
009080     END-IF.
009090     SET RJT-IDX TO 1.
009100     SEARCH WS-REJ-TABLE
009110         AT END
009120             GO TO 2210-EXIT
009130         WHEN WS-RJT-BATCH-ID (RJT-IDX) EQUAL WS-CURRENT-BATCH-ID
009140          AND WS-RJT-DETAIL-SEQ (RJT-IDX)
009150                  EQUAL WS-BATCH-DETAIL-SEQ
009160             SET DISPOSITION-FOUND TO TRUE
009170     END-SEARCH.
009180     SET ACK-EDIT-REJECTED TO TRUE.
009190     MOVE WS-RJT-REASON-CODE (RJT-IDX) TO ACK-REASON-CODE.
009200     EVALUATE ACK-REASON-CODE
009210         WHEN "01"
009220             MOVE "INVALID CHARACTER IN LANG_NAME"
009230                 TO ACK-REASON-TEXT
009240         WHEN "02"
009250             MOVE "LOW-VALUES IN LANG_NAME" TO ACK-REASON-TEXT
009260         WHEN "03"
009270             MOVE "NO DISPATCH TABLE ENTRY" TO ACK-REASON-TEXT
009280         WHEN "05"
009290             MOVE "NO SOURCE REFERENCE" TO ACK-REASON-TEXT
009300         WHEN "06"
009310             MOVE "NO ORIGIN SYSTEM" TO ACK-REASON-TEXT
009320         WHEN "07"
009330             MOVE "INVALID ORIGIN TIMESTAMP" TO ACK-REASON-TEXT
009340         WHEN "08"
009350             MOVE "DUPLICATE SOURCE REFERENCE" TO ACK-REASON-TEXT
009360         WHEN OTHER
009370             MOVE "REJECTED BY EDIT" TO ACK-REASON-TEXT
009380     END-EVALUATE.
009390 2210-EXIT.
009400     EXIT.
009410
009420*-----------------------------------------------------------------
009430* 2220-FIND-HARD-REJECT.
009440*     LOOKS UP THE DETAIL BY SOURCE REFERENCE AND ORIGIN SYSTEM
009450*     IN THE HARD REJECTS.
009460*-----------------------------------------------------------------
009470 2220-FIND-HARD-REJECT.
009480     IF WS-HRJ-ENTRY-COUNT EQUAL ZERO
009490         GO TO 2220-EXIT
009500     END-IF.
009510     SET HRT-IDX TO 1.
009520     SEARCH WS-HRJ-TABLE
009530         AT END
009540             GO TO 2220-EXIT
009550         WHEN WS-HRT-SOURCE-REF (HRT-IDX)
009560                  EQUAL ACK-SOURCE-REF
009570          AND WS-HRT-ORIGIN-SYSTEM (HRT-IDX)
009580                  EQUAL ACK-ORIGIN-SYSTEM
009590             SET DISPOSITION-FOUND TO TRUE
009600     END-SEARCH.
009610     SET ACK-HARD-REJECTED TO TRUE.
009620     MOVE WS-HRT-FAIL-REASON (HRT-IDX) TO ACK-REASON-TEXT.
009630 2220-EXIT.
009640     EXIT.
009650
009660*-----------------------------------------------------------------
009670* 2230-FIND-RECYCLE.
009680*     LOOKS UP THE DETAIL BY ITS FULL SOURCE REFERENCE IN THE
009685*     RECYCLE OUTPUT.  A TYPE Q RECORD WAS NEVER CALLED - ITS
009690*     VENDOR'S DAILY QUOTA WAS REACHED - AND IS ACKNOWLEDGED AS
009695*     DEFERRED RATHER THAN RECYCLED.
009700*-----------------------------------------------------------------
009710 2230-FIND-RECYCLE.
009720     IF WS-RCY-ENTRY-COUNT EQUAL ZERO
009730         GO TO 2230-EXIT
009740     END-IF.
009750     SET RCT-IDX TO 1.
009760     SEARCH WS-RCY-TABLE
009770         AT END
009780             GO TO 2230-EXIT
009790         WHEN WS-RCT-REFERENCE (RCT-IDX) EQUAL ACK-REFERENCE
009800             SET DISPOSITION-FOUND TO TRUE
009810     END-SEARCH.
009813     IF WS-RCT-RECORD-TYPE (RCT-IDX) EQUAL "Q"
009817         SET ACK-DEFERRED TO TRUE
009820     ELSE
009823         SET ACK-RECYCLED TO TRUE
009827     END-IF.
009830     MOVE WS-RCT-FAIL-REASON (RCT-IDX) TO ACK-REASON-TEXT.
009840 2230-EXIT.
009850     EXIT.
009860
009870*-----------------------------------------------------------------
009880* 2240-FIND-BLOCK.
009890*     LOOKS UP THE DETAIL BY BATCH ID, SOURCE REFERENCE AND
009900*     ORIGIN SYSTEM IN THE BLOCKED DETAILS.
009910*-----------------------------------------------------------------
009920 2240-FIND-BLOCK.
009930     IF WS-BLK-ENTRY-COUNT EQUAL ZERO
009940         GO TO 2240-EXIT
009950     END-IF.
009960     SET BKT-IDX TO 1.
009970     SEARCH WS-BLK-TABLE
009980         AT END
009990             GO TO 2240-EXIT
010000         WHEN WS-BKT-BATCH-ID (BKT-IDX) EQUAL WS-CURRENT-BATCH-ID
010010          AND WS-BKT-SOURCE-REF (BKT-IDX)
010020                  EQUAL ACK-SOURCE-REF
010030          AND WS-BKT-ORIGIN-SYSTEM (BKT-IDX)
010040                  EQUAL ACK-ORIGIN-SYSTEM
010050             SET DISPOSITION-FOUND TO TRUE
010060     END-SEARCH.
010070     SET ACK-BLOCKED TO TRUE.
010080     MOVE WS-BKT-REASON-CODE (BKT-IDX) TO ACK-REASON-CODE.
010090     MOVE WS-BKT-REASON-TEXT (BKT-IDX) TO ACK-REASON-TEXT.
010100 2240-EXIT.
010110     EXIT.
010120
010130*-----------------------------------------------------------------
010140* 2250-FIND-CLEAN-DISPATCH.
010150*     LOOKS UP THE DETAIL BY BATCH ID, SOURCE REFERENCE AND
010160*     ORIGIN SYSTEM IN THE CLEAN CALLS FROM THE AUDIT LOG.
010170*-----------------------------------------------------------------
010180 2250-FIND-CLEAN-DISPATCH.
010190     IF WS-AUD-ENTRY-COUNT EQUAL ZERO
010200         GO TO 2250-EXIT
010210     END-IF.
010220     SET ADT-IDX TO 1.
010230     SEARCH WS-AUD-TABLE
010240         AT END
010250             GO TO 2250-EXIT
010260         WHEN WS-ADT-BATCH-ID (ADT-IDX) EQUAL WS-CURRENT-BATCH-ID
010270          AND WS-ADT-SOURCE-REF (ADT-IDX)
010280                  EQUAL ACK-SOURCE-REF
010290          AND WS-ADT-ORIGIN-SYSTEM (ADT-IDX)
010300                  EQUAL ACK-ORIGIN-SYSTEM
010310             SET DISPOSITION-FOUND TO TRUE
010320     END-SEARCH.
010330     SET ACK-DISPATCHED TO TRUE.
010340 2250-EXIT.
010350     EXIT.
010360
010370*-----------------------------------------------------------------
010380* 2290-REPORT-NOT-PROCESSED.
010390*     LISTS A DETAIL WITH NO DISPOSITION AND RAISES THE RETURN
010400*     CODE TO 4.
010410*-----------------------------------------------------------------
010420 2290-REPORT-NOT-PROCESSED.
010430     ADD 1 TO WS-DETAILS-NOT-PROCESSED.
010440     IF WS-JOB-RETURN-CODE < 4
010450         MOVE 4 TO WS-JOB-RETURN-CODE
010460     END-IF.
010470     IF ACK-RPT-OK
010480         MOVE SPACES TO ACK-REPORT-LINE
010490         STRING "  NOT PROCESSED BATCH=" DELIMITED BY SIZE
010500                WS-CURRENT-BATCH-ID DELIMITED BY SIZE
010510                " SEQ=" DELIMITED BY SIZE
010520                WS-BATCH-DETAIL-SEQ DELIMITED BY SIZE
010530                " LANG_NAME=" DELIMITED BY SIZE
010540                ACK-LANG-NAME DELIMITED BY SIZE
010550                " R=" DELIMITED BY SIZE
010560                ACK-SOURCE-REF DELIMITED BY SIZE
010570                INTO ACK-REPORT-LINE
010580         END-STRING
010590         WRITE ACK-REPORT-LINE
010600     END-IF.
010610 2290-EXIT.
010620     EXIT.
010630
010640*-----------------------------------------------------------------
010650* 2400-CLOSE-BATCH.
010660*     WRITES THE ACKNOWLEDGMENT TRAILER FOR THE BATCH IN FLIGHT
010670*     WITH ITS PER-DISPOSITION COUNTS AND THE ORIGINAL TRAILER
010680*     COUNT IN WS-BATCH-ORIGINAL-COUNT (ZERO WHEN THE FEED
010690*     TRAILER NEVER CAME), FLAGS WHETHER THE COUNTS BALANCE TO
010700*     IT, AND REPORTS THE BATCH.  AN UNBALANCED BATCH RAISES THE
010710*     RETURN CODE TO 4.
010720*-----------------------------------------------------------------
010730 2400-CLOSE-BATCH.
010740     MOVE SPACES TO ACK-RECORD.
010750     SET ACK-REC-TRAILER TO TRUE.
010760     MOVE WS-CURRENT-BATCH-ID TO ACK-BATCH-ID.
010770     MOVE WS-BATCH-ORIGINAL-COUNT TO ACK-ORIGINAL-COUNT.
010780     MOVE WS-BATCH-EDIT-REJECT-COUNT TO ACK-EDIT-REJECT-COUNT.
010790     MOVE WS-BATCH-BLOCKED-COUNT TO ACK-BLOCKED-COUNT.
010800     MOVE WS-BATCH-DISPATCHED-COUNT TO ACK-DISPATCHED-COUNT.
010810     MOVE WS-BATCH-RECYCLED-COUNT TO ACK-RECYCLED-COUNT.
010820     MOVE WS-BATCH-HARDREJ-COUNT TO ACK-HARDREJ-COUNT.
010830     MOVE WS-BATCH-NOT-PROC-COUNT TO ACK-NOT-PROCESSED-COUNT.
010835     MOVE WS-BATCH-DEFERRED-COUNT TO ACK-DEFERRED-COUNT.
010840     COMPUTE WS-BATCH-ACKED-COUNT =
010850         WS-BATCH-EDIT-REJECT-COUNT + WS-BATCH-BLOCKED-COUNT
010860         + WS-BATCH-DISPATCHED-COUNT + WS-BATCH-RECYCLED-COUNT
010870         + WS-BATCH-HARDREJ-COUNT + WS-BATCH-NOT-PROC-COUNT
010875         + WS-BATCH-DEFERRED-COUNT
010880     END-COMPUTE.
010890     MOVE "N" TO ACK-BALANCE-FLAG.
010900     IF WS-BATCH-ACKED-COUNT EQUAL WS-BATCH-ORIGINAL-COUNT
010910         SET ACK-BATCH-BALANCED TO TRUE
010920     ELSE
010930         ADD 1 TO WS-BATCHES-OUT-OF-BALANCE
010940         IF WS-JOB-RETURN-CODE < 4
010950             MOVE 4 TO WS-JOB-RETURN-CODE
010960         END-IF
010970     END-IF.
010980     WRITE ACK-RECORD.
010990     ADD 1 TO WS-BATCHES-ACKED.
011000     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
011010     IF ACK-RPT-OK
011020         MOVE SPACES TO ACK-REPORT-LINE
011030         STRING "BATCH=" DELIMITED BY SIZE
011040                WS-CURRENT-BATCH-ID DELIMITED BY SIZE
011050                " ORIG=" DELIMITED BY SIZE
011060                ACK-ORIGINAL-COUNT DELIMITED BY SIZE
011070                " E=" DELIMITED BY SIZE
011080                ACK-EDIT-REJECT-COUNT DELIMITED BY SIZE
011090                " B=" DELIMITED BY SIZE
011100                ACK-BLOCKED-COUNT DELIMITED BY SIZE
011110                " D=" DELIMITED BY SIZE
011120                ACK-DISPATCHED-COUNT DELIMITED BY SIZE
011130                " R=" DELIMITED BY SIZE
011140                ACK-RECYCLED-COUNT DELIMITED BY SIZE
011150                " H=" DELIMITED BY SIZE
011160                ACK-HARDREJ-COUNT DELIMITED BY SIZE
011163                " Q=" DELIMITED BY SIZE
011167                ACK-DEFERRED-COUNT DELIMITED BY SIZE
011170                " N=" DELIMITED BY SIZE
011180                ACK-NOT-PROCESSED-COUNT DELIMITED BY SIZE
011190                " BAL=" DELIMITED BY SIZE
011200                ACK-BALANCE-FLAG DELIMITED BY SIZE
011210                INTO ACK-REPORT-LINE
011220         END-STRING
011230         WRITE ACK-REPORT-LINE
011240     END-IF.
011250 2400-EXIT.
011260     EXIT.
011270
011280*-----------------------------------------------------------------
011290* 8000-TERMINATE.
011300*     CLOSES A BATCH WHOSE TRAILER NEVER ARRIVED, WRITES THE
011310*     RUN TOTALS, CLOSES EVERY FILE, AND SETS THE JOB RETURN
011320*     CODE.
011330*-----------------------------------------------------------------
011340 8000-TERMINATE.
011350     IF BATCH-IS-OPEN
011360         MOVE ZERO TO WS-BATCH-ORIGINAL-COUNT
011370         PERFORM 2400-CLOSE-BATCH THRU 2400-EXIT
011380     END-IF.
011390     IF ACK-RPT-OK
011400         MOVE SPACES TO ACK-REPORT-LINE
011410         STRING "BATCHES ACKNOWLEDGED " DELIMITED BY SIZE
011420                WS-BATCHES-ACKED DELIMITED BY SIZE
011430                " DETAILS " DELIMITED BY SIZE
011440                WS-DETAILS-ACKED DELIMITED BY SIZE
011450                " NOT PROCESSED " DELIMITED BY SIZE
011460                WS-DETAILS-NOT-PROCESSED DELIMITED BY SIZE
011470                " OUT OF BALANCE " DELIMITED BY SIZE
011480                WS-BATCHES-OUT-OF-BALANCE DELIMITED BY SIZE
011490                INTO ACK-REPORT-LINE
011500         END-STRING
011510         WRITE ACK-REPORT-LINE
011520         MOVE SPACES TO ACK-REPORT-LINE
011530         STRING "FEED RECORDS SKIPPED (OUTSIDE ANY BATCH) "
011540                 DELIMITED BY SIZE
011550                WS-RECORDS-SKIPPED DELIMITED BY SIZE
011560                INTO ACK-REPORT-LINE
011570         END-STRING
011580         WRITE ACK-REPORT-LINE
011590     END-IF.
011600     IF TRANS-FILE-OK OR TRANS-FILE-AT-END
011610         CLOSE LANG-TRANS-FILE
011620     END-IF.
011630     IF ACKFILE-OK
011640         CLOSE ACK-FILE
011650     END-IF.
011660     IF ACK-RPT-OK
011670         CLOSE ACK-REPORT
011680     END-IF.
011690     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
011700 8000-EXIT.
011710     EXIT.
011720
011730 END PROGRAM LANGACK.
