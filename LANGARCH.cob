000010******************************************************************
000020* PROGRAM-ID:  LANGARCH
000030* AUTHOR:      D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN:  10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     NIGHTLY LOAD OF THE AUDIT HISTORY ARCHIVE (AUDHIST).  POSTS
000100*     THE NIGHT'S DISPATCH AUDIT LINES (ARCAUDIT), RECYCLE
000110*     RECORDS (ARCRECYC), HARD-REJECT LINES (ARCHREJ) AND
000120*     LANGEDIT REJECTS (ARCREJ) INTO THE ONE KEYED HISTORY
000130*     DATASET (LAYOUT IN COPYBOOK HISTREC), KEYED BY LANG_NAME,
000140*     DATE AND TIME WITH AN ALTERNATE KEY BY BATCH ID.  LANGHIST,
000150*     LANGBILL AND LANGTRC READ THE ARCHIVE BY KEY RANGE, SO OLD
000160*     AUDITLOG GENERATIONS CAN ROLL OFF WITHOUT LOSING HISTORY.
000170*     LANGAPRG PURGES IT TO THE RETENTION PERIOD.
000180******************************************************************
000190*     AUDIT LINES ARE PARSED BY THE FIXED COLUMN LAYOUT THAT
000200*     2220-WRITE-AUDIT-RECORD IN PROGRAM COBOL PRODUCES, AND
000210*     HARD-REJECT LINES BY THE LAYOUT OF
000220*     2250-RECYCLE-FAILED-TRANS.  THIS IS NOW THE ONLY PROGRAM
000230*     THAT PARSES THEM.  LINES THAT DO NOT CARRY THE EXPECTED
000240*     TAGS (HEADINGS, THE SELECTIVE-RUN MARKER, DAMAGE) ARE
000250*     COUNTED AND SKIPPED, NEVER GUESSED AT.
000260******************************************************************
000270*     RECYCLE RECORDS, HARD REJECTS AND EDIT REJECTS CARRY NO
000280*     DATE OF THEIR OWN.  THEY ARE ARCHIVED UNDER THE NIGHT'S
000290*     DATE - COLUMNS 1-8 OF THE OPTIONAL ARCPARM, ELSE THE
000300*     LATEST CALL DATE ON THE NIGHT'S AUDIT LINES, ELSE THE RUN
000310*     DATE - WITH A ZERO TIME OF DAY.
000320******************************************************************
000330*     EVERY ROW'S KEY ENDS WITH ITS POSITION IN THE DATASET IT
000340*     CAME FROM, SO RE-RUNNING THE LOAD FOR A NIGHT ALREADY
000350*     LOADED FINDS EVERY ROW ON FILE, COUNTS IT AS ALREADY
000360*     ARCHIVED AND ADDS NOTHING.
000370******************************************************************
000380*     RETURN CODES: 4 - AN INPUT DATASET COULD NOT BE OPENED AND
000390*     THAT SOURCE WAS NOT LOADED.  8 - A ROW COULD NOT BE WRITTEN
000400*     FOR A REASON OTHER THAN BEING ALREADY ON FILE.  16 - THE
000410*     ARCHIVE COULD NOT BE OPENED FOR UPDATE; NOTHING LOADED.
000420*-----------------------------------------------------------------
000430* MODIFICATION HISTORY.
000440*   DATE       INIT  DESCRIPTION
000450*   10/15/2026 DH    ORIGINAL PROGRAM.
000460* Tectonics: cobc
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. LANGARCH.
000500 AUTHOR. D. HOLLIS.
000510 INSTALLATION. DATA CENTER OPERATIONS.
000520 DATE-WRITTEN. 10/15/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS HST-KEY
000620         ALTERNATE RECORD KEY IS HST-BATCH-KEY
000630         FILE STATUS IS WS-AUDHIST-FILE-STATUS.
000640
000650     SELECT AUDIT-LOAD-FILE ASSIGN TO ARCAUDIT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ARCAUDIT-FILE-STATUS.
000680
000690     SELECT RECYCLE-LOAD-FILE ASSIGN TO ARCRECYC
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ARCRECYC-FILE-STATUS.
000720
000730     SELECT HARDREJ-LOAD-FILE ASSIGN TO ARCHREJ
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-ARCHREJ-FILE-STATUS.
000760
000770     SELECT REJECT-LOAD-FILE ASSIGN TO ARCREJ
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ARCREJ-FILE-STATUS.
000800
000810     SELECT ARCHIVE-PARM-FILE ASSIGN TO ARCPARM
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-ARCPARM-FILE-STATUS.
000840
000850     SELECT ARCHIVE-REPORT ASSIGN TO ARCRPT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ARCHIVE-RPT-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  AUDIT-HISTORY-FILE.
000920 01  AUDIT-HISTORY-RECORD.
000930     COPY HISTREC.
000940
000950 FD  AUDIT-LOAD-FILE
000960     RECORDING MODE IS F.
000970 01  AUDIT-LOAD-LINE                  PIC X(150).
000980
000990 FD  RECYCLE-LOAD-FILE
001000     RECORDING MODE IS F.
001010 01  RECYCLE-LOAD-RECORD.
001020     05  RCY-RECORD-TYPE              PIC X(01).
001030     05  RCY-LANG-NAME                PIC X(20).
001040     05  RCY-FAIL-REASON              PIC X(30).
001050     05  RCY-ATTEMPT-COUNT            PIC 9(02).
001060     05  RCY-REFERENCE.
001070         COPY TRANREF.
001080
001090 FD  HARDREJ-LOAD-FILE
001100     RECORDING MODE IS F.
001110 01  HARDREJ-LOAD-LINE                PIC X(132).
001120
001130 FD  REJECT-LOAD-FILE
001140     RECORDING MODE IS F.
001150 01  REJECT-LOAD-RECORD.
001160     05  REJ-LANG-NAME                PIC X(20).
001170     05  REJ-REASON-CODE              PIC X(02).
001180     05  REJ-REFERENCE.
001190         COPY TRANREF.
001200     05  REJ-BATCH-ID                 PIC X(08).
001210     05  REJ-DETAIL-SEQ               PIC 9(07).
001220
001230*    THE NIGHT BEING LOADED, CCYYMMDD, IN COLUMNS 1-8.  NEEDED
001240*    ONLY WHEN A NIGHT IS LOADED AFTER THE FACT WITH NO AUDIT
001250*    LINES OF ITS OWN TO DATE THE UNDATED SOURCES BY.
001260 FD  ARCHIVE-PARM-FILE
001270     RECORDING MODE IS F.
001280 01  ARCHIVE-PARM-RECORD.
001290     05  APM-NIGHT-DATE               PIC X(08).
001300     05  FILLER                       PIC X(72).
001310
001320 FD  ARCHIVE-REPORT
001330     RECORDING MODE IS F.
001340 01  ARCHIVE-REPORT-LINE              PIC X(100).
001350
001360 WORKING-STORAGE SECTION.
001370*-----------------------------------------------------------------
001380*    FILE STATUS SWITCHES
001390*-----------------------------------------------------------------
001400 01  WS-FILE-STATUSES.
001410     05  WS-AUDHIST-FILE-STATUS      PIC X(02) VALUE "99".
001420         88  AUDHIST-FILE-OK         VALUE "00", "02".
001430         88  AUDHIST-DUPLICATE-KEY   VALUE "22".
001440     05  WS-ARCAUDIT-FILE-STATUS     PIC X(02) VALUE "99".
001450         88  ARCAUDIT-FILE-OK        VALUE "00".
001460     05  WS-ARCRECYC-FILE-STATUS     PIC X(02) VALUE "99".
001470         88  ARCRECYC-FILE-OK        VALUE "00".
001480     05  WS-ARCHREJ-FILE-STATUS      PIC X(02) VALUE "99".
001490         88  ARCHREJ-FILE-OK         VALUE "00".
001500     05  WS-ARCREJ-FILE-STATUS       PIC X(02) VALUE "99".
001510         88  ARCREJ-FILE-OK          VALUE "00".
001520     05  WS-ARCPARM-FILE-STATUS      PIC X(02) VALUE "99".
001530         88  ARCPARM-FILE-OK         VALUE "00".
001540     05  WS-ARCHIVE-RPT-STATUS       PIC X(02) VALUE "99".
001550         88  ARCHIVE-RPT-OK          VALUE "00".
001560
001570 01  WS-SWITCHES.
001580     05  WS-AUDHIST-OPEN-SWITCH       PIC X(01) VALUE "N".
001590         88  AUDHIST-FILE-OPEN        VALUE "Y".
001600     05  WS-LOAD-EOF-SWITCH           PIC X(01) VALUE "N".
001610         88  END-OF-LOAD-FILE         VALUE "Y".
001620     05  WS-WRITE-ERROR-SWITCH        PIC X(01) VALUE "N".
001630         88  WRITE-ERROR-LOGGED       VALUE "Y".
001640
001650*-----------------------------------------------------------------
001660*    FIXED-COLUMN IMAGE OF ONE AUDIT-LOG LINE, AS WRITTEN BY
001670*    2220-WRITE-AUDIT-RECORD IN PROGRAM COBOL.  THE LANG_NAME,
001680*    PGM= AND RC= TAGS MUST MATCH EXACTLY OR THE LINE IS
001690*    SKIPPED.  THE EL=, B= AND R=/S=/T= FIELDS ARE ABSENT FROM
001700*    OLDER GENERATIONS, SO THEIR TAGS ARE TESTED SEPARATELY.
001710*-----------------------------------------------------------------
001720 01  WS-AUDIT-LINE-IMAGE.
001730     05  WS-AUD-CALL-DATE             PIC X(08).
001740     05  WS-AUD-CALL-DATE-N REDEFINES WS-AUD-CALL-DATE
001750                                      PIC 9(08).
001760     05  FILLER                       PIC X(01).
001770     05  WS-AUD-CALL-TIME             PIC X(08).
001780     05  WS-AUD-LANG-TAG              PIC X(11).
001790         88  AUD-LANG-TAG-OK          VALUE " LANG_NAME=".
001800     05  WS-AUD-LANG-NAME             PIC X(20).
001810     05  WS-AUD-PGM-TAG               PIC X(05).
001820         88  AUD-PGM-TAG-OK           VALUE " PGM=".
001830     05  WS-AUD-PROGRAM-NAME          PIC X(09).
001840     05  WS-AUD-RC-TAG                PIC X(04).
001850         88  AUD-RC-TAG-OK            VALUE " RC=".
001860     05  WS-AUD-RETURN-CODE           PIC X(04).
001870     05  WS-AUD-EL-TAG                PIC X(04).
001880         88  AUD-EL-TAG-OK            VALUE " EL=".
001890     05  WS-AUD-ELAPSED               PIC X(06).
001900     05  WS-AUD-ELAPSED-N REDEFINES WS-AUD-ELAPSED
001910                                      PIC 9(06).
001920     05  WS-AUD-BATCH-TAG             PIC X(03).
001930         88  AUD-BATCH-TAG-OK         VALUE " B=".
001940     05  WS-AUD-BATCH-ID              PIC X(08).
001950     05  WS-AUD-REF-TAG               PIC X(03).
001960         88  AUD-REF-TAG-OK           VALUE " R=".
001970     05  WS-AUD-SOURCE-REF            PIC X(16).
001980     05  FILLER                       PIC X(03).
001990     05  WS-AUD-ORIGIN-SYSTEM         PIC X(04).
002000     05  FILLER                       PIC X(03).
002010     05  WS-AUD-ORIGIN-TIMESTAMP      PIC X(14).
002020     05  FILLER                       PIC X(16).
002030
002040*-----------------------------------------------------------------
002050*    FIXED-COLUMN IMAGE OF ONE HARD-REJECT LINE, AS WRITTEN BY
002060*    2250-RECYCLE-FAILED-TRANS IN PROGRAM COBOL.
002070*-----------------------------------------------------------------
002080 01  WS-HARDREJ-LINE-IMAGE.
002090     05  WS-HRJ-LEAD-TAG              PIC X(12).
002100         88  HRJ-LEAD-TAG-OK          VALUE "HARD REJECT ".
002110     05  WS-HRJ-ATTEMPT-COUNT         PIC X(02).
002120     05  WS-HRJ-ATTEMPT-COUNT-N REDEFINES WS-HRJ-ATTEMPT-COUNT
002130                                      PIC 9(02).
002140     05  WS-HRJ-LANG-TAG              PIC X(11).
002150         88  HRJ-LANG-TAG-OK          VALUE " LANG_NAME=".
002160     05  WS-HRJ-LANG-NAME             PIC X(20).
002170     05  FILLER                       PIC X(01).
002180     05  WS-HRJ-FAIL-REASON           PIC X(30).
002190     05  WS-HRJ-REF-TAG               PIC X(03).
002200         88  HRJ-REF-TAG-OK           VALUE " R=".
002210     05  WS-HRJ-SOURCE-REF            PIC X(16).
002220     05  FILLER                       PIC X(03).
002230     05  WS-HRJ-ORIGIN-SYSTEM         PIC X(04).
002240     05  FILLER                       PIC X(03).
002250     05  WS-HRJ-ORIGIN-TIMESTAMP      PIC X(14).
002260     05  FILLER                       PIC X(13).
002270
002280*-----------------------------------------------------------------
002290*    LOAD COUNTS PER SOURCE, IN THE ORDER THE SOURCES ARE LOADED:
002300*    1 AUDIT LINES, 2 RECYCLE RECORDS, 3 HARD REJECTS, 4 EDIT
002310*    REJECTS.  A RECORD IS READ, THEN EITHER SKIPPED (UNPARSABLE),
002320*    LOADED, FOUND ALREADY ARCHIVED, OR FAILED.
002330*-----------------------------------------------------------------
002340 01  WS-SOURCE-NAME-VALUES.
002350     05  FILLER                       PIC X(16)
002360                                      VALUE "AUDIT LINES".
002370     05  FILLER                       PIC X(16)
002380                                      VALUE "RECYCLE RECORDS".
002390     05  FILLER                       PIC X(16)
002400                                      VALUE "HARD REJECTS".
002410     05  FILLER                       PIC X(16)
002420                                      VALUE "EDIT REJECTS".
002430 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
002440     05  WS-SOURCE-NAME               PIC X(16) OCCURS 4 TIMES.
002450 01  WS-SOURCE-COUNT-TABLE.
002460     05  WS-SOURCE-COUNTS             OCCURS 4 TIMES.
002470         10  WS-SRC-READ-COUNT        PIC 9(07).
002480         10  WS-SRC-SKIPPED-COUNT     PIC 9(07).
002490         10  WS-SRC-LOADED-COUNT      PIC 9(07).
002500         10  WS-SRC-ON-FILE-COUNT     PIC 9(07).
002510         10  WS-SRC-FAILED-COUNT      PIC 9(07).
002520         10  WS-SRC-OPEN-SWITCH       PIC X(01).
002530             88  SRC-DATASET-LOADED   VALUE "Y".
002540
002550 77  WS-SOURCE-SUB                    PIC 9(04) COMP VALUE ZERO.
002560 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
002570
002580 01  WS-NIGHT-DATE                    PIC 9(08) VALUE ZERO.
002590 01  WS-LATEST-CALL-DATE              PIC 9(08) VALUE ZERO.
002600 01  WS-DATE-WORK                     PIC X(08).
002610 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
002620                                      PIC 9(08).
002630 01  WS-NIGHT-DATE-SOURCE             PIC X(16) VALUE SPACES.
002640 01  WS-RUN-DATE                      PIC 9(08).
002650 01  WS-RUN-TIME                      PIC 9(08).
002660
002670 PROCEDURE DIVISION.
002680*-----------------------------------------------------------------
002690* 0000-MAINLINE-CONTROL.
002700*     TOP LEVEL FLOW OF CONTROL FOR THE ARCHIVE LOAD.  THE AUDIT
002710*     LINES LOAD FIRST BECAUSE THEIR CALL DATES SETTLE THE NIGHT
002720*     THE UNDATED SOURCES ARE FILED UNDER.
002730*-----------------------------------------------------------------
002740 0000-MAINLINE-CONTROL.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     IF AUDHIST-FILE-OPEN
002770         PERFORM 2000-LOAD-AUDIT-LINES THRU 2000-EXIT
002780         PERFORM 2900-SETTLE-NIGHT-DATE THRU 2900-EXIT
002790         PERFORM 3000-LOAD-RECYCLES THRU 3000-EXIT
002800         PERFORM 4000-LOAD-HARD-REJECTS THRU 4000-EXIT
002810         PERFORM 5000-LOAD-EDIT-REJECTS THRU 5000-EXIT
002820     END-IF.
002830     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002840     STOP RUN.
002850
002860*-----------------------------------------------------------------
002870* 1000-INITIALIZE.
002880*     OPENS THE REPORT AND THE ARCHIVE FOR UPDATE, CLEARS THE
002890*     LOAD COUNTS, AND READS THE OPTIONAL NIGHT DATE.  AN ARCHIVE
002900*     THAT CANNOT BE OPENED ENDS THE STEP AT RETURN CODE 16 WITH
002910*     NOTHING LOADED.
002920*-----------------------------------------------------------------
002930 1000-INITIALIZE.
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002950     ACCEPT WS-RUN-TIME FROM TIME.
002960     PERFORM 1010-CLEAR-SOURCE-COUNTS THRU 1010-EXIT
002970         VARYING WS-SOURCE-SUB FROM 1 BY 1
002980         UNTIL WS-SOURCE-SUB > 4.
002990     OPEN OUTPUT ARCHIVE-REPORT.
003000     IF NOT ARCHIVE-RPT-OK
003010         IF WS-JOB-RETURN-CODE < 8
003020             MOVE 8 TO WS-JOB-RETURN-CODE
003030         END-IF
003040     END-IF.
003050     IF ARCHIVE-RPT-OK
003060         MOVE SPACES TO ARCHIVE-REPORT-LINE
003070         STRING "AUDIT HISTORY ARCHIVE LOAD - RUN "
003080                 DELIMITED BY SIZE
003090                WS-RUN-DATE DELIMITED BY SIZE
003100                " " DELIMITED BY SIZE
003110                WS-RUN-TIME DELIMITED BY SIZE
003120                INTO ARCHIVE-REPORT-LINE
003130         END-STRING
003140         WRITE ARCHIVE-REPORT-LINE
003150     END-IF.
003160     OPEN I-O AUDIT-HISTORY-FILE.
003170     IF NOT AUDHIST-FILE-OK
003180         MOVE 16 TO WS-JOB-RETURN-CODE
003190         IF ARCHIVE-RPT-OK
003200             MOVE SPACES TO ARCHIVE-REPORT-LINE
003210             STRING "AUDHIST COULD NOT BE OPENED FOR UPDATE "
003220                     DELIMITED BY SIZE
003230                    "- STATUS " DELIMITED BY SIZE
003240                    WS-AUDHIST-FILE-STATUS DELIMITED BY SIZE
003250                    " - NOTHING LOADED" DELIMITED BY SIZE
003260                    INTO ARCHIVE-REPORT-LINE
003270             END-STRING
003280             WRITE ARCHIVE-REPORT-LINE
003290         END-IF
003300         GO TO 1000-EXIT
003310     END-IF.
003320     SET AUDHIST-FILE-OPEN TO TRUE.
003330     PERFORM 1020-READ-ARCHIVE-PARM THRU 1020-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360
003370*-----------------------------------------------------------------
003380* 1010-CLEAR-SOURCE-COUNTS.
003390*     ZEROES ONE SOURCE'S LOAD COUNTS.
003400*-----------------------------------------------------------------
003410 1010-CLEAR-SOURCE-COUNTS.
003420     MOVE ZERO TO WS-SRC-READ-COUNT (WS-SOURCE-SUB).
003430     MOVE ZERO TO WS-SRC-SKIPPED-COUNT (WS-SOURCE-SUB).
003440     MOVE ZERO TO WS-SRC-LOADED-COUNT (WS-SOURCE-SUB).
003450     MOVE ZERO TO WS-SRC-ON-FILE-COUNT (WS-SOURCE-SUB).
003460     MOVE ZERO TO WS-SRC-FAILED-COUNT (WS-SOURCE-SUB).
003470     MOVE "N" TO WS-SRC-OPEN-SWITCH (WS-SOURCE-SUB).
003480 1010-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* 1020-READ-ARCHIVE-PARM.
003530*     READS THE OPTIONAL NIGHT DATE FROM COLUMNS 1-8 OF ARCPARM.
003540*     A MISSING, BLANK, ZERO OR NON-NUMERIC VALUE LEAVES THE
003550*     NIGHT TO BE TAKEN FROM THE AUDIT LINES.
003560*-----------------------------------------------------------------
003570 1020-READ-ARCHIVE-PARM.
003580     OPEN INPUT ARCHIVE-PARM-FILE.
003590     IF NOT ARCPARM-FILE-OK
003600         GO TO 1020-EXIT
003610     END-IF.
003620     READ ARCHIVE-PARM-FILE
003630         AT END
003640             CONTINUE
003650         NOT AT END
003660             MOVE APM-NIGHT-DATE TO WS-DATE-WORK
003670             IF WS-DATE-WORK-N NUMERIC
003680                AND WS-DATE-WORK-N > ZERO
003690                 MOVE WS-DATE-WORK-N TO WS-NIGHT-DATE
003700                 MOVE "ARCPARM" TO WS-NIGHT-DATE-SOURCE
003710             END-IF
003720     END-READ.
003730     CLOSE ARCHIVE-PARM-FILE.
003740 1020-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780* 2000-LOAD-AUDIT-LINES.
003790*     ARCHIVES EVERY DISPATCH LINE OF THE NIGHT'S AUDIT LOG.  A
003800*     MISSING ARCAUDIT IS REPORTED BY 8100 AT RETURN CODE 4.
003810*-----------------------------------------------------------------
003820 2000-LOAD-AUDIT-LINES.
003830     MOVE 1 TO WS-SOURCE-SUB.
003840     OPEN INPUT AUDIT-LOAD-FILE.
003850     IF NOT ARCAUDIT-FILE-OK
003860         PERFORM 2810-NOTE-SOURCE-MISSING THRU 2810-EXIT
003870         GO TO 2000-EXIT
003880     END-IF.
003890     SET SRC-DATASET-LOADED (WS-SOURCE-SUB) TO TRUE.
003900     MOVE "N" TO WS-LOAD-EOF-SWITCH.
003910     PERFORM 2100-READ-AUDIT-LINE THRU 2100-EXIT.
003920     PERFORM 2200-LOAD-ONE-AUDIT-LINE THRU 2200-EXIT
003930         UNTIL END-OF-LOAD-FILE.
003940     CLOSE AUDIT-LOAD-FILE.
003950 2000-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------------
003990* 2100-READ-AUDIT-LINE.
004000*     READS THE NEXT AUDIT LINE.
004010*-----------------------------------------------------------------
004020 2100-READ-AUDIT-LINE.
004030     READ AUDIT-LOAD-FILE
004040         AT END
004050             SET END-OF-LOAD-FILE TO TRUE
004060         NOT AT END
004070             ADD 1 TO WS-SRC-READ-COUNT (WS-SOURCE-SUB)
004080     END-READ.
004090 2100-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130* 2200-LOAD-ONE-AUDIT-LINE.
004140*     PARSES ONE AUDIT LINE INTO AN ARCHIVE ROW, WRITES IT, AND
004150*     READS AHEAD.  THE LATEST CALL DATE SEEN IS KEPT TO DATE THE
004160*     UNDATED SOURCES.
004170*-----------------------------------------------------------------
004180 2200-LOAD-ONE-AUDIT-LINE.
004190     MOVE AUDIT-LOAD-LINE TO WS-AUDIT-LINE-IMAGE.
004200     IF NOT AUD-LANG-TAG-OK OR NOT AUD-PGM-TAG-OK
004210        OR NOT AUD-RC-TAG-OK OR WS-AUD-CALL-DATE-N NOT NUMERIC
004220         ADD 1 TO WS-SRC-SKIPPED-COUNT (WS-SOURCE-SUB)
004230         GO TO 2200-NEXT
004240     END-IF.
004250     IF WS-AUD-CALL-DATE-N > WS-LATEST-CALL-DATE
004260         MOVE WS-AUD-CALL-DATE-N TO WS-LATEST-CALL-DATE
004270     END-IF.
004280     MOVE SPACES TO AUDIT-HISTORY-RECORD.
004290     MOVE WS-AUD-LANG-NAME TO HST-LANG-NAME.
004300     MOVE WS-AUD-CALL-DATE-N TO HST-EVENT-DATE.
004310     MOVE WS-AUD-CALL-TIME TO HST-EVENT-TIME.
004320     SET HST-FROM-AUDIT-LOG TO TRUE.
004330     MOVE WS-SRC-READ-COUNT (WS-SOURCE-SUB) TO HST-SOURCE-SEQ.
004340     MOVE WS-AUD-PROGRAM-NAME TO HST-PROGRAM-NAME.
004350     MOVE WS-AUD-RETURN-CODE TO HST-RETURN-CODE.
004360     MOVE ZERO TO HST-ELAPSED-HSECS.
004370     IF AUD-EL-TAG-OK AND WS-AUD-ELAPSED-N NUMERIC
004380         MOVE WS-AUD-ELAPSED-N TO HST-ELAPSED-HSECS
004390     END-IF.
004400     IF AUD-BATCH-TAG-OK
004410         MOVE WS-AUD-BATCH-ID TO HST-BATCH-ID
004420     END-IF.
004430     IF AUD-REF-TAG-OK
004440         MOVE WS-AUD-SOURCE-REF TO TRN-SOURCE-REF OF HST-REFERENCE
004450         MOVE WS-AUD-ORIGIN-SYSTEM
004460             TO TRN-ORIGIN-SYSTEM OF HST-REFERENCE
004470         MOVE WS-AUD-ORIGIN-TIMESTAMP
004480             TO TRN-ORIGIN-TIMESTAMP OF HST-REFERENCE
004490     END-IF.
004500     MOVE ZERO TO HST-ATTEMPT-COUNT.
004510     MOVE WS-RUN-DATE TO HST-LOAD-DATE.
004520     PERFORM 2800-WRITE-HISTORY-ROW THRU 2800-EXIT.
004530 2200-NEXT.
004540     PERFORM 2100-READ-AUDIT-LINE THRU 2100-EXIT.
004550 2200-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------------
004590* 2800-WRITE-HISTORY-ROW.
004600*     WRITES THE ROW BUILT IN THE RECORD AREA UNDER THE CURRENT
004610*     SOURCE'S COUNTS.  A KEY ALREADY ON FILE MEANS THE NIGHT WAS
004620*     LOADED BEFORE AND IS COUNTED, NOT AN ERROR.  ANY OTHER
004630*     FAILURE IS COUNTED, REPORTED THE FIRST TIME WITH ITS
004640*     STATUS, AND RAISES THE RETURN CODE TO 8.  THE BATCH KEY
004641*     IS COMPLETED FROM THE PRIME KEY FIRST, SO EVERY ROW - ONE
004642*     WITH A BLANK BATCH ID INCLUDED - HAS AN ALTERNATE KEY OF
004643*     ITS OWN.
004650*-----------------------------------------------------------------
004660 2800-WRITE-HISTORY-ROW.
004661     MOVE HST-EVENT-DATE TO HST-BK-EVENT-DATE.
004662     MOVE HST-EVENT-TIME TO HST-BK-EVENT-TIME.
004663     MOVE HST-RECORD-SOURCE TO HST-BK-RECORD-SOURCE.
004664     MOVE HST-SOURCE-SEQ TO HST-BK-SOURCE-SEQ.
004670     WRITE AUDIT-HISTORY-RECORD
004680         INVALID KEY
004690             CONTINUE
004700     END-WRITE.
004710     IF AUDHIST-FILE-OK
004720         ADD 1 TO WS-SRC-LOADED-COUNT (WS-SOURCE-SUB)
004730         GO TO 2800-EXIT
004740     END-IF.
004750     IF AUDHIST-DUPLICATE-KEY
004760         ADD 1 TO WS-SRC-ON-FILE-COUNT (WS-SOURCE-SUB)
004770         GO TO 2800-EXIT
004780     END-IF.
004790     ADD 1 TO WS-SRC-FAILED-COUNT (WS-SOURCE-SUB).
004800     IF WS-JOB-RETURN-CODE < 8
004810         MOVE 8 TO WS-JOB-RETURN-CODE
004820     END-IF.
004830     IF WRITE-ERROR-LOGGED OR NOT ARCHIVE-RPT-OK
004840         GO TO 2800-EXIT
004850     END-IF.
004860     SET WRITE-ERROR-LOGGED TO TRUE.
004870     MOVE SPACES TO ARCHIVE-REPORT-LINE.
004880     STRING "AUDHIST WRITE FAILED - STATUS " DELIMITED BY SIZE
004890            WS-AUDHIST-FILE-STATUS DELIMITED BY SIZE
004900            " LANG_NAME=" DELIMITED BY SIZE
004910            HST-LANG-NAME DELIMITED BY SIZE
004920            " DATE=" DELIMITED BY SIZE
004930            HST-EVENT-DATE DELIMITED BY SIZE
004940            INTO ARCHIVE-REPORT-LINE
004950     END-STRING.
004960     WRITE ARCHIVE-REPORT-LINE.
004970 2800-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------------
005010* 2810-NOTE-SOURCE-MISSING.
005020*     REPORTS AN INPUT DATASET THAT WOULD NOT OPEN AND RAISES THE
005030*     RETURN CODE TO 4 - THAT PART OF THE NIGHT IS NOT IN THE
005040*     ARCHIVE UNTIL THE LOAD IS RE-RUN WITH IT.
005050*-----------------------------------------------------------------
005060 2810-NOTE-SOURCE-MISSING.
005070     IF WS-JOB-RETURN-CODE < 4
005080         MOVE 4 TO WS-JOB-RETURN-CODE
005090     END-IF.
005100     IF ARCHIVE-RPT-OK
005110         MOVE SPACES TO ARCHIVE-REPORT-LINE
005120         STRING WS-SOURCE-NAME (WS-SOURCE-SUB) DELIMITED BY SIZE
005130                " - INPUT NOT AVAILABLE, NOT LOADED"
005140                 DELIMITED BY SIZE
005150                INTO ARCHIVE-REPORT-LINE
005160         END-STRING
005170         WRITE ARCHIVE-REPORT-LINE
005180     END-IF.
005190 2810-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------------
005230* 2900-SETTLE-NIGHT-DATE.
005240*     SETTLES THE DATE THE UNDATED SOURCES ARE FILED UNDER: THE
005250*     ARCPARM DATE, ELSE THE LATEST CALL DATE ON THE AUDIT LINES
005260*     JUST LOADED, ELSE THE RUN DATE.
005270*-----------------------------------------------------------------
005280 2900-SETTLE-NIGHT-DATE.
005290     IF WS-NIGHT-DATE > ZERO
005300         GO TO 2900-EXIT
005310     END-IF.
005320     IF WS-LATEST-CALL-DATE > ZERO
005330         MOVE WS-LATEST-CALL-DATE TO WS-NIGHT-DATE
005340         MOVE "AUDIT LINES" TO WS-NIGHT-DATE-SOURCE
005350     ELSE
005360         MOVE WS-RUN-DATE TO WS-NIGHT-DATE
005370         MOVE "RUN DATE" TO WS-NIGHT-DATE-SOURCE
005380     END-IF.
005390 2900-EXIT.
005400     EXIT.
005410
005420*-----------------------------------------------------------------
005430* 3000-LOAD-RECYCLES.
005440*     ARCHIVES EVERY RECORD THE NIGHT WROTE TO THE RECYCLE FILE,
005450*     FAILED (D) AND QUOTA-DEFERRED (Q) ALIKE.
005460*-----------------------------------------------------------------
005470 3000-LOAD-RECYCLES.
005480     MOVE 2 TO WS-SOURCE-SUB.
005490     OPEN INPUT RECYCLE-LOAD-FILE.
005500     IF NOT ARCRECYC-FILE-OK
005510         PERFORM 2810-NOTE-SOURCE-MISSING THRU 2810-EXIT
005520         GO TO 3000-EXIT
005530     END-IF.
005540     SET SRC-DATASET-LOADED (WS-SOURCE-SUB) TO TRUE.
005550     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005560     PERFORM 3100-READ-RECYCLE-RECORD THRU 3100-EXIT.
005570     PERFORM 3200-LOAD-ONE-RECYCLE THRU 3200-EXIT
005580         UNTIL END-OF-LOAD-FILE.
005590     CLOSE RECYCLE-LOAD-FILE.
005600 3000-EXIT.
005610     EXIT.
005620
005630*-----------------------------------------------------------------
005640* 3100-READ-RECYCLE-RECORD.
005650*     READS THE NEXT RECYCLE RECORD.
005660*-----------------------------------------------------------------
005670 3100-READ-RECYCLE-RECORD.
005680     READ RECYCLE-LOAD-FILE
005690         AT END
005700             SET END-OF-LOAD-FILE TO TRUE
005710         NOT AT END
005720             ADD 1 TO WS-SRC-READ-COUNT (WS-SOURCE-SUB)
005730     END-READ.
005740 3100-EXIT.
005750     EXIT.
005760
005770*-----------------------------------------------------------------
005780* 3200-LOAD-ONE-RECYCLE.
005790*     FILES ONE RECYCLE RECORD UNDER THE NIGHT DATE AND READS
005800*     AHEAD.  A RECORD WITH NO LANG_NAME IS SKIPPED.
005810*-----------------------------------------------------------------
005820 3200-LOAD-ONE-RECYCLE.
005830     IF RCY-LANG-NAME EQUAL SPACES
005840         ADD 1 TO WS-SRC-SKIPPED-COUNT (WS-SOURCE-SUB)
005850         GO TO 3200-NEXT
005860     END-IF.
005870     MOVE SPACES TO AUDIT-HISTORY-RECORD.
005880     MOVE RCY-LANG-NAME TO HST-LANG-NAME.
005890     MOVE WS-NIGHT-DATE TO HST-EVENT-DATE.
005900     MOVE ZEROS TO HST-EVENT-TIME.
005910     SET HST-FROM-RECYCLE TO TRUE.
005920     MOVE WS-SRC-READ-COUNT (WS-SOURCE-SUB) TO HST-SOURCE-SEQ.
005930     MOVE ZERO TO HST-ELAPSED-HSECS.
005940     MOVE ZERO TO HST-ATTEMPT-COUNT.
005950     IF RCY-ATTEMPT-COUNT NUMERIC
005960         MOVE RCY-ATTEMPT-COUNT TO HST-ATTEMPT-COUNT
005970     END-IF.
005980     MOVE RCY-RECORD-TYPE TO HST-RECYCLE-TYPE.
005990     MOVE RCY-FAIL-REASON TO HST-REASON-TEXT.
006000     MOVE RCY-REFERENCE TO HST-REFERENCE.
006010     MOVE WS-RUN-DATE TO HST-LOAD-DATE.
006020     PERFORM 2800-WRITE-HISTORY-ROW THRU 2800-EXIT.
006030 3200-NEXT.
006040     PERFORM 3100-READ-RECYCLE-RECORD THRU 3100-EXIT.
006050 3200-EXIT.
006060     EXIT.
006070
006080*-----------------------------------------------------------------
006090* 4000-LOAD-HARD-REJECTS.
006100*     ARCHIVES EVERY HARD-REJECT LINE OF THE NIGHT.
006110*-----------------------------------------------------------------
006120 4000-LOAD-HARD-REJECTS.
006130     MOVE 3 TO WS-SOURCE-SUB.
006140     OPEN INPUT HARDREJ-LOAD-FILE.
006150     IF NOT ARCHREJ-FILE-OK
006160         PERFORM 2810-NOTE-SOURCE-MISSING THRU 2810-EXIT
006170         GO TO 4000-EXIT
006180     END-IF.
006190     SET SRC-DATASET-LOADED (WS-SOURCE-SUB) TO TRUE.
006200     MOVE "N" TO WS-LOAD-EOF-SWITCH.
006210     PERFORM 4100-READ-HARDREJ-LINE THRU 4100-EXIT.
006220     PERFORM 4200-LOAD-ONE-HARDREJ THRU 4200-EXIT
006230         UNTIL END-OF-LOAD-FILE.
006240     CLOSE HARDREJ-LOAD-FILE.
006250 4000-EXIT.
006260     EXIT.
006270
006280*-----------------------------------------------------------------
006290* 4100-READ-HARDREJ-LINE.
006300*     READS THE NEXT HARD-REJECT LINE.
006310*-----------------------------------------------------------------
006320 4100-READ-HARDREJ-LINE.
006330     READ HARDREJ-LOAD-FILE
006340         AT END
006350             SET END-OF-LOAD-FILE TO TRUE
006360         NOT AT END
006370             ADD 1 TO WS-SRC-READ-COUNT (WS-SOURCE-SUB)
006380     END-READ.
006390 4100-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------------
006430* 4200-LOAD-ONE-HARDREJ.
006440*     PARSES ONE HARD-REJECT LINE INTO AN ARCHIVE ROW FILED UNDER
006450*     THE NIGHT DATE, WRITES IT, AND READS AHEAD.  LINES WITHOUT
006460*     THE EXPECTED TAGS ARE COUNTED AND SKIPPED.
006470*-----------------------------------------------------------------
006480 4200-LOAD-ONE-HARDREJ.
006490     MOVE HARDREJ-LOAD-LINE TO WS-HARDREJ-LINE-IMAGE.
006500     IF NOT HRJ-LEAD-TAG-OK OR NOT HRJ-LANG-TAG-OK
006510         ADD 1 TO WS-SRC-SKIPPED-COUNT (WS-SOURCE-SUB)
006520         GO TO 4200-NEXT
006530     END-IF.
006540     MOVE SPACES TO AUDIT-HISTORY-RECORD.
006550     MOVE WS-HRJ-LANG-NAME TO HST-LANG-NAME.
006560     MOVE WS-NIGHT-DATE TO HST-EVENT-DATE.
006570     MOVE ZEROS TO HST-EVENT-TIME.
006580     SET HST-FROM-HARD-REJECT TO TRUE.
006590     MOVE WS-SRC-READ-COUNT (WS-SOURCE-SUB) TO HST-SOURCE-SEQ.
006600     MOVE ZERO TO HST-ELAPSED-HSECS.
006610     MOVE ZERO TO HST-ATTEMPT-COUNT.
006620     IF WS-HRJ-ATTEMPT-COUNT-N NUMERIC
006630         MOVE WS-HRJ-ATTEMPT-COUNT-N TO HST-ATTEMPT-COUNT
006640     END-IF.
006650     MOVE WS-HRJ-FAIL-REASON TO HST-REASON-TEXT.
006660     IF HRJ-REF-TAG-OK
006670         MOVE WS-HRJ-SOURCE-REF TO TRN-SOURCE-REF OF HST-REFERENCE
006680         MOVE WS-HRJ-ORIGIN-SYSTEM
006690             TO TRN-ORIGIN-SYSTEM OF HST-REFERENCE
006700         MOVE WS-HRJ-ORIGIN-TIMESTAMP
006710             TO TRN-ORIGIN-TIMESTAMP OF HST-REFERENCE
006720     END-IF.
006730     MOVE WS-RUN-DATE TO HST-LOAD-DATE.
006740     PERFORM 2800-WRITE-HISTORY-ROW THRU 2800-EXIT.
006750 4200-NEXT.
006760     PERFORM 4100-READ-HARDREJ-LINE THRU 4100-EXIT.
006770 4200-EXIT.
006780     EXIT.
006790
006800*-----------------------------------------------------------------
006810* 5000-LOAD-EDIT-REJECTS.
006820*     ARCHIVES EVERY LANGEDIT REJECT OF THE NIGHT.  A REJECT WITH
006830*     A BLANK LANG_NAME (REASON 01) IS STILL ARCHIVED - ITS BATCH
006840*     AND REFERENCE ARE WHAT A DISPUTE WILL QUOTE.
006850*-----------------------------------------------------------------
006860 5000-LOAD-EDIT-REJECTS.
006870     MOVE 4 TO WS-SOURCE-SUB.
006880     OPEN INPUT REJECT-LOAD-FILE.
006890     IF NOT ARCREJ-FILE-OK
006900         PERFORM 2810-NOTE-SOURCE-MISSING THRU 2810-EXIT
006910         GO TO 5000-EXIT
006920     END-IF.
006930     SET SRC-DATASET-LOADED (WS-SOURCE-SUB) TO TRUE.
006940     MOVE "N" TO WS-LOAD-EOF-SWITCH.
006950     PERFORM 5100-READ-EDIT-REJECT THRU 5100-EXIT.
006960     PERFORM 5200-LOAD-ONE-EDIT-REJECT THRU 5200-EXIT
006970         UNTIL END-OF-LOAD-FILE.
006980     CLOSE REJECT-LOAD-FILE.
006990 5000-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------------
007030* 5100-READ-EDIT-REJECT.
007040*     READS THE NEXT LANGEDIT REJECT RECORD.
007050*-----------------------------------------------------------------
007060 5100-READ-EDIT-REJECT.
007070     READ REJECT-LOAD-FILE
007080         AT END
007090             SET END-OF-LOAD-FILE TO TRUE
007100         NOT AT END
007110             ADD 1 TO WS-SRC-READ-COUNT (WS-SOURCE-SUB)
007120     END-READ.
007130 5100-EXIT.
007140     EXIT.
007150
007160*-----------------------------------------------------------------
007170* 5200-LOAD-ONE-EDIT-REJECT.
007180*     FILES ONE LANGEDIT REJECT UNDER THE NIGHT DATE AND READS
007190*     AHEAD.
007200*-----------------------------------------------------------------
007210 5200-LOAD-ONE-EDIT-REJECT.
007220     MOVE SPACES TO AUDIT-HISTORY-RECORD.
007230     MOVE REJ-LANG-NAME TO HST-LANG-NAME.
007240     MOVE WS-NIGHT-DATE TO HST-EVENT-DATE.
007250     MOVE ZEROS TO HST-EVENT-TIME.
007260     SET HST-FROM-EDIT-REJECT TO TRUE.
007270     MOVE WS-SRC-READ-COUNT (WS-SOURCE-SUB) TO HST-SOURCE-SEQ.
007280     MOVE REJ-BATCH-ID TO HST-BATCH-ID.
007290     MOVE ZERO TO HST-ELAPSED-HSECS.
007300     MOVE ZERO TO HST-ATTEMPT-COUNT.
007310     MOVE REJ-REASON-CODE TO HST-REASON-CODE.
007320     MOVE REJ-REFERENCE TO HST-REFERENCE.
007330     MOVE WS-RUN-DATE TO HST-LOAD-DATE.
007340     PERFORM 2800-WRITE-HISTORY-ROW THRU 2800-EXIT.
007350     PERFORM 5100-READ-EDIT-REJECT THRU 5100-EXIT.
007360 5200-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------------------
007400* 8000-TERMINATE.
007410*     WRITES THE LOAD TOTALS, CLOSES THE ARCHIVE AND THE REPORT,
007420*     AND SETS THE JOB RETURN CODE.
007430*-----------------------------------------------------------------
007440 8000-TERMINATE.
007450     IF ARCHIVE-RPT-OK AND AUDHIST-FILE-OPEN
007460         PERFORM 8100-WRITE-LOAD-TOTALS THRU 8100-EXIT
007470     END-IF.
007480     IF AUDHIST-FILE-OPEN
007490         CLOSE AUDIT-HISTORY-FILE
007500     END-IF.
007510     IF ARCHIVE-RPT-OK
007520         CLOSE ARCHIVE-REPORT
007530     END-IF.
007540     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
007550 8000-EXIT.
007560     EXIT.
007570
007580*-----------------------------------------------------------------
007590* 8100-WRITE-LOAD-TOTALS.
007600*     WRITES THE NIGHT DATE USED FOR THE UNDATED SOURCES AND ONE
007610*     LINE OF COUNTS PER SOURCE.
007620*-----------------------------------------------------------------
007630 8100-WRITE-LOAD-TOTALS.
007640     MOVE SPACES TO ARCHIVE-REPORT-LINE.
007650     WRITE ARCHIVE-REPORT-LINE.
007660     MOVE SPACES TO ARCHIVE-REPORT-LINE.
007670     STRING "NIGHT DATE FOR UNDATED SOURCES " DELIMITED BY SIZE
007680            WS-NIGHT-DATE DELIMITED BY SIZE
007690            " FROM " DELIMITED BY SIZE
007700            WS-NIGHT-DATE-SOURCE DELIMITED BY SIZE
007710            INTO ARCHIVE-REPORT-LINE
007720     END-STRING.
007730     WRITE ARCHIVE-REPORT-LINE.
007740     PERFORM 8110-WRITE-ONE-SOURCE THRU 8110-EXIT
007750         VARYING WS-SOURCE-SUB FROM 1 BY 1
007760         UNTIL WS-SOURCE-SUB > 4.
007770 8100-EXIT.
007780     EXIT.
007790
007800*-----------------------------------------------------------------
007810* 8110-WRITE-ONE-SOURCE.
007820*     WRITES ONE SOURCE'S READ/SKIPPED/LOADED/ON-FILE/FAILED
007830*     COUNTS, OR THAT IT WAS NOT LOADED.
007840*-----------------------------------------------------------------
007850 8110-WRITE-ONE-SOURCE.
007860     MOVE SPACES TO ARCHIVE-REPORT-LINE.
007870     IF NOT SRC-DATASET-LOADED (WS-SOURCE-SUB)
007880         STRING WS-SOURCE-NAME (WS-SOURCE-SUB) DELIMITED BY SIZE
007890                " NOT LOADED" DELIMITED BY SIZE
007900                INTO ARCHIVE-REPORT-LINE
007910         END-STRING
007920         WRITE ARCHIVE-REPORT-LINE
007930         GO TO 8110-EXIT
007940     END-IF.
007950     STRING WS-SOURCE-NAME (WS-SOURCE-SUB) DELIMITED BY SIZE
007960            " READ " DELIMITED BY SIZE
007970            WS-SRC-READ-COUNT (WS-SOURCE-SUB) DELIMITED BY SIZE
007980            " SKIPPED " DELIMITED BY SIZE
007990            WS-SRC-SKIPPED-COUNT (WS-SOURCE-SUB) DELIMITED BY SIZE
008000            " LOADED " DELIMITED BY SIZE
008010            WS-SRC-LOADED-COUNT (WS-SOURCE-SUB) DELIMITED BY SIZE
008020            " ON FILE " DELIMITED BY SIZE
008030            WS-SRC-ON-FILE-COUNT (WS-SOURCE-SUB) DELIMITED BY SIZE
008040            " FAILED " DELIMITED BY SIZE
008050            WS-SRC-FAILED-COUNT (WS-SOURCE-SUB) DELIMITED BY SIZE
008060            INTO ARCHIVE-REPORT-LINE
008070     END-STRING.
008080     WRITE ARCHIVE-REPORT-LINE.
008090 8110-EXIT.
008100     EXIT.
008110
008120 END PROGRAM LANGARCH.
