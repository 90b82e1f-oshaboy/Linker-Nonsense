000010******************************************************************
000020* PROGRAM-ID:  LANGRDY
000030* AUTHOR:      D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN:  10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     PRE-FLIGHT READINESS CHECK FOR THE NIGHTLY DISPATCH
000098*     WINDOW.  RUN AS THE FIRST STEP OF COBRUN00, OF THE
000106*     PARTITIONED FRONT HALF COBRUN0P AND OF EACH PARTITION JOB
000114*     (COBRUN0P1-4), AHEAD OF ANYTHING THAT DELETES, WRITES OR
000122*     CALLS.  EVERY INPUT AND CONTROL
000130*     DATASET THE NIGHT DEPENDS ON IS OPENED AND LOOKED AT THE
000140*     WAY PROGRAM COBOL WILL LOOK AT IT, AND ONE LINE PER
000150*     CHECK IS PRINTED TO RDYRPT, TAGGED:
000160*       GO     - THE DATASET IS READY.
000170*       NO-GO  - THE NIGHT WOULD FAIL OR DO THE WRONG THING.
000180*       WARN   - THE NIGHT WILL RUN, BUT NOT AS INTENDED.
000190*       NOTE   - AN OPTIONAL DATASET IS NOT SUPPLIED TO THIS
000200*                JOB, SO ITS CHECK IS NOT MADE.
000210*     THE CHECKS:
000220*       CTLFILE  - MUST OPEN AND HOLD A RECORD.  THE CHECKPOINT
000230*                  INTERVAL MUST BE NUMERIC AND NOT ZERO; THE
000240*                  RETRY, PROGRESS AND CIRCUIT-BREAKER FIELDS
000250*                  MUST BE NUMERIC (ZERO TAKES THE DISPATCHER'S
000260*                  DEFAULT, BLANK DOES NOT); THE RUN MODE MUST
000270*                  NOT BE F (FORECAST); AND THE RESTART FLAG
000280*                  MUST NOT BE Y - THESE ARE FRESH-RUN JOBS.
000290*       QUIESCE  - MUST NOT STILL SAY STOP OR QUIESCE FROM THE
000300*                  LAST DRAIN.
000301*       RESTFIL1-4 - COBRUN0P ONLY: THE PARTITION CHECKPOINT
000302*                  HISTORIES (RESTFILE.P1-P4) ITS CLEARING STEP
000303*                  IS ABOUT TO DELETE.  A PARTITION WITH
000304*                  CHECKPOINTS IS FINISHED ONLY WHEN ITS
000306*                  PARTTOT1-4 (PARTTOT.P1-P4) HOLDS THE TOTALS
000307*                  PROGRAM COBOL WRITES AT THE END OF A RUN THAT
000308*                  WAS NOT QUIESCED OR HALTED; OTHERWISE IT IS
000309*                  NO-GO.
000310*       RESTFILE - CHECKPOINTS LEFT BY A RUN THAT NEVER
000320*                  FINISHED ARE NO-GO WHILE THE RESTART FLAG IS
000330*                  OFF.  A CHECKPOINT IS FINISHED WHEN BATCHREG
000340*                  HOLDS A COMPLETE BATCH RUN ON OR AFTER ITS
000350*                  DATE; WITHOUT BATCHREG (THE PARTITION JOBS)
000357*                  ANY CHECKPOINT LEFT OVER IS UNFINISHED.  NOT
000363*                  USED ON THE PARTITIONED NIGHT (SEE RESTFIL1-4).
000370*       RECYCIN  - MUST OPEN - A MISSING RECYCLE(0) IS NO-GO.  A
000377*                  JOB THAT READS NO RETRIES CODES IT DD DUMMY.
000383*                  ITS RECORDS ARE COUNTED.
000390*       TRANSFIL - MUST OPEN AND START WITH A BATCH HEADER.
000400*       CTLTOT   - THE EXPECTED COUNT MUST BE NUMERIC, AND A
000410*                  FEED DATE IN COLUMNS 8-15 MUST MATCH THE
000420*                  TRANSFIL HEADER'S CREATE DATE.
000430*       DSPTBL, LANGMSTR - MUST OPEN.
000440*       CALENDAR - SHOULD OPEN WHEN SUPPLIED.
000450*       VNDQUOTA, QUOTAUSE - WHEN VNDQUOTA IS SUPPLIED,
000460*                  QUOTAUSE MUST OPEN WITH IT.
000470*     NOTHING IS WRITTEN TO ANY DATASET BUT THE REPORT.  ANY
000480*     NO-GO ENDS THE STEP AT RETURN CODE 8, WHICH HOLDS THE REST
000490*     OF THE JOB (COND=(8,LE,STEP001)), AND SAYS SO ON THE
000500*     CONSOLE.  WARNINGS ALONE END AT 4 AND THE NIGHT RUNS.  NO
000510*     REPORT ENDS AT 16.
000520*-----------------------------------------------------------------
000530* MODIFICATION HISTORY.
000540*   DATE       INIT  DESCRIPTION
000550*   10/15/2026 DH    ORIGINAL PROGRAM.
000560* Tectonics: cobc
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. LANGRDY.
000600 AUTHOR. D. HOLLIS.
000610 INSTALLATION. DATA CENTER OPERATIONS.
000620 DATE-WRITTEN. 10/15/2026.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CTL-FILE ASSIGN TO CTLFILE
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CTL-FILE-STATUS.
000710
000720     SELECT QUIESCE-COMMAND-FILE ASSIGN TO QUIESCE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-QUIESCE-FILE-STATUS.
000750
000760     SELECT RESTART-FILE ASSIGN TO RESTFILE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RESTART-FILE-STATUS.
000790
000800     SELECT BATCH-REGISTER-FILE ASSIGN TO BATCHREG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-BATCHREG-FILE-STATUS.
000821
000822     SELECT PART-RESTART-FILE-1 ASSIGN TO RESTFIL1
000823         ORGANIZATION IS LINE SEQUENTIAL
000824         FILE STATUS IS WS-PART-RESTART-STATUS.
000826
000827     SELECT PART-RESTART-FILE-2 ASSIGN TO RESTFIL2
000828         ORGANIZATION IS LINE SEQUENTIAL
000829         FILE STATUS IS WS-PART-RESTART-STATUS.
000830
000831     SELECT PART-RESTART-FILE-3 ASSIGN TO RESTFIL3
000832         ORGANIZATION IS LINE SEQUENTIAL
000833         FILE STATUS IS WS-PART-RESTART-STATUS.
000834
000836     SELECT PART-RESTART-FILE-4 ASSIGN TO RESTFIL4
000837         ORGANIZATION IS LINE SEQUENTIAL
000838         FILE STATUS IS WS-PART-RESTART-STATUS.
000839
000840     SELECT PART-TOTALS-FILE-1 ASSIGN TO PARTTOT1
000841         ORGANIZATION IS LINE SEQUENTIAL
000842         FILE STATUS IS WS-PART-TOTALS-STATUS.
000843
000844     SELECT PART-TOTALS-FILE-2 ASSIGN TO PARTTOT2
000846         ORGANIZATION IS LINE SEQUENTIAL
000847         FILE STATUS IS WS-PART-TOTALS-STATUS.
000848
000849     SELECT PART-TOTALS-FILE-3 ASSIGN TO PARTTOT3
000850         ORGANIZATION IS LINE SEQUENTIAL
000851         FILE STATUS IS WS-PART-TOTALS-STATUS.
000852
000853     SELECT PART-TOTALS-FILE-4 ASSIGN TO PARTTOT4
000854         ORGANIZATION IS LINE SEQUENTIAL
000856         FILE STATUS IS WS-PART-TOTALS-STATUS.
000857
000858     SELECT RECYCLE-IN-FILE ASSIGN TO RECYCIN
000859         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RECYCIN-FILE-STATUS.
000870
000880     SELECT LANG-TRANS-FILE ASSIGN TO TRANSFIL
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-TRANS-FILE-STATUS.
000910
000920     SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLTOT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
000950
000960     SELECT DISPATCH-TABLE-FILE ASSIGN TO DSPTBL
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS DSPTBL-LANG-NAME
001000         FILE STATUS IS WS-DSPTBL-FILE-STATUS.
001010
001020     SELECT LANG-MASTER-FILE ASSIGN TO LANGMSTR
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS LMST-LANG-NAME
001060         FILE STATUS IS WS-LANGMSTR-FILE-STATUS.
001070
001080     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO CALENDAR
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS CAL-DATE
001120         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
001130
001140     SELECT VENDOR-QUOTA-FILE ASSIGN TO VNDQUOTA
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS VQT-VENDOR-CODE
001180         FILE STATUS IS WS-VNDQUOTA-FILE-STATUS.
001190
001200     SELECT QUOTA-USAGE-FILE ASSIGN TO QUOTAUSE
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS RANDOM
001230         RECORD KEY IS QTU-KEY
001240         FILE STATUS IS WS-QUOTAUSE-FILE-STATUS.
001250
001260     SELECT READINESS-REPORT ASSIGN TO RDYRPT
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-READY-RPT-STATUS.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  CTL-FILE
001330     RECORDING MODE IS F.
001340 01  CTL-RECORD.
001350     05  CTL-DEFAULT-LANG            PIC X(20).
001360     05  CTL-RESTART-FLAG            PIC X(01).
001370         88  CTL-RESTART-REQUESTED   VALUE "Y".
001380         88  CTL-RESTART-FLAG-VALID  VALUE "Y", "N", " ".
001390     05  CTL-CHECKPOINT-INTERVAL     PIC 9(05).
001400     05  CTL-MAX-ATTEMPTS            PIC 9(02).
001410     05  CTL-PROGRESS-INTERVAL       PIC 9(05).
001420     05  CTL-FAIL-COUNT-LIMIT        PIC 9(05).
001430     05  CTL-FAIL-PCT-LIMIT          PIC 9(03).
001440     05  CTL-FAIL-WINDOW             PIC 9(05).
001450     05  CTL-JOB-NAME                PIC X(08).
001460     05  CTL-RUN-MODE                PIC X(01).
001470         88  CTL-FORECAST-MODE       VALUE "F".
001480
001490 FD  QUIESCE-COMMAND-FILE
001500     RECORDING MODE IS F.
001510 01  QUIESCE-COMMAND-RECORD.
001520     05  QSC-COMMAND-WORD             PIC X(08).
001530         88  QSC-STOP-REQUESTED       VALUE "STOP", "QUIESCE".
001540
001550 FD  RESTART-FILE
001560     RECORDING MODE IS F.
001570 01  RESTART-RECORD.
001580     05  RST-RECORD-COUNT             PIC 9(07).
001590     05  RST-RUN-DATE                 PIC 9(08).
001600     05  RST-RUN-TIME                 PIC 9(08).
001610     05  RST-SUCCESSFUL-COUNT         PIC 9(07).
001620
001630 FD  BATCH-REGISTER-FILE
001640     RECORDING MODE IS F.
001650 01  BATCH-REGISTER-RECORD.
001660     05  BREG-BATCH-ID                PIC X(08).
001670     05  BREG-RUN-DATE                PIC 9(08).
001680     05  BREG-DETAIL-COUNT            PIC 9(07).
001690     05  BREG-RETURN-CODE             PIC 9(04).
001700     05  BREG-STATUS                  PIC X(01).
001710         88  BREG-BATCH-COMPLETE      VALUE "C".
001720
001721*    THE PARTITIONED NIGHT'S CHECKPOINT HISTORIES, READ INTO
001722*    WS-PART-CHECKPOINT (THE RESTART-RECORD LAYOUT), AND ITS
001723*    PARTITION TOTALS - PROGRAM COBOL'S PARTITION-TOTALS-RECORD,
001724*    ONLY LOOKED FOR HERE.
001725 FD  PART-RESTART-FILE-1
001726     RECORDING MODE IS F.
001727 01  PART-RESTART-RECORD-1            PIC X(30).
001728
001729 FD  PART-RESTART-FILE-2
001730     RECORDING MODE IS F.
001731 01  PART-RESTART-RECORD-2            PIC X(30).
001732
001733 FD  PART-RESTART-FILE-3
001734     RECORDING MODE IS F.
001735 01  PART-RESTART-RECORD-3            PIC X(30).
001736
001737 FD  PART-RESTART-FILE-4
001738     RECORDING MODE IS F.
001739 01  PART-RESTART-RECORD-4            PIC X(30).
001740
001741 FD  PART-TOTALS-FILE-1
001742     RECORDING MODE IS F.
001743 01  PART-TOTALS-RECORD-1             PIC X(28).
001744
001745 FD  PART-TOTALS-FILE-2
001746     RECORDING MODE IS F.
001747 01  PART-TOTALS-RECORD-2             PIC X(28).
001748
001749 FD  PART-TOTALS-FILE-3
001750     RECORDING MODE IS F.
001751 01  PART-TOTALS-RECORD-3             PIC X(28).
001752
001753 FD  PART-TOTALS-FILE-4
001754     RECORDING MODE IS F.
001755 01  PART-TOTALS-RECORD-4             PIC X(28).
001756
001757*    ONLY COUNTED HERE - THE LAYOUT IS PROGRAM COBOL'S
001758*    RECYCLE-IN-RECORD.
001759 FD  RECYCLE-IN-FILE
001760     RECORDING MODE IS F.
001770 01  RECYCLE-IN-RECORD                PIC X(87).
001780
001790 FD  LANG-TRANS-FILE
001800     RECORDING MODE IS F.
001810 01  TRANS-RECORD.
001820     05  TRANS-RECORD-TYPE           PIC X(01).
001830         88  TRANS-REC-HEADER        VALUE "H".
001840     05  TRANS-HEADER-BODY.
001850         10  TRANS-BATCH-ID          PIC X(08).
001860         10  TRANS-CREATE-DATE       PIC 9(08).
001870         10  FILLER                  PIC X(38).
001880
001890 FD  CONTROL-TOTAL-FILE
001900     RECORDING MODE IS F.
001910 01  CTLTOT-RECORD.
001920     05  CTLTOT-EXPECTED-COUNT        PIC 9(07).
001930     05  CTLTOT-FEED-DATE             PIC X(08).
001940     05  CTLTOT-FEED-DATE-N REDEFINES CTLTOT-FEED-DATE
001950                                      PIC 9(08).
001960
001970 FD  DISPATCH-TABLE-FILE.
001980 01  DSPTBL-RECORD.
001990     05  DSPTBL-LANG-NAME             PIC X(20).
002000     05  DSPTBL-PROGRAM-NAME          PIC X(09).
002010
002020 FD  LANG-MASTER-FILE.
002030 01  LANG-MASTER-RECORD.
002040     05  LMST-LANG-NAME               PIC X(20).
002050     05  LMST-VERSION                 PIC X(05).
002060     05  LMST-VENDOR-CODE             PIC X(10).
002070     05  LMST-STATUS                  PIC X(01).
002080     05  LMST-EFFECTIVE-DATE          PIC 9(08).
002090     05  LMST-EXPIRY-DATE             PIC 9(08).
002100
002110 FD  BUSINESS-CALENDAR-FILE.
002120 01  BUSINESS-CALENDAR-RECORD.
002130     COPY CALREC.
002140
002150 FD  VENDOR-QUOTA-FILE.
002160 01  VENDOR-QUOTA-RECORD.
002170     COPY QUOTAREC.
002180
002190 FD  QUOTA-USAGE-FILE.
002200 01  QUOTA-USAGE-RECORD.
002210     COPY QUSEREC.
002220
002230 FD  READINESS-REPORT
002240     RECORDING MODE IS F.
002250 01  READINESS-REPORT-LINE            PIC X(100).
002260
002270 WORKING-STORAGE SECTION.
002280*-----------------------------------------------------------------
002290*    FILE STATUS SWITCHES
002300*-----------------------------------------------------------------
002310 01  WS-FILE-STATUSES.
002320     05  WS-CTL-FILE-STATUS          PIC X(02) VALUE "99".
002330         88  CTL-FILE-OK             VALUE "00".
002340     05  WS-QUIESCE-FILE-STATUS      PIC X(02) VALUE "99".
002350         88  QUIESCE-FILE-OK         VALUE "00".
002360         88  QUIESCE-NOT-SUPPLIED    VALUE "35".
002370     05  WS-RESTART-FILE-STATUS      PIC X(02) VALUE "99".
002380         88  RESTART-FILE-OK         VALUE "00".
002390         88  RESTART-FILE-AT-END     VALUE "10".
002400         88  RESTART-NOT-SUPPLIED    VALUE "35".
002410     05  WS-BATCHREG-FILE-STATUS     PIC X(02) VALUE "99".
002420         88  BATCHREG-FILE-OK        VALUE "00".
002430         88  BATCHREG-FILE-AT-END    VALUE "10".
002432     05  WS-PART-RESTART-STATUS      PIC X(02) VALUE "99".
002433         88  PART-RESTART-OK         VALUE "00".
002435         88  PART-RESTART-NOT-SUPPLIED VALUE "35".
002437     05  WS-PART-TOTALS-STATUS       PIC X(02) VALUE "99".
002438         88  PART-TOTALS-OK          VALUE "00".
002440     05  WS-RECYCIN-FILE-STATUS      PIC X(02) VALUE "99".
002450         88  RECYCIN-FILE-OK         VALUE "00".
002460         88  RECYCIN-FILE-AT-END     VALUE "10".
002470         88  RECYCIN-NOT-SUPPLIED    VALUE "35".
002480     05  WS-TRANS-FILE-STATUS        PIC X(02) VALUE "99".
002490         88  TRANS-FILE-OK           VALUE "00".
002500     05  WS-CTLTOT-FILE-STATUS       PIC X(02) VALUE "99".
002510         88  CTLTOT-FILE-OK          VALUE "00".
002520         88  CTLTOT-NOT-SUPPLIED     VALUE "35".
002530     05  WS-DSPTBL-FILE-STATUS       PIC X(02) VALUE "99".
002540         88  DSPTBL-FILE-OK          VALUE "00".
002550     05  WS-LANGMSTR-FILE-STATUS     PIC X(02) VALUE "99".
002560         88  LANGMSTR-FILE-OK        VALUE "00".
002570     05  WS-CALENDAR-FILE-STATUS     PIC X(02) VALUE "99".
002580         88  CALENDAR-FILE-OK        VALUE "00".
002590         88  CALENDAR-NOT-SUPPLIED   VALUE "35".
002600     05  WS-VNDQUOTA-FILE-STATUS     PIC X(02) VALUE "99".
002610         88  VNDQUOTA-FILE-OK        VALUE "00".
002620         88  VNDQUOTA-NOT-SUPPLIED   VALUE "35".
002630     05  WS-QUOTAUSE-FILE-STATUS     PIC X(02) VALUE "99".
002640         88  QUOTAUSE-FILE-OK        VALUE "00".
002650     05  WS-READY-RPT-STATUS         PIC X(02) VALUE "99".
002660         88  READY-RPT-OK            VALUE "00".
002670
002680 01  WS-OPEN-STATUS                   PIC X(02).
002690     88  OPEN-STATUS-OK               VALUE "00".
002700
002710 01  WS-SWITCHES.
002720     05  WS-CTL-FAULT-SWITCH          PIC X(01) VALUE "N".
002730         88  CTL-FAULT-FOUND          VALUE "Y".
002740     05  WS-RESTART-EOF-SWITCH        PIC X(01) VALUE "N".
002750         88  END-OF-RESTART-FILE      VALUE "Y".
002760     05  WS-BATCHREG-EOF-SWITCH       PIC X(01) VALUE "N".
002770         88  END-OF-BATCHREG-FILE     VALUE "Y".
002771     05  WS-PART-RESTART-EOF-SWITCH   PIC X(01) VALUE "N".
002773         88  END-OF-PART-RESTART      VALUE "Y".
002774     05  WS-PART-TOTALS-SWITCH        PIC X(01) VALUE "N".
002776         88  PART-TOTALS-FOUND        VALUE "Y".
002777     05  WS-PARTITIONED-SWITCH        PIC X(01) VALUE "N".
002779         88  PARTITIONED-NIGHT        VALUE "Y".
002780     05  WS-RECYCIN-EOF-SWITCH        PIC X(01) VALUE "N".
002790         88  END-OF-RECYCIN-FILE      VALUE "Y".
002800     05  WS-FEED-HEADER-SWITCH        PIC X(01) VALUE "N".
002810         88  FEED-HEADER-FOUND        VALUE "Y".
002820     05  WS-RESTART-FLAG              PIC X(01) VALUE "N".
002830         88  RESTART-REQUESTED        VALUE "Y".
002840
002850*-----------------------------------------------------------------
002860*    ONE CHECKLIST LINE, AS HANDED TO 7000-WRITE-CHECK-LINE.
002870*-----------------------------------------------------------------
002880 01  WS-CHECK-WORK.
002890     05  WS-CHK-VERDICT               PIC X(05).
002900         88  CHK-GO                   VALUE "GO".
002910         88  CHK-NO-GO                VALUE "NO-GO".
002920         88  CHK-WARNING              VALUE "WARN".
002930         88  CHK-NOTE                 VALUE "NOTE".
002940     05  WS-CHK-DATASET               PIC X(08).
002950     05  WS-CHK-TEXT                  PIC X(75).
002960
002970*-----------------------------------------------------------------
002980*    CHECKLIST COUNTS, ONE PER VERDICT.
002990*-----------------------------------------------------------------
003000 01  WS-CHECK-COUNTS.
003010     05  WS-GO-COUNT                  PIC 9(03) VALUE ZERO.
003020     05  WS-NO-GO-COUNT               PIC 9(03) VALUE ZERO.
003030     05  WS-WARN-COUNT                PIC 9(03) VALUE ZERO.
003040     05  WS-NOTE-COUNT                PIC 9(03) VALUE ZERO.
003050
003060*-----------------------------------------------------------------
003070*    WHAT THE CHECKS LEARN ABOUT EACH OTHER'S DATASETS - THE
003080*    LAST CHECKPOINT LEFT ON RESTFILE, THE LATEST COMPLETE BATCH
003090*    ON BATCHREG, AND THE FEED HEADER'S CREATE DATE.
003100*-----------------------------------------------------------------
003110 01  WS-CHECKPOINT-INFO.
003120     05  WS-LAST-CKPT-RECORD          PIC 9(07) VALUE ZERO.
003130     05  WS-LAST-CKPT-DATE            PIC 9(08) VALUE ZERO.
003140     05  WS-LAST-COMPLETE-DATE        PIC 9(08) VALUE ZERO.
003150     05  WS-LAST-COMPLETE-BATCH       PIC X(08) VALUE SPACES.
003151 01  WS-PART-CHECKPOINT.
003152     05  WS-PCK-RECORD-COUNT          PIC 9(07).
003154     05  WS-PCK-RUN-DATE              PIC 9(08).
003155     05  FILLER                       PIC X(15).
003156 01  WS-PART-CHECKPOINT-INFO.
003158     05  WS-PART-LAST-RECORD          PIC 9(07) VALUE ZERO.
003159     05  WS-PART-LAST-DATE            PIC 9(08) VALUE ZERO.
003160 01  WS-FEED-BATCH-ID                 PIC X(08) VALUE SPACES.
003170 01  WS-FEED-CREATE-DATE              PIC 9(08) VALUE ZERO.
003180
003190 77  WS-CHECKPOINT-COUNT              PIC 9(07) VALUE ZERO.
003200 77  WS-RECYCLE-COUNT                 PIC 9(07) VALUE ZERO.
003203 77  WS-PART-CKPT-COUNT               PIC 9(07) VALUE ZERO.
003207 77  WS-PART-SUB                      PIC 9(01) VALUE ZERO.
003210 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
003220
003230 01  WS-RUN-DATE                      PIC 9(08).
003240
003250 PROCEDURE DIVISION.
003260*-----------------------------------------------------------------
003270* 0000-MAINLINE-CONTROL.
003280*     TOP LEVEL FLOW OF CONTROL FOR THE READINESS STEP.  THE
003287*     CHECKS RUN IN THE ORDER PROGRAM COBOL MEETS THE DATASETS,
003293*     THE PARTITIONED NIGHT'S CHECKPOINTS AHEAD OF RESTFILE;
003300*     EACH ONE IS MADE WHATEVER THE ONES BEFORE IT FOUND, SO
003310*     THE CHECKLIST SHOWS EVERYTHING THAT NEEDS FIXING AT ONCE.
003320*-----------------------------------------------------------------
003330 0000-MAINLINE-CONTROL.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003350     PERFORM 2000-CHECK-CONTROL-FILE THRU 2000-EXIT.
003360     PERFORM 2100-CHECK-QUIESCE THRU 2100-EXIT.
003365     PERFORM 2250-CHECK-PARTITION-RESTARTS THRU 2250-EXIT.
003370     PERFORM 2200-CHECK-RESTART-FILE THRU 2200-EXIT.
003380     PERFORM 2300-CHECK-RECYCLE-INPUT THRU 2300-EXIT.
003390     PERFORM 2400-CHECK-TRANSACTION-FEED THRU 2400-EXIT.
003400     PERFORM 2500-CHECK-CONTROL-TOTAL THRU 2500-EXIT.
003410     PERFORM 2600-CHECK-KEYED-DATASETS THRU 2600-EXIT.
003420     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003430     STOP RUN.
003440
003450*-----------------------------------------------------------------
003460* 1000-INITIALIZE.
003470*     OPENS THE REPORT AND WRITES THE HEADING.  WITHOUT A
003480*     REPORT THE CHECKS ARE STILL MADE AND THE VERDICT STILL
003490*     GOES TO THE CONSOLE, BUT THE STEP ENDS AT 16.
003500*-----------------------------------------------------------------
003510 1000-INITIALIZE.
003520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003530     OPEN OUTPUT READINESS-REPORT.
003540     IF NOT READY-RPT-OK
003550         MOVE 16 TO WS-JOB-RETURN-CODE
003560         GO TO 1000-EXIT
003570     END-IF.
003580     MOVE SPACES TO READINESS-REPORT-LINE.
003590     STRING "DISPATCH WINDOW READINESS CHECK - RUN "
003600             DELIMITED BY SIZE
003610            WS-RUN-DATE DELIMITED BY SIZE
003620            INTO READINESS-REPORT-LINE
003630     END-STRING.
003640     WRITE READINESS-REPORT-LINE.
003650     MOVE SPACES TO READINESS-REPORT-LINE.
003660     STRING "RESULT  DATASET   CHECK" DELIMITED BY SIZE
003670            INTO READINESS-REPORT-LINE
003680     END-STRING.
003690     WRITE READINESS-REPORT-LINE.
003700 1000-EXIT.
003710     EXIT.
003720
003730*-----------------------------------------------------------------
003740* 2000-CHECK-CONTROL-FILE.
003750*     CTLFILE MUST OPEN AND HOLD A RECORD.  EACH FIELD PROGRAM
003760*     COBOL TESTS AGAINST ZERO (1000-INITIALIZE THERE) MUST BE
003770*     NUMERIC - A BLANK FIELD IS NOT ZERO AND DOES NOT TAKE THE
003780*     DEFAULT.  THE CHECKPOINT INTERVAL MUST ALSO BE NON-ZERO.
003790*     A FORECAST RUN MODE OR A RESTART FLAG OF Y LEFT ON A
003800*     FRESH-RUN JOB'S CONTROL CARD IS NO-GO.
003810*-----------------------------------------------------------------
003820 2000-CHECK-CONTROL-FILE.
003830     MOVE "CTLFILE" TO WS-CHK-DATASET.
003840     OPEN INPUT CTL-FILE.
003850     IF NOT CTL-FILE-OK
003860         MOVE "NO-GO" TO WS-CHK-VERDICT
003870         MOVE SPACES TO WS-CHK-TEXT
003880         STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
003890                WS-CTL-FILE-STATUS DELIMITED BY SIZE
003900                INTO WS-CHK-TEXT
003910         END-STRING
003920         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
003930         GO TO 2000-EXIT
003940     END-IF.
003950     READ CTL-FILE
003960         AT END
003970             MOVE "NO-GO" TO WS-CHK-VERDICT
003980             MOVE "EMPTY - NO CONTROL RECORD" TO WS-CHK-TEXT
003990             PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004000             CLOSE CTL-FILE
004010             GO TO 2000-EXIT
004020     END-READ.
004030     CLOSE CTL-FILE.
004040     MOVE CTL-RESTART-FLAG TO WS-RESTART-FLAG.
004050     IF CTL-CHECKPOINT-INTERVAL NOT NUMERIC
004060        OR CTL-CHECKPOINT-INTERVAL EQUAL ZERO
004070         SET CTL-FAULT-FOUND TO TRUE
004080         MOVE "NO-GO" TO WS-CHK-VERDICT
004090         MOVE "CHECKPOINT INTERVAL (COLS 22-26) IS ZERO OR BLANK"
004100             TO WS-CHK-TEXT
004110         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004120     END-IF.
004130     IF CTL-MAX-ATTEMPTS NOT NUMERIC
004140        OR CTL-PROGRESS-INTERVAL NOT NUMERIC
004150         SET CTL-FAULT-FOUND TO TRUE
004160         MOVE "NO-GO" TO WS-CHK-VERDICT
004170         MOVE "RETRY OR PROGRESS FIELD (COLS 27-33) NOT NUMERIC"
004180             TO WS-CHK-TEXT
004190         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004200     END-IF.
004210     IF CTL-FAIL-COUNT-LIMIT NOT NUMERIC
004220        OR CTL-FAIL-PCT-LIMIT NOT NUMERIC
004230        OR CTL-FAIL-WINDOW NOT NUMERIC
004240         SET CTL-FAULT-FOUND TO TRUE
004250         MOVE "NO-GO" TO WS-CHK-VERDICT
004260         MOVE "BREAKER LIMITS (COLS 34-46) BLANK OR NOT NUMERIC"
004270             TO WS-CHK-TEXT
004280         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004290     ELSE
004300         IF CTL-FAIL-PCT-LIMIT > 100
004310             SET CTL-FAULT-FOUND TO TRUE
004320             MOVE "WARN" TO WS-CHK-VERDICT
004330             MOVE SPACES TO WS-CHK-TEXT
004340             STRING "BREAKER PCT LIMIT " DELIMITED BY SIZE
004350                    CTL-FAIL-PCT-LIMIT DELIMITED BY SIZE
004360                    " IS OVER 100 - THAT LIMIT CAN NEVER TRIP"
004370                     DELIMITED BY SIZE
004380                    INTO WS-CHK-TEXT
004390             END-STRING
004400             PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004410         END-IF
004420     END-IF.
004430     IF CTL-FORECAST-MODE
004440         SET CTL-FAULT-FOUND TO TRUE
004450         MOVE "NO-GO" TO WS-CHK-VERDICT
004460         MOVE "RUN MODE IS F - THE NIGHT WOULD ONLY FORECAST"
004470             TO WS-CHK-TEXT
004480         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004490     END-IF.
004500     IF CTL-RESTART-REQUESTED
004510         SET CTL-FAULT-FOUND TO TRUE
004520         MOVE "NO-GO" TO WS-CHK-VERDICT
004530         MOVE "RESTART FLAG IS Y - RUN THE RESTART JOB OR RESET"
004540             TO WS-CHK-TEXT
004550         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004560     ELSE
004570         IF NOT CTL-RESTART-FLAG-VALID
004580             SET CTL-FAULT-FOUND TO TRUE
004590             MOVE "WARN" TO WS-CHK-VERDICT
004600             MOVE SPACES TO WS-CHK-TEXT
004610             STRING "RESTART FLAG IS '" DELIMITED BY SIZE
004620                    CTL-RESTART-FLAG DELIMITED BY SIZE
004630                    "' - NEITHER Y NOR N; TAKEN AS A FRESH RUN"
004640                     DELIMITED BY SIZE
004650                    INTO WS-CHK-TEXT
004660             END-STRING
004670             PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
004680         END-IF
004690     END-IF.
004700     IF CTL-FAULT-FOUND
004710         GO TO 2000-EXIT
004720     END-IF.
004730     MOVE "GO" TO WS-CHK-VERDICT.
004740     MOVE SPACES TO WS-CHK-TEXT.
004750     STRING "FRESH RUN, CHECKPOINT EVERY " DELIMITED BY SIZE
004760            CTL-CHECKPOINT-INTERVAL DELIMITED BY SIZE
004770            ", BREAKER " DELIMITED BY SIZE
004780            CTL-FAIL-COUNT-LIMIT DELIMITED BY SIZE
004790            " / " DELIMITED BY SIZE
004800            CTL-FAIL-PCT-LIMIT DELIMITED BY SIZE
004810            "% OF " DELIMITED BY SIZE
004820            CTL-FAIL-WINDOW DELIMITED BY SIZE
004830            INTO WS-CHK-TEXT
004840     END-STRING.
004850     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
004860 2000-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------------
004900* 2100-CHECK-QUIESCE.
004910*     A QUIESCE DATASET STILL SAYING STOP OR QUIESCE FROM THE
004920*     LAST DRAIN WOULD HALT THE NIGHT AT ITS FIRST POLL.  NO
004930*     QUIESCE DD MEANS QUIESCE COMMANDS ARE SIMPLY NOT IN USE.
004940*-----------------------------------------------------------------
004950 2100-CHECK-QUIESCE.
004960     MOVE "QUIESCE" TO WS-CHK-DATASET.
004970     OPEN INPUT QUIESCE-COMMAND-FILE.
004980     IF NOT QUIESCE-FILE-OK
004990         IF QUIESCE-NOT-SUPPLIED
005000             MOVE "NOTE" TO WS-CHK-VERDICT
005010             MOVE "NOT SUPPLIED - NO QUIESCE COMMANDS THIS RUN"
005020                 TO WS-CHK-TEXT
005030         ELSE
005040             MOVE "NO-GO" TO WS-CHK-VERDICT
005050             MOVE SPACES TO WS-CHK-TEXT
005060             STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
005070                    WS-QUIESCE-FILE-STATUS DELIMITED BY SIZE
005080                    INTO WS-CHK-TEXT
005090             END-STRING
005100         END-IF
005110         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005120         GO TO 2100-EXIT
005130     END-IF.
005140     MOVE SPACES TO QSC-COMMAND-WORD.
005150     READ QUIESCE-COMMAND-FILE
005160         AT END
005170             MOVE SPACES TO QSC-COMMAND-WORD
005180     END-READ.
005190     CLOSE QUIESCE-COMMAND-FILE.
005200     IF QSC-STOP-REQUESTED
005210         MOVE "NO-GO" TO WS-CHK-VERDICT
005220         MOVE SPACES TO WS-CHK-TEXT
005230         STRING "STILL SAYS " DELIMITED BY SIZE
005240                QSC-COMMAND-WORD DELIMITED BY SPACE
005250                " FROM THE LAST DRAIN - RESET IT TO GO"
005260                 DELIMITED BY SIZE
005270                INTO WS-CHK-TEXT
005280         END-STRING
005290     ELSE
005300         MOVE "GO" TO WS-CHK-VERDICT
005310         MOVE "NO STOP OR QUIESCE COMMAND STANDING" TO WS-CHK-TEXT
005320     END-IF.
005330     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
005340 2100-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380* 2200-CHECK-RESTART-FILE.
005390*     READS EVERY CHECKPOINT LEFT ON RESTFILE AND KEEPS THE LAST.
005400*     A CLEAN NIGHT LEAVES ITS CHECKPOINTS BEHIND TOO, SO A
005410*     CHECKPOINT ONLY MATTERS WHEN NO COMPLETE BATCH HAS BEEN
005420*     REGISTERED ON OR AFTER ITS DATE (2210).  SUCH A CHECKPOINT
005430*     IS A RUN THAT NEVER FINISHED, AND WITH THE RESTART FLAG
005435*     OFF THE NIGHT WOULD START IT AGAIN FROM RECORD ONE.  THE
005440*     PARTITIONED NIGHT HAS NO RESTFILE OF ITS OWN - 2250 HAS
005445*     ALREADY JUDGED ITS PARTITION CHECKPOINTS.
005450*-----------------------------------------------------------------
005460 2200-CHECK-RESTART-FILE.
005470     MOVE "RESTFILE" TO WS-CHK-DATASET.
005480     OPEN INPUT RESTART-FILE.
005481     IF RESTART-NOT-SUPPLIED AND PARTITIONED-NIGHT
005482         MOVE "NOTE" TO WS-CHK-VERDICT
005484         MOVE "PARTITIONED NIGHT - SEE RESTFIL1-4 ABOVE"
005485             TO WS-CHK-TEXT
005486         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005488         GO TO 2200-EXIT
005489     END-IF.
005490     IF NOT RESTART-FILE-OK
005500         IF RESTART-NOT-SUPPLIED
005510             MOVE "GO" TO WS-CHK-VERDICT
005520             MOVE "NOT YET CATALOGED - NO CHECKPOINTS LEFT OVER"
005530                 TO WS-CHK-TEXT
005540         ELSE
005550             MOVE "NO-GO" TO WS-CHK-VERDICT
005560             MOVE SPACES TO WS-CHK-TEXT
005570             STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
005580                    WS-RESTART-FILE-STATUS DELIMITED BY SIZE
005590                    INTO WS-CHK-TEXT
005600             END-STRING
005610         END-IF
005620         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005630         GO TO 2200-EXIT
005640     END-IF.
005650     PERFORM 2201-READ-CHECKPOINT THRU 2201-EXIT
005660         UNTIL END-OF-RESTART-FILE.
005670     CLOSE RESTART-FILE.
005680     IF WS-CHECKPOINT-COUNT EQUAL ZERO
005690         MOVE "GO" TO WS-CHK-VERDICT
005700         MOVE "EMPTY - NO CHECKPOINTS LEFT OVER" TO WS-CHK-TEXT
005710         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005720         GO TO 2200-EXIT
005730     END-IF.
005740     IF RESTART-REQUESTED
005750         MOVE "NOTE" TO WS-CHK-VERDICT
005760         MOVE SPACES TO WS-CHK-TEXT
005770         STRING "LAST CHECKPOINT RECORD " DELIMITED BY SIZE
005780                WS-LAST-CKPT-RECORD DELIMITED BY SIZE
005790                " OF " DELIMITED BY SIZE
005800                WS-LAST-CKPT-DATE DELIMITED BY SIZE
005810                " - SEE CTLFILE RESTART FLAG" DELIMITED BY SIZE
005820                INTO WS-CHK-TEXT
005830         END-STRING
005840         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
005850         GO TO 2200-EXIT
005860     END-IF.
005870     PERFORM 2210-FIND-LAST-COMPLETE-BATCH THRU 2210-EXIT.
005880     IF WS-LAST-COMPLETE-DATE NOT LESS THAN WS-LAST-CKPT-DATE
005890         MOVE "GO" TO WS-CHK-VERDICT
005900         MOVE SPACES TO WS-CHK-TEXT
005910         STRING "CHECKPOINTS OF " DELIMITED BY SIZE
005920                WS-LAST-CKPT-DATE DELIMITED BY SIZE
005930                " BELONG TO COMPLETE BATCH " DELIMITED BY SIZE
005940                WS-LAST-COMPLETE-BATCH DELIMITED BY SPACE
005950                " OF " DELIMITED BY SIZE
005960                WS-LAST-COMPLETE-DATE DELIMITED BY SIZE
005970                INTO WS-CHK-TEXT
005980         END-STRING
005990     ELSE
006000         MOVE "NO-GO" TO WS-CHK-VERDICT
006010         MOVE SPACES TO WS-CHK-TEXT
006020         STRING "UNFINISHED RUN OF " DELIMITED BY SIZE
006030                WS-LAST-CKPT-DATE DELIMITED BY SIZE
006040                " AT RECORD " DELIMITED BY SIZE
006050                WS-LAST-CKPT-RECORD DELIMITED BY SIZE
006060                " AND RESTART FLAG OFF - RESTART OR CLEAR IT"
006070                 DELIMITED BY SIZE
006080                INTO WS-CHK-TEXT
006090         END-STRING
006100     END-IF.
006110     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
006120 2200-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------------
006160* 2201-READ-CHECKPOINT.
006170*     READS ONE CHECKPOINT AND KEEPS IT AS THE LAST SEEN.
006180*-----------------------------------------------------------------
006190 2201-READ-CHECKPOINT.
006200     READ RESTART-FILE
006210         AT END
006220             SET END-OF-RESTART-FILE TO TRUE
006230             GO TO 2201-EXIT
006240     END-READ.
006250     ADD 1 TO WS-CHECKPOINT-COUNT.
006260     MOVE RST-RECORD-COUNT TO WS-LAST-CKPT-RECORD.
006270     IF RST-RUN-DATE NUMERIC
006280         MOVE RST-RUN-DATE TO WS-LAST-CKPT-DATE
006290     END-IF.
006300 2201-EXIT.
006310     EXIT.
006320
006330*-----------------------------------------------------------------
006340* 2210-FIND-LAST-COMPLETE-BATCH.
006350*     FINDS THE LATEST RUN DATE OF A COMPLETE BATCH ON THE
006360*     PROCESSED-BATCH REGISTER.  WITHOUT A REGISTER THE DATE
006370*     STAYS ZERO AND EVERY CHECKPOINT COUNTS AS UNFINISHED.
006380*-----------------------------------------------------------------
006390 2210-FIND-LAST-COMPLETE-BATCH.
006400     OPEN INPUT BATCH-REGISTER-FILE.
006410     IF NOT BATCHREG-FILE-OK
006420         GO TO 2210-EXIT
006430     END-IF.
006440     PERFORM 2211-READ-REGISTER-ENTRY THRU 2211-EXIT
006450         UNTIL END-OF-BATCHREG-FILE.
006460     CLOSE BATCH-REGISTER-FILE.
006470 2210-EXIT.
006480     EXIT.
006490
006500*-----------------------------------------------------------------
006510* 2211-READ-REGISTER-ENTRY.
006520*     READS ONE REGISTER ENTRY AND KEEPS IT WHEN IT IS A COMPLETE
006530*     BATCH LATER THAN ANY SEEN SO FAR.
006540*-----------------------------------------------------------------
006550 2211-READ-REGISTER-ENTRY.
006560     READ BATCH-REGISTER-FILE
006570         AT END
006580             SET END-OF-BATCHREG-FILE TO TRUE
006590             GO TO 2211-EXIT
006600     END-READ.
006610     IF NOT BREG-BATCH-COMPLETE OR BREG-RUN-DATE NOT NUMERIC
006620         GO TO 2211-EXIT
006630     END-IF.
006640     IF BREG-RUN-DATE NOT LESS THAN WS-LAST-COMPLETE-DATE
006650         MOVE BREG-RUN-DATE TO WS-LAST-COMPLETE-DATE
006660         MOVE BREG-BATCH-ID TO WS-LAST-COMPLETE-BATCH
006670     END-IF.
006680 2211-EXIT.
006690     EXIT.
006700
006710*-----------------------------------------------------------------
006711* 2250-CHECK-PARTITION-RESTARTS.
006712*     ON THE PARTITIONED NIGHT (COBRUN0P) JUDGES EACH PARTITION'S
006713*     CHECKPOINT HISTORY BEFORE THE CLEARING STEP DELETES IT.  A
006714*     JOB WITHOUT RESTFIL1 IS NOT THE PARTITIONED NIGHT AND
006715*     PRINTS NOTHING HERE.
006716*-----------------------------------------------------------------
006717 2250-CHECK-PARTITION-RESTARTS.
006718     PERFORM 2260-CHECK-ONE-PARTITION THRU 2260-EXIT
006719         VARYING WS-PART-SUB FROM 1 BY 1
006720         UNTIL WS-PART-SUB > 4.
006721 2250-EXIT.
006722     EXIT.
006723
006724*-----------------------------------------------------------------
006725* 2260-CHECK-ONE-PARTITION.
006726*     READS EVERY CHECKPOINT ON ONE PARTITION'S RESTFILN AND
006727*     KEEPS THE LAST.  A CLEAN PARTITION LEAVES ITS CHECKPOINTS
006728*     BEHIND TOO, BUT IT ALSO LEAVES ITS PARTTOTN RECORD, WHICH
006729*     PROGRAM COBOL WRITES ONLY AT THE END OF A RUN THAT WAS
006730*     NOT QUIESCED OR HALTED (A RESTART WRITES IT AFRESH).
006731*     CHECKPOINTS WITHOUT IT ARE A PARTITION THAT NEVER
006732*     FINISHED - CLEARING THEM WOULD LOSE ITS RESTART POINT.
006733*     BOTH DATASETS COME FROM THE SAME NIGHT: THE CLEARING STEP
006734*     DELETES THEM TOGETHER.
006735*-----------------------------------------------------------------
006736 2260-CHECK-ONE-PARTITION.
006737     MOVE SPACES TO WS-CHK-DATASET.
006738     STRING "RESTFIL" DELIMITED BY SIZE
006740            WS-PART-SUB DELIMITED BY SIZE
006741            INTO WS-CHK-DATASET
006742     END-STRING.
006743     MOVE "N" TO WS-PART-RESTART-EOF-SWITCH.
006744     MOVE ZERO TO WS-PART-CKPT-COUNT.
006745     MOVE ZERO TO WS-PART-LAST-RECORD.
006746     MOVE ZERO TO WS-PART-LAST-DATE.
006747     EVALUATE WS-PART-SUB
006748         WHEN 1
006749             OPEN INPUT PART-RESTART-FILE-1
006750         WHEN 2
006751             OPEN INPUT PART-RESTART-FILE-2
006752         WHEN 3
006753             OPEN INPUT PART-RESTART-FILE-3
006754         WHEN 4
006755             OPEN INPUT PART-RESTART-FILE-4
006756     END-EVALUATE.
006757     IF PART-RESTART-NOT-SUPPLIED
006758         IF PARTITIONED-NIGHT
006759             MOVE "NOTE" TO WS-CHK-VERDICT
006760             MOVE "NOT SUPPLIED TO THIS JOB - NOT CHECKED"
006761                 TO WS-CHK-TEXT
006762             PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006763         END-IF
006764         GO TO 2260-EXIT
006765     END-IF.
006766     SET PARTITIONED-NIGHT TO TRUE.
006767     IF NOT PART-RESTART-OK
006768         MOVE "NO-GO" TO WS-CHK-VERDICT
006769         MOVE SPACES TO WS-CHK-TEXT
006770         STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
006771                WS-PART-RESTART-STATUS DELIMITED BY SIZE
006772                INTO WS-CHK-TEXT
006773         END-STRING
006774         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006775         GO TO 2260-EXIT
006776     END-IF.
006777     PERFORM 2261-READ-PART-CHECKPOINT THRU 2261-EXIT
006778         UNTIL END-OF-PART-RESTART.
006779     EVALUATE WS-PART-SUB
006780         WHEN 1
006781             CLOSE PART-RESTART-FILE-1
006782         WHEN 2
006783             CLOSE PART-RESTART-FILE-2
006784         WHEN 3
006785             CLOSE PART-RESTART-FILE-3
006786         WHEN 4
006787             CLOSE PART-RESTART-FILE-4
006788     END-EVALUATE.
006789     IF WS-PART-CKPT-COUNT EQUAL ZERO
006790         MOVE "GO" TO WS-CHK-VERDICT
006791         MOVE "EMPTY - NO CHECKPOINTS LEFT OVER" TO WS-CHK-TEXT
006792         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006793         GO TO 2260-EXIT
006794     END-IF.
006795     PERFORM 2262-FIND-PARTITION-TOTALS THRU 2262-EXIT.
006797     IF PART-TOTALS-FOUND
006798         MOVE "GO" TO WS-CHK-VERDICT
006799         MOVE SPACES TO WS-CHK-TEXT
006800         STRING "CHECKPOINTS OF " DELIMITED BY SIZE
006801                WS-PART-LAST-DATE DELIMITED BY SIZE
006802                " - PARTITION RAN TO ITS END (PARTTOT"
006803                 DELIMITED BY SIZE
006804                WS-PART-SUB DELIMITED BY SIZE
006805                ")" DELIMITED BY SIZE
006806                INTO WS-CHK-TEXT
006807         END-STRING
006808     ELSE
006809         MOVE "NO-GO" TO WS-CHK-VERDICT
006810         MOVE SPACES TO WS-CHK-TEXT
006811         STRING "UNFINISHED RUN OF " DELIMITED BY SIZE
006812                WS-PART-LAST-DATE DELIMITED BY SIZE
006813                " AT RECORD " DELIMITED BY SIZE
006814                WS-PART-LAST-RECORD DELIMITED BY SIZE
006815                " - NO PARTTOT; RUN COBRUN0P" DELIMITED BY SIZE
006816                WS-PART-SUB DELIMITED BY SIZE
006817                "R" DELIMITED BY SIZE
006818                INTO WS-CHK-TEXT
006819         END-STRING
006820     END-IF.
006821     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
006822 2260-EXIT.
006823     EXIT.
006824
006825*-----------------------------------------------------------------
006826* 2261-READ-PART-CHECKPOINT.
006827*     READS ONE PARTITION CHECKPOINT AND KEEPS IT AS THE LAST
006828*     SEEN.
006829*-----------------------------------------------------------------
006830 2261-READ-PART-CHECKPOINT.
006831     EVALUATE WS-PART-SUB
006832         WHEN 1
006833             READ PART-RESTART-FILE-1 INTO WS-PART-CHECKPOINT
006834                 AT END
006835                     SET END-OF-PART-RESTART TO TRUE
006836             END-READ
006837         WHEN 2
006838             READ PART-RESTART-FILE-2 INTO WS-PART-CHECKPOINT
006839                 AT END
006840                     SET END-OF-PART-RESTART TO TRUE
006841             END-READ
006842         WHEN 3
006843             READ PART-RESTART-FILE-3 INTO WS-PART-CHECKPOINT
006844                 AT END
006845                     SET END-OF-PART-RESTART TO TRUE
006846             END-READ
006847         WHEN 4
006848             READ PART-RESTART-FILE-4 INTO WS-PART-CHECKPOINT
006849                 AT END
006850                     SET END-OF-PART-RESTART TO TRUE
006851             END-READ
006852     END-EVALUATE.
006853     IF END-OF-PART-RESTART
006855         GO TO 2261-EXIT
006856     END-IF.
006857     ADD 1 TO WS-PART-CKPT-COUNT.
006858     MOVE WS-PCK-RECORD-COUNT TO WS-PART-LAST-RECORD.
006859     IF WS-PCK-RUN-DATE NUMERIC
006860         MOVE WS-PCK-RUN-DATE TO WS-PART-LAST-DATE
006861     END-IF.
006862 2261-EXIT.
006863     EXIT.
006864
006865*-----------------------------------------------------------------
006866* 2262-FIND-PARTITION-TOTALS.
006867*     LOOKS FOR THE PARTITION'S TOTALS RECORD ON PARTTOTN.  ONE
006868*     THAT IS MISSING, WILL NOT OPEN OR IS EMPTY IS NOT FOUND.
006869*-----------------------------------------------------------------
006870 2262-FIND-PARTITION-TOTALS.
006871     MOVE "N" TO WS-PART-TOTALS-SWITCH.
006872     EVALUATE WS-PART-SUB
006873         WHEN 1
006874             OPEN INPUT PART-TOTALS-FILE-1
006875         WHEN 2
006876             OPEN INPUT PART-TOTALS-FILE-2
006877         WHEN 3
006878             OPEN INPUT PART-TOTALS-FILE-3
006879         WHEN 4
006880             OPEN INPUT PART-TOTALS-FILE-4
006881     END-EVALUATE.
006882     IF NOT PART-TOTALS-OK
006883         GO TO 2262-EXIT
006884     END-IF.
006885     EVALUATE WS-PART-SUB
006886         WHEN 1
006887             READ PART-TOTALS-FILE-1
006888                 NOT AT END
006889                     SET PART-TOTALS-FOUND TO TRUE
006890             END-READ
006891             CLOSE PART-TOTALS-FILE-1
006892         WHEN 2
006893             READ PART-TOTALS-FILE-2
006894                 NOT AT END
006895                     SET PART-TOTALS-FOUND TO TRUE
006896             END-READ
006897             CLOSE PART-TOTALS-FILE-2
006898         WHEN 3
006899             READ PART-TOTALS-FILE-3
006900                 NOT AT END
006901                     SET PART-TOTALS-FOUND TO TRUE
006902             END-READ
006903             CLOSE PART-TOTALS-FILE-3
006904         WHEN 4
006905             READ PART-TOTALS-FILE-4
006906                 NOT AT END
006907                     SET PART-TOTALS-FOUND TO TRUE
006908             END-READ
006909             CLOSE PART-TOTALS-FILE-4
006910     END-EVALUATE.
006912 2262-EXIT.
006913     EXIT.
006914
006915*-----------------------------------------------------------------
006916* 2300-CHECK-RECYCLE-INPUT.
006917*     RECYCIN MUST OPEN - PROGRAM COBOL SKIPS ONE THAT WILL NOT,
006918*     AND ITS RETRIES WOULD NOT BE CARRIED TO THE NEXT
006919*     GENERATION.  A JOB WITHOUT THE DD HAS LOST RECYCLE(0); A
006920*     JOB THAT READS NO RETRIES CODES IT DD DUMMY AND COUNTS
006921*     NONE.  THE RECORDS ARE COUNTED.
006922*-----------------------------------------------------------------
006923 2300-CHECK-RECYCLE-INPUT.
006924     MOVE "RECYCIN" TO WS-CHK-DATASET.
006925     OPEN INPUT RECYCLE-IN-FILE.
006926     IF NOT RECYCIN-FILE-OK
006927         IF RECYCIN-NOT-SUPPLIED
006928             MOVE "NO-GO" TO WS-CHK-VERDICT
006929             MOVE "RECYCLE(0) MISSING - NOT SUPPLIED TO THIS JOB"
006930                 TO WS-CHK-TEXT
006931         ELSE
006932             MOVE "NO-GO" TO WS-CHK-VERDICT
006933             MOVE SPACES TO WS-CHK-TEXT
006934             STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
006935                    WS-RECYCIN-FILE-STATUS DELIMITED BY SIZE
006936                    " - ITS RETRIES WOULD BE DROPPED"
006937                     DELIMITED BY SIZE
006938                    INTO WS-CHK-TEXT
006939             END-STRING
006940         END-IF
006950         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
006960         GO TO 2300-EXIT
006970     END-IF.
006980     PERFORM 2301-COUNT-RECYCLE-RECORD THRU 2301-EXIT
006990         UNTIL END-OF-RECYCIN-FILE.
007000     CLOSE RECYCLE-IN-FILE.
007010     MOVE "GO" TO WS-CHK-VERDICT.
007020     MOVE SPACES TO WS-CHK-TEXT.
007030     STRING WS-RECYCLE-COUNT DELIMITED BY SIZE
007040            " RECORDS TO RETRY" DELIMITED BY SIZE
007050            INTO WS-CHK-TEXT
007060     END-STRING.
007070     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
007080 2300-EXIT.
007090     EXIT.
007100
007110*-----------------------------------------------------------------
007120* 2301-COUNT-RECYCLE-RECORD.
007130*     READS AND COUNTS ONE RECYCLE RECORD.
007140*-----------------------------------------------------------------
007150 2301-COUNT-RECYCLE-RECORD.
007160     READ RECYCLE-IN-FILE
007170         AT END
007180             SET END-OF-RECYCIN-FILE TO TRUE
007190             GO TO 2301-EXIT
007200     END-READ.
007210     ADD 1 TO WS-RECYCLE-COUNT.
007220 2301-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------------------
007260* 2400-CHECK-TRANSACTION-FEED.
007270*     THE FEED MUST OPEN AND ITS FIRST RECORD MUST BE A BATCH
007280*     HEADER.  THE HEADER'S BATCH ID AND CREATE DATE ARE KEPT
007290*     FOR THE CONTROL TOTAL CHECK.
007300*-----------------------------------------------------------------
007310 2400-CHECK-TRANSACTION-FEED.
007320     MOVE "TRANSFIL" TO WS-CHK-DATASET.
007330     OPEN INPUT LANG-TRANS-FILE.
007340     IF NOT TRANS-FILE-OK
007350         MOVE "NO-GO" TO WS-CHK-VERDICT
007360         MOVE SPACES TO WS-CHK-TEXT
007370         STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
007380                WS-TRANS-FILE-STATUS DELIMITED BY SIZE
007390                INTO WS-CHK-TEXT
007400         END-STRING
007410         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007420         GO TO 2400-EXIT
007430     END-IF.
007440     READ LANG-TRANS-FILE
007450         AT END
007460             MOVE "NO-GO" TO WS-CHK-VERDICT
007470             MOVE "EMPTY - NO FEED FOR TONIGHT" TO WS-CHK-TEXT
007480             PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007490             CLOSE LANG-TRANS-FILE
007500             GO TO 2400-EXIT
007510     END-READ.
007520     CLOSE LANG-TRANS-FILE.
007530     IF NOT TRANS-REC-HEADER
007540         MOVE "NO-GO" TO WS-CHK-VERDICT
007550         MOVE "FIRST RECORD IS NOT A BATCH HEADER" TO WS-CHK-TEXT
007560         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
007570         GO TO 2400-EXIT
007580     END-IF.
007590     SET FEED-HEADER-FOUND TO TRUE.
007600     MOVE TRANS-BATCH-ID TO WS-FEED-BATCH-ID.
007610     IF TRANS-CREATE-DATE NUMERIC
007620         MOVE TRANS-CREATE-DATE TO WS-FEED-CREATE-DATE
007630     END-IF.
007640     MOVE "GO" TO WS-CHK-VERDICT.
007650     MOVE SPACES TO WS-CHK-TEXT.
007660     STRING "BATCH " DELIMITED BY SIZE
007670            WS-FEED-BATCH-ID DELIMITED BY SPACE
007680            " CREATED " DELIMITED BY SIZE
007690            WS-FEED-CREATE-DATE DELIMITED BY SIZE
007700            INTO WS-CHK-TEXT
007710     END-STRING.
007720     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
007730 2400-EXIT.
007740     EXIT.
007750
007760*-----------------------------------------------------------------
007770* 2500-CHECK-CONTROL-TOTAL.
007780*     THE EXPECTED COUNT MUST BE NUMERIC.  A FEED DATE IN
007790*     COLUMNS 8-15 MUST BE NUMERIC AND, WHEN THE FEED HEADER
007800*     WAS READ, EQUAL ITS CREATE DATE - OTHERWISE THE NIGHT
007810*     WOULD BALANCE AGAINST ANOTHER DAY'S TOTAL.  AN EMPTY OR
007820*     DUMMY CTLTOT IS LEFT UNCHECKED, AS THE NIGHT LEAVES IT.
007830*-----------------------------------------------------------------
007840 2500-CHECK-CONTROL-TOTAL.
007850     MOVE "CTLTOT" TO WS-CHK-DATASET.
007860     OPEN INPUT CONTROL-TOTAL-FILE.
007870     IF NOT CTLTOT-FILE-OK
007880         IF CTLTOT-NOT-SUPPLIED
007890             MOVE "NOTE" TO WS-CHK-VERDICT
007900             MOVE "NOT SUPPLIED - NO CONTROL TOTAL BALANCE"
007910                 TO WS-CHK-TEXT
007920         ELSE
007930             MOVE "WARN" TO WS-CHK-VERDICT
007940             MOVE SPACES TO WS-CHK-TEXT
007950             STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
007960                    WS-CTLTOT-FILE-STATUS DELIMITED BY SIZE
007970                    " - NO CONTROL TOTAL BALANCE"
007980                     DELIMITED BY SIZE
007990                    INTO WS-CHK-TEXT
008000             END-STRING
008010         END-IF
008020         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
008030         GO TO 2500-EXIT
008040     END-IF.
008050     READ CONTROL-TOTAL-FILE
008060         AT END
008070             MOVE "NOTE" TO WS-CHK-VERDICT
008080             MOVE "EMPTY OR DUMMY - NO CONTROL TOTAL BALANCE"
008090                 TO WS-CHK-TEXT
008100             PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
008110             CLOSE CONTROL-TOTAL-FILE
008120             GO TO 2500-EXIT
008130     END-READ.
008140     CLOSE CONTROL-TOTAL-FILE.
008150     IF CTLTOT-EXPECTED-COUNT NOT NUMERIC
008160         MOVE "NO-GO" TO WS-CHK-VERDICT
008170         MOVE "EXPECTED COUNT (COLS 1-7) NOT NUMERIC"
008180             TO WS-CHK-TEXT
008190         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
008200         GO TO 2500-EXIT
008210     END-IF.
008220     IF CTLTOT-FEED-DATE EQUAL SPACES
008230         MOVE "NOTE" TO WS-CHK-VERDICT
008240         MOVE SPACES TO WS-CHK-TEXT
008250         STRING "EXPECTS " DELIMITED BY SIZE
008260                CTLTOT-EXPECTED-COUNT DELIMITED BY SIZE
008270                " - NO FEED DATE IN COLS 8-15, DATE NOT CHECKED"
008280                 DELIMITED BY SIZE
008290                INTO WS-CHK-TEXT
008300         END-STRING
008310         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
008320         GO TO 2500-EXIT
008330     END-IF.
008340     IF CTLTOT-FEED-DATE-N NOT NUMERIC
008350         MOVE "NO-GO" TO WS-CHK-VERDICT
008360         MOVE "FEED DATE (COLS 8-15) NOT NUMERIC" TO WS-CHK-TEXT
008370         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
008380         GO TO 2500-EXIT
008390     END-IF.
008400     IF FEED-HEADER-FOUND
008410        AND CTLTOT-FEED-DATE-N NOT EQUAL WS-FEED-CREATE-DATE
008420         MOVE "NO-GO" TO WS-CHK-VERDICT
008430         MOVE SPACES TO WS-CHK-TEXT
008440         STRING "TOTAL IS FOR " DELIMITED BY SIZE
008450                CTLTOT-FEED-DATE DELIMITED BY SIZE
008460                " BUT THE FEED HEADER IS " DELIMITED BY SIZE
008470                WS-FEED-CREATE-DATE DELIMITED BY SIZE
008480                " - WRONG DAY'S TOTAL" DELIMITED BY SIZE
008490                INTO WS-CHK-TEXT
008500         END-STRING
008510         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
008520         GO TO 2500-EXIT
008530     END-IF.
008540     MOVE "GO" TO WS-CHK-VERDICT.
008550     MOVE SPACES TO WS-CHK-TEXT.
008560     STRING "EXPECTS " DELIMITED BY SIZE
008570            CTLTOT-EXPECTED-COUNT DELIMITED BY SIZE
008580            " FOR FEED OF " DELIMITED BY SIZE
008590            CTLTOT-FEED-DATE DELIMITED BY SIZE
008600            INTO WS-CHK-TEXT
008610     END-STRING.
008620     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
008630 2500-EXIT.
008640     EXIT.
008650
008660*-----------------------------------------------------------------
008670* 2600-CHECK-KEYED-DATASETS.
008680*     DSPTBL AND THE LANGUAGE MASTER MUST OPEN.  THE CALENDAR
008690*     AND VENDOR QUOTAS ARE OPTIONAL - PROGRAM COBOL RUNS
008700*     WITHOUT THEM - BUT ONE SUPPLIED AND NOT OPENING IS A
008710*     WARNING, AND QUOTAS WITHOUT A USAGE FILE ARE NO-GO, AS
008720*     THEY ARE IN THE DISPATCHER (1068 THERE).  QUOTAUSE IS
008730*     OPENED I-O, AS THE NIGHT OPENS IT, SO AN EMPTY ONE PASSES;
008740*     NOTHING IS WRITTEN TO IT.
008750*-----------------------------------------------------------------
008760 2600-CHECK-KEYED-DATASETS.
008770     MOVE "DSPTBL" TO WS-CHK-DATASET.
008780     OPEN INPUT DISPATCH-TABLE-FILE.
008790     MOVE WS-DSPTBL-FILE-STATUS TO WS-OPEN-STATUS.
008800     IF DSPTBL-FILE-OK
008810         CLOSE DISPATCH-TABLE-FILE
008820     END-IF.
008830     PERFORM 2610-REPORT-REQUIRED-OPEN THRU 2610-EXIT.
008840     MOVE "LANGMSTR" TO WS-CHK-DATASET.
008850     OPEN INPUT LANG-MASTER-FILE.
008860     MOVE WS-LANGMSTR-FILE-STATUS TO WS-OPEN-STATUS.
008870     IF LANGMSTR-FILE-OK
008880         CLOSE LANG-MASTER-FILE
008890     END-IF.
008900     PERFORM 2610-REPORT-REQUIRED-OPEN THRU 2610-EXIT.
008910     PERFORM 2620-CHECK-CALENDAR THRU 2620-EXIT.
008920     PERFORM 2630-CHECK-VENDOR-QUOTAS THRU 2630-EXIT.
008930 2600-EXIT.
008940     EXIT.
008950
008960*-----------------------------------------------------------------
008970* 2610-REPORT-REQUIRED-OPEN.
008980*     WRITES THE GO OR NO-GO LINE FOR A REQUIRED KEYED DATASET
008990*     FROM THE OPEN STATUS COPIED TO WS-OPEN-STATUS.
009000*-----------------------------------------------------------------
009010 2610-REPORT-REQUIRED-OPEN.
009020     IF OPEN-STATUS-OK
009030         MOVE "GO" TO WS-CHK-VERDICT
009040         MOVE "OPENS" TO WS-CHK-TEXT
009050     ELSE
009060         MOVE "NO-GO" TO WS-CHK-VERDICT
009070         MOVE SPACES TO WS-CHK-TEXT
009080         STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
009090                WS-OPEN-STATUS DELIMITED BY SIZE
009100                INTO WS-CHK-TEXT
009110         END-STRING
009120     END-IF.
009130     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
009140 2610-EXIT.
009150     EXIT.
009160
009170*-----------------------------------------------------------------
009180* 2620-CHECK-CALENDAR.
009190*     WITHOUT A CALENDAR THE FEED HEADER MUST CARRY THE RUN DATE
009200*     ITSELF; A CALENDAR SUPPLIED BUT NOT OPENING WOULD QUIETLY
009210*     DROP THE NIGHT TO THAT RULE.
009220*-----------------------------------------------------------------
009230 2620-CHECK-CALENDAR.
009240     MOVE "CALENDAR" TO WS-CHK-DATASET.
009250     OPEN INPUT BUSINESS-CALENDAR-FILE.
009260     IF CALENDAR-FILE-OK
009270         CLOSE BUSINESS-CALENDAR-FILE
009280         MOVE "GO" TO WS-CHK-VERDICT
009290         MOVE "OPENS" TO WS-CHK-TEXT
009300     ELSE
009310         IF CALENDAR-NOT-SUPPLIED
009320             MOVE "NOTE" TO WS-CHK-VERDICT
009330             MOVE "NOT SUPPLIED - FEED MUST BE DATED THE RUN DATE"
009340                 TO WS-CHK-TEXT
009350         ELSE
009360             MOVE "WARN" TO WS-CHK-VERDICT
009370             MOVE SPACES TO WS-CHK-TEXT
009380             STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
009390                    WS-CALENDAR-FILE-STATUS DELIMITED BY SIZE
009400                    " - FEED MUST BE DATED THE RUN DATE"
009410                     DELIMITED BY SIZE
009420                    INTO WS-CHK-TEXT
009430             END-STRING
009440         END-IF
009450     END-IF.
009460     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
009470 2620-EXIT.
009480     EXIT.
009490
009500*-----------------------------------------------------------------
009510* 2630-CHECK-VENDOR-QUOTAS.
009520*     VNDQUOTA IS OPTIONAL; WHEN IT OPENS, QUOTAUSE MUST OPEN
009530*     WITH IT OR THE NIGHT WOULD DISPATCH WITH NO QUOTAS HELD.
009540*-----------------------------------------------------------------
009550 2630-CHECK-VENDOR-QUOTAS.
009560     MOVE "VNDQUOTA" TO WS-CHK-DATASET.
009570     OPEN INPUT VENDOR-QUOTA-FILE.
009580     IF NOT VNDQUOTA-FILE-OK
009590         IF VNDQUOTA-NOT-SUPPLIED
009600             MOVE "NOTE" TO WS-CHK-VERDICT
009610             MOVE "NOT SUPPLIED - NO VENDOR QUOTAS THIS RUN"
009620                 TO WS-CHK-TEXT
009630         ELSE
009640             MOVE "WARN" TO WS-CHK-VERDICT
009650             MOVE SPACES TO WS-CHK-TEXT
009660             STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
009670                    WS-VNDQUOTA-FILE-STATUS DELIMITED BY SIZE
009680                    " - NO VENDOR QUOTAS THIS RUN"
009690                     DELIMITED BY SIZE
009700                    INTO WS-CHK-TEXT
009710             END-STRING
009720         END-IF
009730         PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT
009740         GO TO 2630-EXIT
009750     END-IF.
009760     CLOSE VENDOR-QUOTA-FILE.
009770     MOVE "GO" TO WS-CHK-VERDICT.
009780     MOVE "OPENS" TO WS-CHK-TEXT.
009790     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
009800     MOVE "QUOTAUSE" TO WS-CHK-DATASET.
009810     OPEN I-O QUOTA-USAGE-FILE.
009820     IF QUOTAUSE-FILE-OK
009830         CLOSE QUOTA-USAGE-FILE
009840         MOVE "GO" TO WS-CHK-VERDICT
009850         MOVE "OPENS" TO WS-CHK-TEXT
009860     ELSE
009870         MOVE "NO-GO" TO WS-CHK-VERDICT
009880         MOVE SPACES TO WS-CHK-TEXT
009890         STRING "WILL NOT OPEN - STATUS " DELIMITED BY SIZE
009900                WS-QUOTAUSE-FILE-STATUS DELIMITED BY SIZE
009910                " - VNDQUOTA CANNOT BE HELD" DELIMITED BY SIZE
009920                INTO WS-CHK-TEXT
009930         END-STRING
009940     END-IF.
009950     PERFORM 7000-WRITE-CHECK-LINE THRU 7000-EXIT.
009960 2630-EXIT.
009970     EXIT.
009980
009990*-----------------------------------------------------------------
010000* 7000-WRITE-CHECK-LINE.
010010*     WRITES ONE CHECKLIST LINE FROM WS-CHECK-WORK AND COUNTS IT
010020*     UNDER ITS VERDICT.
010030*-----------------------------------------------------------------
010040 7000-WRITE-CHECK-LINE.
010050     EVALUATE TRUE
010060         WHEN CHK-GO
010070             ADD 1 TO WS-GO-COUNT
010080         WHEN CHK-NO-GO
010090             ADD 1 TO WS-NO-GO-COUNT
010100         WHEN CHK-WARNING
010110             ADD 1 TO WS-WARN-COUNT
010120         WHEN OTHER
010130             ADD 1 TO WS-NOTE-COUNT
010140     END-EVALUATE.
010150     IF NOT READY-RPT-OK
010160         GO TO 7000-EXIT
010170     END-IF.
010180     MOVE SPACES TO READINESS-REPORT-LINE.
010190     STRING WS-CHK-VERDICT DELIMITED BY SIZE
010200            "   " DELIMITED BY SIZE
010210            WS-CHK-DATASET DELIMITED BY SIZE
010220            "  " DELIMITED BY SIZE
010230            WS-CHK-TEXT DELIMITED BY SIZE
010240            INTO READINESS-REPORT-LINE
010250     END-STRING.
010260     WRITE READINESS-REPORT-LINE.
010270 7000-EXIT.
010280     EXIT.
010290
010300*-----------------------------------------------------------------
010310* 8000-TERMINATE.
010320*     WRITES THE VERDICT COUNTS AND THE GO / NO-GO LINE, SENDS
010330*     THE VERDICT TO THE CONSOLE, AND SETS THE RETURN CODE.
010340*-----------------------------------------------------------------
010350 8000-TERMINATE.
010360     IF WS-NO-GO-COUNT > ZERO
010370         IF WS-JOB-RETURN-CODE < 8
010380             MOVE 8 TO WS-JOB-RETURN-CODE
010390         END-IF
010400     ELSE
010410         IF WS-WARN-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
010420             MOVE 4 TO WS-JOB-RETURN-CODE
010430         END-IF
010440     END-IF.
010450     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
010460     IF WS-NO-GO-COUNT > ZERO
010470         DISPLAY "LANGRDY - READINESS NO-GO - " WS-NO-GO-COUNT
010480                 " CHECK(S) FAILED - JOB HELD - SEE RDYRPT"
010490                 UPON CONSOLE
010500     ELSE
010510         DISPLAY "LANGRDY - READINESS GO - " WS-WARN-COUNT
010520                 " WARNING(S) - RETURN CODE " WS-JOB-RETURN-CODE
010530                 UPON CONSOLE
010540     END-IF.
010550     IF READY-RPT-OK
010560         CLOSE READINESS-REPORT
010570     END-IF.
010580     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
010590 8000-EXIT.
010600     EXIT.
010610
010620*-----------------------------------------------------------------
010630* 8100-WRITE-VERDICT.
010640*     WRITES THE COUNT PER VERDICT AND THE OVERALL GO / NO-GO.
010650*-----------------------------------------------------------------
010660 8100-WRITE-VERDICT.
010670     IF NOT READY-RPT-OK
010680         GO TO 8100-EXIT
010690     END-IF.
010700     MOVE SPACES TO READINESS-REPORT-LINE.
010710     WRITE READINESS-REPORT-LINE.
010720     MOVE SPACES TO READINESS-REPORT-LINE.
010730     STRING "GO " DELIMITED BY SIZE
010740            WS-GO-COUNT DELIMITED BY SIZE
010750            "  NO-GO " DELIMITED BY SIZE
010760            WS-NO-GO-COUNT DELIMITED BY SIZE
010770            "  WARN " DELIMITED BY SIZE
010780            WS-WARN-COUNT DELIMITED BY SIZE
010790            "  NOTE " DELIMITED BY SIZE
010800            WS-NOTE-COUNT DELIMITED BY SIZE
010810            INTO READINESS-REPORT-LINE
010820     END-STRING.
010830     WRITE READINESS-REPORT-LINE.
010840     MOVE SPACES TO READINESS-REPORT-LINE.
010850     IF WS-NO-GO-COUNT > ZERO
010860         STRING "READINESS: NO-GO - " DELIMITED BY SIZE
010870                WS-NO-GO-COUNT DELIMITED BY SIZE
010880                " CHECK(S) FAILED - NIGHT HELD AT RETURN CODE "
010890                 DELIMITED BY SIZE
010900                WS-JOB-RETURN-CODE DELIMITED BY SIZE
010910                INTO READINESS-REPORT-LINE
010920         END-STRING
010930     ELSE
010940         STRING "READINESS: GO - RETURN CODE " DELIMITED BY SIZE
010950                WS-JOB-RETURN-CODE DELIMITED BY SIZE
010960                INTO READINESS-REPORT-LINE
010970         END-STRING
010980     END-IF.
010990     WRITE READINESS-REPORT-LINE.
011000 8100-EXIT.
011010     EXIT.
