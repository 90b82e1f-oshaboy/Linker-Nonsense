000010******************************************************************
000020* PROGRAM-ID:  LANGAPRG
000030* AUTHOR:      D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN:  10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     RETENTION AND PURGE RUN FOR THE AUDIT HISTORY ARCHIVE
000100*     (AUDHIST, LAYOUT IN COPYBOOK HISTREC) LOADED NIGHTLY BY
000110*     LANGARCH.  DELETES EVERY ROW WHOSE EVENT DATE IS OLDER
000120*     THAN THE RETENTION PERIOD - COLUMNS 1-4 OF THE OPTIONAL
000130*     PRGPARM, IN DAYS, DEFAULT 400 - COUNTED BACK FROM THE RUN
000140*     DATE.  A RETENTION SHORTER THAN 100 DAYS WOULD TAKE ROWS
000150*     THE BILLING WINDOW STILL NEEDS, SO IT IS REFUSED: NOTHING
000160*     IS DELETED AND THE STEP ENDS AT RETURN CODE 8.
000170******************************************************************
000180*     THE ARCHIVE IS KEYED BY LANG_NAME THEN DATE, SO EACH
000190*     LANG_NAME'S EXPIRED ROWS ARE AT THE FRONT OF ITS KEY RANGE.
000200*     THE BROWSE DELETES THEM AND, AT THE FIRST ROW INSIDE THE
000210*     RETENTION PERIOD, STARTS AGAIN PAST THAT LANG_NAME RATHER
000220*     THAN READING ITS KEPT ROWS.
000230******************************************************************
000240*     RETURN CODES: 8 - RETENTION REFUSED, OR A ROW COULD NOT BE
000250*     DELETED.  16 - THE ARCHIVE COULD NOT BE OPENED FOR UPDATE.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   DATE       INIT  DESCRIPTION
000290*   10/15/2026 DH    ORIGINAL PROGRAM.
000300* Tectonics: cobc
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. LANGAPRG.
000340 AUTHOR. D. HOLLIS.
000350 INSTALLATION. DATA CENTER OPERATIONS.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS HST-KEY
000460         ALTERNATE RECORD KEY IS HST-BATCH-KEY
000470         FILE STATUS IS WS-AUDHIST-FILE-STATUS.
000480
000490     SELECT PURGE-PARM-FILE ASSIGN TO PRGPARM
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PRGPARM-FILE-STATUS.
000520
000530     SELECT PURGE-REPORT ASSIGN TO PRGRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PURGE-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  AUDIT-HISTORY-FILE.
000600 01  AUDIT-HISTORY-RECORD.
000610     COPY HISTREC.
000620
000630 FD  PURGE-PARM-FILE
000640     RECORDING MODE IS F.
000650 01  PURGE-PARM-RECORD.
000660     05  PPM-RETENTION-DAYS           PIC X(04).
000670     05  FILLER                       PIC X(76).
000680
000690 FD  PURGE-REPORT
000700     RECORDING MODE IS F.
000710 01  PURGE-REPORT-LINE                PIC X(100).
000720
000730 WORKING-STORAGE SECTION.
000740*-----------------------------------------------------------------
000750*    FILE STATUS SWITCHES
000760*-----------------------------------------------------------------
000770 01  WS-FILE-STATUSES.
000780     05  WS-AUDHIST-FILE-STATUS      PIC X(02) VALUE "99".
000790         88  AUDHIST-FILE-OK         VALUE "00", "02".
000800         88  AUDHIST-FILE-AT-END     VALUE "10".
000810     05  WS-PRGPARM-FILE-STATUS      PIC X(02) VALUE "99".
000820         88  PRGPARM-FILE-OK         VALUE "00".
000830     05  WS-PURGE-RPT-STATUS         PIC X(02) VALUE "99".
000840         88  PURGE-RPT-OK            VALUE "00".
000850
000860 01  WS-SWITCHES.
000870     05  WS-AUDHIST-OPEN-SWITCH       PIC X(01) VALUE "N".
000880         88  AUDHIST-FILE-OPEN        VALUE "Y".
000890     05  WS-AUDHIST-EOF-SWITCH        PIC X(01) VALUE "N".
000900         88  END-OF-AUDHIST-FILE      VALUE "Y".
000910     05  WS-RETENTION-SWITCH          PIC X(01) VALUE "Y".
000920         88  RETENTION-ACCEPTED       VALUE "Y".
000930     05  WS-DELETE-ERROR-SWITCH       PIC X(01) VALUE "N".
000940         88  DELETE-ERROR-LOGGED      VALUE "Y".
000950
000960*-----------------------------------------------------------------
000970*    RETENTION PERIOD AND THE CUTOFF IT GIVES.  ROWS DATED
000980*    BEFORE THE CUTOFF ARE PURGED; ROWS ON OR AFTER IT ARE KEPT.
000990*-----------------------------------------------------------------
001000 01  WS-RETENTION-DAYS                PIC 9(04) VALUE 400.
001010 01  WS-MINIMUM-RETENTION-DAYS        PIC 9(04) VALUE 100.
001020 01  WS-RETENTION-WORK                PIC X(04).
001030 01  WS-RETENTION-WORK-N REDEFINES WS-RETENTION-WORK
001040                                      PIC 9(04).
001050 01  WS-CUTOFF-DATE                   PIC 9(08) VALUE ZERO.
001060 01  WS-CALC-DATE.
001070     05  WS-CALC-YEAR                 PIC 9(04).
001080     05  WS-CALC-MONTH                PIC 9(02).
001090     05  WS-CALC-DAY                  PIC 9(02).
001100 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
001110                                      PIC 9(08).
001120 01  WS-MONTH-DAYS-VALUES             PIC X(24)
001130                 VALUE "312831303130313130313031".
001140 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001150     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
001160 01  WS-LEAP-QUOTIENT                 PIC 9(04).
001170 01  WS-LEAP-REMAINDER                PIC 9(04).
001180 01  WS-CURRENT-LANG-NAME             PIC X(20).
001190
001200 77  WS-DAY-SUB                       PIC 9(05) COMP VALUE ZERO.
001210 77  WS-ROWS-READ                     PIC 9(09) VALUE ZERO.
001220 77  WS-ROWS-DELETED                  PIC 9(09) VALUE ZERO.
001230 77  WS-DELETE-FAILURES               PIC 9(09) VALUE ZERO.
001240 77  WS-LANG-NAMES-KEPT               PIC 9(07) VALUE ZERO.
001250 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
001260
001270 01  WS-RUN-DATE                      PIC 9(08).
001280 01  WS-RUN-TIME                      PIC 9(08).
001290
001300 PROCEDURE DIVISION.
001310*-----------------------------------------------------------------
001320* 0000-MAINLINE-CONTROL.
001330*     TOP LEVEL FLOW OF CONTROL FOR THE PURGE RUN.
001340*-----------------------------------------------------------------
001350 0000-MAINLINE-CONTROL.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     IF AUDHIST-FILE-OPEN AND RETENTION-ACCEPTED
001380         PERFORM 2000-PURGE-ARCHIVE THRU 2000-EXIT
001390     END-IF.
001400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001410     STOP RUN.
001420
001430*-----------------------------------------------------------------
001440* 1000-INITIALIZE.
001450*     OPENS THE REPORT, SETTLES THE RETENTION PERIOD AND ITS
001460*     CUTOFF DATE, AND OPENS THE ARCHIVE FOR UPDATE.  AN ARCHIVE
001470*     THAT CANNOT BE OPENED ENDS THE STEP AT RETURN CODE 16.
001480*-----------------------------------------------------------------
001490 1000-INITIALIZE.
001500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001510     ACCEPT WS-RUN-TIME FROM TIME.
001520     OPEN OUTPUT PURGE-REPORT.
001530     IF NOT PURGE-RPT-OK
001540         IF WS-JOB-RETURN-CODE < 8
001550             MOVE 8 TO WS-JOB-RETURN-CODE
001560         END-IF
001570     END-IF.
001580     PERFORM 1020-READ-PURGE-PARM THRU 1020-EXIT.
001590     PERFORM 1030-COMPUTE-CUTOFF-DATE THRU 1030-EXIT.
001600     PERFORM 1010-WRITE-REPORT-HEADING THRU 1010-EXIT.
001610     IF NOT RETENTION-ACCEPTED
001620         GO TO 1000-EXIT
001630     END-IF.
001640     OPEN I-O AUDIT-HISTORY-FILE.
001650     IF NOT AUDHIST-FILE-OK
001660         MOVE 16 TO WS-JOB-RETURN-CODE
001670         IF PURGE-RPT-OK
001680             MOVE SPACES TO PURGE-REPORT-LINE
001690             STRING "AUDHIST COULD NOT BE OPENED FOR UPDATE "
001700                     DELIMITED BY SIZE
001710                    "- STATUS " DELIMITED BY SIZE
001720                    WS-AUDHIST-FILE-STATUS DELIMITED BY SIZE
001730                    " - NOTHING PURGED" DELIMITED BY SIZE
001740                    INTO PURGE-REPORT-LINE
001750             END-STRING
001760             WRITE PURGE-REPORT-LINE
001770         END-IF
001780         GO TO 1000-EXIT
001790     END-IF.
001800     SET AUDHIST-FILE-OPEN TO TRUE.
001810 1000-EXIT.
001820     EXIT.
001830
001840*-----------------------------------------------------------------
001850* 1010-WRITE-REPORT-HEADING.
001860*     WRITES THE REPORT HEADING WITH THE RETENTION PERIOD AND
001870*     CUTOFF, OR THE REASON THE RETENTION WAS REFUSED.
001880*-----------------------------------------------------------------
001890 1010-WRITE-REPORT-HEADING.
001900     IF NOT PURGE-RPT-OK
001910         GO TO 1010-EXIT
001920     END-IF.
001930     MOVE SPACES TO PURGE-REPORT-LINE.
001940     STRING "AUDIT HISTORY ARCHIVE PURGE - RUN " DELIMITED BY SIZE
001950            WS-RUN-DATE DELIMITED BY SIZE
001960            " " DELIMITED BY SIZE
001970            WS-RUN-TIME DELIMITED BY SIZE
001980            INTO PURGE-REPORT-LINE
001990     END-STRING.
002000     WRITE PURGE-REPORT-LINE.
002010     MOVE SPACES TO PURGE-REPORT-LINE.
002020     IF RETENTION-ACCEPTED
002030         STRING "RETENTION " DELIMITED BY SIZE
002040                WS-RETENTION-DAYS DELIMITED BY SIZE
002050                " DAYS - ROWS DATED BEFORE " DELIMITED BY SIZE
002060                WS-CUTOFF-DATE DELIMITED BY SIZE
002070                " ARE PURGED" DELIMITED BY SIZE
002080                INTO PURGE-REPORT-LINE
002090         END-STRING
002100     ELSE
002110         STRING "RETENTION " DELIMITED BY SIZE
002120                WS-RETENTION-DAYS DELIMITED BY SIZE
002130                " DAYS REFUSED - MINIMUM IS " DELIMITED BY SIZE
002140                WS-MINIMUM-RETENTION-DAYS DELIMITED BY SIZE
002150                " - NOTHING PURGED" DELIMITED BY SIZE
002160                INTO PURGE-REPORT-LINE
002170         END-STRING
002180     END-IF.
002190     WRITE PURGE-REPORT-LINE.
002200 1010-EXIT.
002210     EXIT.
002220
002230*-----------------------------------------------------------------
002240* 1020-READ-PURGE-PARM.
002250*     READS THE OPTIONAL RETENTION PERIOD, IN DAYS, FROM COLUMNS
002260*     1-4 OF PRGPARM.  A MISSING, BLANK, ZERO OR NON-NUMERIC
002270*     VALUE LEAVES THE 400-DAY DEFAULT.  A VALUE UNDER THE
002280*     MINIMUM IS REFUSED AT RETURN CODE 8.
002290*-----------------------------------------------------------------
002300 1020-READ-PURGE-PARM.
002310     OPEN INPUT PURGE-PARM-FILE.
002320     IF NOT PRGPARM-FILE-OK
002330         GO TO 1020-EXIT
002340     END-IF.
002350     READ PURGE-PARM-FILE
002360         AT END
002370             CONTINUE
002380         NOT AT END
002390             MOVE PPM-RETENTION-DAYS TO WS-RETENTION-WORK
002400             IF WS-RETENTION-WORK-N NUMERIC
002410                AND WS-RETENTION-WORK-N > ZERO
002420                 MOVE WS-RETENTION-WORK-N TO WS-RETENTION-DAYS
002430             END-IF
002440     END-READ.
002450     CLOSE PURGE-PARM-FILE.
002460     IF WS-RETENTION-DAYS < WS-MINIMUM-RETENTION-DAYS
002470         MOVE "N" TO WS-RETENTION-SWITCH
002480         IF WS-JOB-RETURN-CODE < 8
002490             MOVE 8 TO WS-JOB-RETURN-CODE
002500         END-IF
002510     END-IF.
002520 1020-EXIT.
002530     EXIT.
002540
002550*-----------------------------------------------------------------
002560* 1030-COMPUTE-CUTOFF-DATE.
002570*     WORKS OUT THE OLDEST DATE KEPT - THE RUN DATE LESS
002580*     WS-RETENTION-DAYS CALENDAR DAYS.
002590*-----------------------------------------------------------------
002600 1030-COMPUTE-CUTOFF-DATE.
002610     MOVE WS-RUN-DATE TO WS-CALC-DATE-N.
002620     PERFORM 1031-SUBTRACT-ONE-DAY THRU 1031-EXIT
002630         VARYING WS-DAY-SUB FROM 1 BY 1
002640         UNTIL WS-DAY-SUB > WS-RETENTION-DAYS.
002650     MOVE WS-CALC-DATE-N TO WS-CUTOFF-DATE.
002660 1030-EXIT.
002670     EXIT.
002680
002690*-----------------------------------------------------------------
002700* 1031-SUBTRACT-ONE-DAY.
002710*     BACKS WS-CALC-DATE UP ONE CALENDAR DAY ACROSS MONTH AND
002720*     YEAR ENDS, GIVING FEBRUARY 29 DAYS IN A LEAP YEAR.
002730*-----------------------------------------------------------------
002740 1031-SUBTRACT-ONE-DAY.
002750     IF WS-CALC-DAY > 1
002760         SUBTRACT 1 FROM WS-CALC-DAY
002770         GO TO 1031-EXIT
002780     END-IF.
002790     IF WS-CALC-MONTH > 1
002800         SUBTRACT 1 FROM WS-CALC-MONTH
002810     ELSE
002820         SUBTRACT 1 FROM WS-CALC-YEAR
002830         MOVE 12 TO WS-CALC-MONTH
002840     END-IF.
002850     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-CALC-DAY.
002860     IF WS-CALC-MONTH NOT EQUAL 2
002870         GO TO 1031-EXIT
002880     END-IF.
002890     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002900         REMAINDER WS-LEAP-REMAINDER.
002910     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
002920         GO TO 1031-EXIT
002930     END-IF.
002940     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002950         REMAINDER WS-LEAP-REMAINDER.
002960     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
002970         MOVE 29 TO WS-CALC-DAY
002980         GO TO 1031-EXIT
002990     END-IF.
003000     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003010         REMAINDER WS-LEAP-REMAINDER.
003020     IF WS-LEAP-REMAINDER EQUAL ZERO
003030         MOVE 29 TO WS-CALC-DAY
003040     END-IF.
003050 1031-EXIT.
003060     EXIT.
003070
003080*-----------------------------------------------------------------
003090* 2000-PURGE-ARCHIVE.
003100*     POSITIONS AT THE START OF THE ARCHIVE AND WORKS THROUGH IT
003110*     ONE LANG_NAME KEY RANGE AT A TIME.
003120*-----------------------------------------------------------------
003130 2000-PURGE-ARCHIVE.
003140     MOVE LOW-VALUES TO HST-KEY.
003150     START AUDIT-HISTORY-FILE
003160         KEY IS NOT LESS THAN HST-KEY
003170         INVALID KEY
003180             SET END-OF-AUDHIST-FILE TO TRUE
003190     END-START.
003200     IF NOT END-OF-AUDHIST-FILE
003210         PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT
003220     END-IF.
003230     PERFORM 2200-PURGE-ONE-ROW THRU 2200-EXIT
003240         UNTIL END-OF-AUDHIST-FILE.
003250 2000-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------------
003290* 2100-READ-NEXT-ROW.
003300*     READS THE NEXT ARCHIVE ROW IN KEY SEQUENCE.
003310*-----------------------------------------------------------------
003320 2100-READ-NEXT-ROW.
003330     READ AUDIT-HISTORY-FILE NEXT RECORD
003340         AT END
003350             SET END-OF-AUDHIST-FILE TO TRUE
003360         NOT AT END
003370             ADD 1 TO WS-ROWS-READ
003380     END-READ.
003390 2100-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------------
003430* 2200-PURGE-ONE-ROW.
003440*     DELETES THE ROW IN HAND WHEN IT IS DATED BEFORE THE CUTOFF
003450*     AND READS THE NEXT.  THE FIRST ROW OF A LANG_NAME INSIDE
003460*     THE RETENTION PERIOD MEANS THE REST OF THAT LANG_NAME IS
003470*     KEPT TOO, SO THE BROWSE STARTS AGAIN PAST IT.
003480*-----------------------------------------------------------------
003490 2200-PURGE-ONE-ROW.
003500     IF HST-EVENT-DATE NOT < WS-CUTOFF-DATE
003510         ADD 1 TO WS-LANG-NAMES-KEPT
003520         PERFORM 2300-SKIP-PAST-LANG THRU 2300-EXIT
003530         GO TO 2200-EXIT
003540     END-IF.
003550     DELETE AUDIT-HISTORY-FILE RECORD
003560         INVALID KEY
003570             PERFORM 2210-LOG-DELETE-FAILURE THRU 2210-EXIT
003580             GO TO 2200-NEXT
003590     END-DELETE.
003600     ADD 1 TO WS-ROWS-DELETED.
003610 2200-NEXT.
003620     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
003630 2200-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------------
003670* 2210-LOG-DELETE-FAILURE.
003680*     COUNTS A ROW THAT WOULD NOT DELETE, REPORTS THE FIRST ONE
003690*     WITH ITS STATUS, AND RAISES THE RETURN CODE TO 8.
003700*-----------------------------------------------------------------
003710 2210-LOG-DELETE-FAILURE.
003720     ADD 1 TO WS-DELETE-FAILURES.
003730     IF WS-JOB-RETURN-CODE < 8
003740         MOVE 8 TO WS-JOB-RETURN-CODE
003750     END-IF.
003760     IF DELETE-ERROR-LOGGED OR NOT PURGE-RPT-OK
003770         GO TO 2210-EXIT
003780     END-IF.
003790     SET DELETE-ERROR-LOGGED TO TRUE.
003800     MOVE SPACES TO PURGE-REPORT-LINE.
003810     STRING "AUDHIST DELETE FAILED - STATUS " DELIMITED BY SIZE
003820            WS-AUDHIST-FILE-STATUS DELIMITED BY SIZE
003830            " LANG_NAME=" DELIMITED BY SIZE
003840            HST-LANG-NAME DELIMITED BY SIZE
003850            " DATE=" DELIMITED BY SIZE
003860            HST-EVENT-DATE DELIMITED BY SIZE
003870            INTO PURGE-REPORT-LINE
003880     END-STRING.
003890     WRITE PURGE-REPORT-LINE.
003900 2210-EXIT.
003910     EXIT.
003920
003930*-----------------------------------------------------------------
003940* 2300-SKIP-PAST-LANG.
003950*     REPOSITIONS THE BROWSE AT THE FIRST KEY AFTER EVERY KEY OF
003960*     THE LANG_NAME IN HAND AND READS THE ROW THERE.
003970*-----------------------------------------------------------------
003980 2300-SKIP-PAST-LANG.
003990     MOVE HST-LANG-NAME TO WS-CURRENT-LANG-NAME.
004000     MOVE HIGH-VALUES TO HST-KEY.
004010     MOVE WS-CURRENT-LANG-NAME TO HST-LANG-NAME.
004020     START AUDIT-HISTORY-FILE
004030         KEY IS GREATER THAN HST-KEY
004040         INVALID KEY
004050             SET END-OF-AUDHIST-FILE TO TRUE
004060             GO TO 2300-EXIT
004070     END-START.
004080     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
004090 2300-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130* 8000-TERMINATE.
004140*     WRITES THE PURGE TOTALS, CLOSES THE ARCHIVE AND THE
004150*     REPORT, AND SETS THE JOB RETURN CODE.
004160*-----------------------------------------------------------------
004170 8000-TERMINATE.
004180     IF PURGE-RPT-OK AND AUDHIST-FILE-OPEN
004190         MOVE SPACES TO PURGE-REPORT-LINE
004200         STRING "ROWS READ " DELIMITED BY SIZE
004210                WS-ROWS-READ DELIMITED BY SIZE
004220                " PURGED " DELIMITED BY SIZE
004230                WS-ROWS-DELETED DELIMITED BY SIZE
004240                " DELETE FAILURES " DELIMITED BY SIZE
004250                WS-DELETE-FAILURES DELIMITED BY SIZE
004260                " LANG_NAMES KEPT " DELIMITED BY SIZE
004270                WS-LANG-NAMES-KEPT DELIMITED BY SIZE
004280                INTO PURGE-REPORT-LINE
004290         END-STRING
004300         WRITE PURGE-REPORT-LINE
004310     END-IF.
004320     IF AUDHIST-FILE-OPEN
004330         CLOSE AUDIT-HISTORY-FILE
004340     END-IF.
004350     IF PURGE-RPT-OK
004360         CLOSE PURGE-REPORT
004370     END-IF.
004380     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
004390 8000-EXIT.
004400     EXIT.
004410
004420 END PROGRAM LANGAPRG.
