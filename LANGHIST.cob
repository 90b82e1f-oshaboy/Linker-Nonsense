000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     CROSS-RUN TREND REPORTING OVER THE AUDIT HISTORY
000100*     ARCHIVE.  READS THE DISPATCH CALLS IN A DATE RANGE FROM
000110*     THE KEYED ARCHIVE (AUDHIST) AND PRODUCES THE MULTI-RUN
000120*     VIEW THE PER-RUN SUMRPT CANNOT: CALLS PER DAY PER
000130*     LANG_NAME, FAILURE COUNTS BY RETURN CODE, AND
000140*     WEEK-OVER-WEEK MOVEMENT PER LANG_NAME, SO A ROUTINE WHOSE
000150*     VOLUME OR FAILURE RATE IS CREEPING UP IS VISIBLE BEFORE
000160*     IT BECOMES AN INCIDENT.
000170*
000176*     THE ARCHIVE IS LOADED NIGHTLY BY LANGARCH, WHICH PARSES
000182*     THE AUDIT LINES; ONLY ITS AUDIT-LINE ROWS ARE USED HERE.
000189*     THE RANGE IS COLUMNS 1-8 (FROM) AND 9-16 (TO) OF THE
000195*     OPTIONAL HISTPARM, CCYYMMDD, DEFAULTING TO THE 14 DAYS
000201*     ENDING ON THE RUN DATE.  THE ARCHIVE IS KEYED BY LANG_NAME
000208*     THEN DATE, SO EACH LANG_NAME'S RANGE IS READ BY STARTING
000214*     AT ITS FROM DATE AND STOPPING PAST ITS TO DATE.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   DATE       INIT  DESCRIPTION
000330*                    IMAGE AND THE HISTIN FD WIDENED TO MATCH;
000340*                    THE TREND FIGURES THEMSELVES ARE
000350*                    UNCHANGED.
000352*   10/15/2026 DH    THE AUDIT LINE GREW TO 150 BYTES AND NOW
000354*                    CARRIES THE SOURCE REFERENCE, ORIGIN SYSTEM
000356*                    AND ORIGIN TIMESTAMP (R=/S=/T=) - THE LINE
000358*                    IMAGE AND THE HISTIN FD WIDENED TO MATCH.
000360*   10/15/2026 DH    READ THE AUDIT HISTORY ARCHIVE (AUDHIST) BY
000361*                    KEY RANGE INSTEAD OF RE-PARSING A HISTIN
000362*                    CONCATENATION OF AUDITLOG GENERATIONS.  THE
000364*                    DATE RANGE COMES FROM THE NEW OPTIONAL
000366*                    HISTPARM (DEFAULT THE LAST 14 DAYS).  THE
000367*                    TREND FIGURES THEMSELVES ARE UNCHANGED.
000368* Tectonics: cobc
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. LANGHIST.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000472     SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
000474         ORGANIZATION IS INDEXED
000477         ACCESS MODE IS DYNAMIC
000479         RECORD KEY IS HST-KEY
000481         ALTERNATE RECORD KEY IS HST-BATCH-KEY
000483         FILE STATUS IS WS-AUDHIST-FILE-STATUS.
000486
000488     SELECT HISTORY-PARM-FILE ASSIGN TO HISTPARM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-HISTPARM-FILE-STATUS.
000510
000520     SELECT TREND-REPORT ASSIGN TO TRNDRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000573 FD  AUDIT-HISTORY-FILE.
000577 01  AUDIT-HISTORY-RECORD.
000580     COPY HISTREC.
000583
000587 FD  HISTORY-PARM-FILE
000590     RECORDING MODE IS F.
000594 01  HISTORY-PARM-RECORD.
000598     05  HPM-FROM-DATE                PIC X(08).
000602     05  HPM-TO-DATE                  PIC X(08).
000606     05  FILLER                       PIC X(64).
000610
000620 FD  TREND-REPORT
000630     RECORDING MODE IS F.
000680*    FILE STATUS SWITCHES
000690*-----------------------------------------------------------------
000700 01  WS-FILE-STATUSES.
000707     05  WS-AUDHIST-FILE-STATUS      PIC X(02) VALUE "99".
000713         88  AUDHIST-FILE-OK         VALUE "00", "02".
000720         88  AUDHIST-FILE-AT-END     VALUE "10".
000727     05  WS-HISTPARM-FILE-STATUS     PIC X(02) VALUE "99".
000733         88  HISTPARM-FILE-OK        VALUE "00".
000740     05  WS-TREND-RPT-STATUS         PIC X(02) VALUE "99".
000750         88  TREND-RPT-OK            VALUE "00".
000760
000770 01  WS-SWITCHES.
000780     05  WS-AUDHIST-EOF-SWITCH        PIC X(01) VALUE "N".
000790         88  END-OF-HISTORY-FILE      VALUE "Y".
000793     05  WS-AUDHIST-OPEN-SWITCH       PIC X(01) VALUE "N".
000797         88  AUDHIST-FILE-OPEN        VALUE "Y".
000800     05  WS-CELL-FULL-SWITCH          PIC X(01) VALUE "N".
000810         88  CELL-TABLE-FULL-LOGGED   VALUE "Y".
000820     05  WS-LANG-FULL-SWITCH          PIC X(01) VALUE "N".
000890         88  TABLE-ENTRY-FOUND        VALUE "Y".
000900
000910*-----------------------------------------------------------------
000923*    THE DISPATCH CALL IN HAND, TAKEN FROM AN AUDIT-LINE ROW OF
000937*    THE ARCHIVE.
000950*-----------------------------------------------------------------
000960 01  WS-AUDIT-CALL.
000970     05  WS-AUD-CALL-DATE             PIC 9(08).
001020     05  WS-AUD-LANG-NAME             PIC X(20).
001080     05  WS-AUD-RETURN-CODE           PIC X(04).
001090         88  AUD-CALL-SUCCEEDED       VALUE "0000".
001093
001096*-----------------------------------------------------------------
001099*    REPORTING RANGE AND THE WORK FIELDS THAT SET IT.  THE
001102*    DEFAULT FROM DATE IS 13 DAYS BEFORE THE RUN DATE, WORKED
001105*    OUT A DAY AT A TIME.
001108*-----------------------------------------------------------------
001111 01  WS-FROM-DATE                     PIC 9(08) VALUE ZERO.
001114 01  WS-TO-DATE                       PIC 9(08) VALUE ZERO.
001117 01  WS-DEFAULT-RANGE-DAYS            PIC 9(04) VALUE 14.
001120 01  WS-DATE-WORK                     PIC X(08).
001123 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
001126                                      PIC 9(08).
001129 01  WS-CURRENT-LANG-NAME             PIC X(20).
001131 01  WS-CALC-DATE.
001134     05  WS-CALC-YEAR                 PIC 9(04).
001137     05  WS-CALC-MONTH                PIC 9(02).
001140     05  WS-CALC-DAY                  PIC 9(02).
001143 01  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
001146                                      PIC 9(08).
001149 01  WS-MONTH-DAYS-VALUES             PIC X(24)
001152                 VALUE "312831303130313130313031".
001155 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001158     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
001161 01  WS-LEAP-QUOTIENT                 PIC 9(04).
001164 01  WS-LEAP-REMAINDER                PIC 9(04).
001167 77  WS-DAY-SUB                       PIC 9(04) COMP VALUE ZERO.
001170
001180*-----------------------------------------------------------------
001190*    DISTINCT CALL DATES SEEN, KEPT IN ASCENDING SEQUENCE BY
001690 77  WS-WEEK-FLOOR-SUB                PIC 9(04) COMP VALUE ZERO.
001700 77  WS-PRIOR-FLOOR-SUB               PIC 9(04) COMP VALUE ZERO.
001710
001723 77  WS-ROWS-READ                     PIC 9(07) VALUE ZERO.
001737 77  WS-CALLS-USED                    PIC 9(07) VALUE ZERO.
001750 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
001760
001770 01  WS-MOVEMENT-DIFFERENCE           PIC S9(07) VALUE ZERO.
001850*-----------------------------------------------------------------
001860 0000-MAINLINE-CONTROL.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-ACCUMULATE-HISTORY-ROW THRU 2000-EXIT
001890         UNTIL END-OF-HISTORY-FILE.
001900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001910     STOP RUN.
001920
001930*-----------------------------------------------------------------
001940* 1000-INITIALIZE.
001950*     SETTLES THE REPORTING RANGE, OPENS THE ARCHIVE AND THE
001960*     TREND REPORT, AND POSITIONS AT THE FIRST ROW.
001970*-----------------------------------------------------------------
001980 1000-INITIALIZE.
001990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001998     PERFORM 1020-SET-REPORT-RANGE THRU 1020-EXIT.
002005     OPEN INPUT AUDIT-HISTORY-FILE.
002012     IF NOT AUDHIST-FILE-OK
002020         SET END-OF-HISTORY-FILE TO TRUE
002030         MOVE 16 TO WS-JOB-RETURN-CODE
002040         GO TO 1000-EXIT
002050     END-IF.
002055     SET AUDHIST-FILE-OPEN TO TRUE.
002060     OPEN OUTPUT TREND-REPORT.
002070     IF NOT TREND-RPT-OK
002080         SET END-OF-HISTORY-FILE TO TRUE
002090         MOVE 16 TO WS-JOB-RETURN-CODE
002100         GO TO 1000-EXIT
002110     END-IF.
002112     MOVE LOW-VALUES TO HST-KEY.
002114     START AUDIT-HISTORY-FILE
002117         KEY IS NOT LESS THAN HST-KEY
002119         INVALID KEY
002121             SET END-OF-HISTORY-FILE TO TRUE
002123             GO TO 1000-EXIT
002126     END-START.
002128     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150
002160*-----------------------------------------------------------------
002167* 1020-SET-REPORT-RANGE.
002174*     READS THE OPTIONAL FROM AND TO DATES FROM HISTPARM.  A
002181*     MISSING, BLANK, ZERO OR NON-NUMERIC TO DATE IS THE RUN
002189*     DATE; A MISSING FROM DATE IS 13 DAYS BEFORE THE TO DATE,
002196*     GIVING 14 DAYS OF HISTORY AS THE OLD 14-GENERATION HISTIN
002203*     CONCATENATION DID.
002210*-----------------------------------------------------------------
002213 1020-SET-REPORT-RANGE.
002215     OPEN INPUT HISTORY-PARM-FILE.
002218     IF HISTPARM-FILE-OK
002221         READ HISTORY-PARM-FILE
002223             AT END
002226                 CONTINUE
002229             NOT AT END
002231                 MOVE HPM-FROM-DATE TO WS-DATE-WORK
002234                 IF WS-DATE-WORK-N NUMERIC
002237                     MOVE WS-DATE-WORK-N TO WS-FROM-DATE
002239                 END-IF
002242                 MOVE HPM-TO-DATE TO WS-DATE-WORK
002245                 IF WS-DATE-WORK-N NUMERIC
002247                     MOVE WS-DATE-WORK-N TO WS-TO-DATE
002250                 END-IF
002253         END-READ
002255         CLOSE HISTORY-PARM-FILE
002258     END-IF.
002261     IF WS-TO-DATE EQUAL ZERO
002263         MOVE WS-RUN-DATE TO WS-TO-DATE
002266     END-IF.
002269     IF WS-FROM-DATE > ZERO
002271         GO TO 1020-EXIT
002274     END-IF.
002277     MOVE WS-TO-DATE TO WS-CALC-DATE-N.
002279     PERFORM 1021-SUBTRACT-ONE-DAY THRU 1021-EXIT
002282         VARYING WS-DAY-SUB FROM 2 BY 1
002285         UNTIL WS-DAY-SUB > WS-DEFAULT-RANGE-DAYS.
002287     MOVE WS-CALC-DATE-N TO WS-FROM-DATE.
002290 1020-EXIT.
002293     EXIT.
002295
002298*-----------------------------------------------------------------
002301* 1021-SUBTRACT-ONE-DAY.
002303*     BACKS WS-CALC-DATE UP ONE CALENDAR DAY ACROSS MONTH AND
002306*     YEAR ENDS, GIVING FEBRUARY 29 DAYS IN A LEAP YEAR.
002309*-----------------------------------------------------------------
002311 1021-SUBTRACT-ONE-DAY.
002314     IF WS-CALC-DAY > 1
002317         SUBTRACT 1 FROM WS-CALC-DAY
002319         GO TO 1021-EXIT
002322     END-IF.
002325     IF WS-CALC-MONTH > 1
002327         SUBTRACT 1 FROM WS-CALC-MONTH
002330     ELSE
002337         SUBTRACT 1 FROM WS-CALC-YEAR
002343         MOVE 12 TO WS-CALC-MONTH
002350     END-IF.
002351     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-CALC-DAY.
002353     IF WS-CALC-MONTH NOT EQUAL 2
002354         GO TO 1021-EXIT
002356     END-IF.
002357     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002359         REMAINDER WS-LEAP-REMAINDER.
002360     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
002361         GO TO 1021-EXIT
002363     END-IF.
002364     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002366         REMAINDER WS-LEAP-REMAINDER.
002367     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
002369         MOVE 29 TO WS-CALC-DAY
002370         GO TO 1021-EXIT
002371     END-IF.
002373     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002374         REMAINDER WS-LEAP-REMAINDER.
002376     IF WS-LEAP-REMAINDER EQUAL ZERO
002377         MOVE 29 TO WS-CALC-DAY
002379     END-IF.
002380 1021-EXIT.
002381     EXIT.
002383
002384*-----------------------------------------------------------------
002386* 2000-ACCUMULATE-HISTORY-ROW.
002387*     FOLDS THE ARCHIVE ROW IN HAND INTO THE DATE, CELL, LANG,
002389*     AND RETURN-CODE TABLES WHEN IT IS A DISPATCH CALL INSIDE
002390*     THE RANGE, THEN MOVES TO THE NEXT ROW.  A ROW BEFORE THE
002391*     RANGE REPOSITIONS AT THE LANG_NAME'S FROM DATE; A ROW
002393*     AFTER IT ENDS THE LANG_NAME AND REPOSITIONS PAST IT.
002394*-----------------------------------------------------------------
002396 2000-ACCUMULATE-HISTORY-ROW.
002397     IF HST-EVENT-DATE < WS-FROM-DATE
002399         PERFORM 2110-START-AT-FROM-DATE THRU 2110-EXIT
002400         GO TO 2000-EXIT
002401     END-IF.
002403     IF HST-EVENT-DATE > WS-TO-DATE
002404         PERFORM 2120-SKIP-PAST-LANG THRU 2120-EXIT
002406         GO TO 2000-EXIT
002407     END-IF.
002409     IF NOT HST-FROM-AUDIT-LOG
002410         GO TO 2000-NEXT
002411     END-IF.
002413     ADD 1 TO WS-CALLS-USED.
002414     MOVE HST-EVENT-DATE TO WS-AUD-CALL-DATE.
002416     MOVE HST-LANG-NAME TO WS-AUD-LANG-NAME.
002417     MOVE HST-RETURN-CODE TO WS-AUD-RETURN-CODE.
002419     PERFORM 2210-UPDATE-DATE-TABLE THRU 2210-EXIT.
002420     PERFORM 2220-UPDATE-CELL-TABLE THRU 2220-EXIT.
002421     PERFORM 2230-UPDATE-LANG-TABLE THRU 2230-EXIT.
002423     IF NOT AUD-CALL-SUCCEEDED
002424         PERFORM 2240-UPDATE-RC-TABLE THRU 2240-EXIT
002426     END-IF.
002427 2000-NEXT.
002429     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
002430 2000-EXIT.
002431     EXIT.
002433
002434*-----------------------------------------------------------------
002436* 2100-READ-HISTORY-ROW.
002437*     READS THE NEXT ARCHIVE ROW IN KEY SEQUENCE AND SETS THE
002439*     END-OF-HISTORY-FILE SWITCH WHEN THE ARCHIVE IS EXHAUSTED.
002440*-----------------------------------------------------------------
002450 2100-READ-HISTORY-ROW.
002460     READ AUDIT-HISTORY-FILE NEXT RECORD
002470         AT END
002480             SET END-OF-HISTORY-FILE TO TRUE
002483         NOT AT END
002487             ADD 1 TO WS-ROWS-READ
002490     END-READ.
002500 2100-EXIT.
002501     EXIT.
002502
002503*-----------------------------------------------------------------
002505* 2110-START-AT-FROM-DATE.
002506*     REPOSITIONS AT THE FIRST KEY OF THE LANG_NAME IN HAND ON OR
002507*     AFTER THE FROM DATE AND READS THE ROW THERE.
002508*-----------------------------------------------------------------
002509 2110-START-AT-FROM-DATE.
002510     MOVE HST-LANG-NAME TO WS-CURRENT-LANG-NAME.
002511     MOVE LOW-VALUES TO HST-KEY.
002513     MOVE WS-CURRENT-LANG-NAME TO HST-LANG-NAME.
002514     MOVE WS-FROM-DATE TO HST-EVENT-DATE.
002515     START AUDIT-HISTORY-FILE
002516         KEY IS NOT LESS THAN HST-KEY
002517         INVALID KEY
002518             SET END-OF-HISTORY-FILE TO TRUE
002519             GO TO 2110-EXIT
002520     END-START.
002522     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
002523 2110-EXIT.
002524     EXIT.
002525
002526*-----------------------------------------------------------------
002527* 2120-SKIP-PAST-LANG.
002528*     REPOSITIONS AT THE FIRST KEY AFTER EVERY KEY OF THE
002530*     LANG_NAME IN HAND AND READS THE ROW THERE.
002531*-----------------------------------------------------------------
002532 2120-SKIP-PAST-LANG.
002533     MOVE HST-LANG-NAME TO WS-CURRENT-LANG-NAME.
002534     MOVE HIGH-VALUES TO HST-KEY.
002535     MOVE WS-CURRENT-LANG-NAME TO HST-LANG-NAME.
002536     START AUDIT-HISTORY-FILE
002538         KEY IS GREATER THAN HST-KEY
002539         INVALID KEY
002540             SET END-OF-HISTORY-FILE TO TRUE
002541             GO TO 2120-EXIT
002542     END-START.
002543     PERFORM 2100-READ-HISTORY-ROW THRU 2100-EXIT.
002544 2120-EXIT.
002545     EXIT.
002547
002548*-----------------------------------------------------------------
002549* 2210-UPDATE-DATE-TABLE.
002550*     ENSURES THE LINE'S CALL DATE IS IN THE DISTINCT-DATE
002560*     TABLE, INSERTING IT IN ASCENDING SEQUENCE WHEN NEW.
002570*     DATES BEYOND THE 120-ENTRY CAPACITY ARE LOGGED ONCE AND
004860         PERFORM 8400-WRITE-MOVEMENT-SECTION THRU 8400-EXIT
004870         CLOSE TREND-REPORT
004880     END-IF.
004890     IF AUDHIST-FILE-OPEN
004900         CLOSE AUDIT-HISTORY-FILE
004910     END-IF.
004920     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
004930 8000-EXIT.
004950
004960*-----------------------------------------------------------------
004970* 8100-WRITE-REPORT-HEADING.
004977*     WRITES THE REPORT HEADING, THE RANGE REPORTED, AND THE
004983*     ARCHIVE ROW TOTALS.
004990*-----------------------------------------------------------------
005000 8100-WRITE-REPORT-HEADING.
005010     MOVE SPACES TO TREND-REPORT-LINE.
005060     END-STRING.
005070     WRITE TREND-REPORT-LINE.
005080     MOVE SPACES TO TREND-REPORT-LINE.
005088     STRING "RANGE " DELIMITED BY SIZE
005096            WS-FROM-DATE DELIMITED BY SIZE
005103            " - " DELIMITED BY SIZE
005111            WS-TO-DATE DELIMITED BY SIZE
005119            "  ARCHIVE ROWS READ " DELIMITED BY SIZE
005127            WS-ROWS-READ DELIMITED BY SIZE
005134            "  CALLS USED " DELIMITED BY SIZE
005142            WS-CALLS-USED DELIMITED BY SIZE
005150            INTO TREND-REPORT-LINE
005160     END-STRING.
005170     WRITE TREND-REPORT-LINE.
