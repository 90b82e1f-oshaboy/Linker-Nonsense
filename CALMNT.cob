000010******************************************************************
000020* PROGRAM-ID:  CALMNT
000030* AUTHOR:      D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN:  10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     BATCH MAINTENANCE FOR THE BUSINESS-DAY PROCESSING CALENDAR
000100*     (CALENDAR) - THE SAME CLASS OF KEYED ADD/CHANGE/DELETE
000110*     MAINTENANCE, WITH A BEFORE/AFTER AUDIT REPORT, THAT
000120*     LMSTMNT GIVES THE LANGUAGE MASTER.  ONE ROW PER DATE
000130*     (LAYOUT IN COPYBOOK CALREC) SAYS WHETHER THE DATE IS A
000140*     BUSINESS DAY, A HOLIDAY OR A WEEKEND, WHETHER AN
000150*     ACCOUNTING PERIOD CLOSES ON IT, AND WHICH PERIOD IT
000160*     BELONGS TO.  THE DISPATCHER AND LANGEDIT USE IT TO ACCEPT
000170*     A FEED HEADER DATED ON THE PRIOR BUSINESS DAY, LANGBREG TO
000180*     FIND BUSINESS DAYS WITH NO FEED, AND LANGBILL TO BILL BY
000190*     ACCOUNTING PERIOD.  THE KEYED DATASET MAINTAINED HERE IS
000200*     THE SAME ONE THOSE PROGRAMS READ.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   DATE       INIT  DESCRIPTION
000240*   10/15/2026 DH    ORIGINAL PROGRAM - PATTERNED ON LMSTMNT.
000250* Tectonics: cobc
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CALMNT.
000290 AUTHOR. D. HOLLIS.
000300 INSTALLATION. DATA CENTER OPERATIONS.
000310 DATE-WRITTEN. 10/15/2026.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CAL-DATE
000410         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000420
000430     SELECT MAINT-TRANS-FILE ASSIGN TO CALTRAN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-MAINT-FILE-STATUS.
000460
000470     SELECT MAINT-REPORT ASSIGN TO CALRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MAINT-RPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CALENDAR-FILE.
000540 01  CALENDAR-RECORD.
000550     COPY CALREC.
000560
000570 FD  MAINT-TRANS-FILE
000580     RECORDING MODE IS F.
000590 01  MAINT-TRANS-RECORD.
000600     05  MNT-ACTION-CODE              PIC X(01).
000610         88  MNT-ACTION-ADD           VALUE "A".
000620         88  MNT-ACTION-CHANGE        VALUE "C".
000630         88  MNT-ACTION-DELETE        VALUE "D".
000640     05  MNT-CAL-DATE                 PIC X(08).
000650     05  MNT-DAY-TYPE                 PIC X(01).
000660         88  MNT-DAY-TYPE-VALID       VALUE "B", "H", "W".
000670     05  MNT-MONTH-END-CLOSE          PIC X(01).
000680         88  MNT-CLOSE-FLAG-VALID     VALUE "Y", "N", " ".
000690     05  MNT-ACCT-PERIOD              PIC X(06).
000700     05  MNT-DESCRIPTION              PIC X(20).
000710     05  MNT-USER-ID                  PIC X(08).
000720
000730 FD  MAINT-REPORT
000740     RECORDING MODE IS F.
000750 01  MAINT-REPORT-LINE                PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780*-----------------------------------------------------------------
000790*    FILE STATUS SWITCHES
000800*-----------------------------------------------------------------
000810 01  WS-FILE-STATUSES.
000820     05  WS-CALENDAR-FILE-STATUS     PIC X(02) VALUE "00".
000830         88  CALENDAR-FILE-OK        VALUE "00".
000840         88  CALENDAR-DUPLICATE-KEY  VALUE "22".
000850         88  CALENDAR-KEY-NOT-FOUND  VALUE "23".
000860     05  WS-MAINT-FILE-STATUS        PIC X(02) VALUE "00".
000870         88  MAINT-FILE-OK           VALUE "00".
000880         88  MAINT-FILE-AT-END       VALUE "10".
000890     05  WS-MAINT-RPT-STATUS         PIC X(02) VALUE "99".
000900         88  MAINT-RPT-OK            VALUE "00".
000910
000920 01  WS-SWITCHES.
000930     05  WS-MAINT-EOF-SWITCH          PIC X(01) VALUE "N".
000940         88  END-OF-MAINT-FILE        VALUE "Y".
000950     05  WS-CALENDAR-OPEN-SWITCH      PIC X(01) VALUE "N".
000960         88  CALENDAR-FILE-OPEN       VALUE "Y".
000970     05  WS-KEY-EDIT-SWITCH           PIC X(01) VALUE "Y".
000980         88  TRANS-KEY-CLEAN          VALUE "Y".
000990     05  WS-BODY-EDIT-SWITCH          PIC X(01) VALUE "Y".
001000         88  TRANS-BODY-CLEAN         VALUE "Y".
001010     05  WS-LEAP-YEAR-SWITCH          PIC X(01) VALUE "N".
001020         88  LEAP-YEAR                VALUE "Y".
001030
001040*-----------------------------------------------------------------
001050*    EDITED (CLEANED-UP) KEY AND BODY OF THE TRANSACTION IN
001060*    HAND.  A BLANK CLOSE FLAG FOLDS TO N.
001070*-----------------------------------------------------------------
001080 01  WS-EDITED-KEY.
001090     05  WS-EDIT-YEAR                 PIC 9(04).
001100     05  WS-EDIT-MONTH                PIC 9(02).
001110         88  EDIT-MONTH-VALID         VALUE 1 THRU 12.
001120     05  WS-EDIT-DAY                  PIC 9(02).
001130 01  WS-EDITED-KEY-N REDEFINES WS-EDITED-KEY
001140                                      PIC 9(08).
001150 01  WS-EDITED-BODY-FIELDS.
001160     05  WS-EDIT-DAY-TYPE             PIC X(01).
001170     05  WS-EDIT-CLOSE-FLAG           PIC X(01).
001180     05  WS-EDIT-ACCT-PERIOD          PIC 9(06).
001190     05  WS-EDIT-DESCRIPTION          PIC X(20).
001200 01  WS-PERIOD-WORK.
001210     05  WS-PERIOD-YEAR               PIC X(04).
001220     05  WS-PERIOD-NUMBER             PIC X(02).
001230 01  WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK.
001240     05  WS-PERIOD-YEAR-N             PIC 9(04).
001250     05  WS-PERIOD-NUMBER-N           PIC 9(02).
001260         88  PERIOD-NUMBER-VALID      VALUE 1 THRU 13.
001270
001280*-----------------------------------------------------------------
001290*    DAYS PER MONTH FOR THE DATE EDIT - FEBRUARY GAINS A DAY IN
001300*    A LEAP YEAR.
001310*-----------------------------------------------------------------
001320 01  WS-MONTH-DAYS-VALUES             PIC X(24)
001330                 VALUE "312831303130313130313031".
001340 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001350     05  WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
001360 01  WS-DAYS-IN-MONTH                 PIC 9(02).
001370 01  WS-LEAP-QUOTIENT                 PIC 9(04).
001380 01  WS-LEAP-REMAINDER                PIC 9(04).
001390
001400*-----------------------------------------------------------------
001410*    WORK FIELDS FOR ONE MAINTENANCE TRANSACTION.
001420*-----------------------------------------------------------------
001430 01  WS-BEFORE-IMAGE-FIELDS.
001440     05  WS-BEFORE-DAY-TYPE           PIC X(01).
001450     05  WS-BEFORE-CLOSE-FLAG         PIC X(01).
001460     05  WS-BEFORE-ACCT-PERIOD        PIC X(06).
001470     05  WS-BEFORE-DESCRIPTION        PIC X(20).
001480 01  WS-REJECT-REASON                 PIC X(30).
001490
001500 77  WS-TRANS-READ-COUNT              PIC 9(05) VALUE ZERO.
001510 77  WS-TRANS-APPLIED-COUNT           PIC 9(05) VALUE ZERO.
001520 77  WS-TRANS-REJECTED-COUNT          PIC 9(05) VALUE ZERO.
001530 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
001540
001550 01  WS-RUN-DATE                      PIC 9(08).
001560 01  WS-RUN-TIME                      PIC 9(08).
001570
001580 PROCEDURE DIVISION.
001590*-----------------------------------------------------------------
001600* 0000-MAINLINE-CONTROL.
001610*     TOP LEVEL FLOW OF CONTROL FOR THE MAINTENANCE STEP.
001620*-----------------------------------------------------------------
001630 0000-MAINLINE-CONTROL.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-PROCESS-MAINT-TRANS THRU 2000-EXIT
001660         UNTIL END-OF-MAINT-FILE.
001670     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001680     STOP RUN.
001690
001700*-----------------------------------------------------------------
001710* 1000-INITIALIZE.
001720*     OPENS EVERY FILE - THE KEYED CALENDAR FOR UPDATE IN PLACE -
001730*     WRITES THE REPORT HEADING, AND PRIMES THE FIRST
001740*     MAINTENANCE TRANSACTION READ.  A CALENDAR THAT CANNOT BE
001750*     OPENED FOR UPDATE ENDS THE STEP AT RETURN CODE 16 WITH
001760*     NOTHING APPLIED.
001770*-----------------------------------------------------------------
001780 1000-INITIALIZE.
001790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001800     ACCEPT WS-RUN-TIME FROM TIME.
001810     OPEN INPUT MAINT-TRANS-FILE.
001820     IF NOT MAINT-FILE-OK
001830         SET END-OF-MAINT-FILE TO TRUE
001840         MOVE 16 TO WS-JOB-RETURN-CODE
001850         GO TO 1000-EXIT
001860     END-IF.
001870     OPEN OUTPUT MAINT-REPORT.
001880     IF NOT MAINT-RPT-OK
001890         IF WS-JOB-RETURN-CODE < 8
001900             MOVE 8 TO WS-JOB-RETURN-CODE
001910         END-IF
001920     END-IF.
001930     PERFORM 1010-WRITE-REPORT-HEADING THRU 1010-EXIT.
001940     OPEN I-O CALENDAR-FILE.
001950     IF CALENDAR-FILE-OK
001960         SET CALENDAR-FILE-OPEN TO TRUE
001970     ELSE
001980         SET END-OF-MAINT-FILE TO TRUE
001990         MOVE 16 TO WS-JOB-RETURN-CODE
002000         IF MAINT-RPT-OK
002010             MOVE SPACES TO MAINT-REPORT-LINE
002020             STRING "CALENDAR COULD NOT BE OPENED FOR UPDATE "
002030                     DELIMITED BY SIZE
002040                    "- STATUS " DELIMITED BY SIZE
002050                    WS-CALENDAR-FILE-STATUS DELIMITED BY SIZE
002060                    INTO MAINT-REPORT-LINE
002070             END-STRING
002080             WRITE MAINT-REPORT-LINE
002090         END-IF
002100         GO TO 1000-EXIT
002110     END-IF.
002120     PERFORM 2100-READ-MAINT-TRANS THRU 2100-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150
002160*-----------------------------------------------------------------
002170* 1010-WRITE-REPORT-HEADING.
002180*     WRITES THE AUDIT REPORT HEADING WITH THE RUN DATE/TIME.
002190*-----------------------------------------------------------------
002200 1010-WRITE-REPORT-HEADING.
002210     IF NOT MAINT-RPT-OK
002220         GO TO 1010-EXIT
002230     END-IF.
002240     MOVE SPACES TO MAINT-REPORT-LINE.
002250     STRING "BUSINESS CALENDAR MAINTENANCE AUDIT - RUN "
002260             DELIMITED BY SIZE
002270            WS-RUN-DATE DELIMITED BY SIZE
002280            " " DELIMITED BY SIZE
002290            WS-RUN-TIME DELIMITED BY SIZE
002300            INTO MAINT-REPORT-LINE
002310     END-STRING.
002320     WRITE MAINT-REPORT-LINE.
002330 1010-EXIT.
002340     EXIT.
002350
002360*-----------------------------------------------------------------
002370* 2000-PROCESS-MAINT-TRANS.
002380*     EDITS THE DATE KEY, APPLIES ONE MAINTENANCE TRANSACTION,
002390*     AND READS THE NEXT ONE AHEAD.  AN UNRECOGNIZED ACTION CODE
002400*     OR A KEY THAT IS NOT A REAL CALENDAR DATE IS REJECTED.
002410*-----------------------------------------------------------------
002420 2000-PROCESS-MAINT-TRANS.
002430     ADD 1 TO WS-TRANS-READ-COUNT.
002440     PERFORM 2150-EDIT-TRANS-KEY THRU 2150-EXIT.
002450     IF NOT TRANS-KEY-CLEAN
002460         PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
002470         GO TO 2000-NEXT
002480     END-IF.
002490     EVALUATE TRUE
002500         WHEN MNT-ACTION-ADD
002510             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002520         WHEN MNT-ACTION-CHANGE
002530             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002540         WHEN MNT-ACTION-DELETE
002550             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
002560         WHEN OTHER
002570             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
002580             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
002590     END-EVALUATE.
002600 2000-NEXT.
002610     PERFORM 2100-READ-MAINT-TRANS THRU 2100-EXIT.
002620 2000-EXIT.
002630     EXIT.
002640
002650*-----------------------------------------------------------------
002660* 2100-READ-MAINT-TRANS.
002670*     READS THE NEXT MAINTENANCE TRANSACTION AND SETS THE
002680*     END-OF-MAINT-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
002690*-----------------------------------------------------------------
002700 2100-READ-MAINT-TRANS.
002710     READ MAINT-TRANS-FILE
002720         AT END
002730             SET END-OF-MAINT-FILE TO TRUE
002740     END-READ.
002750 2100-EXIT.
002760     EXIT.
002770
002780*-----------------------------------------------------------------
002790* 2150-EDIT-TRANS-KEY.
002800*     THE KEY MUST BE A REAL CCYYMMDD DATE: NUMERIC, MONTH 01-12
002810*     AND DAY WITHIN THE MONTH, ALLOWING FOR FEBRUARY 29TH IN A
002820*     LEAP YEAR.
002830*-----------------------------------------------------------------
002840 2150-EDIT-TRANS-KEY.
002850     MOVE "Y" TO WS-KEY-EDIT-SWITCH.
002860     MOVE MNT-CAL-DATE TO WS-EDITED-KEY.
002870     IF WS-EDITED-KEY-N NOT NUMERIC
002880         MOVE "N" TO WS-KEY-EDIT-SWITCH
002890         MOVE "NON-NUMERIC CALENDAR DATE" TO WS-REJECT-REASON
002900         GO TO 2150-EXIT
002910     END-IF.
002920     IF NOT EDIT-MONTH-VALID
002930         MOVE "N" TO WS-KEY-EDIT-SWITCH
002940         MOVE "CALENDAR DATE MONTH INVALID" TO WS-REJECT-REASON
002950         GO TO 2150-EXIT
002960     END-IF.
002970     MOVE WS-MONTH-DAYS (WS-EDIT-MONTH) TO WS-DAYS-IN-MONTH.
002980     IF WS-EDIT-MONTH EQUAL 2
002990         PERFORM 2160-TEST-LEAP-YEAR THRU 2160-EXIT
003000         IF LEAP-YEAR
003010             MOVE 29 TO WS-DAYS-IN-MONTH
003020         END-IF
003030     END-IF.
003040     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
003050         MOVE "N" TO WS-KEY-EDIT-SWITCH
003060         MOVE "CALENDAR DATE DAY INVALID" TO WS-REJECT-REASON
003070     END-IF.
003080 2150-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------------------
003120* 2160-TEST-LEAP-YEAR.
003130*     SETS LEAP-YEAR FOR WS-EDIT-YEAR - DIVISIBLE BY 4, AND NOT
003140*     BY 100 UNLESS ALSO BY 400.
003150*-----------------------------------------------------------------
003160 2160-TEST-LEAP-YEAR.
003170     MOVE "N" TO WS-LEAP-YEAR-SWITCH.
003180     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003190         REMAINDER WS-LEAP-REMAINDER.
003200     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003210         GO TO 2160-EXIT
003220     END-IF.
003230     SET LEAP-YEAR TO TRUE.
003240     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003250         REMAINDER WS-LEAP-REMAINDER.
003260     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003270         GO TO 2160-EXIT
003280     END-IF.
003290     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003300         REMAINDER WS-LEAP-REMAINDER.
003310     IF WS-LEAP-REMAINDER NOT EQUAL ZERO
003320         MOVE "N" TO WS-LEAP-YEAR-SWITCH
003330     END-IF.
003340 2160-EXIT.
003350     EXIT.
003360
003370*-----------------------------------------------------------------
003380* 2200-APPLY-ADD.
003390*     WRITES A NEW CALENDAR ROW FROM THE EDITED BODY.  A DATE
003400*     ALREADY ON THE DATASET IS A DUPLICATE AND IS REJECTED BY
003410*     THE KEYED WRITE.
003420*-----------------------------------------------------------------
003430 2200-APPLY-ADD.
003440     PERFORM 2250-EDIT-TRANS-BODY THRU 2250-EXIT.
003450     IF NOT TRANS-BODY-CLEAN
003460         PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
003470         GO TO 2200-EXIT
003480     END-IF.
003490     MOVE WS-EDITED-KEY-N TO CAL-DATE.
003500     PERFORM 2650-MOVE-BODY-TO-RECORD THRU 2650-EXIT.
003510     WRITE CALENDAR-RECORD
003520         INVALID KEY
003530             MOVE "DUPLICATE KEY" TO WS-REJECT-REASON
003540             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
003550             GO TO 2200-EXIT
003560     END-WRITE.
003570     ADD 1 TO WS-TRANS-APPLIED-COUNT.
003580     PERFORM 2720-WRITE-APPLIED-LINE THRU 2720-EXIT.
003590     PERFORM 2740-WRITE-AFTER-IMAGE THRU 2740-EXIT.
003600 2200-EXIT.
003610     EXIT.
003620
003630*-----------------------------------------------------------------
003640* 2250-EDIT-TRANS-BODY.
003650*     EDITS THE NON-KEY BODY OF AN ADD OR CHANGE TRANSACTION
003660*     AND LEAVES THE CLEANED-UP FIELDS IN THE EDITED-BODY
003670*     GROUP: DAY TYPE MUST BE B, H OR W; THE CLOSE FLAG Y, N OR
003680*     BLANK (BLANK FOLDS TO N); THE ACCOUNTING PERIOD A NUMERIC
003690*     CCYYPP WITH A PERIOD NUMBER OF 01-13.
003700*-----------------------------------------------------------------
003710 2250-EDIT-TRANS-BODY.
003720     MOVE "Y" TO WS-BODY-EDIT-SWITCH.
003730     MOVE MNT-DAY-TYPE TO WS-EDIT-DAY-TYPE.
003740     MOVE MNT-DESCRIPTION TO WS-EDIT-DESCRIPTION.
003750     IF NOT MNT-DAY-TYPE-VALID
003760         MOVE "N" TO WS-BODY-EDIT-SWITCH
003770         MOVE "DAY TYPE NOT B, H OR W" TO WS-REJECT-REASON
003780         GO TO 2250-EXIT
003790     END-IF.
003800     IF NOT MNT-CLOSE-FLAG-VALID
003810         MOVE "N" TO WS-BODY-EDIT-SWITCH
003820         MOVE "CLOSE FLAG NOT Y OR N" TO WS-REJECT-REASON
003830         GO TO 2250-EXIT
003840     END-IF.
003850     IF MNT-MONTH-END-CLOSE EQUAL "Y"
003860         MOVE "Y" TO WS-EDIT-CLOSE-FLAG
003870     ELSE
003880         MOVE "N" TO WS-EDIT-CLOSE-FLAG
003890     END-IF.
003900     MOVE MNT-ACCT-PERIOD TO WS-PERIOD-WORK.
003910     IF WS-PERIOD-YEAR-N NOT NUMERIC
003920        OR WS-PERIOD-NUMBER-N NOT NUMERIC
003930         MOVE "N" TO WS-BODY-EDIT-SWITCH
003940         MOVE "NON-NUMERIC ACCOUNTING PERIOD" TO WS-REJECT-REASON
003950         GO TO 2250-EXIT
003960     END-IF.
003970     IF NOT PERIOD-NUMBER-VALID
003980         MOVE "N" TO WS-BODY-EDIT-SWITCH
003990         MOVE "PERIOD NUMBER NOT 01-13" TO WS-REJECT-REASON
004000         GO TO 2250-EXIT
004010     END-IF.
004020     MOVE WS-PERIOD-WORK-N TO WS-EDIT-ACCT-PERIOD.
004030 2250-EXIT.
004040     EXIT.
004050
004060*-----------------------------------------------------------------
004070* 2300-APPLY-CHANGE.
004080*     REPLACES THE NON-KEY BODY OF AN EXISTING ROW WITH A KEYED
004090*     READ AND REWRITE.  A DATE NOT ON THE DATASET IS REJECTED.
004100*-----------------------------------------------------------------
004110 2300-APPLY-CHANGE.
004120     PERFORM 2250-EDIT-TRANS-BODY THRU 2250-EXIT.
004130     IF NOT TRANS-BODY-CLEAN
004140         PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
004150         GO TO 2300-EXIT
004160     END-IF.
004170     MOVE WS-EDITED-KEY-N TO CAL-DATE.
004180     READ CALENDAR-FILE
004190         INVALID KEY
004200             MOVE "DATE NOT IN CALENDAR" TO WS-REJECT-REASON
004210             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
004220             GO TO 2300-EXIT
004230     END-READ.
004240     PERFORM 2510-SAVE-BEFORE-IMAGE THRU 2510-EXIT.
004250     PERFORM 2650-MOVE-BODY-TO-RECORD THRU 2650-EXIT.
004260     REWRITE CALENDAR-RECORD
004270         INVALID KEY
004280             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
004290             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
004300             GO TO 2300-EXIT
004310     END-REWRITE.
004320     ADD 1 TO WS-TRANS-APPLIED-COUNT.
004330     PERFORM 2720-WRITE-APPLIED-LINE THRU 2720-EXIT.
004340     PERFORM 2730-WRITE-BEFORE-IMAGE THRU 2730-EXIT.
004350     PERFORM 2740-WRITE-AFTER-IMAGE THRU 2740-EXIT.
004360 2300-EXIT.
004370     EXIT.
004380
004390*-----------------------------------------------------------------
004400* 2400-APPLY-DELETE.
004410*     REMOVES AN EXISTING ROW WITH A KEYED READ AND DELETE.  A
004420*     DATE NOT ON THE DATASET IS REJECTED.  A DELETED DATE READS
004430*     AS A BUSINESS DAY FROM THEN ON.
004440*-----------------------------------------------------------------
004450 2400-APPLY-DELETE.
004460     MOVE WS-EDITED-KEY-N TO CAL-DATE.
004470     READ CALENDAR-FILE
004480         INVALID KEY
004490             MOVE "DATE NOT IN CALENDAR" TO WS-REJECT-REASON
004500             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
004510             GO TO 2400-EXIT
004520     END-READ.
004530     PERFORM 2510-SAVE-BEFORE-IMAGE THRU 2510-EXIT.
004540     DELETE CALENDAR-FILE
004550         INVALID KEY
004560             MOVE "DELETE FAILED" TO WS-REJECT-REASON
004570             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
004580             GO TO 2400-EXIT
004590     END-DELETE.
004600     ADD 1 TO WS-TRANS-APPLIED-COUNT.
004610     PERFORM 2720-WRITE-APPLIED-LINE THRU 2720-EXIT.
004620     PERFORM 2730-WRITE-BEFORE-IMAGE THRU 2730-EXIT.
004630 2400-EXIT.
004640     EXIT.
004650
004660*-----------------------------------------------------------------
004670* 2510-SAVE-BEFORE-IMAGE.
004680*     SAVES THE ROW THE TRANSACTION LANDED ON FOR THE
004690*     BEFORE-IMAGE AUDIT LINE.
004700*-----------------------------------------------------------------
004710 2510-SAVE-BEFORE-IMAGE.
004720     MOVE CAL-DAY-TYPE TO WS-BEFORE-DAY-TYPE.
004730     MOVE CAL-MONTH-END-CLOSE TO WS-BEFORE-CLOSE-FLAG.
004740     MOVE CAL-ACCT-PERIOD TO WS-BEFORE-ACCT-PERIOD.
004750     MOVE CAL-DESCRIPTION TO WS-BEFORE-DESCRIPTION.
004760 2510-EXIT.
004770     EXIT.
004780
004790*-----------------------------------------------------------------
004800* 2650-MOVE-BODY-TO-RECORD.
004810*     MOVES THE EDITED BODY FIELDS INTO THE CALENDAR RECORD
004820*     AREA AHEAD OF A KEYED WRITE OR REWRITE.
004830*-----------------------------------------------------------------
004840 2650-MOVE-BODY-TO-RECORD.
004850     MOVE WS-EDIT-DAY-TYPE TO CAL-DAY-TYPE.
004860     MOVE WS-EDIT-CLOSE-FLAG TO CAL-MONTH-END-CLOSE.
004870     MOVE WS-EDIT-ACCT-PERIOD TO CAL-ACCT-PERIOD.
004880     MOVE WS-EDIT-DESCRIPTION TO CAL-DESCRIPTION.
004890 2650-EXIT.
004900     EXIT.
004910
004920*-----------------------------------------------------------------
004930* 2710-WRITE-TRANS-REJECT.
004940*     REPORTS A REJECTED MAINTENANCE TRANSACTION WITH ITS
004950*     ACTION, KEY, AND SUBMITTING USER, AND RAISES THE JOB
004960*     RETURN CODE TO 4 SO THE REJECT IS NOT MISSED.
004970*-----------------------------------------------------------------
004980 2710-WRITE-TRANS-REJECT.
004990     ADD 1 TO WS-TRANS-REJECTED-COUNT.
005000     IF WS-JOB-RETURN-CODE < 4
005010         MOVE 4 TO WS-JOB-RETURN-CODE
005020     END-IF.
005030     IF NOT MAINT-RPT-OK
005040         GO TO 2710-EXIT
005050     END-IF.
005060     MOVE SPACES TO MAINT-REPORT-LINE.
005070     STRING "REJECTED ACTION=" DELIMITED BY SIZE
005080            MNT-ACTION-CODE DELIMITED BY SIZE
005090            " DATE=" DELIMITED BY SIZE
005100            MNT-CAL-DATE DELIMITED BY SIZE
005110            " USER=" DELIMITED BY SIZE
005120            MNT-USER-ID DELIMITED BY SIZE
005130            " - " DELIMITED BY SIZE
005140            WS-REJECT-REASON DELIMITED BY SIZE
005150            INTO MAINT-REPORT-LINE
005160     END-STRING.
005170     WRITE MAINT-REPORT-LINE.
005180 2710-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 2720-WRITE-APPLIED-LINE.
005230*     REPORTS ONE APPLIED TRANSACTION WITH ITS ACTION, DATE, AND
005240*     SUBMITTING USER - THE AUDIT TRAIL OF WHO TOUCHED WHICH
005250*     DATE.  THE BEFORE/AFTER ROW IMAGES FOLLOW ON THEIR OWN
005260*     LINES.
005270*-----------------------------------------------------------------
005280 2720-WRITE-APPLIED-LINE.
005290     IF NOT MAINT-RPT-OK
005300         GO TO 2720-EXIT
005310     END-IF.
005320     MOVE SPACES TO MAINT-REPORT-LINE.
005330     EVALUATE TRUE
005340         WHEN MNT-ACTION-ADD
005350             STRING "ADD     DATE=" DELIMITED BY SIZE
005360                    MNT-CAL-DATE DELIMITED BY SIZE
005370                    " USER=" DELIMITED BY SIZE
005380                    MNT-USER-ID DELIMITED BY SIZE
005390                    INTO MAINT-REPORT-LINE
005400             END-STRING
005410         WHEN MNT-ACTION-CHANGE
005420             STRING "CHANGE  DATE=" DELIMITED BY SIZE
005430                    MNT-CAL-DATE DELIMITED BY SIZE
005440                    " USER=" DELIMITED BY SIZE
005450                    MNT-USER-ID DELIMITED BY SIZE
005460                    INTO MAINT-REPORT-LINE
005470             END-STRING
005480         WHEN MNT-ACTION-DELETE
005490             STRING "DELETE  DATE=" DELIMITED BY SIZE
005500                    MNT-CAL-DATE DELIMITED BY SIZE
005510                    " USER=" DELIMITED BY SIZE
005520                    MNT-USER-ID DELIMITED BY SIZE
005530                    INTO MAINT-REPORT-LINE
005540             END-STRING
005550     END-EVALUATE.
005560     WRITE MAINT-REPORT-LINE.
005570 2720-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------------
005610* 2730-WRITE-BEFORE-IMAGE.
005620*     WRITES THE ROW IMAGE AS IT STOOD BEFORE THE CHANGE OR
005630*     DELETE WAS APPLIED.
005640*-----------------------------------------------------------------
005650 2730-WRITE-BEFORE-IMAGE.
005660     IF NOT MAINT-RPT-OK
005670         GO TO 2730-EXIT
005680     END-IF.
005690     MOVE SPACES TO MAINT-REPORT-LINE.
005700     STRING "  BEFORE TYPE=" DELIMITED BY SIZE
005710            WS-BEFORE-DAY-TYPE DELIMITED BY SIZE
005720            " CLOSE=" DELIMITED BY SIZE
005730            WS-BEFORE-CLOSE-FLAG DELIMITED BY SIZE
005740            " PERIOD=" DELIMITED BY SIZE
005750            WS-BEFORE-ACCT-PERIOD DELIMITED BY SIZE
005760            " DESC=" DELIMITED BY SIZE
005770            WS-BEFORE-DESCRIPTION DELIMITED BY SIZE
005780            INTO MAINT-REPORT-LINE
005790     END-STRING.
005800     WRITE MAINT-REPORT-LINE.
005810 2730-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850* 2740-WRITE-AFTER-IMAGE.
005860*     WRITES THE ROW IMAGE AS THE ADD OR CHANGE LEFT IT (THE
005870*     EDITED BODY FIELDS).
005880*-----------------------------------------------------------------
005890 2740-WRITE-AFTER-IMAGE.
005900     IF NOT MAINT-RPT-OK
005910         GO TO 2740-EXIT
005920     END-IF.
005930     MOVE SPACES TO MAINT-REPORT-LINE.
005940     STRING "  AFTER  TYPE=" DELIMITED BY SIZE
005950            WS-EDIT-DAY-TYPE DELIMITED BY SIZE
005960            " CLOSE=" DELIMITED BY SIZE
005970            WS-EDIT-CLOSE-FLAG DELIMITED BY SIZE
005980            " PERIOD=" DELIMITED BY SIZE
005990            WS-EDIT-ACCT-PERIOD DELIMITED BY SIZE
006000            " DESC=" DELIMITED BY SIZE
006010            WS-EDIT-DESCRIPTION DELIMITED BY SIZE
006020            INTO MAINT-REPORT-LINE
006030     END-STRING.
006040     WRITE MAINT-REPORT-LINE.
006050 2740-EXIT.
006060     EXIT.
006070
006080*-----------------------------------------------------------------
006090* 8000-TERMINATE.
006100*     REPORTS THE RUN TOTALS, CLOSES EVERY FILE, AND SETS THE
006110*     JOB RETURN CODE.
006120*-----------------------------------------------------------------
006130 8000-TERMINATE.
006140     PERFORM 8200-WRITE-RUN-TOTALS THRU 8200-EXIT.
006150     IF MAINT-FILE-OK OR MAINT-FILE-AT-END
006160         CLOSE MAINT-TRANS-FILE
006170     END-IF.
006180     IF CALENDAR-FILE-OPEN
006190         CLOSE CALENDAR-FILE
006200     END-IF.
006210     IF MAINT-RPT-OK
006220         CLOSE MAINT-REPORT
006230     END-IF.
006240     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
006250 8000-EXIT.
006260     EXIT.
006270
006280*-----------------------------------------------------------------
006290* 8200-WRITE-RUN-TOTALS.
006300*     WRITES THE READ/APPLIED/REJECTED TOTALS AT THE FOOT OF
006310*     THE AUDIT REPORT.
006320*-----------------------------------------------------------------
006330 8200-WRITE-RUN-TOTALS.
006340     IF NOT MAINT-RPT-OK
006350         GO TO 8200-EXIT
006360     END-IF.
006370     MOVE SPACES TO MAINT-REPORT-LINE.
006380     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
006390            WS-TRANS-READ-COUNT DELIMITED BY SIZE
006400            "  APPLIED: " DELIMITED BY SIZE
006410            WS-TRANS-APPLIED-COUNT DELIMITED BY SIZE
006420            "  REJECTED: " DELIMITED BY SIZE
006430            WS-TRANS-REJECTED-COUNT DELIMITED BY SIZE
006440            INTO MAINT-REPORT-LINE
006450     END-STRING.
006460     WRITE MAINT-REPORT-LINE.
006470 8200-EXIT.
006480     EXIT.
006490
006500 END PROGRAM CALMNT.
