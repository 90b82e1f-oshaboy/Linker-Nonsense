000010******************************************************************
000020* PROGRAM-ID:  QTAMNT
000030* AUTHOR:      D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN:  10/15/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     BATCH MAINTENANCE FOR THE VENDOR DAILY CALL QUOTA TABLE
000100*     (VNDQUOTA) - THE SAME CLASS OF KEYED ADD/CHANGE/DELETE
000110*     MAINTENANCE, WITH A BEFORE/AFTER AUDIT REPORT, THAT
000120*     LMSTMNT GIVES THE LANGUAGE MASTER.  ONE ROW PER VENDOR
000130*     CODE (LAYOUT IN COPYBOOK QUOTAREC) GIVES THE NUMBER OF
000140*     CALLS THE VENDOR'S CONTRACT ALLOWS IN A DAY AND WHETHER
000150*     REACHING IT DEFERS THE VENDOR'S REMAINING DETAILS (D) OR
000160*     ALSO HALTS THE DISPATCH STEP (H).  THE DISPATCHER READS
000170*     THE KEYED DATASET MAINTAINED HERE BEFORE EVERY CALL.
000180*     DELETING A VENDOR'S ROW LIFTS ITS QUOTA.  THE NIGHT'S
000190*     USAGE COUNTS ON QUOTAUSE ARE NOT TOUCHED.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   DATE       INIT  DESCRIPTION
000230*   10/15/2026 DH    ORIGINAL PROGRAM - PATTERNED ON CALMNT.
000240* Tectonics: cobc
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. QTAMNT.
000280 AUTHOR. D. HOLLIS.
000290 INSTALLATION. DATA CENTER OPERATIONS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT VENDOR-QUOTA-FILE ASSIGN TO VNDQUOTA
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS VQT-VENDOR-CODE
000400         FILE STATUS IS WS-VNDQUOTA-FILE-STATUS.
000410
000420     SELECT MAINT-TRANS-FILE ASSIGN TO QTATRAN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-MAINT-FILE-STATUS.
000450
000460     SELECT MAINT-REPORT ASSIGN TO QTARPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MAINT-RPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  VENDOR-QUOTA-FILE.
000530 01  VENDOR-QUOTA-RECORD.
000540     COPY QUOTAREC.
000550
000560 FD  MAINT-TRANS-FILE
000570     RECORDING MODE IS F.
000580 01  MAINT-TRANS-RECORD.
000590     05  MNT-ACTION-CODE              PIC X(01).
000600         88  MNT-ACTION-ADD           VALUE "A".
000610         88  MNT-ACTION-CHANGE        VALUE "C".
000620         88  MNT-ACTION-DELETE        VALUE "D".
000630     05  MNT-VENDOR-CODE              PIC X(10).
000640     05  MNT-DAILY-CEILING            PIC X(07).
000650     05  MNT-DAILY-CEILING-N REDEFINES MNT-DAILY-CEILING
000660                                      PIC 9(07).
000670     05  MNT-QUOTA-ACTION             PIC X(01).
000680         88  MNT-QUOTA-ACTION-VALID   VALUE "D", "H".
000690     05  MNT-DESCRIPTION              PIC X(20).
000700     05  MNT-USER-ID                  PIC X(08).
000710
000720 FD  MAINT-REPORT
000730     RECORDING MODE IS F.
000740 01  MAINT-REPORT-LINE                PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------------
000780*    FILE STATUS SWITCHES
000790*-----------------------------------------------------------------
000800 01  WS-FILE-STATUSES.
000810     05  WS-VNDQUOTA-FILE-STATUS     PIC X(02) VALUE "00".
000820         88  VNDQUOTA-FILE-OK        VALUE "00".
000830         88  VNDQUOTA-DUPLICATE-KEY  VALUE "22".
000840         88  VNDQUOTA-KEY-NOT-FOUND  VALUE "23".
000850     05  WS-MAINT-FILE-STATUS        PIC X(02) VALUE "00".
000860         88  MAINT-FILE-OK           VALUE "00".
000870         88  MAINT-FILE-AT-END       VALUE "10".
000880     05  WS-MAINT-RPT-STATUS         PIC X(02) VALUE "99".
000890         88  MAINT-RPT-OK            VALUE "00".
000900
000910 01  WS-SWITCHES.
000920     05  WS-MAINT-EOF-SWITCH          PIC X(01) VALUE "N".
000930         88  END-OF-MAINT-FILE        VALUE "Y".
000940     05  WS-VNDQUOTA-OPEN-SWITCH      PIC X(01) VALUE "N".
000950         88  VNDQUOTA-FILE-OPEN       VALUE "Y".
000960     05  WS-BODY-EDIT-SWITCH          PIC X(01) VALUE "Y".
000970         88  TRANS-BODY-CLEAN         VALUE "Y".
000980
000990*-----------------------------------------------------------------
001000*    WORK FIELDS FOR ONE MAINTENANCE TRANSACTION.
001010*-----------------------------------------------------------------
001020 01  WS-BEFORE-IMAGE-FIELDS.
001030     05  WS-BEFORE-DAILY-CEILING      PIC 9(07).
001040     05  WS-BEFORE-ACTION             PIC X(01).
001050     05  WS-BEFORE-DESCRIPTION        PIC X(20).
001060 01  WS-REJECT-REASON                 PIC X(30).
001070
001080 77  WS-TRANS-READ-COUNT              PIC 9(05) VALUE ZERO.
001090 77  WS-TRANS-APPLIED-COUNT           PIC 9(05) VALUE ZERO.
001100 77  WS-TRANS-REJECTED-COUNT          PIC 9(05) VALUE ZERO.
001110 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
001120
001130 01  WS-RUN-DATE                      PIC 9(08).
001140 01  WS-RUN-TIME                      PIC 9(08).
001150
001160 PROCEDURE DIVISION.
001170*-----------------------------------------------------------------
001180* 0000-MAINLINE-CONTROL.
001190*     TOP LEVEL FLOW OF CONTROL FOR THE MAINTENANCE STEP.
001200*-----------------------------------------------------------------
001210 0000-MAINLINE-CONTROL.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     PERFORM 2000-PROCESS-MAINT-TRANS THRU 2000-EXIT
001240         UNTIL END-OF-MAINT-FILE.
001250     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001260     STOP RUN.
001270
001280*-----------------------------------------------------------------
001290* 1000-INITIALIZE.
001300*     OPENS EVERY FILE - THE KEYED QUOTA TABLE FOR UPDATE IN
001310*     PLACE - WRITES THE REPORT HEADING, AND PRIMES THE FIRST
001320*     MAINTENANCE TRANSACTION READ.  A QUOTA TABLE THAT CANNOT
001330*     BE OPENED FOR UPDATE ENDS THE STEP AT RETURN CODE 16 WITH
001340*     NOTHING APPLIED.
001350*-----------------------------------------------------------------
001360 1000-INITIALIZE.
001370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001380     ACCEPT WS-RUN-TIME FROM TIME.
001390     OPEN INPUT MAINT-TRANS-FILE.
001400     IF NOT MAINT-FILE-OK
001410         SET END-OF-MAINT-FILE TO TRUE
001420         MOVE 16 TO WS-JOB-RETURN-CODE
001430         GO TO 1000-EXIT
001440     END-IF.
001450     OPEN OUTPUT MAINT-REPORT.
001460     IF NOT MAINT-RPT-OK
001470         IF WS-JOB-RETURN-CODE < 8
001480             MOVE 8 TO WS-JOB-RETURN-CODE
001490         END-IF
001500     END-IF.
001510     PERFORM 1010-WRITE-REPORT-HEADING THRU 1010-EXIT.
001520     OPEN I-O VENDOR-QUOTA-FILE.
001530     IF VNDQUOTA-FILE-OK
001540         SET VNDQUOTA-FILE-OPEN TO TRUE
001550     ELSE
001560         SET END-OF-MAINT-FILE TO TRUE
001570         MOVE 16 TO WS-JOB-RETURN-CODE
001580         IF MAINT-RPT-OK
001590             MOVE SPACES TO MAINT-REPORT-LINE
001600             STRING "VNDQUOTA COULD NOT BE OPENED FOR UPDATE "
001610                     DELIMITED BY SIZE
001620                    "- STATUS " DELIMITED BY SIZE
001630                    WS-VNDQUOTA-FILE-STATUS DELIMITED BY SIZE
001640                    INTO MAINT-REPORT-LINE
001650             END-STRING
001660             WRITE MAINT-REPORT-LINE
001670         END-IF
001680         GO TO 1000-EXIT
001690     END-IF.
001700     PERFORM 2100-READ-MAINT-TRANS THRU 2100-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730
001740*-----------------------------------------------------------------
001750* 1010-WRITE-REPORT-HEADING.
001760*     WRITES THE AUDIT REPORT HEADING WITH THE RUN DATE/TIME.
001770*-----------------------------------------------------------------
001780 1010-WRITE-REPORT-HEADING.
001790     IF NOT MAINT-RPT-OK
001800         GO TO 1010-EXIT
001810     END-IF.
001820     MOVE SPACES TO MAINT-REPORT-LINE.
001830     STRING "VENDOR QUOTA MAINTENANCE AUDIT - RUN "
001840             DELIMITED BY SIZE
001850            WS-RUN-DATE DELIMITED BY SIZE
001860            " " DELIMITED BY SIZE
001870            WS-RUN-TIME DELIMITED BY SIZE
001880            INTO MAINT-REPORT-LINE
001890     END-STRING.
001900     WRITE MAINT-REPORT-LINE.
001910 1010-EXIT.
001920     EXIT.
001930
001940*-----------------------------------------------------------------
001950* 2000-PROCESS-MAINT-TRANS.
001960*     APPLIES ONE MAINTENANCE TRANSACTION AND READS THE NEXT ONE
001970*     AHEAD.  AN UNRECOGNIZED ACTION CODE OR A BLANK VENDOR CODE
001980*     IS REJECTED.
001990*-----------------------------------------------------------------
002000 2000-PROCESS-MAINT-TRANS.
002010     ADD 1 TO WS-TRANS-READ-COUNT.
002020     IF MNT-VENDOR-CODE EQUAL SPACES
002030         MOVE "VENDOR CODE IS BLANK" TO WS-REJECT-REASON
002040         PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
002050         GO TO 2000-NEXT
002060     END-IF.
002070     EVALUATE TRUE
002080         WHEN MNT-ACTION-ADD
002090             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002100         WHEN MNT-ACTION-CHANGE
002110             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002120         WHEN MNT-ACTION-DELETE
002130             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
002140         WHEN OTHER
002150             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
002160             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
002170     END-EVALUATE.
002180 2000-NEXT.
002190     PERFORM 2100-READ-MAINT-TRANS THRU 2100-EXIT.
002200 2000-EXIT.
002210     EXIT.
002220
002230*-----------------------------------------------------------------
002240* 2100-READ-MAINT-TRANS.
002250*     READS THE NEXT MAINTENANCE TRANSACTION AND SETS THE
002260*     END-OF-MAINT-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
002270*-----------------------------------------------------------------
002280 2100-READ-MAINT-TRANS.
002290     READ MAINT-TRANS-FILE
002300         AT END
002310             SET END-OF-MAINT-FILE TO TRUE
002320     END-READ.
002330 2100-EXIT.
002340     EXIT.
002350
002360*-----------------------------------------------------------------
002370* 2200-APPLY-ADD.
002380*     WRITES A NEW QUOTA ROW FROM THE TRANSACTION BODY.  A VENDOR
002390*     ALREADY ON THE DATASET IS A DUPLICATE AND IS REJECTED BY
002400*     THE KEYED WRITE.
002410*-----------------------------------------------------------------
002420 2200-APPLY-ADD.
002430     PERFORM 2250-EDIT-TRANS-BODY THRU 2250-EXIT.
002440     IF NOT TRANS-BODY-CLEAN
002450         PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
002460         GO TO 2200-EXIT
002470     END-IF.
002480     MOVE SPACES TO VENDOR-QUOTA-RECORD.
002490     MOVE MNT-VENDOR-CODE TO VQT-VENDOR-CODE.
002500     PERFORM 2650-MOVE-BODY-TO-RECORD THRU 2650-EXIT.
002510     WRITE VENDOR-QUOTA-RECORD
002520         INVALID KEY
002530             MOVE "DUPLICATE KEY" TO WS-REJECT-REASON
002540             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
002550             GO TO 2200-EXIT
002560     END-WRITE.
002570     ADD 1 TO WS-TRANS-APPLIED-COUNT.
002580     PERFORM 2720-WRITE-APPLIED-LINE THRU 2720-EXIT.
002590     PERFORM 2740-WRITE-AFTER-IMAGE THRU 2740-EXIT.
002600 2200-EXIT.
002610     EXIT.
002620
002630*-----------------------------------------------------------------
002640* 2250-EDIT-TRANS-BODY.
002650*     EDITS THE NON-KEY BODY OF AN ADD OR CHANGE TRANSACTION:
002660*     THE DAILY CEILING MUST BE NUMERIC (ZERO IS ALLOWED AND
002670*     STOPS ALL CALLS TO THE VENDOR) AND THE ACTION D OR H.
002680*-----------------------------------------------------------------
002690 2250-EDIT-TRANS-BODY.
002700     MOVE "Y" TO WS-BODY-EDIT-SWITCH.
002710     IF MNT-DAILY-CEILING-N NOT NUMERIC
002720         MOVE "N" TO WS-BODY-EDIT-SWITCH
002730         MOVE "NON-NUMERIC DAILY CEILING" TO WS-REJECT-REASON
002740         GO TO 2250-EXIT
002750     END-IF.
002760     IF NOT MNT-QUOTA-ACTION-VALID
002770         MOVE "N" TO WS-BODY-EDIT-SWITCH
002780         MOVE "QUOTA ACTION NOT D OR H" TO WS-REJECT-REASON
002790     END-IF.
002800 2250-EXIT.
002810     EXIT.
002820
002830*-----------------------------------------------------------------
002840* 2300-APPLY-CHANGE.
002850*     REPLACES THE NON-KEY BODY OF AN EXISTING ROW WITH A KEYED
002860*     READ AND REWRITE.  A VENDOR NOT ON THE DATASET IS REJECTED.
002870*     A CHANGED CEILING TAKES EFFECT ON THE NEXT CALL ANY
002880*     DISPATCH STEP MAKES TO THE VENDOR.
002890*-----------------------------------------------------------------
002900 2300-APPLY-CHANGE.
002910     PERFORM 2250-EDIT-TRANS-BODY THRU 2250-EXIT.
002920     IF NOT TRANS-BODY-CLEAN
002930         PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
002940         GO TO 2300-EXIT
002950     END-IF.
002960     MOVE MNT-VENDOR-CODE TO VQT-VENDOR-CODE.
002970     READ VENDOR-QUOTA-FILE
002980         INVALID KEY
002990             MOVE "VENDOR NOT IN QUOTA TABLE" TO WS-REJECT-REASON
003000             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
003010             GO TO 2300-EXIT
003020     END-READ.
003030     PERFORM 2510-SAVE-BEFORE-IMAGE THRU 2510-EXIT.
003040     PERFORM 2650-MOVE-BODY-TO-RECORD THRU 2650-EXIT.
003050     REWRITE VENDOR-QUOTA-RECORD
003060         INVALID KEY
003070             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
003080             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
003090             GO TO 2300-EXIT
003100     END-REWRITE.
003110     ADD 1 TO WS-TRANS-APPLIED-COUNT.
003120     PERFORM 2720-WRITE-APPLIED-LINE THRU 2720-EXIT.
003130     PERFORM 2730-WRITE-BEFORE-IMAGE THRU 2730-EXIT.
003140     PERFORM 2740-WRITE-AFTER-IMAGE THRU 2740-EXIT.
003150 2300-EXIT.
003160     EXIT.
003170
003180*-----------------------------------------------------------------
003190* 2400-APPLY-DELETE.
003200*     REMOVES AN EXISTING ROW WITH A KEYED READ AND DELETE.  A
003210*     VENDOR NOT ON THE DATASET IS REJECTED.  A DELETED VENDOR
003220*     HAS NO QUOTA FROM THEN ON.
003230*-----------------------------------------------------------------
003240 2400-APPLY-DELETE.
003250     MOVE MNT-VENDOR-CODE TO VQT-VENDOR-CODE.
003260     READ VENDOR-QUOTA-FILE
003270         INVALID KEY
003280             MOVE "VENDOR NOT IN QUOTA TABLE" TO WS-REJECT-REASON
003290             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
003300             GO TO 2400-EXIT
003310     END-READ.
003320     PERFORM 2510-SAVE-BEFORE-IMAGE THRU 2510-EXIT.
003330     DELETE VENDOR-QUOTA-FILE
003340         INVALID KEY
003350             MOVE "DELETE FAILED" TO WS-REJECT-REASON
003360             PERFORM 2710-WRITE-TRANS-REJECT THRU 2710-EXIT
003370             GO TO 2400-EXIT
003380     END-DELETE.
003390     ADD 1 TO WS-TRANS-APPLIED-COUNT.
003400     PERFORM 2720-WRITE-APPLIED-LINE THRU 2720-EXIT.
003410     PERFORM 2730-WRITE-BEFORE-IMAGE THRU 2730-EXIT.
003420 2400-EXIT.
003430     EXIT.
003440
003450*-----------------------------------------------------------------
003460* 2510-SAVE-BEFORE-IMAGE.
003470*     SAVES THE ROW THE TRANSACTION LANDED ON FOR THE
003480*     BEFORE-IMAGE AUDIT LINE.
003490*-----------------------------------------------------------------
003500 2510-SAVE-BEFORE-IMAGE.
003510     MOVE VQT-DAILY-CEILING TO WS-BEFORE-DAILY-CEILING.
003520     MOVE VQT-ACTION TO WS-BEFORE-ACTION.
003530     MOVE VQT-DESCRIPTION TO WS-BEFORE-DESCRIPTION.
003540 2510-EXIT.
003550     EXIT.
003560
003570*-----------------------------------------------------------------
003580* 2650-MOVE-BODY-TO-RECORD.
003590*     MOVES THE EDITED BODY FIELDS INTO THE QUOTA RECORD AREA
003600*     AHEAD OF A KEYED WRITE OR REWRITE.
003610*-----------------------------------------------------------------
003620 2650-MOVE-BODY-TO-RECORD.
003630     MOVE MNT-DAILY-CEILING-N TO VQT-DAILY-CEILING.
003640     MOVE MNT-QUOTA-ACTION TO VQT-ACTION.
003650     MOVE MNT-DESCRIPTION TO VQT-DESCRIPTION.
003660 2650-EXIT.
003670     EXIT.
003680
003690*-----------------------------------------------------------------
003700* 2710-WRITE-TRANS-REJECT.
003710*     REPORTS A REJECTED MAINTENANCE TRANSACTION WITH ITS
003720*     ACTION, KEY, AND SUBMITTING USER, AND RAISES THE JOB
003730*     RETURN CODE TO 4 SO THE REJECT IS NOT MISSED.
003740*-----------------------------------------------------------------
003750 2710-WRITE-TRANS-REJECT.
003760     ADD 1 TO WS-TRANS-REJECTED-COUNT.
003770     IF WS-JOB-RETURN-CODE < 4
003780         MOVE 4 TO WS-JOB-RETURN-CODE
003790     END-IF.
003800     IF NOT MAINT-RPT-OK
003810         GO TO 2710-EXIT
003820     END-IF.
003830     MOVE SPACES TO MAINT-REPORT-LINE.
003840     STRING "REJECTED ACTION=" DELIMITED BY SIZE
003850            MNT-ACTION-CODE DELIMITED BY SIZE
003860            " VENDOR=" DELIMITED BY SIZE
003870            MNT-VENDOR-CODE DELIMITED BY SIZE
003880            " USER=" DELIMITED BY SIZE
003890            MNT-USER-ID DELIMITED BY SIZE
003900            " - " DELIMITED BY SIZE
003910            WS-REJECT-REASON DELIMITED BY SIZE
003920            INTO MAINT-REPORT-LINE
003930     END-STRING.
003940     WRITE MAINT-REPORT-LINE.
003950 2710-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------------
003990* 2720-WRITE-APPLIED-LINE.
004000*     REPORTS ONE APPLIED TRANSACTION WITH ITS ACTION, VENDOR,
004010*     AND SUBMITTING USER - THE AUDIT TRAIL OF WHO TOUCHED WHICH
004020*     QUOTA.  THE BEFORE/AFTER ROW IMAGES FOLLOW ON THEIR OWN
004030*     LINES.
004040*-----------------------------------------------------------------
004050 2720-WRITE-APPLIED-LINE.
004060     IF NOT MAINT-RPT-OK
004070         GO TO 2720-EXIT
004080     END-IF.
004090     MOVE SPACES TO MAINT-REPORT-LINE.
004100     EVALUATE TRUE
004110         WHEN MNT-ACTION-ADD
004120             STRING "ADD     VENDOR=" DELIMITED BY SIZE
004130                    MNT-VENDOR-CODE DELIMITED BY SIZE
004140                    " USER=" DELIMITED BY SIZE
004150                    MNT-USER-ID DELIMITED BY SIZE
004160                    INTO MAINT-REPORT-LINE
004170             END-STRING
004180         WHEN MNT-ACTION-CHANGE
004190             STRING "CHANGE  VENDOR=" DELIMITED BY SIZE
004200                    MNT-VENDOR-CODE DELIMITED BY SIZE
004210                    " USER=" DELIMITED BY SIZE
004220                    MNT-USER-ID DELIMITED BY SIZE
004230                    INTO MAINT-REPORT-LINE
004240             END-STRING
004250         WHEN MNT-ACTION-DELETE
004260             STRING "DELETE  VENDOR=" DELIMITED BY SIZE
004270                    MNT-VENDOR-CODE DELIMITED BY SIZE
004280                    " USER=" DELIMITED BY SIZE
004290                    MNT-USER-ID DELIMITED BY SIZE
004300                    INTO MAINT-REPORT-LINE
004310             END-STRING
004320     END-EVALUATE.
004330     WRITE MAINT-REPORT-LINE.
004340 2720-EXIT.
004350     EXIT.
004360
004370*-----------------------------------------------------------------
004380* 2730-WRITE-BEFORE-IMAGE.
004390*     WRITES THE ROW IMAGE AS IT STOOD BEFORE THE CHANGE OR
004400*     DELETE WAS APPLIED.
004410*-----------------------------------------------------------------
004420 2730-WRITE-BEFORE-IMAGE.
004430     IF NOT MAINT-RPT-OK
004440         GO TO 2730-EXIT
004450     END-IF.
004460     MOVE SPACES TO MAINT-REPORT-LINE.
004470     STRING "  BEFORE CEILING=" DELIMITED BY SIZE
004480            WS-BEFORE-DAILY-CEILING DELIMITED BY SIZE
004490            " ACTION=" DELIMITED BY SIZE
004500            WS-BEFORE-ACTION DELIMITED BY SIZE
004510            " DESC=" DELIMITED BY SIZE
004520            WS-BEFORE-DESCRIPTION DELIMITED BY SIZE
004530            INTO MAINT-REPORT-LINE
004540     END-STRING.
004550     WRITE MAINT-REPORT-LINE.
004560 2730-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600* 2740-WRITE-AFTER-IMAGE.
004610*     WRITES THE ROW IMAGE AS THE ADD OR CHANGE LEFT IT.
004620*-----------------------------------------------------------------
004630 2740-WRITE-AFTER-IMAGE.
004640     IF NOT MAINT-RPT-OK
004650         GO TO 2740-EXIT
004660     END-IF.
004670     MOVE SPACES TO MAINT-REPORT-LINE.
004680     STRING "  AFTER  CEILING=" DELIMITED BY SIZE
004690            VQT-DAILY-CEILING DELIMITED BY SIZE
004700            " ACTION=" DELIMITED BY SIZE
004710            VQT-ACTION DELIMITED BY SIZE
004720            " DESC=" DELIMITED BY SIZE
004730            VQT-DESCRIPTION DELIMITED BY SIZE
004740            INTO MAINT-REPORT-LINE
004750     END-STRING.
004760     WRITE MAINT-REPORT-LINE.
004770 2740-EXIT.
004780     EXIT.
004790
004800*-----------------------------------------------------------------
004810* 8000-TERMINATE.
004820*     REPORTS THE RUN TOTALS, CLOSES EVERY FILE, AND SETS THE
004830*     JOB RETURN CODE.
004840*-----------------------------------------------------------------
004850 8000-TERMINATE.
004860     PERFORM 8200-WRITE-RUN-TOTALS THRU 8200-EXIT.
004870     IF MAINT-FILE-OK OR MAINT-FILE-AT-END
004880         CLOSE MAINT-TRANS-FILE
004890     END-IF.
004900     IF VNDQUOTA-FILE-OPEN
004910         CLOSE VENDOR-QUOTA-FILE
004920     END-IF.
004930     IF MAINT-RPT-OK
004940         CLOSE MAINT-REPORT
004950     END-IF.
004960     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
004970 8000-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------------
005010* 8200-WRITE-RUN-TOTALS.
005020*     WRITES THE READ/APPLIED/REJECTED TOTALS AT THE FOOT OF
005030*     THE AUDIT REPORT.
005040*-----------------------------------------------------------------
005050 8200-WRITE-RUN-TOTALS.
005060     IF NOT MAINT-RPT-OK
005070         GO TO 8200-EXIT
005080     END-IF.
005090     MOVE SPACES TO MAINT-REPORT-LINE.
005100     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
005110            WS-TRANS-READ-COUNT DELIMITED BY SIZE
005120            "  APPLIED: " DELIMITED BY SIZE
005130            WS-TRANS-APPLIED-COUNT DELIMITED BY SIZE
005140            "  REJECTED: " DELIMITED BY SIZE
005150            WS-TRANS-REJECTED-COUNT DELIMITED BY SIZE
005160            INTO MAINT-REPORT-LINE
005170     END-STRING.
005180     WRITE MAINT-REPORT-LINE.
005190 8200-EXIT.
005200     EXIT.
005210
005220 END PROGRAM QTAMNT.
