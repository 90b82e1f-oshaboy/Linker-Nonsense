000070*-----------------------------------------------------------------
000080* PURPOSE.
000090*     TRANSACTION TRACE INQUIRY FOR INCIDENT WRITE-UPS AND
000097*     SOURCE-SYSTEM DISPUTES.  TAKES A LANG_NAME AND/OR A
000103*     SOURCE TRANSACTION REFERENCE (AND
000110*     OPTIONALLY A DATE RANGE AND A BATCH ID) FROM THE TRCREQ
000120*     REQUEST DATASET AND PRODUCES ONE CHRONOLOGICAL TRACE OF
000130*     EVERYTHING THAT HAPPENED TO THAT IDENTIFIER ACROSS THE
000141*     NIGHTS ARCHIVED IN THE AUDIT HISTORY (AUDHIST): REJECTED
000152*     BY LANGEDIT, EACH DISPATCH ATTEMPT WITH ITS TARGET
000164*     PROGRAM, RETURN CODE, ELAPSED TIME, AND BATCH, EACH TRIP
000175*     TO THE RECYCLE FILE WITH ITS ATTEMPT COUNT AND FAIL
000186*     REASON, AND THE FINAL HARD REJECT IF IT FELL OUT AT
000198*     CTL-MAX-ATTEMPTS.  THIS IS THE PER-TRANSACTION RESEARCH
000209*     TOOL - LANGHIST REMAINS THE AGGREGATE TREND VIEW.
000220*
000230*     THE ARCHIVE IS LOADED NIGHTLY BY LANGARCH.  EDIT REJECTS,
000240*     RECYCLE TRIPS AND HARD REJECTS CARRY NO TIME OF THEIR
000250*     OWN AND ARE DATED TO THE NIGHT THEY WERE ARCHIVED, SO THE
000260*     DATE RANGE NOW APPLIES TO EVERY SECTION.  THE BATCH
000270*     APPLIES TO THE SECTIONS WHOSE ROWS CARRY ONE - EDIT
000280*     REJECTS AND DISPATCH ATTEMPTS.  A LANG_NAME IS READ BY
000290*     KEY RANGE; WITHOUT ONE A BATCH IS READ THROUGH THE
000300*     BATCH-ID ALTERNATE INDEX (AUDHIST1); A REFERENCE ALONE
000310*     READS THE WHOLE ARCHIVE ONCE PER SECTION.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY.
000340*   DATE       INIT  DESCRIPTION
000350*   09/02/2026 DH    ORIGINAL PROGRAM.
000351*   10/15/2026 DH    TRACE BY SOURCE TRANSACTION REFERENCE.
000352*                    TRCREQ CARRIES AN OPTIONAL REFERENCE
000353*                    (TRQ-SOURCE-REF); A REQUEST NEEDS A
000354*                    LANG_NAME OR A REFERENCE OR BOTH.  THE
000355*                    REFERENCE IS MATCHED IN EVERY SECTION - THE
000356*                    R= TAG OF THE WIDENED AUDIT AND HARD-REJECT
000357*                    LINES AND THE TRANREF FIELDS NOW ON THE
000358*                    RECYCLE AND EDIT-REJECT RECORDS - AND EVERY
000359*                    LISTED LINE SHOWS IT.
000361*   10/15/2026 DH    REJFILE LAYOUT NOW ENDS WITH THE BATCH ID
000363*                    AND DETAIL SEQUENCE WRITTEN BY LANGEDIT;
000366*                    THE EDIT-REJECT LINE SHOWS THE BATCH.
000367*   10/15/2026 DH    TRACE FROM THE AUDIT HISTORY ARCHIVE
000368*                    (AUDHIST) INSTEAD OF THE TRCAUDIT, TRCRECYC,
000370*                    TRCHREJ AND TRCREJ GENERATION DDS.  THE
000371*                    DATE RANGE NOW APPLIES TO EVERY SECTION AND
000372*                    THE BATCH TO EDIT REJECTS AS WELL AS
000373*                    DISPATCHES; EDIT-REJECT, RECYCLE AND HARD-
000374*                    REJECT LINES LEAD WITH THE NIGHT ARCHIVED.
000375*                    THE SKIPPED-LINE COUNT BECOMES ARCHIVE ROWS
000376*                    READ.
000378* Tectonics: cobc
000379******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. LANGTRC.
000400 AUTHOR. D. HOLLIS.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TRCREQ-FILE-STATUS.
000510
000533     SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
000556         ORGANIZATION IS INDEXED
000579         ACCESS MODE IS DYNAMIC
000601         RECORD KEY IS HST-KEY
000624         ALTERNATE RECORD KEY IS HST-BATCH-KEY
000647         FILE STATUS IS WS-AUDHIST-FILE-STATUS.
000670
000680     SELECT TRACE-REPORT ASSIGN TO TRCRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000780     05  TRQ-FROM-DATE                PIC X(08).
000790     05  TRQ-TO-DATE                  PIC X(08).
000800     05  TRQ-BATCH-ID                 PIC X(08).
000805     05  TRQ-SOURCE-REF               PIC X(16).
000810
000865 FD  AUDIT-HISTORY-FILE.
000920 01  AUDIT-HISTORY-RECORD.
000975     COPY HISTREC.
001030
001040 FD  TRACE-REPORT
001050     RECORDING MODE IS F.
001120 01  WS-FILE-STATUSES.
001130     05  WS-TRCREQ-FILE-STATUS       PIC X(02) VALUE "99".
001140         88  TRCREQ-FILE-OK          VALUE "00".
001172     05  WS-AUDHIST-FILE-STATUS      PIC X(02) VALUE "99".
001205         88  AUDHIST-FILE-OK         VALUE "00", "02".
001238         88  AUDHIST-FILE-AT-END     VALUE "10".
001270     05  WS-TRACE-RPT-STATUS         PIC X(02) VALUE "99".
001280         88  TRACE-RPT-OK            VALUE "00".
001290
001300 01  WS-SWITCHES.
001318     05  WS-BROWSE-END-SWITCH         PIC X(01) VALUE "N".
001336         88  END-OF-SECTION-BROWSE    VALUE "Y".
001354     05  WS-AUDHIST-OPEN-SWITCH       PIC X(01) VALUE "N".
001372         88  AUDHIST-FILE-OPEN        VALUE "Y".
001390     05  WS-REQUEST-SWITCH            PIC X(01) VALUE "N".
001400         88  REQUEST-IS-USABLE        VALUE "Y".
001401     05  WS-ROW-MATCH-SWITCH          PIC X(01) VALUE "N".
001403         88  ROW-MATCHES-REQUEST      VALUE "Y".
001404     05  WS-BROWSE-PATH-SWITCH        PIC X(01) VALUE "A".
001406         88  BROWSE-WHOLE-ARCHIVE     VALUE "A".
001407         88  BROWSE-BY-LANG-NAME      VALUE "L".
001409         88  BROWSE-BY-BATCH-ID       VALUE "B".
001410
001420*-----------------------------------------------------------------
001440*    THE SECTION BEING TRACED: THE ARCHIVE RECORD SOURCE IT
001460*    LISTS AND WHETHER THAT SOURCE CARRIES A BATCH ID.
001480*-----------------------------------------------------------------
001552 01  WS-SECTION-CONTROL.
001624     05  WS-SECTION-SOURCE            PIC X(01) VALUE SPACE.
001696     05  WS-SECTION-BATCH-SWITCH      PIC X(01) VALUE "N".
001768         88  SECTION-CARRIES-BATCH    VALUE "Y".
001840
001850*-----------------------------------------------------------------
001858*    SELECTION CRITERIA FROM THE REQUEST RECORD.  A LANG_NAME
001865*    OR A SOURCE REFERENCE IS REQUIRED, AND WHEN BOTH ARE GIVEN
001872*    BOTH MUST MATCH; ZERO DATES AND A BLANK BATCH LEAVE
001881*    THOSE CRITERIA OPEN.  THE BATCH APPLIES ONLY TO SECTIONS
001891*    WHOSE ROWS CARRY ONE.
001900*-----------------------------------------------------------------
001910 01  WS-SELECT-CRITERIA.
001920     05  WS-TRACE-LANG-NAME           PIC X(20) VALUE SPACES.
001930     05  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001940     05  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
001950     05  WS-TRACE-BATCH-ID            PIC X(08) VALUE SPACES.
001955     05  WS-TRACE-SOURCE-REF          PIC X(16) VALUE SPACES.
001960 01  WS-DATE-WORK                     PIC X(08).
001970 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
001980                                      PIC 9(08).
002010 77  WS-ATTEMPTS-LISTED               PIC 9(07) VALUE ZERO.
002020 77  WS-RECYCLES-LISTED               PIC 9(07) VALUE ZERO.
002030 77  WS-HARDREJS-LISTED               PIC 9(07) VALUE ZERO.
002040 77  WS-ROWS-READ                     PIC 9(07) VALUE ZERO.
002050 77  WS-JOB-RETURN-CODE               PIC 9(04) VALUE ZERO.
002060 01  WS-RUN-DATE                      PIC 9(08).
002070
002150*-----------------------------------------------------------------
002160 0000-MAINLINE-CONTROL.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     IF REQUEST-IS-USABLE AND AUDHIST-FILE-OPEN
002190         PERFORM 3000-TRACE-EDIT-REJECTS THRU 3000-EXIT
002200         PERFORM 4000-TRACE-DISPATCHES THRU 4000-EXIT
002210         PERFORM 5000-TRACE-RECYCLES THRU 5000-EXIT
002260
002270*-----------------------------------------------------------------
002280* 1000-INITIALIZE.
002287*     OPENS THE REPORT, READS THE REQUEST, WRITES THE HEADING,
002294*     AND OPENS THE ARCHIVE.  A MISSING REQUEST, OR ONE WITH
002301*     NEITHER A LANG_NAME NOR A REFERENCE, IS REPORTED AND ENDS
002309*     THE STEP AT RETURN CODE 8 - A TRACE OF EVERYTHING IS A
002316*     TRACE OF NOTHING.  AN ARCHIVE THAT WILL NOT OPEN IS
002323*     REPORTED AND ENDS THE STEP AT RETURN CODE 16.
002330*-----------------------------------------------------------------
002340 1000-INITIALIZE.
002350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002410     PERFORM 1020-READ-TRACE-REQUEST THRU 1020-EXIT.
002420     IF NOT REQUEST-IS-USABLE
002430         MOVE SPACES TO TRACE-REPORT-LINE
002435         STRING "NO USABLE TRACE REQUEST - " DELIMITED BY SIZE
002440                "LANG_NAME OR REFERENCE REQUIRED"
002445                 DELIMITED BY SIZE
002450                INTO TRACE-REPORT-LINE
002455         END-STRING
002460         WRITE TRACE-REPORT-LINE
002470         IF WS-JOB-RETURN-CODE < 8
002480             MOVE 8 TO WS-JOB-RETURN-CODE
002630            INTO TRACE-REPORT-LINE
002640     END-STRING.
002650     WRITE TRACE-REPORT-LINE.
002651     IF WS-TRACE-SOURCE-REF NOT EQUAL SPACES
002652         MOVE SPACES TO TRACE-REPORT-LINE
002653         STRING "SOURCE REFERENCE=" DELIMITED BY SIZE
002654                WS-TRACE-SOURCE-REF DELIMITED BY SIZE
002656                INTO TRACE-REPORT-LINE
002657         END-STRING
002658         WRITE TRACE-REPORT-LINE
002659     END-IF.
002660     OPEN INPUT AUDIT-HISTORY-FILE.
002662     IF NOT AUDHIST-FILE-OK
002663         MOVE SPACES TO TRACE-REPORT-LINE
002664         STRING "AUDIT HISTORY ARCHIVE WILL NOT OPEN - STATUS "
002666                 DELIMITED BY SIZE
002667                WS-AUDHIST-FILE-STATUS DELIMITED BY SIZE
002668                INTO TRACE-REPORT-LINE
002669         END-STRING
002671         WRITE TRACE-REPORT-LINE
002672         MOVE 16 TO WS-JOB-RETURN-CODE
002673         GO TO 1000-EXIT
002675     END-IF.
002676     SET AUDHIST-FILE-OPEN TO TRUE.
002677 1000-EXIT.
002679     EXIT.
002680
002690*-----------------------------------------------------------------
002700* 1020-READ-TRACE-REQUEST.
002830         NOT AT END
002840             MOVE TRQ-LANG-NAME TO WS-TRACE-LANG-NAME
002850             MOVE TRQ-BATCH-ID TO WS-TRACE-BATCH-ID
002855             MOVE TRQ-SOURCE-REF TO WS-TRACE-SOURCE-REF
002860             MOVE TRQ-FROM-DATE TO WS-DATE-WORK
002870             IF WS-DATE-WORK-N NUMERIC
002880                 MOVE WS-DATE-WORK-N TO WS-FROM-DATE
002940     END-READ.
002950     CLOSE TRACE-REQUEST-FILE.
002960     IF WS-TRACE-LANG-NAME NOT EQUAL SPACES
002965        OR WS-TRACE-SOURCE-REF NOT EQUAL SPACES
002970         SET REQUEST-IS-USABLE TO TRUE
002980     END-IF.
002990 1020-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------------
003021* 2000-START-SECTION-BROWSE.
003023*     POSITIONS THE ARCHIVE FOR ONE SECTION AND READS THE FIRST
003024*     ROW.  A LANG_NAME STARTS AT ITS FROM DATE ON THE PRIME
003025*     KEY; WITHOUT ONE, A BATCH IN A SECTION THAT CARRIES BATCHES
003026*     STARTS AT THAT BATCH ON THE ALTERNATE KEY; OTHERWISE THE
003028*     WHOLE ARCHIVE IS READ.
003029*-----------------------------------------------------------------
003030 2000-START-SECTION-BROWSE.
003031     MOVE "N" TO WS-BROWSE-END-SWITCH.
003033     IF WS-TRACE-LANG-NAME NOT EQUAL SPACES
003034         SET BROWSE-BY-LANG-NAME TO TRUE
003035         MOVE LOW-VALUES TO HST-KEY
003036         MOVE WS-TRACE-LANG-NAME TO HST-LANG-NAME
003038         MOVE WS-FROM-DATE TO HST-EVENT-DATE
003039         START AUDIT-HISTORY-FILE
003040             KEY IS NOT LESS THAN HST-KEY
003041             INVALID KEY
003043                 SET END-OF-SECTION-BROWSE TO TRUE
003044         END-START
003045         GO TO 2000-NEXT
003046     END-IF.
003048     IF WS-TRACE-BATCH-ID NOT EQUAL SPACES
003049        AND SECTION-CARRIES-BATCH
003050         SET BROWSE-BY-BATCH-ID TO TRUE
003051         MOVE WS-TRACE-BATCH-ID TO HST-BATCH-ID
003052         MOVE LOW-VALUES TO HST-BATCH-REST
003053         START AUDIT-HISTORY-FILE
003054             KEY IS NOT LESS THAN HST-BATCH-KEY
003055             INVALID KEY
003057                 SET END-OF-SECTION-BROWSE TO TRUE
003058         END-START
003059         GO TO 2000-NEXT
003060     END-IF.
003062     SET BROWSE-WHOLE-ARCHIVE TO TRUE.
003063     MOVE LOW-VALUES TO HST-KEY.
003064     START AUDIT-HISTORY-FILE
003065         KEY IS NOT LESS THAN HST-KEY
003067         INVALID KEY
003068             SET END-OF-SECTION-BROWSE TO TRUE
003069     END-START.
003070 2000-NEXT.
003072     IF NOT END-OF-SECTION-BROWSE
003073         PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT
003074     END-IF.
003075 2000-EXIT.
003077     EXIT.
003078
003079*-----------------------------------------------------------------
003080* 2100-READ-NEXT-ROW.
003082*     READS THE NEXT ARCHIVE ROW ON THE KEY THE SECTION STARTED
003083*     ON, ENDING THE BROWSE WHEN THE ARCHIVE RUNS OUT, WHEN A
003084*     LANG_NAME BROWSE PASSES THE LANG_NAME OR THE TO DATE, OR
003086*     WHEN A BATCH BROWSE PASSES THE BATCH.
003087*-----------------------------------------------------------------
003088 2100-READ-NEXT-ROW.
003089     READ AUDIT-HISTORY-FILE NEXT RECORD
003091         AT END
003092             SET END-OF-SECTION-BROWSE TO TRUE
003093             GO TO 2100-EXIT
003094     END-READ.
003096     ADD 1 TO WS-ROWS-READ.
003097     IF BROWSE-BY-LANG-NAME
003098        AND HST-LANG-NAME NOT EQUAL WS-TRACE-LANG-NAME
003099         SET END-OF-SECTION-BROWSE TO TRUE
003101         GO TO 2100-EXIT
003102     END-IF.
003103     IF BROWSE-BY-LANG-NAME AND WS-TO-DATE > ZERO
003104        AND HST-EVENT-DATE > WS-TO-DATE
003106         SET END-OF-SECTION-BROWSE TO TRUE
003107         GO TO 2100-EXIT
003108     END-IF.
003109     IF BROWSE-BY-BATCH-ID
003111        AND HST-BATCH-ID NOT EQUAL WS-TRACE-BATCH-ID
003112         SET END-OF-SECTION-BROWSE TO TRUE
003113     END-IF.
003114 2100-EXIT.
003116     EXIT.
003117
003118*-----------------------------------------------------------------
003120* 2200-CHECK-ROW-CRITERIA.
003121*     SETS ROW-MATCHES-REQUEST WHEN THE ROW IN HAND BELONGS TO
003122*     THE SECTION'S SOURCE AND MEETS EVERY CRITERION GIVEN.
003123*-----------------------------------------------------------------
003125 2200-CHECK-ROW-CRITERIA.
003126     MOVE "N" TO WS-ROW-MATCH-SWITCH.
003127     IF HST-RECORD-SOURCE NOT EQUAL WS-SECTION-SOURCE
003128         GO TO 2200-EXIT
003130     END-IF.
003131     IF WS-TRACE-LANG-NAME NOT EQUAL SPACES
003132        AND HST-LANG-NAME NOT EQUAL WS-TRACE-LANG-NAME
003133         GO TO 2200-EXIT
003135     END-IF.
003136     IF WS-TRACE-SOURCE-REF NOT EQUAL SPACES
003137        AND TRN-SOURCE-REF OF HST-REFERENCE
003138                NOT EQUAL WS-TRACE-SOURCE-REF
003140         GO TO 2200-EXIT
003141     END-IF.
003142     IF WS-FROM-DATE > ZERO
003143        AND HST-EVENT-DATE < WS-FROM-DATE
003145         GO TO 2200-EXIT
003146     END-IF.
003147     IF WS-TO-DATE > ZERO
003149        AND HST-EVENT-DATE > WS-TO-DATE
003150         GO TO 2200-EXIT
003151     END-IF.
003152     IF WS-TRACE-BATCH-ID NOT EQUAL SPACES
003154        AND SECTION-CARRIES-BATCH
003155        AND HST-BATCH-ID NOT EQUAL WS-TRACE-BATCH-ID
003156         GO TO 2200-EXIT
003157     END-IF.
003159     SET ROW-MATCHES-REQUEST TO TRUE.
003160 2200-EXIT.
003161     EXIT.
003162
003164*-----------------------------------------------------------------
003165* 3000-TRACE-EDIT-REJECTS.
003166*     LISTS EVERY LANGEDIT REJECT OF THE REQUESTED LANG_NAME
003167*     AND/OR SOURCE REFERENCE, FILTERED BY THE DATE RANGE AND
003169*     BATCH ID WHERE SUPPLIED.
003170*-----------------------------------------------------------------
003171 3000-TRACE-EDIT-REJECTS.
003172     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
003174     MOVE "EDITED OUT BY LANGEDIT" TO TRACE-REPORT-LINE.
003175     WRITE TRACE-REPORT-LINE.
003176     MOVE "E" TO WS-SECTION-SOURCE.
003177     MOVE "Y" TO WS-SECTION-BATCH-SWITCH.
003179     PERFORM 2000-START-SECTION-BROWSE THRU 2000-EXIT.
003180     PERFORM 3200-LIST-ONE-EDIT-REJECT THRU 3200-EXIT
003195         UNTIL END-OF-SECTION-BROWSE.
003210 3000-EXIT.
003340     EXIT.
003350
003360*-----------------------------------------------------------------
003380*     LISTS ONE MATCHING LANGEDIT REJECT AND READS AHEAD.
003390*-----------------------------------------------------------------
003400 3200-LIST-ONE-EDIT-REJECT.
003407     PERFORM 2200-CHECK-ROW-CRITERIA THRU 2200-EXIT.
003413     IF NOT ROW-MATCHES-REQUEST
003420         GO TO 3200-NEXT
003430     END-IF.
003440     ADD 1 TO WS-EDIT-REJECTS-LISTED.
003450     MOVE SPACES TO TRACE-REPORT-LINE.
003454     STRING "  " DELIMITED BY SIZE
003459            HST-EVENT-DATE DELIMITED BY SIZE
003463            " REJECTED BY EDIT REASON=" DELIMITED BY SIZE
003468            HST-REASON-CODE DELIMITED BY SIZE
003472            " LANG_NAME=" DELIMITED BY SIZE
003474            HST-LANG-NAME DELIMITED BY SIZE
003476            " R=" DELIMITED BY SIZE
003478            TRN-SOURCE-REF OF HST-REFERENCE DELIMITED BY SIZE
003481            " B=" DELIMITED BY SIZE
003484            HST-BATCH-ID DELIMITED BY SIZE
003487            INTO TRACE-REPORT-LINE
003490     END-STRING.
003500     WRITE TRACE-REPORT-LINE.
003510 3200-NEXT.
003520     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
003530 3200-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------------
003570* 4000-TRACE-DISPATCHES.
003580*     LISTS EVERY DISPATCH ATTEMPT FOR THE REQUESTED LANG_NAME
003590*     AND/OR SOURCE REFERENCE, IN DATE AND TIME ORDER WITHIN A
003600*     LANG_NAME, FILTERED BY THE DATE RANGE AND BATCH ID WHERE
003610*     SUPPLIED.
003620*-----------------------------------------------------------------
003630 4000-TRACE-DISPATCHES.
003640     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
003650     MOVE "DISPATCH ATTEMPTS" TO TRACE-REPORT-LINE.
003660     WRITE TRACE-REPORT-LINE.
003675     MOVE "A" TO WS-SECTION-SOURCE.
003690     MOVE "Y" TO WS-SECTION-BATCH-SWITCH.
003705     PERFORM 2000-START-SECTION-BROWSE THRU 2000-EXIT.
003720     PERFORM 4200-LIST-ONE-DISPATCH THRU 4200-EXIT
003735         UNTIL END-OF-SECTION-BROWSE.
003750 4000-EXIT.
003760     EXIT.
003770
003780*-----------------------------------------------------------------
003910* 4200-LIST-ONE-DISPATCH.
003935*     LISTS ONE MATCHING DISPATCH ATTEMPT AND READS AHEAD.
003960*-----------------------------------------------------------------
003970 4200-LIST-ONE-DISPATCH.
004040     PERFORM 2200-CHECK-ROW-CRITERIA THRU 2200-EXIT.
004110     IF NOT ROW-MATCHES-REQUEST
004180         GO TO 4200-NEXT
004190     END-IF.
004200     ADD 1 TO WS-ATTEMPTS-LISTED.
004210     MOVE SPACES TO TRACE-REPORT-LINE.
004220     STRING "  " DELIMITED BY SIZE
004230            HST-EVENT-DATE DELIMITED BY SIZE
004240            " " DELIMITED BY SIZE
004250            HST-EVENT-TIME DELIMITED BY SIZE
004260            " PGM=" DELIMITED BY SIZE
004270            HST-PROGRAM-NAME DELIMITED BY SIZE
004280            " RC=" DELIMITED BY SIZE
004290            HST-RETURN-CODE DELIMITED BY SIZE
004300            " EL=" DELIMITED BY SIZE
004310            HST-ELAPSED-HSECS DELIMITED BY SIZE
004320            " B=" DELIMITED BY SIZE
004326            HST-BATCH-ID DELIMITED BY SIZE
004333            " R=" DELIMITED BY SIZE
004337            TRN-SOURCE-REF OF HST-REFERENCE DELIMITED BY SIZE
004340            INTO TRACE-REPORT-LINE
004350     END-STRING.
004360     WRITE TRACE-REPORT-LINE.
004370 4200-NEXT.
004380     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
004390 4200-EXIT.
004400     EXIT.
004410
004420*-----------------------------------------------------------------
004430* 5000-TRACE-RECYCLES.
004440*     LISTS EVERY TRIP TO THE RECYCLE FILE FOR THE REQUESTED
004452*     LANG_NAME AND/OR SOURCE REFERENCE, WITH THE ATTEMPT COUNT
004465*     AND FAIL REASON THE DISPATCHER WROTE.  RECYCLE RECORDS
004478*     CARRY NO BATCH, SO THE BATCH CRITERION DOES NOT APPLY.
004490*-----------------------------------------------------------------
004500 5000-TRACE-RECYCLES.
004510     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
004520     MOVE "RECYCLE TRIPS" TO TRACE-REPORT-LINE.
004530     WRITE TRACE-REPORT-LINE.
004545     MOVE "R" TO WS-SECTION-SOURCE.
004560     MOVE "N" TO WS-SECTION-BATCH-SWITCH.
004575     PERFORM 2000-START-SECTION-BROWSE THRU 2000-EXIT.
004590     PERFORM 5200-LIST-ONE-RECYCLE THRU 5200-EXIT
004605         UNTIL END-OF-SECTION-BROWSE.
004620 5000-EXIT.
004750     EXIT.
004760
004770*-----------------------------------------------------------------
004790*     LISTS ONE MATCHING RECYCLE TRIP AND READS AHEAD.
004800*-----------------------------------------------------------------
004810 5200-LIST-ONE-RECYCLE.
004817     PERFORM 2200-CHECK-ROW-CRITERIA THRU 2200-EXIT.
004823     IF NOT ROW-MATCHES-REQUEST
004830         GO TO 5200-NEXT
004840     END-IF.
004850     ADD 1 TO WS-RECYCLES-LISTED.
004860     MOVE SPACES TO TRACE-REPORT-LINE.
004866     STRING "  " DELIMITED BY SIZE
004872            HST-EVENT-DATE DELIMITED BY SIZE
004878            " RECYCLED ATTEMPT=" DELIMITED BY SIZE
004884            HST-ATTEMPT-COUNT DELIMITED BY SIZE
004890            " REASON=" DELIMITED BY SIZE
004896            HST-REASON-TEXT DELIMITED BY SIZE
004903            " R=" DELIMITED BY SIZE
004907            TRN-SOURCE-REF OF HST-REFERENCE DELIMITED BY SIZE
004910            INTO TRACE-REPORT-LINE
004920     END-STRING.
004930     WRITE TRACE-REPORT-LINE.
004940 5200-NEXT.
004950     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
004960 5200-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------------
005000* 6000-TRACE-HARD-REJECTS.
005010*     LISTS THE FINAL HARD REJECT, IF THE TRANSACTION FELL OUT
005017*     AT CTL-MAX-ATTEMPTS.  HARD REJECTS CARRY NO BATCH, SO THE
005023*     BATCH CRITERION DOES NOT APPLY.
005030*-----------------------------------------------------------------
005040 6000-TRACE-HARD-REJECTS.
005050     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
005060     MOVE "HARD REJECTS" TO TRACE-REPORT-LINE.
005070     WRITE TRACE-REPORT-LINE.
005085     MOVE "H" TO WS-SECTION-SOURCE.
005100     MOVE "N" TO WS-SECTION-BATCH-SWITCH.
005115     PERFORM 2000-START-SECTION-BROWSE THRU 2000-EXIT.
005130     PERFORM 6200-LIST-ONE-HARDREJ THRU 6200-EXIT
005145         UNTIL END-OF-SECTION-BROWSE.
005160 6000-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------------
005320* 6200-LIST-ONE-HARDREJ.
005340*     LISTS ONE MATCHING HARD REJECT AND READS AHEAD.
005360*-----------------------------------------------------------------
005370 6200-LIST-ONE-HARDREJ.
005393     PERFORM 2200-CHECK-ROW-CRITERIA THRU 2200-EXIT.
005417     IF NOT ROW-MATCHES-REQUEST
005440         GO TO 6200-NEXT
005450     END-IF.
005460     ADD 1 TO WS-HARDREJS-LISTED.
005470     MOVE SPACES TO TRACE-REPORT-LINE.
005476     STRING "  " DELIMITED BY SIZE
005482            HST-EVENT-DATE DELIMITED BY SIZE
005488            " HARD REJECT ATTEMPT=" DELIMITED BY SIZE
005494            HST-ATTEMPT-COUNT DELIMITED BY SIZE
005500            " REASON=" DELIMITED BY SIZE
005506            HST-REASON-TEXT DELIMITED BY SIZE
005513            " R=" DELIMITED BY SIZE
005517            TRN-SOURCE-REF OF HST-REFERENCE DELIMITED BY SIZE
005520            INTO TRACE-REPORT-LINE
005530     END-STRING.
005540     WRITE TRACE-REPORT-LINE.
005550 6200-NEXT.
005560     PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
005570 6200-EXIT.
005580     EXIT.
005590
005700
005710*-----------------------------------------------------------------
005720* 8000-TERMINATE.
005730*     WRITES THE TRACE TOTALS, CLOSES THE REPORT AND THE
005740*     ARCHIVE, AND SETS THE JOB RETURN CODE.
005750*-----------------------------------------------------------------
005760 8000-TERMINATE.
005770     IF TRACE-RPT-OK AND REQUEST-IS-USABLE
005860                WS-RECYCLES-LISTED DELIMITED BY SIZE
005870                " HARD REJECTS " DELIMITED BY SIZE
005880                WS-HARDREJS-LISTED DELIMITED BY SIZE
005890                " ARCHIVE ROWS READ " DELIMITED BY SIZE
005900                WS-ROWS-READ DELIMITED BY SIZE
005910                INTO TRACE-REPORT-LINE
005920         END-STRING
005930         WRITE TRACE-REPORT-LINE
005950     IF TRACE-RPT-OK
005960         CLOSE TRACE-REPORT
005970     END-IF.
005972     IF AUDHIST-FILE-OPEN
005975         CLOSE AUDIT-HISTORY-FILE
005978     END-IF.
005980     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
005990 8000-EXIT.
006000     EXIT.
