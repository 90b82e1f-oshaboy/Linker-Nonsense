000230* MODIFICATION HISTORY.
000240*   DATE       INIT  DESCRIPTION
000250*   09/02/2026 DH    ORIGINAL PROGRAM.
000251*   10/15/2026 DH    WORKS BY SOURCE TRANSACTION REFERENCE.
000252*                    REJFILE NOW CARRIES THE DETAIL'S REFERENCE,
000253*                    ORIGIN SYSTEM AND TIMESTAMP (COPYBOOK
000254*                    TRANREF).  A CORRECTION KEYED BY REFERENCE
000255*                    (COR-SOURCE-REF) REPAIRS THAT ONE DETAIL
000256*                    AND TAKES PRECEDENCE; ONE WITH A BLANK
000257*                    REFERENCE STILL MATCHES BY LANG_NAME.  THE
000258*                    RESUBMITTED DETAIL KEEPS ITS ORIGINAL
000259*                    REFERENCE, AND EVERY REPORT LINE SHOWS IT.
000262*   10/15/2026 DH    REJFILE LAYOUT NOW ENDS WITH THE BATCH ID
000265*                    AND DETAIL SEQUENCE WRITTEN BY LANGEDIT.
000267* Tectonics: cobc
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. LANGRPR.
000580 01  REJECT-TRANS-RECORD.
000590     05  REJ-LANG-NAME                PIC X(20).
000600     05  REJ-REASON-CODE              PIC X(02).
000603     05  REJ-REFERENCE.
000607         COPY TRANREF.
000608     05  REJ-BATCH-ID                 PIC X(08).
000609     05  REJ-DETAIL-SEQ               PIC 9(07).
000610
000620 FD  CORRECTION-FILE
000630     RECORDING MODE IS F.
000680     05  COR-LANG-NAME                PIC X(20).
000690     05  COR-NEW-LANG-NAME            PIC X(20).
000700     05  COR-USER-ID                  PIC X(08).
000705     05  COR-SOURCE-REF               PIC X(16).
000710
000720 FD  RESUBMIT-FILE
000730     RECORDING MODE IS F.
000780     05  RSB-RECORD-TYPE              PIC X(01).
000790     05  RSB-RECORD-BODY.
000800         10  RSB-LANG-NAME            PIC X(20).
000805         COPY TRANREF.
000810     05  RSB-HEADER-BODY REDEFINES RSB-RECORD-BODY.
000820         10  RSB-BATCH-ID             PIC X(08).
000830         10  RSB-CREATE-DATE          PIC 9(08).
000840         10  FILLER                   PIC X(38).
000850     05  RSB-TRAILER-BODY REDEFINES RSB-RECORD-BODY.
000860         10  RSB-TRAILER-COUNT        PIC 9(07).
000870         10  FILLER                   PIC X(47).
000880
000890 FD  REPAIR-REPORT
000900     RECORDING MODE IS F.
000910 01  REPAIR-REPORT-LINE               PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940*-----------------------------------------------------------------
001180
001190*-----------------------------------------------------------------
001200*    CORRECTION TABLE - LOADED FROM CORRFIL AT STARTUP AND
001209*    MATCHED AGAINST EACH REJECT BY ITS SOURCE REFERENCE, OR
001217*    FOR A CORRECTION WITH NO REFERENCE BY THE LANG_NAME AS
001226*    LANGEDIT WROTE IT TO REJFILE.  THE MATCHED FLAG FEEDS THE
001234*    UNMATCHED-CORRECTIONS SECTION OF THE REPORT - A CORRECTION
001243*    KEYED AGAINST A NAME OR REFERENCE NOT IN THE REJECT FILE IS
001251*    USUALLY A TYPO IN THE CORRECTION ITSELF.
001260*-----------------------------------------------------------------
001270 01  WS-CORRECTION-TABLE-CONTROL.
001280     05  WS-CORR-ENTRY-COUNT          PIC 9(04) VALUE ZERO.
001340         10  WS-COR-LANG-NAME         PIC X(20).
001350         10  WS-COR-NEW-LANG-NAME     PIC X(20).
001360         10  WS-COR-USER-ID           PIC X(08).
001365         10  WS-COR-SOURCE-REF        PIC X(16).
001370         10  WS-COR-MATCHED-SWITCH    PIC X(01).
001380             88  CORRECTION-MATCHED   VALUE "Y".
001390
002930         TO WS-COR-NEW-LANG-NAME (WS-CORR-ENTRY-COUNT).
002940     MOVE COR-USER-ID
002950         TO WS-COR-USER-ID (WS-CORR-ENTRY-COUNT).
002953     MOVE COR-SOURCE-REF
002957         TO WS-COR-SOURCE-REF (WS-CORR-ENTRY-COUNT).
002960     MOVE "N" TO WS-COR-MATCHED-SWITCH (WS-CORR-ENTRY-COUNT).
002970 1022-NEXT.
002980     PERFORM 1021-READ-CORRECTION THRU 1021-EXIT.
003410                COR-LANG-NAME DELIMITED BY SIZE
003420                " USER=" DELIMITED BY SIZE
003430                COR-USER-ID DELIMITED BY SIZE
003433                " REF=" DELIMITED BY SIZE
003437                COR-SOURCE-REF DELIMITED BY SIZE
003440                INTO REPAIR-REPORT-LINE
003450         END-STRING
003460         WRITE REPAIR-REPORT-LINE
003670*     MATCHES ONE REJECT AGAINST THE CORRECTION TABLE AND
003680*     ROUTES IT - FIXED INTO THE RESUBMISSION BATCH, DROPPED,
003690*     OR REPORTED AS UNREPAIRED - THEN READS THE NEXT REJECT.
003692*     A CORRECTION KEYED BY THE REJECT'S SOURCE REFERENCE IS
003695*     LOOKED FOR FIRST; ONLY WHEN THERE IS NONE DOES A
003698*     CORRECTION WITH A BLANK REFERENCE MATCH BY LANG_NAME.
003700*-----------------------------------------------------------------
003710 2000-REPAIR-ONE-REJECT.
003720     ADD 1 TO WS-REJECTS-READ.
003730     MOVE "N" TO WS-CORR-FOUND-SWITCH.
003740     MOVE ZERO TO WS-CURRENT-CORR-SUB.
003750     IF WS-CORR-ENTRY-COUNT > ZERO
003755        AND TRN-SOURCE-REF OF REJ-REFERENCE NOT EQUAL SPACES
003760         SET COR-IDX TO 1
003770         SEARCH WS-CORRECTION-TABLE
003780             AT END
003790                 CONTINUE
003791             WHEN WS-COR-SOURCE-REF (COR-IDX)
003793                      EQUAL TRN-SOURCE-REF OF REJ-REFERENCE
003794                 SET CORRECTION-FOUND TO TRUE
003795                 SET WS-CURRENT-CORR-SUB TO COR-IDX
003797         END-SEARCH
003798     END-IF.
003799     IF WS-CORR-ENTRY-COUNT > ZERO
003801        AND NOT CORRECTION-FOUND
003802         SET COR-IDX TO 1
003803         SEARCH WS-CORRECTION-TABLE
003805             AT END
003806                 CONTINUE
003807             WHEN WS-COR-SOURCE-REF (COR-IDX) EQUAL SPACES
003809              AND WS-COR-LANG-NAME (COR-IDX)
003810                      EQUAL REJ-LANG-NAME
003820                 SET CORRECTION-FOUND TO TRUE
003830                 SET WS-CURRENT-CORR-SUB TO COR-IDX
004150*-----------------------------------------------------------------
004160* 2200-APPLY-FIX.
004170*     WRITES THE CORRECTED LANG_NAME AS A DETAIL IN THE
004175*     RESUBMISSION BATCH AND REPORTS THE APPLIED FIX.  THE
004180*     DETAIL KEEPS ITS ORIGINAL SOURCE REFERENCE, ORIGIN
004185*     SYSTEM AND TIMESTAMP SO THE UPSTREAM CAN STILL QUOTE IT.
004190*-----------------------------------------------------------------
004200 2200-APPLY-FIX.
004210     ADD 1 TO WS-REJECTS-FIXED.
004240     MOVE "D" TO RSB-RECORD-TYPE.
004250     MOVE WS-COR-NEW-LANG-NAME (WS-CURRENT-CORR-SUB)
004260         TO RSB-LANG-NAME.
004261     MOVE TRN-SOURCE-REF OF REJ-REFERENCE
004263         TO TRN-SOURCE-REF OF RESUBMIT-RECORD.
004264     MOVE TRN-ORIGIN-SYSTEM OF REJ-REFERENCE
004266         TO TRN-ORIGIN-SYSTEM OF RESUBMIT-RECORD.
004267     MOVE TRN-ORIGIN-TIMESTAMP OF REJ-REFERENCE
004269         TO TRN-ORIGIN-TIMESTAMP OF RESUBMIT-RECORD.
004270     WRITE RESUBMIT-RECORD.
004280     IF REPAIR-RPT-OK
004290         MOVE SPACES TO REPAIR-REPORT-LINE
004350                " USER=" DELIMITED BY SIZE
004360                WS-COR-USER-ID (WS-CURRENT-CORR-SUB)
004370                 DELIMITED BY SIZE
004373                " REF=" DELIMITED BY SIZE
004377                TRN-SOURCE-REF OF REJ-REFERENCE DELIMITED BY SIZE
004380                INTO REPAIR-REPORT-LINE
004390         END-STRING
004400         WRITE REPAIR-REPORT-LINE
004580                " USER=" DELIMITED BY SIZE
004590                WS-COR-USER-ID (WS-CURRENT-CORR-SUB)
004600                 DELIMITED BY SIZE
004603                " REF=" DELIMITED BY SIZE
004607                TRN-SOURCE-REF OF REJ-REFERENCE DELIMITED BY SIZE
004610                INTO REPAIR-REPORT-LINE
004620         END-STRING
004630         WRITE REPAIR-REPORT-LINE
004830                REJ-LANG-NAME DELIMITED BY SIZE
004840                " REASON=" DELIMITED BY SIZE
004850                REJ-REASON-CODE DELIMITED BY SIZE
004853                " REF=" DELIMITED BY SIZE
004857                TRN-SOURCE-REF OF REJ-REFERENCE DELIMITED BY SIZE
004860                " - NOT RESUBMITTED" DELIMITED BY SIZE
004870                INTO REPAIR-REPORT-LINE
004880         END-STRING
005650                 DELIMITED BY SIZE
005660                " USER=" DELIMITED BY SIZE
005670                WS-COR-USER-ID (WS-CORR-SUB) DELIMITED BY SIZE
005673                " REF=" DELIMITED BY SIZE
005677                WS-COR-SOURCE-REF (WS-CORR-SUB) DELIMITED BY SIZE
005680                INTO REPAIR-REPORT-LINE
005690         END-STRING
005700         WRITE REPAIR-REPORT-LINE
