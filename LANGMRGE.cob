000346*                    SUMMARY TABLE - THE CONSOLIDATION MUST
000348*                    NEVER ITEMIZE FEWER LANG_NAMES THAN THE
000349*                    PARTITIONS IT ROLLS UP.
000351*   10/15/2026 DH    THE AUDIT LINE GREW TO 150 BYTES AND NOW
000352*                    CARRIES THE SOURCE REFERENCE, ORIGIN SYSTEM
000354*                    AND ORIGIN TIMESTAMP (R=/S=/T=) - AUDITIN,
000355*                    AUDITOUT AND THE LINE IMAGE WIDENED TO
000357*                    MATCH SO THE MERGED LOG KEEPS THEM.
000359*   10/15/2026 DH    STEPTOT RECORD WIDENED TO 64 BYTES FOR THE
000361*                    DISPATCHER'S NEW DEFERRED (VENDOR QUOTA)
000363*                    COUNT, ZERO FROM THIS STEP.
000364*   10/15/2026 DH    CTLTOT CARRIES AN OPTIONAL FEED DATE IN
000365*                    COLUMNS 8-15, CHECKED AGAINST THE FEED HEADER
000366*                    BY THE LANGRDY READINESS STEP.  LAYOUT ONLY.
000367* Tectonics: cobc
000368******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. LANGMRGE.
000390 AUTHOR. D. HOLLIS.
000720 FILE SECTION.
000730 FD  AUDIT-IN-FILE
000740     RECORDING MODE IS F.
000750 01  AUDIT-IN-LINE                    PIC X(150).
000760
000770 FD  AUDIT-OUT-FILE
000780     RECORDING MODE IS F.
000790 01  AUDIT-OUT-LINE                   PIC X(150).
000800
000810 FD  PARTITION-TOTALS-FILE
000820     RECORDING MODE IS F.
000900     RECORDING MODE IS F.
000910 01  CTLTOT-RECORD.
000920     05  CTLTOT-EXPECTED-COUNT        PIC 9(07).
000922*    FEED CREATE DATE (YYYYMMDD) THE TOTAL BELONGS TO - OPTIONAL,
000925*    CHECKED BY LANGRDY BEFORE THE NIGHT STARTS.
000928     05  CTLTOT-FEED-DATE             PIC X(08).
000930
000940 FD  CONSOLIDATED-REPORT
000950     RECORDING MODE IS F.
001100     05  STT-BLOCKED-COUNT            PIC 9(07).
001110     05  STT-RECYCLED-COUNT           PIC 9(07).
001120     05  STT-HARDREJ-COUNT            PIC 9(07).
001125     05  STT-DEFERRED-COUNT           PIC 9(07).
001130
001140 WORKING-STORAGE SECTION.
001150*-----------------------------------------------------------------
001640     05  WS-AUD-BATCH-TAG             PIC X(03).
001650         88  AUD-BATCH-TAG-OK         VALUE " B=".
001660     05  WS-AUD-BATCH-ID              PIC X(08).
001670     05  FILLER                       PIC X(59).
001680
001690*-----------------------------------------------------------------
001700*    CONSOLIDATED DISPATCH-FREQUENCY SUMMARY - SAME SHAPE AND
004670     MOVE ZERO TO STT-BLOCKED-COUNT.
004680     MOVE ZERO TO STT-RECYCLED-COUNT.
004690     MOVE ZERO TO STT-HARDREJ-COUNT.
004695     MOVE ZERO TO STT-DEFERRED-COUNT.
004700     WRITE STEP-TOTALS-RECORD.
004710     CLOSE STEP-TOTALS-FILE.
004720 8300-EXIT.
