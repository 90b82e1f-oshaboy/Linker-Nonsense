000150*       - CLEAN DETAILS = DETAILS DEALT BY LANGSPLT (WHEN THE
000160*         NIGHT RAN PARTITIONED) = SUM OF PARTITION DETAILS
000170*       - EACH PARTITION'S DETAILS = DISPATCHED + BLOCKED +
000180*         RECYCLED + HARD-REJECTED + DEFERRED (VENDOR QUOTA)
000190*     ANY LEG THAT FAILS PRINTS A CLEARLY WORDED DISCREPANCY
000200*     AND ENDS THE STEP AT RETURN CODE 16, SO A LOST RECORD
000210*     SURFACES AT NIGHT-END INSTEAD OF IN FOUR PRINT REPORTS
000290* MODIFICATION HISTORY.
000300*   DATE       INIT  DESCRIPTION
000310*   09/02/2026 DH    ORIGINAL PROGRAM.
000312*   10/15/2026 DH    A DISPATCH STEP'S OUTCOME SPLIT NOW INCLUDES
000315*                    DETAILS DEFERRED BY A VENDOR'S DAILY CALL
000318*                    QUOTA (STEPTOT RECORD WIDENED TO 64 BYTES).
000320* Tectonics: cobc
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000620     05  STT-BLOCKED-COUNT            PIC 9(07).
000630     05  STT-RECYCLED-COUNT           PIC 9(07).
000640     05  STT-HARDREJ-COUNT            PIC 9(07).
000645     05  STT-DEFERRED-COUNT           PIC 9(07).
000650
000660 FD  BALANCE-REPORT
000670     RECORDING MODE IS F.
001130         10  WS-PRT-BLOCKED-COUNT     PIC 9(07).
001140         10  WS-PRT-RECYCLED-COUNT    PIC 9(07).
001150         10  WS-PRT-HARDREJ-COUNT     PIC 9(07).
001155         10  WS-PRT-DEFERRED-COUNT    PIC 9(07).
001160
001170 77  WS-PART-SUB                      PIC 9(02) VALUE ZERO.
001180 77  WS-PART-INPUT-TOTAL              PIC 9(07) VALUE ZERO.
002430         TO WS-PRT-RECYCLED-COUNT (WS-PART-ENTRY-COUNT).
002440     MOVE STT-HARDREJ-COUNT
002450         TO WS-PRT-HARDREJ-COUNT (WS-PART-ENTRY-COUNT).
002453     MOVE STT-DEFERRED-COUNT
002457         TO WS-PRT-DEFERRED-COUNT (WS-PART-ENTRY-COUNT).
002460 2200-EXIT.
002470     EXIT.
002480
003180*-----------------------------------------------------------------
003190* 3200-PROVE-ONE-PARTITION.
003200*     PROVES ONE DISPATCH STEP'S OWN LEG: DETAILS READ =
003210*     DISPATCHED + BLOCKED + RECYCLED + HARD-REJECTED + DEFERRED.
003220*-----------------------------------------------------------------
003230 3200-PROVE-ONE-PARTITION.
003240     MOVE SPACES TO WS-LEG-NAME.
003320         WS-PRT-DISPATCHED-COUNT (WS-PART-SUB)
003330         + WS-PRT-BLOCKED-COUNT (WS-PART-SUB)
003340         + WS-PRT-RECYCLED-COUNT (WS-PART-SUB)
003347         + WS-PRT-HARDREJ-COUNT (WS-PART-SUB)
003353         + WS-PRT-DEFERRED-COUNT (WS-PART-SUB).
003360     PERFORM 3500-REPORT-ONE-LEG THRU 3500-EXIT.
003370 3200-EXIT.
003380     EXIT.
