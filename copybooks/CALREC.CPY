000010******************************************************************
000020* COPYBOOK:     CALREC
000030* AUTHOR:       D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*     ONE ROW OF THE BUSINESS-DAY PROCESSING CALENDAR (CALENDAR),
000090*     A KEYED (VSAM KSDS) DATASET WITH ONE ROW PER CALENDAR
000100*     DATE, KEYED BY CAL-DATE AND MAINTAINED BY CALMNT.  36
000110*     BYTES.
000120*       CAL-DAY-TYPE        B = BUSINESS DAY, H = HOLIDAY,
000130*                           W = WEEKEND.  A FEED IS EXPECTED ON
000140*                           EVERY BUSINESS DAY.
000150*       CAL-MONTH-END-CLOSE Y ON THE DAY AN ACCOUNTING PERIOD
000160*                           CLOSES, N (OR BLANK) OTHERWISE.
000170*       CAL-ACCT-PERIOD     THE ACCOUNTING PERIOD (CCYYPP) THE
000180*                           DATE BELONGS TO - NOT NECESSARILY ITS
000190*                           CALENDAR MONTH.
000200*     A DATE WITH NO ROW IS TREATED AS A BUSINESS DAY BY EVERY
000210*     READER, SO A GAP IN THE CALENDAR NEVER WIDENS A WINDOW.
000220*     COPY THIS MEMBER UNDER A CALLER-SUPPLIED 01-LEVEL GROUP,
000230*     E.G.
000240*         01  CALENDAR-RECORD.
000250*             COPY CALREC.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   DATE       INIT  DESCRIPTION
000290*   10/15/2026 DH    ORIGINAL COPYBOOK.
000300******************************************************************
000310     05  CAL-DATE                     PIC 9(08).
000320     05  CAL-DAY-TYPE                 PIC X(01).
000330         88  CAL-BUSINESS-DAY         VALUE "B".
000340         88  CAL-HOLIDAY              VALUE "H".
000350         88  CAL-WEEKEND              VALUE "W".
000360         88  CAL-DAY-TYPE-VALID       VALUE "B", "H", "W".
000370     05  CAL-MONTH-END-CLOSE          PIC X(01).
000380         88  CAL-CLOSE-DAY            VALUE "Y".
000390     05  CAL-ACCT-PERIOD              PIC 9(06).
000400     05  CAL-DESCRIPTION              PIC X(20).
