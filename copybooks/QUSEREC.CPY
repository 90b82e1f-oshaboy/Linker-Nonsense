000010******************************************************************
000020* COPYBOOK:     QUSEREC
000030* AUTHOR:       D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*     ONE ROW OF THE VENDOR QUOTA USAGE DATASET (QUOTAUSE), A
000090*     KEYED (VSAM KSDS) DATASET HOLDING THE NUMBER OF CALLS MADE
000100*     TO ONE VENDOR'S ROUTINES ON ONE RUN DATE.  KEYED BY VENDOR
000110*     CODE + RUN DATE.  EVERY DISPATCH STEP OF THE NIGHT - THE
000120*     SERIAL RUN, EACH PARTITION, AND EACH RESTART - ADDS TO THE
000130*     SAME ROW BEFORE IT MAKES A CALL, SO THE CEILING ON VNDQUOTA
000140*     HOLDS FOR THE NIGHT AS A WHOLE, NOT PER STEP.  THE ROW IS
000150*     CREATED BY THE FIRST CALL OF THE DAY.  50 BYTES.
000160*     THE LAST STEP NAME AND TIME OF DAY ARE THOSE OF THE MOST
000170*     RECENT CALL COUNTED, FOR OPERATIONS TRACING AN OVERRUN.
000180*     COPY THIS MEMBER UNDER A CALLER-SUPPLIED 01-LEVEL GROUP,
000190*     E.G.
000200*         01  QUOTA-USAGE-RECORD.
000210*             COPY QUSEREC.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   DATE       INIT  DESCRIPTION
000250*   10/15/2026 DH    ORIGINAL COPYBOOK.
000260******************************************************************
000270     05  QTU-KEY.
000280         10  QTU-VENDOR-CODE          PIC X(10).
000290         10  QTU-USAGE-DATE           PIC 9(08).
000300     05  QTU-CALL-COUNT               PIC 9(07).
000310     05  QTU-LAST-STEP-NAME           PIC X(08).
000320     05  QTU-LAST-UPDATE-TIME         PIC 9(08).
000330     05  FILLER                       PIC X(09).
