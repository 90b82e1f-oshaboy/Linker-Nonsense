000010******************************************************************
000020* COPYBOOK:     TRANREF
000030* AUTHOR:       D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*     SOURCE-SYSTEM IDENTITY OF ONE TRANSFIL DETAIL - THE
000090*     UPSTREAM TRANSACTION REFERENCE, THE ORIGINATING SYSTEM
000100*     CODE AND THE ORIGINATING TIMESTAMP.  THE UPSTREAM DESK
000110*     QUOTES THE REFERENCE ON EVERY DISPUTE, SO IT TRAVELS WITH
000120*     THE DETAIL THROUGH EDIT, SPLIT, DISPATCH, RECYCLE AND
000130*     HARD REJECT.  34 BYTES.  THE ITEMS ARE AT LEVEL 10 SO
000140*     THE MEMBER CAN BE COPIED STRAIGHT INTO A DETAIL BODY OR
000150*     UNDER A CALLER-SUPPLIED GROUP, E.G.
000160*         05  RCY-IN-REFERENCE.
000170*             COPY TRANREF.
000180*     EVERY PROGRAM THAT COPIES IT MORE THAN ONCE MUST
000190*     QUALIFY THE NAMES (TRN-SOURCE-REF OF RCY-IN-REFERENCE).
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   DATE       INIT  DESCRIPTION
000230*   10/15/2026 DH    ORIGINAL COPYBOOK.
000240******************************************************************
000250         10  TRN-SOURCE-REF           PIC X(16).
000260         10  TRN-ORIGIN-SYSTEM        PIC X(04).
000270         10  TRN-ORIGIN-TIMESTAMP.
000280             15  TRN-ORIGIN-DATE      PIC 9(08).
000290             15  TRN-ORIGIN-TIME      PIC 9(06).
