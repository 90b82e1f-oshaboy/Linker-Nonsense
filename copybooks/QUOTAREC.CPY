000010******************************************************************
000020* COPYBOOK:     QUOTAREC
000030* AUTHOR:       D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*     ONE ROW OF THE VENDOR DAILY CALL QUOTA TABLE (VNDQUOTA), A
000090*     KEYED (VSAM KSDS) DATASET WITH ONE ROW PER VENDOR WHOSE
000100*     CONTRACT CAPS THE CALLS WE MAY MAKE TO ITS ROUTINES IN A
000110*     DAY.  KEYED BY VQT-VENDOR-CODE - THE SAME CODE AS
000120*     LMST-VENDOR-CODE ON THE LANGUAGE MASTER.  MAINTAINED BY
000130*     PROGRAM QTAMNT (JOB COBQTA00).  40 BYTES.
000140*       VQT-DAILY-CEILING   CALLS ALLOWED PER RUN DATE, ACROSS
000150*                           EVERY DISPATCH STEP THAT NIGHT.  ZERO
000160*                           MEANS NO CALLS AT ALL.
000170*       VQT-ACTION          WHAT HAPPENS ONCE THE CEILING IS
000180*                           REACHED:
000190*                             D = DEFER - THE VENDOR'S DETAILS GO
000200*                                 TO THE RECYCLE FILE AS DEFERRED
000210*                                 AND THE RUN CARRIES ON;
000220*                             H = HARD STOP - THE DETAIL IS
000230*                                 DEFERRED AND THE DISPATCH STEP
000240*                                 HALTS AS ON A CIRCUIT-BREAKER
000250*                                 TRIP.
000260*     A VENDOR WITH NO ROW HAS NO QUOTA.  THE DAY'S USAGE IS
000270*     KEPT SEPARATELY ON QUOTAUSE (COPYBOOK QUSEREC), SO THE
000280*     CEILINGS CAN BE RELOADED WITHOUT LOSING THE COUNT.
000290*     COPY THIS MEMBER UNDER A CALLER-SUPPLIED 01-LEVEL GROUP,
000300*     E.G.
000310*         01  VENDOR-QUOTA-RECORD.
000320*             COPY QUOTAREC.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*   DATE       INIT  DESCRIPTION
000360*   10/15/2026 DH    ORIGINAL COPYBOOK.
000370******************************************************************
000380     05  VQT-VENDOR-CODE              PIC X(10).
000390     05  VQT-DAILY-CEILING            PIC 9(07).
000400     05  VQT-ACTION                   PIC X(01).
000410         88  VQT-ACTION-DEFER         VALUE "D".
000420         88  VQT-ACTION-HARD-STOP     VALUE "H".
000430         88  VQT-ACTION-VALID         VALUE "D", "H".
000440     05  VQT-DESCRIPTION              PIC X(20).
000450     05  FILLER                       PIC X(02).
