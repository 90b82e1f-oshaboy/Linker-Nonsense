000010******************************************************************
000020* COPYBOOK:     DSPCALL
000030* AUTHOR:       D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*     THE CALL INTERFACE BETWEEN THE DISPATCHER AND EVERY
000090*     ROUTINE IT CALLS (CALL_THIS AND THE DSPTBL TARGETS).  ONE
000100*     PARAMETER, PASSED BY REFERENCE:
000110*       REQUEST  - THE WHOLE ENRICHED LANG-RECORD (NAME,
000120*                  VERSION, VENDOR CODE) PLUS THE BATCH ID AND
000130*                  RUN DATE.  SET BY THE DISPATCHER.
000140*       RESPONSE - A STATUS CODE, A REASON TEXT AND A COUNT OF
000150*                  UNITS PROCESSED.  CLEARED TO SPACES/ZERO BY
000160*                  THE DISPATCHER BEFORE EVERY CALL AND SET BY
000170*                  THE ROUTINE.  RETURN-CODE STILL DECIDES
000180*                  SUCCESS OR FAILURE; WHEN A FAILING ROUTINE
000190*                  FILLS DSPC-RESP-REASON-TEXT THAT TEXT, NOT THE
000200*                  GENERIC "RETURN CODE NNNN", IS WHAT RECYCLES.
000210*     LANG_NAME IS STILL THE FIRST 20 BYTES, SO A ROUTINE THAT
000220*     DECLARES ONLY THE OLD PIC X(20) LANG_NAME PARAMETER KEEPS
000230*     WORKING UNCHANGED AND SIMPLY LEAVES THE RESPONSE BLANK.
000240*     COPY THIS MEMBER UNDER A CALLER-SUPPLIED 01-LEVEL GROUP,
000250*     IN WORKING-STORAGE (DISPATCHER) OR LINKAGE (ROUTINE), E.G.
000260*         01  DSP-CALL-AREA.
000270*             COPY DSPCALL.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY.
000300*   DATE       INIT  DESCRIPTION
000310*   10/15/2026 DH    ORIGINAL COPYBOOK.
000320******************************************************************
000330     05  DSPC-REQUEST.
000340         10  DSPC-REQ-LANG-NAME       PIC X(20).
000350         10  DSPC-REQ-LANG-VERSION    PIC X(05).
000360         10  DSPC-REQ-VENDOR-CODE     PIC X(10).
000370         10  DSPC-REQ-BATCH-ID        PIC X(08).
000380         10  DSPC-REQ-RUN-DATE        PIC 9(08).
000390     05  DSPC-RESPONSE.
000400         10  DSPC-RESP-STATUS-CODE    PIC X(02).
000410             88  DSPC-RESP-NOT-SET    VALUE SPACES.
000420             88  DSPC-RESP-OK         VALUE "00".
000430         10  DSPC-RESP-REASON-TEXT    PIC X(30).
000440         10  DSPC-RESP-UNITS-PROCESSED
000450                                      PIC 9(07).
