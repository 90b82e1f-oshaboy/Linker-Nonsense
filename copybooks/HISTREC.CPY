000010******************************************************************
000020* COPYBOOK:     HISTREC
000030* AUTHOR:       D. HOLLIS - APPLICATIONS PROGRAMMING
000040* INSTALLATION: DATA CENTER OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*     ONE ROW OF THE AUDIT HISTORY ARCHIVE (AUDHIST), A KEYED
000090*     (VSAM KSDS) DATASET THAT HOLDS EVERY NIGHT'S DISPATCH
000100*     AUDIT LINES, RECYCLE RECORDS, HARD REJECTS AND EDIT
000110*     REJECTS IN ONE PLACE, LOADED BY LANGARCH AND PURGED BY
000120*     LANGAPRG.  THE REPORTING PROGRAMS READ IT BY KEY RANGE
000130*     INSTEAD OF RE-PARSING AUDITLOG GENERATIONS.  172 BYTES.
000140*       PRIMARY KEY   - LANG_NAME + EVENT DATE + EVENT TIME +
000150*                       RECORD SOURCE + SOURCE SEQUENCE (44).
000160*                       THE SEQUENCE IS THE RECORD'S POSITION IN
000170*                       THE DATASET IT WAS LOADED FROM, SO A
000180*                       RE-LOAD OF THE SAME NIGHT REPRODUCES THE
000190*                       SAME KEYS AND ADDS NOTHING TWICE.
000200*       ALTERNATE KEY - BATCH ID + EVENT DATE + EVENT TIME +
000201*                       RECORD SOURCE + SOURCE SEQUENCE (32),
000202*                       UNIQUE.  THE FIELDS AFTER THE BATCH ID
000203*                       ARE COPIES OF THE PRIMARY KEY'S, SET BY
000204*                       LANGARCH JUST BEFORE EACH WRITE, SO A
000205*                       BATCH OF ANY SIZE TAKES ONE SMALL INDEX
000206*                       RECORD PER ROW.  RECYCLE AND HARD-REJECT
000207*                       RECORDS, AND AUDIT LINES WRITTEN BEFORE
000208*                       A BATCH WAS OPEN, CARRY NO BATCH AND
000209*                       ARCHIVE WITH THE BATCH ID BLANK - STILL A
000210*                       UNIQUE KEY, AND A BROWSE BY BATCH NEVER
000211*                       ASKS FOR A BLANK ONE.  TO READ ONE BATCH,
000212*                       MOVE ITS ID TO HST-BATCH-ID AND LOW-VALUES
000213*                       TO THE REST OF HST-BATCH-KEY, START NOT
000214*                       LESS THAN HST-BATCH-KEY AND READ NEXT
000215*                       UNTIL HST-BATCH-ID CHANGES.
000230*     ONLY AUDIT LINES CARRY THEIR OWN DATE AND TIME.  THE OTHER
000240*     SOURCES ARE DATED TO THE NIGHT THEY WERE LOADED FOR, WITH
000250*     A ZERO TIME OF DAY.  FIELDS A SOURCE DOES NOT CARRY ARE
000260*     SPACES OR ZERO.
000270*     COPY THIS MEMBER UNDER A CALLER-SUPPLIED 01-LEVEL GROUP,
000280*     E.G.
000290*         01  AUDIT-HISTORY-RECORD.
000300*             COPY HISTREC.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   DATE       INIT  DESCRIPTION
000340*   10/15/2026 DH    ORIGINAL COPYBOOK.
000350******************************************************************
000360     05  HST-KEY.
000370         10  HST-LANG-NAME            PIC X(20).
000380         10  HST-EVENT-DATE           PIC 9(08).
000390         10  HST-EVENT-TIME           PIC X(08).
000400         10  HST-RECORD-SOURCE        PIC X(01).
000410             88  HST-FROM-AUDIT-LOG   VALUE "A".
000420             88  HST-FROM-RECYCLE     VALUE "R".
000430             88  HST-FROM-HARD-REJECT VALUE "H".
000440             88  HST-FROM-EDIT-REJECT VALUE "E".
000450         10  HST-SOURCE-SEQ           PIC 9(07).
000460     05  HST-BATCH-KEY.
000461         10  HST-BATCH-ID             PIC X(08).
000462         10  HST-BATCH-REST.
000463             15  HST-BK-EVENT-DATE    PIC 9(08).
000464             15  HST-BK-EVENT-TIME    PIC X(08).
000465             15  HST-BK-RECORD-SOURCE PIC X(01).
000466             15  HST-BK-SOURCE-SEQ    PIC 9(07).
000470     05  HST-PROGRAM-NAME             PIC X(09).
000480     05  HST-RETURN-CODE              PIC X(04).
000490         88  HST-CALL-SUCCEEDED       VALUE "0000".
000500     05  HST-ELAPSED-HSECS            PIC 9(06).
000510     05  HST-ATTEMPT-COUNT            PIC 9(02).
000520     05  HST-RECYCLE-TYPE             PIC X(01).
000530     05  HST-REASON-CODE              PIC X(02).
000540     05  HST-REASON-TEXT              PIC X(30).
000550     05  HST-REFERENCE.
000560         COPY TRANREF.
000570     05  HST-LOAD-DATE                PIC 9(08).
