000100*----------------------------------------------------------
000200* GLFEED - ONE RECORD OF THE GENERAL-LEDGER INTERFACE FILE
000300*     WRITTEN BY THE GL EXTRACT (GLXTRCT) FROM THE BILLING
000400*     TRANSACTIONS.  "H" HEADER (RUN DATE AND THE RANGE OF
000500*     BUSINESS DATES COVERED), "D" ONE SUMMARIZED JOURNAL
000600*     LINE PER BUSINESS DATE, ACCOUNT, DEPARTMENT, COURSE
000700*     AND SIDE, "T" TRAILER (LINE COUNT, TOTAL DEBITS, TOTAL
000800*     CREDITS - THE TWO ARE EQUAL ON EVERY FEED).  DEPARTMENT
000900*     AND COURSE ARE FILLED ON THE REVENUE LINES ONLY.
001000*----------------------------------------------------------
001100 01  GL-FEED-REC.
001200     05  GF-REC-TYPE         PIC X(1).
001300         88  GF-TYPE-HEADER      VALUE "H".
001400         88  GF-TYPE-DETAIL      VALUE "D".
001500         88  GF-TYPE-TRAILER     VALUE "T".
001600     05  GF-DATA             PIC X(79).
001700     05  GF-HEADER REDEFINES GF-DATA.
001800         10  GF-HDR-SOURCE   PIC X(8).
001900         10  GF-HDR-RUN-DATE PIC 9(8).
002000         10  GF-HDR-FROM     PIC 9(8).
002100         10  GF-HDR-TO       PIC 9(8).
002200         10  FILLER          PIC X(47).
002300     05  GF-DETAIL REDEFINES GF-DATA.
002400         10  GF-JRNL-DATE    PIC 9(8).
002500         10  GF-ACCOUNT      PIC X(6).
002600         10  GF-DEPT         PIC X(4).
002700         10  GF-COURSECODE   PIC X(4).
002800         10  GF-SIDE         PIC X(1).
002900             88  GF-DEBIT        VALUE "D".
003000             88  GF-CREDIT       VALUE "C".
003100         10  GF-AMOUNT       PIC 9(09)V99.
003200         10  GF-LINE-TEXT    PIC X(20).
003300         10  FILLER          PIC X(25).
003400     05  GF-TRAILER REDEFINES GF-DATA.
003500         10  GF-TRL-COUNT    PIC 9(7).
003600         10  GF-TRL-DEBITS   PIC 9(11)V99.
003700         10  GF-TRL-CREDITS  PIC 9(11)V99.
003800         10  FILLER          PIC X(46).
