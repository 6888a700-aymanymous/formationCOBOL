000100*----------------------------------------------------------
000200* GLCTL - THE GL EXTRACT'S CONTROL RECORD (ONE RECORD,
000300*     REWRITTEN BY EVERY GLXTRCT RUN THAT PRODUCES A FEED).
000400*     GLC-BILL-COUNT IS HOW MANY BILLTRAN RECORDS HAVE
000500*     ALREADY GONE TO THE LEDGER - THE NEXT RUN STARTS AFTER
000600*     THEM.  GLC-FIRST-TRANS IS THE FIRST BILLTRAN RECORD AT
000700*     THAT TIME: WHEN IT NO LONGER MATCHES, THE YEAR-END
000800*     ARCHIVE (BILLARCH) HAS REPLACED THE FILE AND THE COUNT
000810*     STARTS AGAIN FROM THE TOP (THE STUDENTID IS LEFT OUT OF
000820*     THE COMPARISON - STUMERGE RENUMBERS MERGED STUDENTS).
000830*     GLC-ABAL-TOTAL IS THE SUM OF AB-BALANCE OVER ACCTBAL
001000*     AT THE SAME MOMENT - THE NEXT RUN PROVES ITS
001100*     RECEIVABLE MOVEMENT AGAINST IT.
001200*----------------------------------------------------------
001300 01  GL-CONTROL-REC.
001400     05  GLC-RUN-DATE        PIC 9(8).
001500     05  GLC-BILL-COUNT      PIC 9(9).
001600     05  GLC-ABAL-TOTAL      PIC S9(11)V99 COMP-3.
001700     05  GLC-FIRST-TRANS     PIC X(80).
001800     05  FILLER              PIC X(16).
