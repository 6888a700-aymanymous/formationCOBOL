000100*----------------------------------------------------------
000200* INTEGCNT - PER-CLASS COUNTS OF THE WEEKLY CROSS-FILE
000300*     INTEGRITY SWEEP (INTEGCHK).  ONE RECORD PER EXCEPTION
000400*     CLASS, REWRITTEN ON EVERY SWEEP AND READ BY OPSUMARY
000500*     FOR THE MORNING SUMMARY.  IC-CHECKED IS THE NUMBER OF
000600*     RECORDS EXAMINED FOR THE CLASS, IC-EXCEPTIONS THE
000700*     NUMBER FOUND IN ERROR.  IC-CRITICAL "Y" MARKS A CLASS
000800*     THAT BREAKS REGISTRATION OR BILLING - ANY EXCEPTION IN
000900*     IT ENDS THE SWEEP RC 8 INSTEAD OF RC 4.
001000*----------------------------------------------------------
001100 01  INTEG-COUNT-REC.
001200     05  IC-RUN-DATE         PIC 9(8).
001300     05  IC-CLASS            PIC X(8).
001400     05  IC-LABEL            PIC X(22).
001500     05  IC-CRITICAL         PIC X(1).
001600         88  IC-IS-CRITICAL      VALUE "Y".
001700     05  IC-CHECKED          PIC 9(7).
001800     05  IC-EXCEPTIONS       PIC 9(7).
001900     05  FILLER              PIC X(27).
