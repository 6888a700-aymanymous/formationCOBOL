000100*----------------------------------------------------------
000200* PAYPLAN - RECORD LAYOUT FOR THE INSTALLMENT PAYMENT-PLAN
000300*     KSDS (PAYPLAN), KEYED ON STUDENTID.  ONE RECORD PER
000400*     STUDENT ON A PLAN, MAINTAINED BY THE BURSAR THROUGH
000500*     PLNMAINT.  PL-PLAN-TOTAL IS ALWAYS THE SUM OF THE
000600*     INSTALLMENTS; PL-START-DATE IS THE DAY THE PLAN WAS
000700*     AGREED - ONLY "P" PAYMENTS DATED FROM THAT DAY ON COUNT
000800*     TOWARD IT.  DUNNING AGES A PLAN STUDENT ON THE MISSED
000900*     INSTALLMENTS ONLY; PLNSTAT LISTS EVERY PLAN.
001000*----------------------------------------------------------
001100 01  PAY-PLAN-REC.
001200     05  PL-STUDENTID        PIC 9(7).
001300     05  PL-START-DATE       PIC 9(8).
001400     05  PL-PLAN-TOTAL       PIC 9(05)V99.
001500     05  PL-INST-COUNT       PIC 9(2).
001600     05  PL-INSTALLMENT OCCURS 8 TIMES.
001700         10  PL-DUE-DATE     PIC 9(8).
001800         10  PL-INST-AMOUNT  PIC 9(05)V99.
001900     05  FILLER              PIC X(16).
