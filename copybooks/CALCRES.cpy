000100*----------------------------------------------------------
000200* CALCRES - FINAL RESULT OF ONE CHAINED CALCULATION
000300*     (ARITHMETIQUE).  ONE RECORD PER CALCULATION ID WHOSE
000400*     STEPS ALL SUCCEEDED; A CHAIN WITH A FAILING STEP IS
000500*     REJECTED WHOLE AND WRITES NOTHING HERE.  CR-RESULT IS
000600*     THE RESULT OF THE LAST STEP (CR-LAST-STEP); EVERY STEP
000700*     IS ON CALCAUDT UNDER THE SAME CALCULATION ID.
000800*----------------------------------------------------------
000900 01  CALC-RESULT-REC.
001000     05  CR-CALC-ID          PIC X(8).
001100     05  CR-DATE             PIC 9(8).
001200     05  CR-TIME             PIC 9(8).
001300     05  CR-STEP-COUNT       PIC 9(3).
001400     05  CR-LAST-STEP        PIC 9(3).
001500     05  CR-RESULT           PIC S9(7).
001600     05  CR-USERID           PIC X(8).
001700     05  FILLER              PIC X(35).
