000400*     STUDENT WITH BILLING ACTIVITY - LIFETIME CHARGES,
000500*     LIFETIME PAYMENTS AND THE LIVE BALANCE - MAINTAINED
000600*     IN STEP WITH EVERY BILLTRAN WRITE BY ENTREE, WAITPROM,
000610*     RESUBMIT, DROPREG, STUMAINT, PAYPOST AND REFISSUE (WHICH
000620*     ALSO SELECTS THE CREDIT BALANCES TO REFUND).  PAYPOST
000800*     FLAGS ORPHANS AND OVERPAYMENTS FROM IT BY KEYED READ
000900*     AT ANY VOLUME, AND INQUIRY SHOWS THE BALANCE ON
001000*     SCREEN.  THE KSDS IS BUILT ONCE FROM THE LIFE-TO-DATE
001020*     BALBUILD.JCL) BEFORE THE KEYED READERS GO LIVE -
001030*     WITHOUT THAT LOAD EVERY PRE-CUTOVER CHARGE IS
001040*     INVISIBLE HERE.
001050*     THE GENERAL-LEDGER EXTRACT (GLXTRCT) PROVES THE
001060*     RECEIVABLE MOVEMENT IT SENDS AGAINST THE CHANGE IN THE
001070*     TOTAL OF AB-BALANCE.
001100*----------------------------------------------------------
001200 01  ACCOUNT-BAL-REC.
001300     05  AB-STUDENTID        PIC 9(7).
