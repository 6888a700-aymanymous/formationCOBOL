000100*----------------------------------------------------------
000200* REFUNDRG - RECORD LAYOUT FOR THE REFUND REGISTER KSDS
000300*     (REFUNDRG), KEYED ON THE CHEQUE NUMBER - ONE RECORD
000400*     PER REFUND ISSUED.  WRITTEN BY THE REFUND ISSUANCE
000500*     RUN (REFISSUE) TOGETHER WITH THE "D" BILLTRAN RECORD
000600*     THAT RETURNS THE CREDIT BALANCE; MARKED CLEARED BY
000700*     THE BANK RECONCILIATION RUN (REFRECON) FROM THE
000800*     BANK'S CLEARED-CHEQUE FILE.  A REFUND STILL
000900*     OUTSTANDING PAST THE STALE LIMIT IS LISTED FOR THE
001000*     BURSAR TO CANCEL OR REISSUE.
001100*----------------------------------------------------------
001200 01  REFUND-REG-REC.
001300     05  RG-CHEQUE-NO        PIC 9(8).
001400     05  RG-STUDENTID        PIC 9(7).
001500     05  RG-METHOD           PIC X(01).
001600         88  RG-METHOD-CHEQUE    VALUE "C".
001700         88  RG-METHOD-EFT       VALUE "E".
001800     05  RG-AMOUNT           PIC 9(05)V99.
001900     05  RG-ISSUE-DATE       PIC 9(8).
002000     05  RG-STATUS           PIC X(01).
002100         88  RG-OUTSTANDING      VALUE "O".
002200         88  RG-CLEARED          VALUE "C".
002300     05  RG-CLEAR-DATE       PIC 9(8).
002400     05  FILLER              PIC X(20).
