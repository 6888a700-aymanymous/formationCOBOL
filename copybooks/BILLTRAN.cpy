000720*     ACTIVITY TO ONE BALANCE-FORWARD RECORD - "S" FOR A
000730*     DEBIT CARRIED FORWARD (DATED BY ITS AGING DATE SO THE
000740*     AGING SURVIVES THE ARCHIVE), "A" FOR A CREDIT.
000750*     REFUNDS ISSUED ("D") ARE WRITTEN BY THE REFUND
000760*     ISSUANCE RUN (REFISSUE) - THE CHEQUE RETURNS A CREDIT
000770*     BALANCE, SO "D" REDUCES THE PAYMENTS AND RAISES THE
000780*     BALANCE BACK TO ZERO.
000782*     THE PART OF A CHARGE A SPONSOR PAYS (SPAWARD) IS
000784*     TAKEN OFF THE STUDENT BY A "T" RECORD CARRYING THE
000786*     SPONSOR ID, AND THE PART OF IT GIVEN BACK ON A
000788*     WITHDRAWAL IS PUT BACK ON THE STUDENT BY A "U" RECORD
000790*     - THE SPONSOR INVOICE RUN (SPNINV) BILLS BOTH.
000792*     THE GENERAL-LEDGER EXTRACT (GLXTRCT) SENDS EVERY
000794*     RECORD EXCEPT "S"/"A" TO FINANCE ONCE, BY POSITION IN
000796*     THE FILE (SEE GLCTL).
000797*     THE ANNUAL TAX SLIP RUN (TAXRCPT) READS THE DETAIL OF
000798*     THE ARCHIVE AND THIS FILE TOGETHER (SEE TAXSLIP).
000800*----------------------------------------------------------
000900 01  BILL-TRANS-REC.
001000     05  BT-STUDENTID        PIC 9(7).
001500         88  BT-TYPE-PAYMENT     VALUE "P".
001510         88  BT-TYPE-FORWARD     VALUE "S".
001520         88  BT-TYPE-CREDIT-FWD  VALUE "A".
001530         88  BT-TYPE-REFUND      VALUE "D".
001540         88  BT-TYPE-SPONSORED   VALUE "T".
001550         88  BT-TYPE-SPONSOR-REV VALUE "U".
001600     05  BT-AMOUNT           PIC 9(05)V99.
001700     05  BT-DATE             PIC 9(8).
001750     05  BT-SPONSORID        PIC X(6).
001800     05  FILLER              PIC X(47).
