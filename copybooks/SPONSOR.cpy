000100*----------------------------------------------------------
000200* SPONSOR - RECORD LAYOUT FOR THE SPONSOR MASTER KSDS
000300*     (SPONSOR), KEYED ON THE SPONSOR ID - ONE RECORD PER
000400*     EMPLOYER, GOVERNMENT AGENCY OR SCHOLARSHIP FUND THAT
000500*     PAYS ALL OR PART OF A STUDENT'S TUITION.  MAINTAINED
000600*     BY SPNMAINT.  THE SPONSOR INVOICE RUN (SPNINV) BILLS
000700*     EVERY "T" AND "U" BILLTRAN RECORD DATED AFTER THE
000800*     LAST INVOICE DATE AND THEN MOVES THE DATE FORWARD.
000900*----------------------------------------------------------
001000 01  SPONSOR-REC.
001100     05  SN-SPONSORID        PIC X(6).
001200     05  SN-TYPE             PIC X(01).
001300         88  SN-TYPE-EMPLOYER    VALUE "E".
001400         88  SN-TYPE-GOVERNMENT  VALUE "G".
001500         88  SN-TYPE-SCHOLARSHIP VALUE "B".
001600     05  SN-NAME             PIC X(25).
001700     05  SN-RUE              PIC X(25).
001800     05  SN-VILLE            PIC X(15).
001900     05  SN-CODE-POSTAL      PIC X(7).
002000     05  SN-LAST-INV-DATE    PIC 9(8).
002100     05  SN-BILLED-TOTAL     PIC S9(9)V99 COMP-3.
002200     05  FILLER              PIC X(20).
