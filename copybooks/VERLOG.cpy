000100*----------------------------------------------------------
000200* VERLOG - ONE RECORD PER ENROLLMENT VERIFICATION LETTER
000300*     ISSUED.  EXTENDED BY ENRVERIF AS EACH LETTER PRINTS,
000400*     WITH THE CREDIT HOURS AND THE FULL-TIME/PART-TIME
000500*     STATUS CERTIFIED AND THE THRESHOLD IN FORCE, SO "DID
000600*     WE CERTIFY THIS STUDENT ON THAT DATE, AND AS WHAT" IS
000700*     ANSWERED FROM THE LOG INSTEAD OF A FILED CARBON.
000800*----------------------------------------------------------
000900 01  VERIF-LOG-REC.
001000     05  VL-STUDENTID        PIC 9(7).
001100     05  VL-DATE             PIC 9(8).
001200     05  VL-TIME             PIC 9(8).
001300     05  VL-STATUS           PIC X(01).
001400         88  VL-FULL-TIME        VALUE "F".
001500         88  VL-PART-TIME        VALUE "P".
001600     05  VL-CREDIT-HOURS     PIC 9(3).
001700     05  VL-THRESHOLD        PIC 9(2).
001800     05  VL-COURSES          PIC 9(2).
001900     05  VL-PURPOSE          PIC X(20).
002000     05  FILLER              PIC X(29).
