000100*----------------------------------------------------------
000200* REGAPPT - RECORD LAYOUT FOR THE REGISTRATION APPOINTMENT
000300*     KSDS (REGAPPT), KEYED ON STUDENTID PLUS TERM - ONE
000400*     RECORD PER STUDENT PER TERM, WRITTEN BY THE APPOINTMENT
000500*     RUN (APPTGEN) FROM THE CREDIT HOURS EARNED ON THE
000600*     COURSE HISTORY (CRSEHIST), MOST HOURS FIRST.  ENTREE
000700*     AND RESUBMIT REFUSE WITH REASON "A" A REGISTRATION
000800*     KEYED BEFORE AP-APPT-DATE/AP-APPT-TIME (HHMM) FOR THE
000900*     SECTION'S TERM UNLESS A MAINTENANCE-AUTHORITY OPERATOR
001000*     OVERRIDES IT.  A STUDENT WITH NO RECORD FOR THE TERM
001100*     IS NOT HELD BACK.
001200*----------------------------------------------------------
001300 01  REG-APPT-REC.
001400     05  AP-KEY.
001500         10  AP-STUDENTID    PIC 9(7).
001600         10  AP-TERM         PIC X(5).
001700     05  AP-APPT-DATE        PIC 9(8).
001800     05  AP-APPT-TIME        PIC 9(4).
001900     05  AP-EARNED           PIC 9(4).
002000     05  AP-RANK             PIC 9(5).
002100     05  AP-RUN-DATE         PIC 9(8).
002200     05  FILLER              PIC X(19).
