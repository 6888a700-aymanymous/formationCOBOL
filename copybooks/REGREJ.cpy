000400*     COSTS ONE CORRECTION, NOT A WHOLE NEW REGISTRATION.
000500*     WRITTEN BY ENTREE (AND BY RESUBMIT FOR RECORDS THAT
000600*     STILL FAIL), READ BACK BY THE RESUBMIT RUN.
000610*     RR-REJ-DATE IS THE DAY ENTREE FIRST REJECTED THE
000620*     REGISTRATION; RESUBMIT CARRIES IT FORWARD UNCHANGED SO
000630*     A RECORD THAT STILL FAILS IS NOT COUNTED AGAIN BY THE
000640*     OPERATOR ACTIVITY REPORT (OPERWEEK).  ZERO OR BLANK ON
000650*     RECORDS WRITTEN BEFORE THE DATE WAS KEPT.
000655*     REASON "A" IS A REGISTRATION KEYED BEFORE THE STUDENT'S
000660*     APPOINTMENT (REGAPPT).  RR-APPT-OVERRIDE IS LEFT BLANK
000665*     BY ENTREE; THE REGISTRAR PUTS THE ID OF A MAINTENANCE-
000670*     AUTHORITY OPERATOR THERE TO HAVE RESUBMIT FILE THE
000675*     RECORD AHEAD OF THE APPOINTMENT.
000700*----------------------------------------------------------
000800 01  REG-REJECT-REC.
000900     05  RR-STUDENTID        PIC 9(7).
001620         88  RR-REASON-CREDITS   VALUE "H".
001630         88  RR-REASON-CONFLICT  VALUE "T".
001640         88  RR-REASON-HOLD      VALUE "F".
001650         88  RR-REASON-APPT      VALUE "A".
001700     05  RR-OPERATOR-ID      PIC X(8).
001710     05  RR-REJ-DATE         PIC 9(8).
001720     05  RR-APPT-OVERRIDE    PIC X(8).
001800     05  FILLER              PIC X(31).
