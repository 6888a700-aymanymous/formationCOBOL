000200* STUDDTL - STUDENT REGISTRATION DETAIL LAYOUT, AS KEYED IN
000300*     AT THE ENTREE TERMINAL.  SHARED BY ENTREE AND BY THE
000400*     PROGRAMS THAT REPORT ON OR EXTRACT STUDENT-MASTER.
000500*     APPT-OVERRIDE "O" ASKS ENTREE TO FILE THE REGISTRATION
000510*     AHEAD OF THE STUDENT'S APPOINTMENT (REGAPPT) - HONOURED
000520*     ONLY FOR AN OPERATOR WITH MAINTENANCE AUTHORITY.
000530*----------------------------------------------------------
000600 01  STUDENTDETAILS.
000700     02  STUDENTID           PIC 9(7).
000800     02  NOM                 PIC X(10).
000910     02  SECTION-CODE        PIC X(2).
001000     02  GENDER              PIC X.
001010         88  GENDER-VALID        VALUE "M", "F", "X".
001020     02  APPT-OVERRIDE       PIC X.
001030         88  APPT-OVERRIDE-REQ   VALUE "O".
