000100*----------------------------------------------------------
000200* OPERLOG - ONE LINE OF THE OPERATOR ACTIVITY LOG.  EXTENDED
000300*     BY MAINMENU ON EVERY SIGN-ON, SIGN-OFF, REFUSAL AND
000400*     LOCKOUT; READ BY THE WEEKLY OPERATOR ACTIVITY REPORT
000500*     (OPERWEEK), WHICH PAIRS EACH CONNEX WITH THE SAME
000600*     OPERATOR'S NEXT DECONNEX TO TIME THE SESSION.
000700*     OL-TIME IS HHMMSSHH AS ACCEPTED FROM TIME.
000800*----------------------------------------------------------
000900 01  OPER-LOG-REC.
001000     05  OL-DATE             PIC 9(8).
001100     05  OL-TIME             PIC 9(8).
001200     05  OL-OPERATOR-ID      PIC X(8).
001300     05  OL-ACTION           PIC X(8).
001400         88  OL-ACTION-SIGNON    VALUE "CONNEX  ".
001500         88  OL-ACTION-SIGNOFF   VALUE "DECONNEX".
001600         88  OL-ACTION-REFUSED   VALUE "REFUS   ".
001700         88  OL-ACTION-LOCKED    VALUE "BLOCAGE ".
001800     05  FILLER              PIC X(48).
