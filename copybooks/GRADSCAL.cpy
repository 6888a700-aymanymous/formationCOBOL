000100*----------------------------------------------------------
000200* GRADSCAL - RECORD LAYOUT FOR THE GRADE-SCALE KSDS
000300*     (GRADSCAL), KEYED ON THE 2-CHARACTER GRADE CODE - ONE
000400*     RECORD PER VALID GRADE, CARRYING ITS GRADE POINTS AND
000500*     WHETHER IT EARNS CREDIT AND WHETHER IT ENTERS THE
000600*     GRADE-POINT AVERAGE ("W " AND SIMILAR CODES COUNT
000700*     TOWARD NEITHER; "F " COUNTS TOWARD THE AVERAGE BUT
000800*     EARNS NO CREDIT).  MAINTAINED BY GRDMAINT.  GRADPOST
000900*     REJECTS A GRADE NOT ON THIS FILE; THE TERM-END
001000*     STANDING RUN (STANDING) WEIGHTS THE POINTS BY
001100*     CM-CREDIT-HOURS.
001200*----------------------------------------------------------
001300 01  GRADE-SCALE-REC.
001400     05  GS-GRADE            PIC X(2).
001500     05  GS-POINTS           PIC 9V99.
001600     05  GS-CREDIT-FLAG      PIC X(01).
001700         88  GS-COUNTS-CREDIT    VALUE "Y".
001800     05  GS-GPA-FLAG         PIC X(01).
001900         88  GS-COUNTS-GPA       VALUE "Y".
002000     05  GS-DESCRIPTION      PIC X(20).
002100     05  FILLER              PIC X(13).
