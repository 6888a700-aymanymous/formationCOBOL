000100*----------------------------------------------------------
000200* GRADEIN - RECORD LAYOUT OF THE GRADES FILE POSTED BY
000300*     GRADPOST - ONE GRADE PER STUDENT, COURSE AND SECTION.
000400*     THE SAME LAYOUT IS THE TURNAROUND ROSTER WRITTEN BY
000500*     GRDROST: EVERY REGISTRATION OF THE SECTION WITH
000600*     GI-GRADE BLANK FOR THE INSTRUCTOR TO COMPLETE, AND
000700*     GI-TERM, GI-INSTRID AND GI-NOM FILLED IN FOR THE
000800*     INSTRUCTOR'S BENEFIT.  GRADPOST IGNORES THOSE THREE
000900*     FIELDS AND PASSES OVER A RECORD STILL LEFT BLANK.
001000*----------------------------------------------------------
001100 01  GRADE-IN-REC.
001200     05  GI-STUDENTID        PIC 9(7).
001300     05  GI-COURSECODE       PIC X(4).
001400     05  GI-SECTION          PIC X(2).
001500     05  GI-GRADE            PIC X(2).
001600     05  GI-TERM             PIC X(5).
001700     05  GI-INSTRID          PIC 9(5).
001800     05  GI-NOM              PIC X(25).
001900     05  FILLER              PIC X(30).
