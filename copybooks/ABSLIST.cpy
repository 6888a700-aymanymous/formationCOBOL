000100*----------------------------------------------------------
000200* ABSLIST - ONE RECORD PER STUDENT AND SECTION WHOSE
000300*     UNEXCUSED ABSENCES REACH THE THRESHOLD PERCENTAGE OF
000400*     THE MEETINGS RECORDED.  WRITTEN BY ABSRPT WITH THE
000500*     PRINTED REPORT, FOR THE ADVISORS' FOLLOW-UP AND AS THE
000600*     ATTENDANCE EVIDENCE SPONSORS ASK FOR - AL-SPONSORED
000700*     MARKS A STUDENT HOLDING A SPONSOR AWARD (SPAWARD) FOR
000800*     THE SECTION'S TERM.
000900*----------------------------------------------------------
001000 01  ABSENCE-LIST-REC.
001100     05  AL-STUDENTID        PIC 9(7).
001200     05  AL-COURSECODE       PIC X(4).
001300     05  AL-SECTION          PIC X(2).
001400     05  AL-TERM             PIC X(5).
001500     05  AL-INSTRID          PIC 9(5).
001600     05  AL-MEETINGS         PIC 9(3).
001700     05  AL-ABSENCES         PIC 9(3).
001800     05  AL-PERCENT          PIC 9(3).
001900     05  AL-THRESHOLD        PIC 9(3).
002000     05  AL-SPONSORED        PIC X(01).
002100         88  AL-IS-SPONSORED     VALUE "Y".
002200     05  AL-RUN-DATE         PIC 9(8).
002300     05  FILLER              PIC X(36).
