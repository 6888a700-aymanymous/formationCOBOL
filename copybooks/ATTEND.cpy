000100*----------------------------------------------------------
000200* ATTEND - RECORD LAYOUT FOR THE ATTENDANCE KSDS (ATTEND),
000300*     KEYED ON SECTION, MEETING DATE AND STUDENT - ONE
000400*     RECORD PER STUDENT PER SECTION MEETING.  LOADED BY
000500*     ATTLOAD FROM THE INSTRUCTORS' CLASS LISTS, EACH DATE
000600*     CHECKED AGAINST THE SECTION'S MEETING PATTERN ON
000700*     CRSESECT; READ BY THE ABSENCE REPORT (ABSRPT).  AN
000800*     EXCUSED ABSENCE ("E") IS NOT COUNTED AGAINST THE
000900*     STUDENT.
001000*----------------------------------------------------------
001100 01  ATTENDANCE-REC.
001200     05  AT-KEY.
001300         10  AT-COURSECODE   PIC X(4).
001400         10  AT-SECTION      PIC X(2).
001500         10  AT-MEET-DATE    PIC 9(8).
001600         10  AT-STUDENTID    PIC 9(7).
001700     05  AT-STATUS           PIC X(01).
001800         88  AT-PRESENT          VALUE "P".
001900         88  AT-ABSENT           VALUE "A".
002000         88  AT-EXCUSED          VALUE "E".
002100         88  AT-STATUS-VALID     VALUE "P" "A" "E".
002200     05  AT-LOAD-DATE        PIC 9(8).
002300     05  FILLER              PIC X(10).
