000100*----------------------------------------------------------
000200* ACADSTND - RECORD LAYOUT FOR THE ACADEMIC-STANDING KSDS
000300*     (ACADSTND), KEYED ON STUDENTID PLUS TERM - ONE RECORD
000400*     PER STUDENT PER GRADED TERM.  WRITTEN BY THE TERM-END
000500*     STANDING RUN (STANDING) FROM THE COMPLETED-COURSE
000600*     HISTORY (CRSEHIST) AND THE GRADE SCALE (GRADSCAL):
000700*     EACH GRADE'S POINTS ARE WEIGHTED BY THE COURSE'S
000800*     CM-CREDIT-HOURS.  THE TERM FIGURES COVER THAT TERM'S
000900*     GRADES ONLY; THE CUMULATIVE FIGURES COVER EVERY TERM
001000*     UP TO AND INCLUDING IT.  A RERUN FOR THE SAME TERM
001100*     REPLACES THE RECORD.  READ BY TRANSCRP FOR THE GPA
001200*     LINES.
001300*----------------------------------------------------------
001400 01  ACAD-STANDING-REC.
001500     05  AS-KEY.
001600         10  AS-STUDENTID    PIC 9(7).
001700         10  AS-TERM         PIC X(5).
001800     05  AS-TERM-GPA-HOURS   PIC 9(03).
001900     05  AS-TERM-EARNED      PIC 9(03).
002000     05  AS-TERM-POINTS      PIC 9(05)V99.
002100     05  AS-TERM-GPA         PIC 9V99.
002200     05  AS-CUM-GPA-HOURS    PIC 9(04).
002300     05  AS-CUM-EARNED       PIC 9(04).
002400     05  AS-CUM-POINTS       PIC 9(06)V99.
002500     05  AS-CUM-GPA          PIC 9V99.
002600     05  AS-STANDING         PIC X(01).
002700         88  AS-DEANS-LIST       VALUE "D".
002800         88  AS-GOOD-STANDING    VALUE "G".
002900         88  AS-PROBATION        VALUE "P".
003000         88  AS-SUSPENSION       VALUE "S".
003100     05  AS-RUN-DATE         PIC 9(8).
003200     05  FILLER              PIC X(14).
