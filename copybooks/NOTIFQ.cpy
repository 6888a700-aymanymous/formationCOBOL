000100*----------------------------------------------------------
000200* NOTIFQ - ONE STUDENT NOTIFICATION WAITING TO GO OUT.
000300*     EXTENDED BY EVERY RUN THAT DOES SOMETHING A STUDENT
000400*     SHOULD HEAR ABOUT - WAITPROM (SEAT PROMOTION), DROPREG
000500*     (WITHDRAWAL), DUNNING (FINANCIAL HOLD SET OR RELEASED),
000600*     GRADPOST (GRADE POSTED), SISACK (REGISTRATION REJECTED
000700*     BY THE SIS) AND SECCANC (SECTION CANCELLED).  THE
000800*     NIGHTLY MAIL-MERGE STEP (NOTIFMRG) ADDRESSES EACH ONE
000900*     FROM STUPERS, APPENDS IT TO THE SENT HISTORY WITH
001000*     NQ-SENT-DATE AND NQ-CHANNEL FILLED IN (THE SAME LAYOUT)
001100*     AND THE QUEUE IS THEN EMPTIED.  THE WRITERS LEAVE THE
001200*     TWO SENT FIELDS BLANK.
001300*     NQ-DETAIL BY EVENT: "GP" THE GRADE; "SR" THE SIS
001400*     REASON CODE; "SC" R (RE-REGISTERED IN NQ-NEW-SECTION),
001500*     W (WAITLISTED ON NQ-NEW-SECTION) OR N (NO OTHER
001600*     SECTION, OR DROPPED FROM ITS WAITLIST).  NQ-AMOUNT:
001650*     THE STUDENT'S SHARE OF THE FEE CHARGED ("WP"), THE
001660*     REFUND DUE TO THE STUDENT ("DR", "SC") OR THE BALANCE
001700*     BEHIND THE HOLD ("HS").
001900*----------------------------------------------------------
002000 01  NOTIFY-QUEUE-REC.
002100     05  NQ-STUDENTID        PIC 9(7).
002200     05  NQ-EVENT            PIC X(2).
002300         88  NQ-EVT-PROMOTED     VALUE "WP".
002400         88  NQ-EVT-DROPPED      VALUE "DR".
002500         88  NQ-EVT-HOLD-SET     VALUE "HS".
002600         88  NQ-EVT-HOLD-RELEASE VALUE "HR".
002700         88  NQ-EVT-GRADE        VALUE "GP".
002800         88  NQ-EVT-SIS-REJECT   VALUE "SR".
002900         88  NQ-EVT-CANCELLED    VALUE "SC".
003000     05  NQ-DATE             PIC 9(8).
003100     05  NQ-TIME             PIC 9(8).
003200     05  NQ-PROGRAM          PIC X(8).
003300     05  NQ-COURSECODE       PIC X(4).
003400     05  NQ-SECTION          PIC X(2).
003500     05  NQ-NEW-SECTION      PIC X(2).
003600     05  NQ-TERM             PIC X(5).
003700     05  NQ-AMOUNT           PIC S9(7)V99 COMP-3.
003800     05  NQ-DETAIL           PIC X(15).
003900     05  NQ-SENT-DATE        PIC 9(8).
004000     05  NQ-CHANNEL          PIC X(01).
004100         88  NQ-CHANNEL-EMAIL    VALUE "E".
004200         88  NQ-CHANNEL-POST     VALUE "P".
004300         88  NQ-CHANNEL-NONE     VALUE "N".
004400     05  FILLER              PIC X(5).
