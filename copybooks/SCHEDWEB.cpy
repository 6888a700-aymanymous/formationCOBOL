000100*----------------------------------------------------------
000200* SCHEDWEB - ONE SECTION OF THE PUBLISHED SCHEDULE OF
000300*     CLASSES, AS HANDED TO THE WEB TEAM (SCHEDCLS).  FIXED
000400*     WIDTH, ALL DISPLAY, IN COURSE/SECTION ORDER FOR ONE
000500*     TERM.  SW-MEET-DAYS IS CS-MEET-DAYS AS IS (ONE Y/N PER
000600*     WEEKDAY, LUNDI THROUGH DIMANCHE); TIMES ARE HHMM.
000700*     SW-INSTRID ZERO AND SW-INSTR-NOM BLANK MEAN THE
000800*     SECTION IS NOT YET ASSIGNED.  SW-OPEN-SEATS IS NEVER
000900*     NEGATIVE; SW-WAIT-COUNT IS THE WAITLIST DEPTH.
001000*----------------------------------------------------------
001100 01  SCHED-WEB-REC.
001200     05  SW-TERM             PIC X(5).
001300     05  SW-COURSECODE       PIC X(4).
001400     05  SW-SECTION          PIC X(2).
001500     05  SW-COURSENAME       PIC X(20).
001600     05  SW-MEET-DAYS        PIC X(7).
001700     05  SW-START-TIME       PIC 9(4).
001800     05  SW-END-TIME         PIC 9(4).
001900     05  SW-ROOM             PIC X(6).
002000     05  SW-START-DATE       PIC 9(8).
002100     05  SW-END-DATE         PIC 9(8).
002200     05  SW-INSTRID          PIC 9(5).
002300     05  SW-INSTR-NOM        PIC X(25).
002400     05  SW-MAX-SEATS        PIC 9(5).
002500     05  SW-OPEN-SEATS       PIC 9(5).
002600     05  SW-WAIT-COUNT       PIC 9(5).
002700     05  FILLER              PIC X(7).
