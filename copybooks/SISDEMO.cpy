000100*----------------------------------------------------------
000200* SISDEMO - THE SIS DAILY PERSON-CHANGE FILE.  WHEN A
000300*     STUDENT UPDATES AN ADDRESS, PHONE OR E-MAIL IN THE SIS
000400*     PORTAL THE SIS SENDS ONE "D" DETAIL PER CHANGED FIELD
000500*     (STUDENTID, FIELD CODE, NEW VALUE, EFFECTIVE DATE)
000600*     BETWEEN AN "H" HEADER (FILE DATE) AND A "T" TRAILER
000700*     (DETAIL COUNT AND THE SUM OF THE STUDENTIDS AS A HASH
000800*     TOTAL).  DEMEDIT CHECKS THE FILE AND PASSES THE SOUND
000900*     DETAILS, IN THE SAME LAYOUT, TO DEMPOST, WHICH APPLIES
001000*     THEM TO STUPERS.  THE NAME AND DECLARED PROGRAM STAY
001100*     WITH THE REGISTRAR (PERMAINT) AND ARE NOT IN THE FEED.
001200*----------------------------------------------------------
001300 01  SIS-DEMO-REC.
001400     05  SD-REC-TYPE         PIC X(1).
001500         88  SD-TYPE-HEADER      VALUE "H".
001600         88  SD-TYPE-DETAIL      VALUE "D".
001700         88  SD-TYPE-TRAILER     VALUE "T".
001800     05  SD-DATA             PIC X(79).
001900     05  SD-HEADER REDEFINES SD-DATA.
002000         10  SD-HDR-DATE     PIC 9(8).
002100         10  FILLER          PIC X(71).
002200     05  SD-DETAIL REDEFINES SD-DATA.
002300         10  SD-STUDENTID    PIC 9(7).
002400         10  SD-EFFECT-DATE  PIC 9(8).
002500         10  SD-FIELD        PIC X(2).
002600             88  SD-FIELD-RUE        VALUE "RU".
002700             88  SD-FIELD-VILLE      VALUE "VI".
002800             88  SD-FIELD-POSTAL     VALUE "CP".
002900             88  SD-FIELD-TELEPHONE  VALUE "TE".
003000             88  SD-FIELD-COURRIEL   VALUE "CO".
003100         10  SD-VALUE        PIC X(30).
003200         10  FILLER          PIC X(32).
003300     05  SD-TRAILER REDEFINES SD-DATA.
003400         10  SD-TRL-COUNT    PIC 9(7).
003500         10  SD-TRL-ID-TOTAL PIC 9(12).
003600         10  FILLER          PIC X(60).
