000100*----------------------------------------------------------
000200* MAILMRG - ONE LETTER OR E-MAIL FOR THE MAIL-MERGE
000300*     INTERFACE, WRITTEN BY THE NIGHTLY NOTIFICATION STEP
000400*     (NOTIFMRG) FROM EACH NOTIFQ ENTRY.  MM-CHANNEL "E"
000500*     GOES TO MM-COURRIEL; "P" IS PRINTED AS A LETTER TO THE
000600*     POSTAL ADDRESS (THE STUDENT HAS NO USABLE E-MAIL).
000700*     MM-EVENT-TEXT IS THE FRENCH WORDING OF THE EVENT; THE
000800*     OTHER FIELDS ARE THE MERGE VARIABLES, BLANK WHEN THE
000900*     EVENT DOES NOT CARRY THEM.
001000*----------------------------------------------------------
001100 01  MAIL-MERGE-REC.
001200     05  MM-CHANNEL          PIC X(01).
001300     05  MM-STUDENTID        PIC 9(7).
001400     05  MM-NOM              PIC X(25).
001500     05  MM-COURRIEL         PIC X(30).
001600     05  MM-RUE              PIC X(25).
001700     05  MM-VILLE            PIC X(15).
001800     05  MM-CODE-POSTAL      PIC X(7).
001900     05  MM-EVENT            PIC X(2).
002000     05  MM-EVENT-TEXT       PIC X(30).
002100     05  MM-EVENT-DATE       PIC 9(8).
002200     05  MM-COURSECODE       PIC X(4).
002300     05  MM-COURSENAME       PIC X(20).
002400     05  MM-SECTION          PIC X(2).
002500     05  MM-NEW-SECTION      PIC X(2).
002600     05  MM-TERM             PIC X(5).
002700     05  MM-AMOUNT           PIC Z(6)9.99.
002800     05  MM-DETAIL           PIC X(15).
002900     05  FILLER              PIC X(12).
