000100*----------------------------------------------------------
000200* SPAWARD - RECORD LAYOUT FOR THE SPONSOR AWARD KSDS
000300*     (SPAWARD), KEYED ON STUDENT, TERM AND SPONSOR - ONE
000400*     RECORD PER SPONSOR TAKING ON PART OF A STUDENT'S FEES
000500*     FOR A TERM.  THE AWARD IS A PERCENTAGE OF EACH COURSE
000600*     FEE ("P") OR A FIXED AMOUNT FOR THE TERM ("M"), LIMITED
000700*     TO THE COURSES LISTED (ALL COURSES WHEN THE LIST IS
000800*     BLANK).  MAINTAINED BY AWDMAINT.
000900*     WHEN A REGISTRATION FILES (ENTREE, WAITPROM, RESUBMIT,
001000*     STUMAINT, SECCANC) THE SPONSORED SHARE OF THE FEE IS
001100*     MOVED OFF THE STUDENT BY A "T" BILLTRAN RECORD, AW-USED
001200*     GROWS AND THE SHARE IS NOTED AGAINST THE COURSE IN
001300*     AW-CHARGED; A WITHDRAWAL (DROPREG, STUMAINT, SECCANC)
001400*     GIVES THE REFUNDED PART OF THAT SHARE BACK BY A "U"
001500*     RECORD AND CLEARS THE COURSE ENTRY.
001600*----------------------------------------------------------
001700 01  SPONSOR-AWARD-REC.
001800     05  AW-KEY.
001900         10  AW-STUDENTID    PIC 9(7).
002000         10  AW-TERM         PIC X(5).
002100         10  AW-SPONSORID    PIC X(6).
002200     05  AW-BASIS            PIC X(01).
002300         88  AW-BASIS-PERCENT    VALUE "P".
002400         88  AW-BASIS-AMOUNT     VALUE "M".
002500     05  AW-PERCENT          PIC 9(3).
002600     05  AW-AMOUNT           PIC 9(05)V99.
002700     05  AW-USED             PIC 9(05)V99.
002800     05  AW-COURSE-LIST.
002900         10  AW-COURSE       PIC X(4) OCCURS 6 TIMES.
003000     05  AW-CHARGED OCCURS 10 TIMES.
003100         10  AW-CHG-COURSE   PIC X(4).
003200         10  AW-CHG-SHARE    PIC 9(05)V99.
003300     05  FILLER              PIC X(20).
