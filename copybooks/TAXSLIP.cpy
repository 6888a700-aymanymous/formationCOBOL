000100*----------------------------------------------------------
000200* TAXSLIP - ONE TUITION TAX SLIP (RELEVE 8 / T2202) KEPT
000300*     PER STUDENT PER CALENDAR YEAR, KEYED ON TX-KEY.  THE
000400*     ANNUAL RUN (TAXRCPT) WRITES IT WHEN THE ORIGINAL SLIP
000500*     IS ISSUED AND REWRITES IT WHEN A LATER RUN FOR THE
000600*     SAME YEAR FINDS DIFFERENT FIGURES AND ISSUES AN
000700*     AMENDED SLIP - THE FIGURES OF THE SLIP REPLACED ARE
000800*     KEPT IN TX-PRIOR-xxx.  AMOUNTS ARE THE ELIGIBLE
000900*     TUITION ACTUALLY PAID BY THE STUDENT IN THE YEAR;
001000*     MONTHS ARE THE MONTHS OF FULL-TIME AND PART-TIME
001100*     ENROLLMENT.
001200*----------------------------------------------------------
001300 01  TAX-SLIP-REC.
001400     05  TX-KEY.
001500         10  TX-YEAR         PIC 9(4).
001600         10  TX-STUDENTID    PIC 9(7).
001700     05  TX-STATUS           PIC X(01).
001800         88  TX-ORIGINAL         VALUE "O".
001900         88  TX-AMENDED          VALUE "A".
002000     05  TX-ELIGIBLE         PIC 9(07)V99.
002100     05  TX-FT-MONTHS        PIC 9(2).
002200     05  TX-PT-MONTHS        PIC 9(2).
002300     05  TX-ISSUE-DATE       PIC 9(8).
002400     05  TX-FIRST-DATE       PIC 9(8).
002500     05  TX-AMEND-COUNT      PIC 9(2).
002600     05  TX-PRIOR-ELIGIBLE   PIC 9(07)V99.
002700     05  TX-PRIOR-FT-MONTHS  PIC 9(2).
002800     05  TX-PRIOR-PT-MONTHS  PIC 9(2).
002900     05  FILLER              PIC X(24).
