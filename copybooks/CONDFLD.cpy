000100*----------------------------------------------------------
000200* CONDFLD - PER-FIELD COUNTS OF THE CHARACTER SCAN OF THE
000300*     MASTER FILES (CONDITIONS, MODE MAITRES).  ONE RECORD
000400*     PER FIELD SCANNED - SM-NOM FROM STUMAST, SP-NOM,
000500*     SP-RUE AND SP-VILLE FROM STUPERS - REWRITTEN ON EVERY
000600*     SCAN AND READ BY OPSUMARY FOR THE MORNING SUMMARY.
000700*     CF-BAD-RECS IS THE NUMBER OF RECORDS WITH AT LEAST ONE
000800*     OFFENDING CHARACTER IN THE FIELD, CF-BAD-CHARS THE
000900*     NUMBER OF OFFENDING CHARACTERS.
001000*----------------------------------------------------------
001100 01  CHAR-SCAN-COUNT-REC.
001200     05  CF-RUN-DATE         PIC 9(8).
001300     05  CF-FIELD            PIC X(8).
001400     05  CF-SCANNED          PIC 9(7).
001500     05  CF-BAD-RECS         PIC 9(7).
001600     05  CF-BAD-CHARS        PIC 9(7).
001700     05  FILLER              PIC X(43).
