000100*----------------------------------------------------------
000200* TAXFILE - ONE RECORD OF THE TUITION TAX SLIP FILE SENT
000300*     TO THE GOVERNMENT BY TAXRCPT.  "H" HEADER (TAX YEAR,
000400*     RUN DATE, FILER NUMBER), "D" ONE SLIP ISSUED BY THE
000500*     RUN - "O" ORIGINAL OR "A" AMENDED, AN AMENDED SLIP
000600*     CARRYING THE FULL CORRECTED FIGURES - AND "T" SUMMARY
000700*     (SLIP COUNTS, TOTAL ELIGIBLE TUITION AND TOTAL MONTHS
000800*     OVER THE "D" RECORDS OF THE FILE).
000900*----------------------------------------------------------
001000 01  TAX-FILE-REC.
001100     05  TF-REC-TYPE         PIC X(1).
001200         88  TF-TYPE-HEADER      VALUE "H".
001300         88  TF-TYPE-DETAIL      VALUE "D".
001400         88  TF-TYPE-SUMMARY     VALUE "T".
001500     05  TF-DATA             PIC X(79).
001600     05  TF-HEADER REDEFINES TF-DATA.
001700         10  TF-HDR-YEAR     PIC 9(4).
001800         10  TF-HDR-RUN-DATE PIC 9(8).
001900         10  TF-HDR-FILER    PIC X(10).
002000         10  FILLER          PIC X(57).
002100     05  TF-DETAIL REDEFINES TF-DATA.
002200         10  TF-STUDENTID    PIC 9(7).
002300         10  TF-SLIP-TYPE    PIC X(1).
002400             88  TF-SLIP-ORIGINAL VALUE "O".
002500             88  TF-SLIP-AMENDED  VALUE "A".
002600         10  TF-NOM          PIC X(25).
002700         10  TF-CODE-POSTAL  PIC X(7).
002800         10  TF-ELIGIBLE     PIC 9(07)V99.
002900         10  TF-FT-MONTHS    PIC 9(2).
003000         10  TF-PT-MONTHS    PIC 9(2).
003100         10  FILLER          PIC X(26).
003200     05  TF-SUMMARY REDEFINES TF-DATA.
003300         10  TF-TRL-COUNT    PIC 9(7).
003400         10  TF-TRL-ORIGINAL PIC 9(7).
003500         10  TF-TRL-AMENDED  PIC 9(7).
003600         10  TF-TRL-ELIGIBLE PIC 9(11)V99.
003700         10  TF-TRL-FT-MONTHS PIC 9(7).
003800         10  TF-TRL-PT-MONTHS PIC 9(7).
003900         10  FILLER          PIC X(31).
