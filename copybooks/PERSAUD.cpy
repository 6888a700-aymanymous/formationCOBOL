000100*----------------------------------------------------------
000200* PERSAUD - THE BEFORE/AFTER IMAGE CARRIED ON MNTAUDT FOR A
000300*     STUPERS UPDATE (MA-FILE "STUPERS ").  THE PERSON
000400*     RECORD IS WIDER THAN AN AUDIT IMAGE, SO ONE AUDIT
000500*     RECORD IS WRITTEN PER FIELD CHANGED, NAMING THE FIELD
000600*     WITH THE SAME CODES AS THE SIS CHANGE FEED (SISDEMO)
000700*     PLUS "NO" (NAME) AND "PR" (DECLARED PROGRAM).  AN ADD
000800*     OR A RETIRE IS ONE RECORD UNDER "NO".  PA-EFFECT-DATE
000900*     IS THE DATE THE CHANGE TOOK EFFECT - THE RUN DATE FOR
001000*     PERMAINT, THE SIS EFFECTIVE DATE FOR DEMPOST, WHICH
001100*     READS THE PERMAINT IMAGES BACK TO FIND LOCAL CHANGES
001200*     THE SIS FEED WOULD OTHERWISE OVERWRITE.  STUMERGE
001210*     WRITES THE SAME IMAGES FOR THE FIELDS A DUPLICATE
001220*     MERGE FILLS ON THE SURVIVOR AND FOR THE PERSON RETIRED.
001300*----------------------------------------------------------
001400 01  PERSON-AUDIT-IMAGE.
001500     05  PA-STUDENTID        PIC 9(7).
001600     05  PA-FIELD            PIC X(2).
001700         88  PA-FIELD-NOM        VALUE "NO".
001800         88  PA-FIELD-RUE        VALUE "RU".
001900         88  PA-FIELD-VILLE      VALUE "VI".
002000         88  PA-FIELD-POSTAL     VALUE "CP".
002100         88  PA-FIELD-TELEPHONE  VALUE "TE".
002200         88  PA-FIELD-COURRIEL   VALUE "CO".
002300         88  PA-FIELD-PROGRAM    VALUE "PR".
002400     05  PA-VALUE            PIC X(30).
002500     05  PA-EFFECT-DATE      PIC 9(8).
002600     05  FILLER              PIC X(33).
