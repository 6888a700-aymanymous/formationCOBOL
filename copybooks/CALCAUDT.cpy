000400*     CALCULATION EITHER PROGRAM PERFORMS IS TRACEABLE.
000500*     CA-USERID IS THE SIGNED-ON OPERATOR (OR "BATCH" WHEN
000600*     THE PROGRAM RAN AS A JOB STEP WITHOUT A PARM).
000610*     CA-CHAIN-INFO IS SET BY ARITHMETIQUE FOR A STEP OF A
000620*     CHAINED CALCULATION AND BLANK OTHERWISE: THE
000630*     CALCULATION ID AND STEP, AND FOR EACH OPERAND ITS
000640*     SOURCE (L LITERAL, E RESULT OF AN EARLIER STEP, R NAMED
000650*     REGISTER) WITH THE STEP IT CAME FROM, SO AUDTVRFY CAN
000660*     REPLAY THE CHAIN LINK BY LINK.
000700*----------------------------------------------------------
000800 01  CALC-AUDIT-REC.
000900     05  CA-DATE                 PIC 9(8).
001400     05  CA-NUM2                 PIC S9(7).
001500     05  CA-RESULT               PIC S9(7).
001600     05  CA-USERID               PIC X(8).
001610     05  CA-CHAIN-INFO.
001620         10  CA-CALC-ID          PIC X(8).
001630         10  CA-STEP             PIC 9(3).
001640         10  CA-SRC1             PIC X.
001650         10  CA-REF1-STEP        PIC 9(3).
001660         10  CA-SRC2             PIC X.
001670         10  CA-REF2-STEP        PIC 9(3).
001700     05  FILLER                  PIC X(3).
