000100*----------------------------------------------------------
000200* PROGREQ - RECORD LAYOUT FOR THE PROGRAM-REQUIREMENTS KSDS
000300*     (PROGREQ), KEYED ON PROGRAM CODE PLUS POOL PLUS
000400*     COURSECODE.  FOR EACH PROGRAM:
000500*        POOL "00", COURSECODE SPACES - THE PROGRAM HEADER
000600*            (PROGRAM TITLE IN PR-DESCRIPTION)
000700*        POOL "00", A COURSECODE      - ONE REQUIRED COURSE
000800*        POOL "NN", COURSECODE SPACES - AN ELECTIVE POOL
000900*            HEADER WITH THE MINIMUM CREDIT HOURS TO TAKE
001000*            FROM THE POOL (PR-MIN-HOURS)
001100*        POOL "NN", A COURSECODE      - ONE COURSE OF THAT
001200*            ELECTIVE POOL
001300*     MAINTAINED BY PRGMAINT.  PERMAINT CHECKS THE DECLARED
001400*     PROGRAM (SP-PROGRAM) AGAINST THE HEADERS; THE DEGREE
001500*     AUDIT (DEGAUDIT) COMPARES A STUDENT'S COURSES WITH
001600*     THE REQUIREMENTS.
001700*----------------------------------------------------------
001800 01  PROGRAM-REQ-REC.
001900     05  PR-KEY.
002000         10  PR-PROGRAM      PIC X(6).
002100         10  PR-POOL         PIC X(2).
002200             88  PR-POOL-REQUIRED    VALUE "00".
002300         10  PR-COURSECODE   PIC X(4).
002400             88  PR-HEADER           VALUE SPACES.
002500     05  PR-DESCRIPTION      PIC X(30).
002600     05  PR-MIN-HOURS        PIC 9(03).
002700     05  FILLER              PIC X(35).
