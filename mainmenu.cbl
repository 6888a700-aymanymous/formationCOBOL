003600*                  STUDENT BY FULL OR PARTIAL NAME THROUGH
003700*                  THE PERSON MASTER'S NAME INDEX.  QUITTER
003800*                  MOVED FROM 6 TO 7.
003810* 15/10/2026  AMN  THE ACTIVITY LOG LAYOUT MOVED TO THE OPERLOG
003820*                  COPYBOOK, SHARED WITH THE WEEKLY OPERATOR
003830*                  ACTIVITY REPORT (OPERWEEK).
003900*----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
006400*----------------------------------------------------------
006500 FD  OPER-LOG-FILE
006600     RECORDING MODE IS F.
006700 COPY OPERLOG.
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-PROF-STATUS                  PIC XX.
