004400*                  FOR ITS SUPPLIED LENGTH ONLY, CLAMPED TO 8.
004500* 22/08/2026  AMN  RESEQUENCED THE WHOLE PROGRAM - THE
004600*                  SPLICES HAD LEFT DUPLICATE NUMBERS.
004610* 15/10/2026  AMN  THE AUDIT RECORD'S CHAIN FIELDS ARE NOW
004620*                  BLANKED - A STAND-ALONE CALCULATION HAS NO
004630*                  CHAIN AND AUDTVRFY MUST NOT SEE ONE.
004700*----------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
021800     MOVE NUM1 TO CA-NUM1
021900     MOVE NUM2 TO CA-NUM2
022000     MOVE RESULT TO CA-RESULT
022010     MOVE SPACES TO CA-CHAIN-INFO
022100     WRITE CALC-AUDIT-REC
022200     ADD 1 TO WS-RC-WRITTEN-COUNT.
022300 2900-EXIT.
