003800*                  START/END TIMES (HHMM).  SUPPLIED ON ADD
003900*                  AND CHANGE, EDITED FOR SOUNDNESS, AND
004000*                  SHOWN ON A SECOND AUDIT LINE.
004010* 15/10/2026  AMN  SECTIONS NOW CARRY A MINIMUM ENROLLMENT
004020*                  (CS-MIN-SEATS, CARD COLS 60-64; BLANK OR ZERO
004030*                  MEANS NO MINIMUM, BLANK BEING TESTED ON THE
004040*                  CARD COLUMNS).  IT MAY NOT EXCEED THE SEAT
004050*                  LIMIT AND IS LISTED WITH THE INSTRUCTOR.
004060*                  SECCANC CANCELS THE SECTIONS THAT FALL SHORT OF
004070*                  IT.
004100*----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
010300     05  ST-START-TIME               PIC 9(4).
010400     05  ST-END-TIME                 PIC 9(4).
010500     05  ST-INSTRID                  PIC 9(5).
010510     05  ST-MIN-SEATS                PIC 9(05).
010520     05  FILLER                      PIC X(16).
010700
010800*----------------------------------------------------------
010900* COURSE-SECTION-FILE - THE REFERENCE TABLE BEING MAINTAINED
027600     05  FILLER                      PIC X(08)
027700             VALUE "PROF    ".
027800     05  INS-INSTRID                 PIC 9(5).
027810     05  FILLER                      PIC X(16)
027820             VALUE "  MINIMUM REQUIS".
027830     05  INS-MIN-SEATS               PIC ZZZZ9.
027900
028000 01  WS-SCHED-LINE.
028100     05  FILLER                      PIC X(08)
047000     MOVE ST-START-TIME TO CS-START-TIME
047100     MOVE ST-END-TIME   TO CS-END-TIME
047200     MOVE ST-INSTRID    TO CS-INSTRID
047210     MOVE ST-MIN-SEATS  TO CS-MIN-SEATS
047300     MOVE ZERO          TO CS-CURRENT-COUNT
047400     WRITE COURSE-SECTION-REC
047500     IF WS-SECT-DUPLICATE
055100     MOVE ST-START-TIME TO CS-START-TIME
055200     MOVE ST-END-TIME   TO CS-END-TIME
055300     MOVE ST-INSTRID    TO CS-INSTRID
055310     MOVE ST-MIN-SEATS  TO CS-MIN-SEATS
055400     REWRITE COURSE-SECTION-REC
055500     IF NOT WS-SECT-OK
055600         DISPLAY "SECMAINT - REECRITURE CRSESECT IMPOSSIBLE "
061400     EXIT.
061500
061600*----------------------------------------------------------
061610* 4000-EDIT-FIELDS - DATES, SEAT LIMIT AND MINIMUM MUST BE
061620*     SOUND.  A BLANK MINIMUM IS TAKEN AS ZERO (NO MINIMUM).
061800*----------------------------------------------------------
061900 4000-EDIT-FIELDS.
062000     IF ST-MAX-SEATS NOT NUMERIC OR ST-MAX-SEATS = ZERO
062300             THRU 7100-EXIT
062400         GO TO 4000-EXIT
062500     END-IF
062510     IF MAINT-TRANS-REC (60:5) = SPACES
062520         MOVE ZERO TO ST-MIN-SEATS
062530     END-IF
062540     IF ST-MIN-SEATS NOT NUMERIC OR ST-MIN-SEATS > ST-MAX-SEATS
062550         MOVE "MINIMUM D INSCRITS INVALIDE" TO REJ-REASON
062560         PERFORM 7100-WRITE-REJECT
062570             THRU 7100-EXIT
062580         GO TO 4000-EXIT
062590     END-IF
062600     IF ST-START-DATE NOT NUMERIC OR ST-END-DATE NOT NUMERIC
062700         MOVE "DATES DE SESSION INVALIDES" TO REJ-REASON
062800         PERFORM 7100-WRITE-REJECT
093100     MOVE CS-END-TIME      TO SCH-END-TIME
093200     WRITE MAINT-LST-REC FROM WS-SCHED-LINE
093300     MOVE CS-INSTRID       TO INS-INSTRID
093310     MOVE CS-MIN-SEATS     TO INS-MIN-SEATS
093400     WRITE MAINT-LST-REC FROM WS-INSTR-LINE.
093500 7000-EXIT.
093600     EXIT.
