000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  TIMETBL.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  PERSONAL WEEKLY
001100*                  TIMETABLE FOR THE COUNTER.  ACCEPTS A
001200*                  STUDENTID CARD (COLS 1-7, OPTIONAL TERM IN
001300*                  COLS 8-12), TAKES THE STUDENT'S
001400*                  REGISTRATIONS FROM STUMAST AND THEIR
001500*                  SECTIONS FROM CRSESECT, AND PRINTS A GRID
001600*                  OF HALF-HOUR ROWS BY WEEKDAY LAID OUT FROM
001700*                  CS-MEET-DAYS AND THE MEETING HOURS,
001800*                  FOLLOWED BY THE LIST OF COURSES WITH ROOM
001900*                  AND DATES.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT STUDENT-MASTER ASSIGN TO STUMAST
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS SM-KEY
002800         ALTERNATE RECORD KEY IS SM-COURSECODE
002900             WITH DUPLICATES
003000         FILE STATUS IS WS-MAST-STATUS.
003100
003200     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CS-KEY
003600         FILE STATUS IS WS-SECT-STATUS.
003700
003800     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CM-COURSECODE
004200         FILE STATUS IS WS-CRSE-STATUS.
004300
004400     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS SP-STUDENTID
004800         ALTERNATE RECORD KEY IS SP-NOM
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-PERS-STATUS.
005100
005200     SELECT TIME-RPT-FILE ASSIGN TO TIMERPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800*----------------------------------------------------------
005900* STUDENT-MASTER - THE STUDENT'S REGISTRATIONS
006000*----------------------------------------------------------
006100 FD  STUDENT-MASTER.
006200 COPY STUDMAS.
006300
006400*----------------------------------------------------------
006500* COURSE-SECTION-FILE - MEETING DAYS, HOURS AND ROOM
006600*----------------------------------------------------------
006700 FD  COURSE-SECTION-FILE.
006800 COPY COURSECT.
006900
007000*----------------------------------------------------------
007100* COURSE-MASTER - COURSE NAMES
007200*----------------------------------------------------------
007300 FD  COURSE-MASTER.
007400 COPY COURSMAS.
007500
007600*----------------------------------------------------------
007700* STUDENT-PERSON-FILE - THE STUDENT'S FULL NAME
007800*----------------------------------------------------------
007900 FD  STUDENT-PERSON-FILE.
008000 COPY STUPERS.
008100
008200*----------------------------------------------------------
008300* TIME-RPT-FILE - THE PRINTED TIMETABLE
008400*----------------------------------------------------------
008500 FD  TIME-RPT-FILE
008600     RECORDING MODE IS F.
008700 01  TIME-RPT-REC                    PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000 01  WS-MAST-STATUS                  PIC XX.
009100     88  WS-MAST-OK                  VALUE "00", "02".
009200
009300 01  WS-SECT-STATUS                  PIC XX.
009400     88  WS-SECT-OK                  VALUE "00", "02".
009500
009600 01  WS-CRSE-STATUS                  PIC XX.
009700     88  WS-CRSE-OK                  VALUE "00".
009800
009900 01  WS-PERS-STATUS                  PIC XX.
010000     88  WS-PERS-OK                  VALUE "00".
010100     88  WS-PERS-NOTOPEN             VALUE "35".
010200
010300 01  WS-RPT-STATUS                   PIC XX.
010400     88  WS-RPT-OK                   VALUE "00".
010500
010600 01  WS-SWITCHES.
010700     05  WS-EOF-SW                   PIC X(01) VALUE "N".
010800         88  WS-EOF                  VALUE "Y".
010900     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
011000         88  WS-PERS-PRESENT         VALUE "Y".
011100
011200*----------------------------------------------------------
011300* WS-CONTROL-CARD - STUDENTID (COLS 1-7) AND AN OPTIONAL
011400*     TERM (COLS 8-12) - BLANK PRINTS EVERY REGISTRATION
011500*----------------------------------------------------------
011600 01  WS-CONTROL-CARD.
011700     05  WS-CARD-STUDENTID           PIC 9(7).
011800     05  WS-CARD-TERM                PIC X(5).
011900     05  FILLER                      PIC X(68).
012000
012100 01  WS-SUBSCRIPTS.
012200     05  WS-IX                       PIC 9(03) COMP.
012300     05  WS-DAY-IX                   PIC 9(03) COMP.
012400     05  WS-ROW                      PIC 9(03) COMP.
012500     05  WS-FIRST-ROW                PIC 9(03) COMP.
012600     05  WS-LAST-ROW                 PIC 9(03) COMP.
012700     05  WS-MIN-ROW                  PIC 9(03) COMP VALUE 99.
012800     05  WS-MAX-ROW                  PIC 9(03) COMP VALUE ZERO.
012900     05  WS-REG-MAX                  PIC 9(03) COMP VALUE ZERO.
013000
013100 01  WS-TIME-WORK.
013200     05  WS-HH                       PIC 9(02).
013300     05  WS-MM                       PIC 9(02).
013400     05  WS-START-MIN                PIC 9(04) COMP.
013500     05  WS-END-MIN                  PIC 9(04) COMP.
013600
013700 01  WS-CELL                         PIC X(9).
013800
013900* WEEKDAY LETTERS, LUNDI THROUGH DIMANCHE
014000 01  WS-DAY-LETTERS                  PIC X(7) VALUE "LMMJVSD".
014100
014200*----------------------------------------------------------
014300* WS-GRID - ONE ROW PER HALF HOUR OF THE DAY (ROW 1 IS
014400*     0000-0030), ONE CELL PER WEEKDAY
014500*----------------------------------------------------------
014600 01  WS-GRID.
014700     05  WS-GRID-ROW OCCURS 48 TIMES.
014800         10  WS-GRID-CELL            PIC X(9) OCCURS 7 TIMES.
014900
015000*----------------------------------------------------------
015100* WS-REG-TABLE - THE REGISTRATIONS PRINTED UNDER THE GRID
015200*----------------------------------------------------------
015300 01  WS-REG-TABLE.
015400     05  WS-REG-ENTRY OCCURS 30 TIMES.
015500         10  WS-REG-COURSE           PIC X(4).
015600         10  WS-REG-SECT             PIC X(2).
015700         10  WS-REG-NAME             PIC X(20).
015800         10  WS-REG-DAYS             PIC X(7).
015900         10  WS-REG-START-TIME       PIC 9(4).
016000         10  WS-REG-END-TIME         PIC 9(4).
016100         10  WS-REG-ROOM             PIC X(6).
016200         10  WS-REG-START-DATE       PIC 9(8).
016300         10  WS-REG-END-DATE         PIC 9(8).
016400         10  WS-REG-NOTE             PIC X(16).
016500
016600 01  WS-COUNTERS.
016700     05  WS-CONFLICT-COUNT           PIC 9(05) COMP VALUE ZERO.
016800     05  WS-UNSCHED-COUNT            PIC 9(05) COMP VALUE ZERO.
016900
017000 01  WS-HEADING-1.
017100     05  FILLER                      PIC X(45)
017200         VALUE "TIMETBL - HORAIRE PERSONNEL".
017300
017400 01  WS-HEADING-2.
017500     05  FILLER                      PIC X(10)
017600             VALUE "ETUDIANT  ".
017700     05  HDG-STUDENTID               PIC 9(7).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  HDG-NOM                     PIC X(25).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  HDG-TERM-LABEL              PIC X(08).
018200     05  HDG-TERM                    PIC X(5).
018300
018400 01  WS-GRID-HEADING.
018410     05  FILLER                      PIC X(36)
018420         VALUE "HEURE LUNDI     MARDI     MERCREDI  ".
018430     05  FILLER                      PIC X(44)
018440         VALUE "JEUDI     VENDREDI  SAMEDI    DIMANCHE".
018900
019000 01  WS-GRID-LINE.
019100     05  GRD-TIME                    PIC 9(4).
019110     05  FILLER                      PIC X(02).
019200     05  GRD-DAY OCCURS 7 TIMES.
019210         10  GRD-CELL                PIC X(9).
019300         10  FILLER                  PIC X(01).
019500
019600 01  WS-LIST-HEADING.
019700     05  FILLER                      PIC X(40)
019800         VALUE "COURS SECT NOM DU COURS          JOURS".
019900     05  FILLER                      PIC X(40)
020000         VALUE "   HEURES    SALLE".
020100
020200 01  WS-LIST-LINE.
020300     05  LST-COURSE                  PIC X(4).
020400     05  FILLER                      PIC X(02) VALUE SPACES.
020500     05  LST-SECT                    PIC X(2).
020600     05  FILLER                      PIC X(03) VALUE SPACES.
020700     05  LST-NAME                    PIC X(20).
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  LST-DAYS                    PIC X(7).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  LST-START-TIME              PIC 9(4).
021200     05  FILLER                      PIC X(01) VALUE "-".
021300     05  LST-END-TIME                PIC 9(4).
021400     05  FILLER                      PIC X(01) VALUE SPACES.
021500     05  LST-ROOM                    PIC X(6).
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  LST-NOTE                    PIC X(16).
021800
021900 01  WS-DATE-LINE.
022000     05  FILLER                      PIC X(11) VALUE SPACES.
022100     05  FILLER                      PIC X(03) VALUE "DU ".
022200     05  DAT-START-DATE              PIC 9(8).
022300     05  FILLER                      PIC X(04) VALUE " AU ".
022400     05  DAT-END-DATE                PIC 9(8).
022500
022600 01  WS-TRAILER-1.
022700     05  FILLER                      PIC X(25)
022800             VALUE "COURS INSCRITS        : ".
022900     05  TRL-COURSES                 PIC ZZZZ9.
023000
023100 01  WS-TRAILER-2.
023200     05  FILLER                      PIC X(25)
023300             VALUE "SANS HORAIRE FIXE     : ".
023400     05  TRL-UNSCHED                 PIC ZZZZ9.
023500
023600 01  WS-TRAILER-3.
023700     05  FILLER                      PIC X(25)
023800             VALUE "CASES EN CONFLIT      : ".
023900     05  TRL-CONFLICTS               PIC ZZZZ9.
024000
024100 PROCEDURE DIVISION.
024200*----------------------------------------------------------
024300* 0000-MAINLINE
024400*----------------------------------------------------------
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE
024700         THRU 1000-EXIT.
024800     PERFORM 2000-LOAD-REGISTRATION
024900         THRU 2000-EXIT
025000         UNTIL WS-EOF.
025100     PERFORM 4000-PRINT-GRID
025200         THRU 4000-EXIT.
025300     PERFORM 4500-PRINT-LIST
025400         THRU 4500-EXIT.
025500     PERFORM 8000-TERMINATE
025600         THRU 8000-EXIT.
025700     GOBACK.
025800
025900*----------------------------------------------------------
026000* 1000-INITIALIZE - READ THE STUDENTID CARD, OPEN THE FILES,
026100*     POSITION ON THE STUDENT'S FIRST REGISTRATION
026200*----------------------------------------------------------
026300 1000-INITIALIZE.
026400     ACCEPT WS-CONTROL-CARD
026500     IF WS-CARD-STUDENTID NOT NUMERIC
026600         DISPLAY "TIMETBL - STUDENTID INVALIDE : "
026700             WS-CONTROL-CARD (1:7)
026800         GO TO 9999-ABEND
026900     END-IF
027000     MOVE SPACES TO WS-GRID
027100     OPEN INPUT STUDENT-MASTER
027200     IF NOT WS-MAST-OK
027300         DISPLAY "TIMETBL - OUVERTURE STUMAST IMPOSSIBLE "
027400             WS-MAST-STATUS
027500         GO TO 9999-ABEND
027600     END-IF
027700     OPEN INPUT COURSE-SECTION-FILE
027800     IF NOT WS-SECT-OK
027900         DISPLAY "TIMETBL - OUVERTURE CRSESECT IMPOSSIBLE "
028000             WS-SECT-STATUS
028100         GO TO 9999-ABEND
028200     END-IF
028300     OPEN INPUT COURSE-MASTER
028400     IF NOT WS-CRSE-OK
028500         DISPLAY "TIMETBL - OUVERTURE CRSEMAST IMPOSSIBLE "
028600             WS-CRSE-STATUS
028700         GO TO 9999-ABEND
028800     END-IF
028900     OPEN INPUT STUDENT-PERSON-FILE
029000     IF WS-PERS-NOTOPEN
029100         MOVE "N" TO WS-PERS-PRESENT-SW
029200     ELSE
029300         IF NOT WS-PERS-OK
029400             DISPLAY "TIMETBL - OUVERTURE STUPERS IMPOSSIBLE "
029500                 WS-PERS-STATUS
029600             GO TO 9999-ABEND
029700         END-IF
029800     END-IF
029900     OPEN OUTPUT TIME-RPT-FILE
030000     IF NOT WS-RPT-OK
030100         DISPLAY "TIMETBL - OUVERTURE TIMERPT IMPOSSIBLE "
030200             WS-RPT-STATUS
030300         GO TO 9999-ABEND
030400     END-IF
030500     PERFORM 1100-WRITE-HEADINGS
030600         THRU 1100-EXIT
030700     MOVE WS-CARD-STUDENTID TO SM-STUDENTID
030800     MOVE SPACES TO SM-COURSECODE
030900     START STUDENT-MASTER KEY >= SM-KEY
031000     IF NOT WS-MAST-OK
031100         SET WS-EOF TO TRUE
031200         GO TO 1000-EXIT
031300     END-IF
031400     PERFORM 5000-READ-REGISTRATION
031500         THRU 5000-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------
032000* 1100-WRITE-HEADINGS - TITLE, STUDENT NAME AND TERM
032100*----------------------------------------------------------
032200 1100-WRITE-HEADINGS.
032300     MOVE WS-CARD-STUDENTID TO HDG-STUDENTID
032400     MOVE SPACES TO HDG-NOM
032500     IF WS-PERS-PRESENT
032600         MOVE WS-CARD-STUDENTID TO SP-STUDENTID
032700         READ STUDENT-PERSON-FILE
032800             INVALID KEY
032900                 MOVE SPACES TO HDG-NOM
033000             NOT INVALID KEY
033100                 MOVE SP-NOM TO HDG-NOM
033200         END-READ
033300     END-IF
033400     MOVE SPACES TO HDG-TERM-LABEL
033500     MOVE SPACES TO HDG-TERM
033600     IF WS-CARD-TERM NOT = SPACES
033700         MOVE "SESSION " TO HDG-TERM-LABEL
033800         MOVE WS-CARD-TERM TO HDG-TERM
033900     END-IF
034000     WRITE TIME-RPT-REC FROM WS-HEADING-1
034100     WRITE TIME-RPT-REC FROM WS-HEADING-2.
034200 1100-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------
034600* 2000-LOAD-REGISTRATION - ONE REGISTRATION OF THE STUDENT:
034700*     KEEP IT FOR THE LIST AND MARK ITS HOURS ON THE GRID
034800*----------------------------------------------------------
034900 2000-LOAD-REGISTRATION.
035000     IF SM-STUDENTID NOT = WS-CARD-STUDENTID
035100         SET WS-EOF TO TRUE
035200         GO TO 2000-EXIT
035300     END-IF
035400     MOVE SM-COURSECODE TO CS-COURSECODE
035500     MOVE SM-SECTION    TO CS-SECTION
035600     READ COURSE-SECTION-FILE
035700     IF NOT WS-SECT-OK
035800         MOVE SPACES TO COURSE-SECTION-REC
035900         MOVE SM-COURSECODE TO CS-COURSECODE
036000         MOVE SM-SECTION    TO CS-SECTION
036100         MOVE ZERO TO CS-START-TIME CS-END-TIME
036200         MOVE ZERO TO CS-START-DATE CS-END-DATE
036300     END-IF
036400     IF WS-CARD-TERM NOT = SPACES
036500         AND CS-TERM NOT = WS-CARD-TERM
036600         GO TO 2000-READ-NEXT
036700     END-IF
036800     IF WS-REG-MAX >= 30
036900         DISPLAY "TIMETBL - TABLE DES COURS SATUREE"
037000         GO TO 2000-READ-NEXT
037100     END-IF
037200     ADD 1 TO WS-REG-MAX
037300     PERFORM 2100-KEEP-REGISTRATION
037400         THRU 2100-EXIT
037500     PERFORM 3000-MARK-GRID
037600         THRU 3000-EXIT.
037700 2000-READ-NEXT.
037800     PERFORM 5000-READ-REGISTRATION
037900         THRU 5000-EXIT.
038000 2000-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------
038400* 2100-KEEP-REGISTRATION - THE LIST ENTRY, WITH THE COURSE
038500*     NAME AND THE MEETING DAYS AS LETTERS
038600*----------------------------------------------------------
038700 2100-KEEP-REGISTRATION.
038800     MOVE SM-COURSECODE TO WS-REG-COURSE (WS-REG-MAX)
038900     MOVE SM-SECTION    TO WS-REG-SECT (WS-REG-MAX)
039000     MOVE SM-COURSECODE TO CM-COURSECODE
039100     READ COURSE-MASTER
039200         INVALID KEY
039300             MOVE "COURS INCONNU" TO WS-REG-NAME (WS-REG-MAX)
039400         NOT INVALID KEY
039500             MOVE CM-COURSENAME TO WS-REG-NAME (WS-REG-MAX)
039600     END-READ
039700     MOVE ALL "-" TO WS-REG-DAYS (WS-REG-MAX)
039800     PERFORM 2200-LIST-DAY
039900         THRU 2200-EXIT
040000         VARYING WS-DAY-IX FROM 1 BY 1
040100         UNTIL WS-DAY-IX > 7
040200     MOVE ZERO TO WS-REG-START-TIME (WS-REG-MAX)
040300     MOVE ZERO TO WS-REG-END-TIME (WS-REG-MAX)
040400     IF CS-START-TIME NUMERIC AND CS-END-TIME NUMERIC
040500         MOVE CS-START-TIME TO WS-REG-START-TIME (WS-REG-MAX)
040600         MOVE CS-END-TIME   TO WS-REG-END-TIME (WS-REG-MAX)
040700     END-IF
040800     MOVE CS-ROOM       TO WS-REG-ROOM (WS-REG-MAX)
040900     MOVE CS-START-DATE TO WS-REG-START-DATE (WS-REG-MAX)
041000     MOVE CS-END-DATE   TO WS-REG-END-DATE (WS-REG-MAX)
041100     MOVE SPACES        TO WS-REG-NOTE (WS-REG-MAX).
041200 2100-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------
041600* 2200-LIST-DAY - THE WEEKDAY LETTER WHERE THE SECTION MEETS
041700*----------------------------------------------------------
041800 2200-LIST-DAY.
041900     IF CS-MEET-DAYS (WS-DAY-IX:1) = "Y"
042000         MOVE WS-DAY-LETTERS (WS-DAY-IX:1)
042100             TO WS-REG-DAYS (WS-REG-MAX) (WS-DAY-IX:1)
042200     END-IF.
042300 2200-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------
042700* 3000-MARK-GRID - THE HALF-HOUR ROWS THE SECTION COVERS ON
042800*     EACH OF ITS MEETING DAYS.  A SECTION WITH NO DAYS OR
042900*     NO SOUND HOURS IS LISTED ONLY.
043000*----------------------------------------------------------
043100 3000-MARK-GRID.
043200     IF CS-MEET-DAYS = SPACES
043300         OR CS-START-TIME NOT NUMERIC
043400         OR CS-END-TIME NOT NUMERIC
043500         OR CS-START-TIME NOT < CS-END-TIME
043600         OR CS-END-TIME > 2400
043700         ADD 1 TO WS-UNSCHED-COUNT
043800         MOVE "HORAIRE NON FIXE" TO WS-REG-NOTE (WS-REG-MAX)
043900         GO TO 3000-EXIT
044000     END-IF
044100     DIVIDE CS-START-TIME BY 100 GIVING WS-HH REMAINDER WS-MM
044200     COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
044300     DIVIDE CS-END-TIME BY 100 GIVING WS-HH REMAINDER WS-MM
044400     COMPUTE WS-END-MIN = WS-HH * 60 + WS-MM
044500     COMPUTE WS-FIRST-ROW = WS-START-MIN / 30 + 1
044600     COMPUTE WS-LAST-ROW = (WS-END-MIN - 1) / 30 + 1
044700     IF WS-FIRST-ROW < WS-MIN-ROW
044800         MOVE WS-FIRST-ROW TO WS-MIN-ROW
044900     END-IF
045000     IF WS-LAST-ROW > WS-MAX-ROW
045100         MOVE WS-LAST-ROW TO WS-MAX-ROW
045200     END-IF
045300     MOVE SPACES TO WS-CELL
045400     STRING CS-COURSECODE DELIMITED BY SIZE
045500            "-"           DELIMITED BY SIZE
045600            CS-SECTION    DELIMITED BY SIZE
045700         INTO WS-CELL
045800     END-STRING
045900     PERFORM 3100-MARK-DAY
046000         THRU 3100-EXIT
046100         VARYING WS-DAY-IX FROM 1 BY 1
046200         UNTIL WS-DAY-IX > 7.
046300 3000-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------
046700* 3100-MARK-DAY - ONE WEEKDAY OF THE SECTION
046800*----------------------------------------------------------
046900 3100-MARK-DAY.
047000     IF CS-MEET-DAYS (WS-DAY-IX:1) NOT = "Y"
047100         GO TO 3100-EXIT
047200     END-IF
047300     PERFORM 3200-MARK-CELL
047400         THRU 3200-EXIT
047500         VARYING WS-ROW FROM WS-FIRST-ROW BY 1
047600         UNTIL WS-ROW > WS-LAST-ROW.
047700 3100-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------
048100* 3200-MARK-CELL - ONE HALF HOUR; A CELL ALREADY TAKEN IS
048200*     MARKED AS A CONFLICT
048300*----------------------------------------------------------
048400 3200-MARK-CELL.
048500     IF WS-GRID-CELL (WS-ROW, WS-DAY-IX) = SPACES
048600         MOVE WS-CELL TO WS-GRID-CELL (WS-ROW, WS-DAY-IX)
048700     ELSE
048800         MOVE "*CONFLIT*" TO WS-GRID-CELL (WS-ROW, WS-DAY-IX)
048900         ADD 1 TO WS-CONFLICT-COUNT
049000     END-IF.
049100 3200-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------
049500* 4000-PRINT-GRID - THE ROWS FROM THE FIRST CLASS OF THE
049600*     WEEK TO THE LAST, EACH LABELLED WITH ITS START TIME
049700*----------------------------------------------------------
049800 4000-PRINT-GRID.
049900     MOVE SPACES TO TIME-RPT-REC
050000     WRITE TIME-RPT-REC
050100     IF WS-MAX-ROW = ZERO
050200         MOVE "AUCUN COURS A HORAIRE FIXE" TO TIME-RPT-REC
050300         WRITE TIME-RPT-REC
050400         GO TO 4000-EXIT
050500     END-IF
050600     WRITE TIME-RPT-REC FROM WS-GRID-HEADING
050700     PERFORM 4100-PRINT-ROW
050800         THRU 4100-EXIT
050900         VARYING WS-ROW FROM WS-MIN-ROW BY 1
051000         UNTIL WS-ROW > WS-MAX-ROW.
051100 4000-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------
051500* 4100-PRINT-ROW - ONE HALF-HOUR ROW OF THE GRID
051600*----------------------------------------------------------
051700 4100-PRINT-ROW.
051800     MOVE SPACES TO WS-GRID-LINE
051900     COMPUTE WS-START-MIN = (WS-ROW - 1) * 30
052000     DIVIDE WS-START-MIN BY 60 GIVING WS-HH REMAINDER WS-MM
052100     COMPUTE GRD-TIME = WS-HH * 100 + WS-MM
052200     PERFORM 4200-PRINT-CELL
052300         THRU 4200-EXIT
052400         VARYING WS-DAY-IX FROM 1 BY 1
052500         UNTIL WS-DAY-IX > 7
052600     WRITE TIME-RPT-REC FROM WS-GRID-LINE.
052700 4100-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------
053100* 4200-PRINT-CELL - ONE WEEKDAY CELL, A DOT WHEN FREE
053200*----------------------------------------------------------
053300 4200-PRINT-CELL.
053400     IF WS-GRID-CELL (WS-ROW, WS-DAY-IX) = SPACES
053500         MOVE "    ." TO GRD-CELL (WS-DAY-IX)
053600     ELSE
053700         MOVE WS-GRID-CELL (WS-ROW, WS-DAY-IX)
053800             TO GRD-CELL (WS-DAY-IX)
053900     END-IF.
054000 4200-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------
054400* 4500-PRINT-LIST - THE COURSES UNDER THE GRID
054500*----------------------------------------------------------
054600 4500-PRINT-LIST.
054700     MOVE SPACES TO TIME-RPT-REC
054800     WRITE TIME-RPT-REC
054900     WRITE TIME-RPT-REC FROM WS-LIST-HEADING
055000     MOVE ZERO TO WS-IX
055100     PERFORM 4600-PRINT-COURSE
055200         THRU 4600-EXIT
055300         WS-REG-MAX TIMES.
055400 4500-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------
055800* 4600-PRINT-COURSE - ONE COURSE LINE AND ITS DATES
055900*----------------------------------------------------------
056000 4600-PRINT-COURSE.
056100     ADD 1 TO WS-IX
056200     MOVE WS-REG-COURSE (WS-IX)     TO LST-COURSE
056300     MOVE WS-REG-SECT (WS-IX)       TO LST-SECT
056400     MOVE WS-REG-NAME (WS-IX)       TO LST-NAME
056500     MOVE WS-REG-DAYS (WS-IX)       TO LST-DAYS
056600     MOVE WS-REG-START-TIME (WS-IX) TO LST-START-TIME
056700     MOVE WS-REG-END-TIME (WS-IX)   TO LST-END-TIME
056800     MOVE WS-REG-ROOM (WS-IX)       TO LST-ROOM
056900     MOVE WS-REG-NOTE (WS-IX)       TO LST-NOTE
057000     WRITE TIME-RPT-REC FROM WS-LIST-LINE
057100     MOVE WS-REG-START-DATE (WS-IX) TO DAT-START-DATE
057200     MOVE WS-REG-END-DATE (WS-IX)   TO DAT-END-DATE
057300     WRITE TIME-RPT-REC FROM WS-DATE-LINE.
057400 4600-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------
057800* 5000-READ-REGISTRATION - NEXT STUMAST RECORD, SET EOF
057900*----------------------------------------------------------
058000 5000-READ-REGISTRATION.
058100     READ STUDENT-MASTER NEXT RECORD
058200         AT END
058300             SET WS-EOF TO TRUE
058400     END-READ.
058500 5000-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------
058900* 8000-TERMINATE - TRAILERS, CLOSE FILES
059000*----------------------------------------------------------
059100 8000-TERMINATE.
059200     MOVE SPACES TO TIME-RPT-REC
059300     WRITE TIME-RPT-REC
059400     MOVE WS-REG-MAX        TO TRL-COURSES
059500     MOVE WS-UNSCHED-COUNT  TO TRL-UNSCHED
059600     MOVE WS-CONFLICT-COUNT TO TRL-CONFLICTS
059700     WRITE TIME-RPT-REC FROM WS-TRAILER-1
059800     WRITE TIME-RPT-REC FROM WS-TRAILER-2
059900     WRITE TIME-RPT-REC FROM WS-TRAILER-3
060000     IF WS-REG-MAX = ZERO
060100         DISPLAY "TIMETBL - AUCUNE INSCRIPTION POUR "
060200             WS-CARD-STUDENTID
060300         MOVE 4 TO RETURN-CODE
060400     END-IF
060500     CLOSE STUDENT-MASTER
060600     CLOSE COURSE-SECTION-FILE
060700     CLOSE COURSE-MASTER
060800     IF WS-PERS-PRESENT
060900         CLOSE STUDENT-PERSON-FILE
061000     END-IF
061100     CLOSE TIME-RPT-FILE.
061200 8000-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------
061600* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
061700*----------------------------------------------------------
061800 9999-ABEND.
061900     DISPLAY "TIMETBL - ARRET ANORMAL DU TRAITEMENT".
062000     STOP RUN.
062100 END PROGRAM TIMETBL.
