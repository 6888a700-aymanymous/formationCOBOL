000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GRDROST.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  GRADE ROSTERS AND THE
001100*                  MISSING-GRADE CHASE REPORT.  THE SECTIONS
001200*                  OF THE TERM ON THE CONTROL CARD ARE ORDERED
001300*                  BY INSTRUCTOR (CS-INSTRID) IN A WORKING
001400*                  TABLE, AS IN INSTROST, AND EACH SECTION'S
001500*                  REGISTRATIONS ARE READ ALONG THE STUMAST
001600*                  ALTERNATE INDEX ON COURSECODE.
001700*                  MODE "R" PRINTS A PRE-FILLED GRADE ROSTER
001800*                  PER SECTION, GROUPED BY INSTRUCTOR, AND
001900*                  WRITES THE SAME REGISTRATIONS TO A
002000*                  TURNAROUND FILE (GRDTURN) IN THE GRADEIN
002100*                  LAYOUT WITH THE GRADE LEFT BLANK, FOR THE
002200*                  INSTRUCTOR TO COMPLETE AND THE REGISTRAR TO
002300*                  FEED BACK TO GRADPOST.
002400*                  MODE "C", RUN AFTER GRADPOST, LISTS EACH
002500*                  SECTION AND INSTRUCTOR WITH THE STUDENTS
002600*                  STILL UNGRADED (STILL ON STUMAST) AND THE
002700*                  DAYS LEFT BEFORE TERMROLL ARCHIVES THEM AS
002800*                  WITHDRAWN.  A SECTION ALREADY PAST ITS END
002900*                  DATE IS FLAGGED AND SETS RETURN CODE 4.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CS-KEY
003900         FILE STATUS IS WS-SECT-STATUS.
004000
004100     SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS IN-INSTRID
004500         FILE STATUS IS WS-INST-STATUS.
004600
004700     SELECT STUDENT-MASTER ASSIGN TO STUMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SM-KEY
005100         ALTERNATE RECORD KEY IS SM-COURSECODE
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-MAST-STATUS.
005400
005500     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS SP-STUDENTID
005900         ALTERNATE RECORD KEY IS SP-NOM
006000             WITH DUPLICATES
006100         FILE STATUS IS WS-PERS-STATUS.
006200
006300     SELECT GRADE-TURN-FILE ASSIGN TO GRDTURN
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-TURN-STATUS.
006600
006700     SELECT GRADE-ROST-RPT-FILE ASSIGN TO GRDRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-RPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------
007400* COURSE-SECTION-FILE - EVERY SECTION, WITH ITS INSTRUCTOR
007500*     AND END DATE
007600*----------------------------------------------------------
007700 FD  COURSE-SECTION-FILE.
007800 COPY COURSECT.
007900
008000*----------------------------------------------------------
008100* INSTRUCTOR-MASTER - NAME FOR THE INSTRUCTOR HEADING
008200*----------------------------------------------------------
008300 FD  INSTRUCTOR-MASTER.
008400 COPY INSTMAS.
008500
008600*----------------------------------------------------------
008700* STUDENT-MASTER - THE SECTION'S REGISTRATIONS, I.E. THE
008800*     STUDENTS NOT YET GRADED
008900*----------------------------------------------------------
009000 FD  STUDENT-MASTER.
009100 COPY STUDMAS.
009200
009300*----------------------------------------------------------
009400* STUDENT-PERSON-FILE - FULL NAME PER STUDENT
009500*----------------------------------------------------------
009600 FD  STUDENT-PERSON-FILE.
009700 COPY STUPERS.
009800
009900*----------------------------------------------------------
010000* GRADE-TURN-FILE - THE TURNAROUND ROSTER, GRADEIN LAYOUT,
010100*     GRADE BLANK (MODE "R" ONLY)
010200*----------------------------------------------------------
010300 FD  GRADE-TURN-FILE
010400     RECORDING MODE IS F.
010500 COPY GRADEIN.
010600
010700*----------------------------------------------------------
010800* GRADE-ROST-RPT-FILE - THE PRINTED ROSTERS OR CHASE LIST
010900*----------------------------------------------------------
011000 FD  GRADE-ROST-RPT-FILE
011100     RECORDING MODE IS F.
011200 01  GRADE-ROST-RPT-REC              PIC X(80).
011300
011400 WORKING-STORAGE SECTION.
011500 01  WS-SECT-STATUS                  PIC XX.
011600     88  WS-SECT-OK                  VALUE "00", "02".
011700     88  WS-SECT-NOTOPEN             VALUE "35".
011800     88  WS-SECT-EOF                 VALUE "10".
011900
012000 01  WS-INST-STATUS                  PIC XX.
012100     88  WS-INST-OK                  VALUE "00".
012200     88  WS-INST-NOTOPEN             VALUE "35".
012300     88  WS-INST-NOTFOUND            VALUE "23".
012400
012500 01  WS-MAST-STATUS                  PIC XX.
012600     88  WS-MAST-OK                  VALUE "00", "02".
012700     88  WS-MAST-NOTOPEN             VALUE "35".
012800     88  WS-MAST-NOTFOUND            VALUE "23".
012900
013000 01  WS-PERS-STATUS                  PIC XX.
013100     88  WS-PERS-OK                  VALUE "00".
013200     88  WS-PERS-NOTOPEN             VALUE "35".
013300     88  WS-PERS-NOTFOUND            VALUE "23".
013400
013500 01  WS-TURN-STATUS                  PIC XX.
013600     88  WS-TURN-OK                  VALUE "00".
013700
013800 01  WS-RPT-STATUS                   PIC XX.
013900     88  WS-RPT-OK                   VALUE "00".
014000
014100*----------------------------------------------------------
014200* WS-CONTROL-CARD - COL 1 "R" PRINTS THE GRADE ROSTERS AND
014300*     WRITES THE TURNAROUND FILE; "C" PRINTS THE CHASE LIST
014400*     OF STUDENTS STILL UNGRADED.  COLS 2-6 THE TERM (BLANK
014500*     TAKES EVERY SECTION ON FILE).
014600*----------------------------------------------------------
014700 01  WS-CONTROL-CARD.
014800     05  WS-CARD-MODE                PIC X(1).
014900         88  WS-MODE-ROSTER          VALUE "R".
015000         88  WS-MODE-CHASE           VALUE "C".
015100     05  WS-CARD-TERM                PIC X(5).
015200     05  FILLER                      PIC X(74).
015300
015400 01  WS-SWITCHES.
015500     05  WS-EOF-SW                   PIC X(01) VALUE "N".
015600         88  WS-EOF                  VALUE "Y".
015700     05  WS-SCAN-EOF-SW              PIC X(01) VALUE "N".
015800         88  WS-SCAN-EOF             VALUE "Y".
015900     05  WS-INST-PRESENT-SW          PIC X(01) VALUE "Y".
016000         88  WS-INST-PRESENT         VALUE "Y".
016100     05  WS-MAST-PRESENT-SW          PIC X(01) VALUE "Y".
016200         88  WS-MAST-PRESENT         VALUE "Y".
016300     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
016400         88  WS-PERS-PRESENT         VALUE "Y".
016500     05  WS-HEADING-DUE-SW           PIC X(01) VALUE "N".
016600         88  WS-HEADING-DUE          VALUE "Y".
016700
016800 01  WS-SUBSCRIPTS.
016900     05  WS-IX                       PIC 9(03) COMP.
017000     05  WS-TBL-MAX                  PIC 9(03) COMP VALUE ZERO.
017100
017200 01  WS-CURRENT-INSTR                PIC 9(5) VALUE 99999.
017300 01  WS-PRINT-NOM                    PIC X(25).
017400 01  WS-DAYS-LEFT                    PIC S9(05) COMP.
017500
017600 01  WS-COUNTERS.
017700     05  WS-SECT-COUNT               PIC 9(05) COMP VALUE ZERO.
017800     05  WS-STUDENT-COUNT            PIC 9(05) COMP VALUE ZERO.
017900     05  WS-SECT-STUDENTS            PIC 9(05) COMP VALUE ZERO.
018000     05  WS-TURN-COUNT               PIC 9(05) COMP VALUE ZERO.
018100     05  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE ZERO.
018200
018300* YYMMDD
018400 01  CURRENTDATE.
018500     05  CURRENTYEAR                 PIC 9(4).
018600     05  CURRENTMONTH                PIC 99.
018700     05  CURRENTDAY                  PIC 99.
018800
018900 01  WS-RUN-DATE                     PIC 9(8).
019000
019100 01  WS-END-DATE.
019200     05  WS-END-YEAR                 PIC 9(4).
019300     05  WS-END-MONTH                PIC 99.
019400     05  WS-END-DAY                  PIC 99.
019500
019600*----------------------------------------------------------
019700* WS-SECT-TABLE - THE TERM'S SECTIONS, ORDERED BY INSTRUCTOR
019800*     THEN COURSE AND SECTION BEFORE PRINTING.  UNASSIGNED
019900*     SECTIONS CARRY INSTRID ZERO AND SORT TO THE TOP.
020000*----------------------------------------------------------
020100 01  WS-SECT-TABLE.
020200     05  WS-TBL-ENTRY OCCURS 1 TO 500 TIMES
020300         DEPENDING ON WS-TBL-MAX
020400         ASCENDING KEY IS WS-TBL-INSTRID WS-TBL-COURSE
020500             WS-TBL-SECT
020600         INDEXED BY WS-TBL-IX.
020700         10  WS-TBL-INSTRID          PIC 9(5).
020800         10  WS-TBL-COURSE           PIC X(4).
020900         10  WS-TBL-SECT             PIC X(2).
021000         10  WS-TBL-TERM             PIC X(5).
021100         10  WS-TBL-END-DATE         PIC 9(8).
021200
021300 01  WS-HEADING-1.
021400     05  FILLER                      PIC X(45)
021500         VALUE "GRDROST - LISTES DE NOTES PAR ENSEIGNANT".
021600
021700 01  WS-CHASE-HEADING-1.
021800     05  FILLER                      PIC X(45)
021900         VALUE "GRDROST - RELANCE DES NOTES MANQUANTES".
022000
022100 01  WS-HEADING-2.
022200     05  FILLER                      PIC X(20)
022300             VALUE "DATE DU TRAITEMENT: ".
022400     05  HDG-DAY                     PIC 99.
022500     05  FILLER                      PIC X(01) VALUE "/".
022600     05  HDG-MONTH                   PIC 99.
022700     05  FILLER                      PIC X(01) VALUE "/".
022800     05  HDG-YEAR                    PIC 9(4).
022900     05  FILLER                      PIC X(09)
023000             VALUE "  TERME: ".
023100     05  HDG-TERM                    PIC X(5).
023200
023210 01  WS-INSTR-SEP.
023220     05  FILLER                      PIC X(45) VALUE ALL "-".
023230
023300 01  WS-INSTR-HEADING.
023400     05  FILLER                      PIC X(13)
023500             VALUE "ENSEIGNANT : ".
023600     05  IH-INSTRID                  PIC 9(5).
023700     05  FILLER                      PIC X(02) VALUE SPACES.
023800     05  IH-NOM                      PIC X(25).
023900
024000 01  WS-UNASSIGNED-HEADING.
024100     05  FILLER                      PIC X(30) VALUE
024200         "SECTIONS SANS ENSEIGNANT".
024300
024400 01  WS-SECTION-HEADING.
024500     05  FILLER                      PIC X(08)
024600             VALUE "COURS : ".
024700     05  SH-COURSE                   PIC X(4).
024800     05  FILLER                      PIC X(10)
024900             VALUE "  SECTION ".
025000     05  SH-SECT                     PIC X(2).
025100     05  FILLER                      PIC X(09)
025200             VALUE "  TERME: ".
025300     05  SH-TERM                     PIC X(5).
025400     05  FILLER                      PIC X(07)
025500             VALUE "  FIN: ".
025600     05  SH-END-DAY                  PIC 99.
025700     05  FILLER                      PIC X(01) VALUE "/".
025800     05  SH-END-MONTH                PIC 99.
025900     05  FILLER                      PIC X(01) VALUE "/".
026000     05  SH-END-YEAR                 PIC 9(4).
026100
026200 01  WS-DAYS-LINE.
026300     05  FILLER                      PIC X(33)
026400             VALUE "  JOURS AVANT ARCHIVAGE TERMROLL:".
026500     05  DL-DAYS                     PIC ZZZZ9.
026600
026700 01  WS-OVERDUE-LINE.
026800     05  FILLER                      PIC X(50) VALUE
026900         "  ** ECHUE - ARCHIVEE AU PROCHAIN TERMROLL **".
027000
027100 01  WS-ROSTER-COLUMNS.
027200     05  FILLER                      PIC X(40)
027300             VALUE "  STUDENTID  NOM".
027400     05  FILLER                      PIC X(04) VALUE "NOTE".
027500
027600 01  WS-DETAIL-LINE.
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  DTL-STUDENTID               PIC 9(7).
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  DTL-NOM                     PIC X(25).
028100     05  FILLER                      PIC X(04) VALUE SPACES.
028200     05  DTL-GRADE-BOX               PIC X(04).
028300
028400 01  WS-SECT-TOTAL-LINE.
028500     05  FILLER                      PIC X(25)
028600             VALUE "  ETUDIANTS SANS NOTE : ".
028700     05  STL-STUDENTS                PIC ZZZZ9.
028800
028900 01  WS-TRAILER-1.
029000     05  FILLER                      PIC X(25)
029100             VALUE "SECTIONS IMPRIMEES    : ".
029200     05  TRL-SECTIONS                PIC ZZZZ9.
029300
029400 01  WS-TRAILER-2.
029500     05  FILLER                      PIC X(25)
029600             VALUE "ETUDIANTS LISTES      : ".
029700     05  TRL-STUDENTS                PIC ZZZZ9.
029800
029900 01  WS-TRAILER-3.
030000     05  FILLER                      PIC X(25)
030100             VALUE "LIGNES DE RETOUR      : ".
030200     05  TRL-TURN                    PIC ZZZZ9.
030300
030400 01  WS-TRAILER-4.
030500     05  FILLER                      PIC X(25)
030600             VALUE "SECTIONS ECHUES       : ".
030700     05  TRL-OVERDUE                 PIC ZZZZ9.
030800
030900 PROCEDURE DIVISION.
031000*----------------------------------------------------------
031100* 0000-MAINLINE
031200*----------------------------------------------------------
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE
031500         THRU 1000-EXIT.
031600     PERFORM 2000-COLLECT-SECTION
031700         THRU 2000-EXIT
031800         UNTIL WS-EOF.
031900     PERFORM 3000-PRINT-REPORT
032000         THRU 3000-EXIT.
032100     PERFORM 8000-TERMINATE
032200         THRU 8000-EXIT.
032300     GOBACK.
032400
032500*----------------------------------------------------------
032600* 1000-INITIALIZE - CONTROL CARD, OPEN FILES, HEADINGS,
032700*     PRIME THE FIRST READ
032800*----------------------------------------------------------
032900 1000-INITIALIZE.
033000     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
033100     MOVE CURRENTDATE TO WS-RUN-DATE
033200     ACCEPT WS-CONTROL-CARD
033300     IF NOT WS-MODE-ROSTER AND NOT WS-MODE-CHASE
033400         DISPLAY "GRDROST - CARTE DE CONTROLE INVALIDE : "
033500             WS-CARD-MODE
033600         GO TO 9999-ABEND
033700     END-IF
033800     OPEN OUTPUT GRADE-ROST-RPT-FILE
033900     IF NOT WS-RPT-OK
034000         DISPLAY "GRDROST - OUVERTURE GRDRPT IMPOSSIBLE "
034100             WS-RPT-STATUS
034200         GO TO 9999-ABEND
034300     END-IF
034400     IF WS-MODE-ROSTER
034500         OPEN OUTPUT GRADE-TURN-FILE
034600         IF NOT WS-TURN-OK
034700             DISPLAY "GRDROST - OUVERTURE GRDTURN IMPOSSIBLE "
034800                 WS-TURN-STATUS
034900             GO TO 9999-ABEND
035000         END-IF
035100         WRITE GRADE-ROST-RPT-REC FROM WS-HEADING-1
035200     ELSE
035300         WRITE GRADE-ROST-RPT-REC FROM WS-CHASE-HEADING-1
035400     END-IF
035500     MOVE CURRENTDAY   TO HDG-DAY
035600     MOVE CURRENTMONTH TO HDG-MONTH
035700     MOVE CURRENTYEAR  TO HDG-YEAR
035800     MOVE WS-CARD-TERM TO HDG-TERM
035900     IF WS-CARD-TERM = SPACES
036000         MOVE "TOUS" TO HDG-TERM
036100     END-IF
036200     WRITE GRADE-ROST-RPT-REC FROM WS-HEADING-2
036300     OPEN INPUT COURSE-SECTION-FILE
036400     IF WS-SECT-NOTOPEN
036500         DISPLAY "GRDROST - AUCUN FICHIER DE SECTIONS"
036600         SET WS-EOF TO TRUE
036700     ELSE
036800         IF NOT WS-SECT-OK
036900             DISPLAY "GRDROST - OUVERTURE CRSESECT IMPOSSIBLE "
037000                 WS-SECT-STATUS
037100             GO TO 9999-ABEND
037200         END-IF
037300         PERFORM 5000-READ-SECTION
037400             THRU 5000-EXIT
037500     END-IF
037600     OPEN INPUT INSTRUCTOR-MASTER
037700     IF WS-INST-NOTOPEN
037800         DISPLAY "GRDROST - AUCUN FICHIER ENSEIGNANT"
037900         MOVE "N" TO WS-INST-PRESENT-SW
038000     ELSE
038100         IF NOT WS-INST-OK
038200             DISPLAY "GRDROST - OUVERTURE INSTMAST IMPOSSIBLE "
038300                 WS-INST-STATUS
038400             GO TO 9999-ABEND
038500         END-IF
038600     END-IF
038700     OPEN INPUT STUDENT-MASTER
038800     IF WS-MAST-NOTOPEN
038900         DISPLAY "GRDROST - AUCUN FICHIER ETUDIANT"
039000         MOVE "N" TO WS-MAST-PRESENT-SW
039100     ELSE
039200         IF NOT WS-MAST-OK
039300             DISPLAY "GRDROST - OUVERTURE STUMAST IMPOSSIBLE "
039400                 WS-MAST-STATUS
039500             GO TO 9999-ABEND
039600         END-IF
039700     END-IF
039800     OPEN INPUT STUDENT-PERSON-FILE
039900     IF WS-PERS-NOTOPEN
040000         MOVE "N" TO WS-PERS-PRESENT-SW
040100     ELSE
040200         IF NOT WS-PERS-OK
040300             DISPLAY "GRDROST - OUVERTURE STUPERS IMPOSSIBLE "
040400                 WS-PERS-STATUS
040500             GO TO 9999-ABEND
040600         END-IF
040700     END-IF.
040800 1000-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------
041200* 2000-COLLECT-SECTION - BUFFER ONE SECTION OF THE TERM FOR
041300*     THE SORT
041400*----------------------------------------------------------
041500 2000-COLLECT-SECTION.
041600     IF WS-CARD-TERM NOT = SPACES
041700         AND CS-TERM NOT = WS-CARD-TERM
041800         GO TO 2000-NEXT
041900     END-IF
042000     IF WS-TBL-MAX >= 500
042100         DISPLAY "GRDROST - TABLE DES SECTIONS SATUREE"
042200         SET WS-EOF TO TRUE
042300         GO TO 2000-EXIT
042400     END-IF
042500     ADD 1 TO WS-TBL-MAX
042600     IF CS-INSTRID NUMERIC
042700         MOVE CS-INSTRID TO WS-TBL-INSTRID (WS-TBL-MAX)
042800     ELSE
042900         MOVE ZERO TO WS-TBL-INSTRID (WS-TBL-MAX)
043000     END-IF
043100     MOVE CS-COURSECODE TO WS-TBL-COURSE (WS-TBL-MAX)
043200     MOVE CS-SECTION    TO WS-TBL-SECT (WS-TBL-MAX)
043300     MOVE CS-TERM       TO WS-TBL-TERM (WS-TBL-MAX)
043400     IF CS-END-DATE NUMERIC
043500         MOVE CS-END-DATE TO WS-TBL-END-DATE (WS-TBL-MAX)
043600     ELSE
043700         MOVE ZERO TO WS-TBL-END-DATE (WS-TBL-MAX)
043800     END-IF.
043900 2000-NEXT.
044000     PERFORM 5000-READ-SECTION
044100         THRU 5000-EXIT.
044200 2000-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------
044600* 3000-PRINT-REPORT - THE ORDERED TABLE, BREAKING ON
044700*     INSTRUCTOR.  INSTRID ZERO PRINTS FIRST UNDER THE
044800*     UNASSIGNED HEADING.
044900*----------------------------------------------------------
045000 3000-PRINT-REPORT.
045100     IF WS-TBL-MAX = ZERO
045200         GO TO 3000-EXIT
045300     END-IF
045400     SORT WS-TBL-ENTRY
045500         ASCENDING KEY WS-TBL-INSTRID WS-TBL-COURSE
045600             WS-TBL-SECT
045700     MOVE 99999 TO WS-CURRENT-INSTR
045800     MOVE ZERO TO WS-IX
045900     PERFORM 3100-PRINT-SECTION
046000         THRU 3100-EXIT
046100         WS-TBL-MAX TIMES.
046200 3000-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------
046600* 3100-PRINT-SECTION - ONE SECTION WITH ITS REGISTRATIONS.
046700*     THE ROSTER PRINTS EVERY SECTION; THE CHASE LIST HOLDS
046800*     THE HEADINGS BACK UNTIL AN UNGRADED STUDENT TURNS UP.
046900*----------------------------------------------------------
047000 3100-PRINT-SECTION.
047100     ADD 1 TO WS-IX
047200     MOVE ZERO TO WS-SECT-STUDENTS
047300     SET WS-HEADING-DUE TO TRUE
047400     IF WS-MODE-ROSTER
047500         PERFORM 3150-PRINT-HEADINGS
047600             THRU 3150-EXIT
047700     END-IF
047800     PERFORM 3300-LIST-STUDENTS
047900         THRU 3300-EXIT
048000     IF WS-MODE-CHASE AND WS-SECT-STUDENTS > ZERO
048100         MOVE WS-SECT-STUDENTS TO STL-STUDENTS
048200         WRITE GRADE-ROST-RPT-REC FROM WS-SECT-TOTAL-LINE
048300     END-IF.
048400 3100-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------
048800* 3150-PRINT-HEADINGS - INSTRUCTOR HEADING ON A CHANGE, THEN
048900*     THE SECTION HEADING; ON THE CHASE LIST THE DAYS LEFT
049000*     BEFORE TERMROLL, WHICH ARCHIVES A SECTION THE FIRST RUN
049100*     AFTER ITS END DATE
049200*----------------------------------------------------------
049300 3150-PRINT-HEADINGS.
049400     MOVE "N" TO WS-HEADING-DUE-SW
049500     IF WS-TBL-INSTRID (WS-IX) NOT = WS-CURRENT-INSTR
049600         MOVE WS-TBL-INSTRID (WS-IX) TO WS-CURRENT-INSTR
049700         PERFORM 3200-PRINT-INSTRUCTOR
049800             THRU 3200-EXIT
049900     END-IF
050000     MOVE WS-TBL-COURSE (WS-IX)   TO SH-COURSE
050100     MOVE WS-TBL-SECT (WS-IX)     TO SH-SECT
050200     MOVE WS-TBL-TERM (WS-IX)     TO SH-TERM
050300     MOVE WS-TBL-END-DATE (WS-IX) TO WS-END-DATE
050400     MOVE WS-END-DAY   TO SH-END-DAY
050500     MOVE WS-END-MONTH TO SH-END-MONTH
050600     MOVE WS-END-YEAR  TO SH-END-YEAR
050700     WRITE GRADE-ROST-RPT-REC FROM WS-SECTION-HEADING
050800     ADD 1 TO WS-SECT-COUNT
050900     IF WS-MODE-ROSTER
051000         WRITE GRADE-ROST-RPT-REC FROM WS-ROSTER-COLUMNS
051100         GO TO 3150-EXIT
051200     END-IF
051300     IF WS-TBL-END-DATE (WS-IX) < WS-RUN-DATE
051400         WRITE GRADE-ROST-RPT-REC FROM WS-OVERDUE-LINE
051500         ADD 1 TO WS-OVERDUE-COUNT
051600         GO TO 3150-EXIT
051700     END-IF
051800     COMPUTE WS-DAYS-LEFT =
051900         FUNCTION INTEGER-OF-DATE (WS-TBL-END-DATE (WS-IX))
052000         - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
052100     MOVE WS-DAYS-LEFT TO DL-DAYS
052200     WRITE GRADE-ROST-RPT-REC FROM WS-DAYS-LINE.
052300 3150-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------
052700* 3200-PRINT-INSTRUCTOR - THE INSTRUCTOR HEADING, WITH THE
052800*     NAME FROM THE MASTER WHEN ON FILE.  EACH INSTRUCTOR'S
052900*     ROSTERS START BEHIND A SEPARATOR RULE.
053000*----------------------------------------------------------
053100 3200-PRINT-INSTRUCTOR.
053200     IF WS-CURRENT-INSTR = ZERO
053300         WRITE GRADE-ROST-RPT-REC FROM WS-UNASSIGNED-HEADING
053400         GO TO 3200-EXIT
053500     END-IF
053600     MOVE WS-CURRENT-INSTR TO IH-INSTRID
053700     MOVE SPACES TO IH-NOM
053800     IF WS-INST-PRESENT
053900         MOVE WS-CURRENT-INSTR TO IN-INSTRID
054000         READ INSTRUCTOR-MASTER
054100         IF WS-INST-OK
054200             MOVE IN-NOM TO IH-NOM
054300         ELSE
054400             MOVE "ENSEIGNANT INCONNU" TO IH-NOM
054500         END-IF
054600     END-IF
054700     IF WS-MODE-ROSTER
054800         WRITE GRADE-ROST-RPT-REC FROM WS-INSTR-SEP
055000     END-IF
055100     WRITE GRADE-ROST-RPT-REC FROM WS-INSTR-HEADING.
055300 3200-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------
055700* 3300-LIST-STUDENTS - THE SECTION'S REGISTRATIONS ALONG
055800*     THE COURSE ALTERNATE INDEX
055900*----------------------------------------------------------
056000 3300-LIST-STUDENTS.
056100     IF NOT WS-MAST-PRESENT
056200         GO TO 3300-EXIT
056300     END-IF
056400     MOVE "N" TO WS-SCAN-EOF-SW
056500     MOVE WS-TBL-COURSE (WS-IX) TO SM-COURSECODE
056600     START STUDENT-MASTER KEY >= SM-COURSECODE
056700     IF NOT WS-MAST-OK
056800         GO TO 3300-EXIT
056900     END-IF
057000     PERFORM 3400-LIST-ONE-STUDENT
057100         THRU 3400-EXIT
057200         UNTIL WS-SCAN-EOF.
057300 3300-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------
057700* 3400-LIST-ONE-STUDENT - ONE RECORD ALONG THE COURSE PATH;
057800*     ON THE ROSTER ALSO ITS TURNAROUND RECORD
057900*----------------------------------------------------------
058000 3400-LIST-ONE-STUDENT.
058100     READ STUDENT-MASTER NEXT RECORD
058200         AT END
058300             SET WS-SCAN-EOF TO TRUE
058400             GO TO 3400-EXIT
058500     END-READ
058600     IF SM-COURSECODE NOT = WS-TBL-COURSE (WS-IX)
058700         SET WS-SCAN-EOF TO TRUE
058800         GO TO 3400-EXIT
058900     END-IF
059000     IF SM-SECTION NOT = WS-TBL-SECT (WS-IX)
059100         GO TO 3400-EXIT
059200     END-IF
059300     IF WS-HEADING-DUE
059400         PERFORM 3150-PRINT-HEADINGS
059500             THRU 3150-EXIT
059600     END-IF
059700     MOVE SM-NOM TO WS-PRINT-NOM
059800     IF WS-PERS-PRESENT
059900         MOVE SM-STUDENTID TO SP-STUDENTID
060000         READ STUDENT-PERSON-FILE
060100         IF WS-PERS-OK
060200             MOVE SP-NOM TO WS-PRINT-NOM
060300         END-IF
060400     END-IF
060500     MOVE SM-STUDENTID TO DTL-STUDENTID
060600     MOVE WS-PRINT-NOM TO DTL-NOM
060700     MOVE SPACES TO DTL-GRADE-BOX
060800     IF WS-MODE-ROSTER
060900         MOVE "[  ]" TO DTL-GRADE-BOX
061000     END-IF
061100     WRITE GRADE-ROST-RPT-REC FROM WS-DETAIL-LINE
061200     ADD 1 TO WS-STUDENT-COUNT
061300     ADD 1 TO WS-SECT-STUDENTS
061400     IF WS-MODE-ROSTER
061500         PERFORM 3500-WRITE-TURNAROUND
061600             THRU 3500-EXIT
061700     END-IF.
061800 3400-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------
062200* 3500-WRITE-TURNAROUND - ONE GRADEIN RECORD FOR THE
062300*     REGISTRATION, GRADE LEFT BLANK
062400*----------------------------------------------------------
062500 3500-WRITE-TURNAROUND.
062600     MOVE SPACES TO GRADE-IN-REC
062700     MOVE SM-STUDENTID            TO GI-STUDENTID
062800     MOVE SM-COURSECODE           TO GI-COURSECODE
062900     MOVE SM-SECTION              TO GI-SECTION
063000     MOVE WS-TBL-TERM (WS-IX)     TO GI-TERM
063100     MOVE WS-TBL-INSTRID (WS-IX)  TO GI-INSTRID
063200     MOVE WS-PRINT-NOM            TO GI-NOM
063300     WRITE GRADE-IN-REC
063400     IF NOT WS-TURN-OK
063500         DISPLAY "GRDROST - ECRITURE GRDTURN IMPOSSIBLE "
063600             WS-TURN-STATUS
063700         GO TO 9999-ABEND
063800     END-IF
063900     ADD 1 TO WS-TURN-COUNT.
064000 3500-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------
064400* 5000-READ-SECTION - READ THE NEXT SECTION, SET EOF
064500*----------------------------------------------------------
064600 5000-READ-SECTION.
064700     READ COURSE-SECTION-FILE NEXT RECORD
064800         AT END
064900             SET WS-EOF TO TRUE
065000     END-READ.
065100 5000-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------
065500* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
065600*----------------------------------------------------------
065700 8000-TERMINATE.
065800     MOVE WS-SECT-COUNT    TO TRL-SECTIONS
065900     MOVE WS-STUDENT-COUNT TO TRL-STUDENTS
066000     WRITE GRADE-ROST-RPT-REC FROM WS-TRAILER-1
066100     WRITE GRADE-ROST-RPT-REC FROM WS-TRAILER-2
066200     IF WS-MODE-ROSTER
066300         MOVE WS-TURN-COUNT TO TRL-TURN
066400         WRITE GRADE-ROST-RPT-REC FROM WS-TRAILER-3
066500         CLOSE GRADE-TURN-FILE
066600     ELSE
066700         MOVE WS-OVERDUE-COUNT TO TRL-OVERDUE
066800         WRITE GRADE-ROST-RPT-REC FROM WS-TRAILER-4
066900         IF WS-OVERDUE-COUNT > ZERO
067000             MOVE 4 TO RETURN-CODE
067100         END-IF
067200     END-IF
067300     IF NOT WS-SECT-NOTOPEN
067400         CLOSE COURSE-SECTION-FILE
067500     END-IF
067600     IF WS-INST-PRESENT
067700         CLOSE INSTRUCTOR-MASTER
067800     END-IF
067900     IF WS-MAST-PRESENT
068000         CLOSE STUDENT-MASTER
068100     END-IF
068200     IF WS-PERS-PRESENT
068300         CLOSE STUDENT-PERSON-FILE
068400     END-IF
068500     CLOSE GRADE-ROST-RPT-FILE.
068600 8000-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------
069000* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
069100*----------------------------------------------------------
069200 9999-ABEND.
069300     DISPLAY "GRDROST - ARRET ANORMAL DU TRAITEMENT".
069400     STOP RUN.
069500 END PROGRAM GRDROST.
