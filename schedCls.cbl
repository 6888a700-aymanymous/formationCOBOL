000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  SCHEDCLS.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  PUBLISHED SCHEDULE OF
001100*                  CLASSES FOR ONE TERM (CONTROL CARD COLS
001200*                  1-5).  EVERY CRSESECT SECTION OF THE TERM,
001300*                  IN COURSE/SECTION ORDER, WITH THE COURSE
001400*                  NAME (CRSEMAST), MEETING DAYS AND HOURS,
001500*                  ROOM, DATES, INSTRUCTOR (INSTMAST), OPEN
001600*                  SEATS AND WAITLIST DEPTH (WAITLIST) - THE
001700*                  PRINTED SCHEDULE FOR THE REGISTRAR AND THE
001800*                  SAME SECTIONS AS A FIXED-WIDTH FILE
001900*                  (SCHEDWEB) FOR THE WEB TEAM.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS CS-KEY
002800         FILE STATUS IS WS-SECT-STATUS.
002900
003000     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CM-COURSECODE
003400         FILE STATUS IS WS-CRSE-STATUS.
003500
003600     SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS IN-INSTRID
004000         FILE STATUS IS WS-INST-STATUS.
004100
004200     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-WAIT-STATUS.
004500
004600     SELECT SCHED-WEB-FILE ASSIGN TO SCHEDWEB
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-WEB-STATUS.
004900
005000     SELECT SCHED-RPT-FILE ASSIGN TO SCHEDRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------
005700* COURSE-SECTION-FILE - EVERY SECTION, IN COURSE/SECTION ORDER
005800*----------------------------------------------------------
005900 FD  COURSE-SECTION-FILE.
006000 COPY COURSECT.
006100
006200*----------------------------------------------------------
006300* COURSE-MASTER - COURSE NAMES
006400*----------------------------------------------------------
006500 FD  COURSE-MASTER.
006600 COPY COURSMAS.
006700
006800*----------------------------------------------------------
006900* INSTRUCTOR-MASTER - INSTRUCTOR NAMES
007000*----------------------------------------------------------
007100 FD  INSTRUCTOR-MASTER.
007200 COPY INSTMAS.
007300
007400*----------------------------------------------------------
007500* WAITLIST-FILE - WAITLISTED REGISTRATIONS, FOR THE DEPTH
007600*----------------------------------------------------------
007700 FD  WAITLIST-FILE
007800     RECORDING MODE IS F.
007900 COPY WAITLST.
008000
008100*----------------------------------------------------------
008200* SCHED-WEB-FILE - THE SCHEDULE FOR THE WEB TEAM
008300*----------------------------------------------------------
008400 FD  SCHED-WEB-FILE
008500     RECORDING MODE IS F.
008600 COPY SCHEDWEB.
008700
008800*----------------------------------------------------------
008900* SCHED-RPT-FILE - THE PRINTED SCHEDULE OF CLASSES
009000*----------------------------------------------------------
009100 FD  SCHED-RPT-FILE
009200     RECORDING MODE IS F.
009300 01  SCHED-RPT-REC                   PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-SECT-STATUS                  PIC XX.
009700     88  WS-SECT-OK                  VALUE "00", "02".
009800     88  WS-SECT-NOTOPEN             VALUE "35".
009900     88  WS-SECT-EOF                 VALUE "10".
010000
010100 01  WS-CRSE-STATUS                  PIC XX.
010200     88  WS-CRSE-OK                  VALUE "00".
010300
010400 01  WS-INST-STATUS                  PIC XX.
010500     88  WS-INST-OK                  VALUE "00".
010600     88  WS-INST-NOTOPEN             VALUE "35".
010700
010800 01  WS-WAIT-STATUS                  PIC XX.
010900     88  WS-WAIT-OK                  VALUE "00".
011000     88  WS-WAIT-NOTOPEN             VALUE "35".
011100
011200 01  WS-WEB-STATUS                   PIC XX.
011300     88  WS-WEB-OK                   VALUE "00".
011400
011500 01  WS-RPT-STATUS                   PIC XX.
011600     88  WS-RPT-OK                   VALUE "00".
011700
011800 01  WS-SWITCHES.
011900     05  WS-EOF-SW                   PIC X(01) VALUE "N".
012000         88  WS-EOF                  VALUE "Y".
012100     05  WS-WAIT-DONE-SW             PIC X(01) VALUE "N".
012200         88  WS-WAIT-DONE            VALUE "Y".
012300     05  WS-INST-PRESENT-SW          PIC X(01) VALUE "Y".
012400         88  WS-INST-PRESENT         VALUE "Y".
012500
012600*----------------------------------------------------------
012700* WS-CONTROL-CARD - THE TERM TO PUBLISH (COLS 1-5)
012800*----------------------------------------------------------
012900 01  WS-CONTROL-CARD.
013000     05  WS-CARD-TERM                PIC X(5).
013100     05  FILLER                      PIC X(75).
013200
013300 01  WS-SUBSCRIPTS.
013400     05  WS-IX                       PIC 9(03) COMP.
013500     05  WS-DAY-IX                   PIC 9(03) COMP.
013600     05  WS-WQ-MAX                   PIC 9(03) COMP VALUE ZERO.
013700
013800* WEEKDAY LETTERS, LUNDI THROUGH DIMANCHE
013900 01  WS-DAY-LETTERS                  PIC X(7) VALUE "LMMJVSD".
014000
014100 01  WS-CURRENT-COURSE               PIC X(4) VALUE SPACES.
014200 01  WS-COURSENAME                   PIC X(20).
014300 01  WS-INSTR-NOM                    PIC X(25).
014400 01  WS-OPEN-SEATS                   PIC 9(05) COMP.
014500 01  WS-WAIT-DEPTH                   PIC 9(05) COMP.
014600
014700 01  WS-COUNTERS.
014800     05  WS-SECT-COUNT               PIC 9(05) COMP VALUE ZERO.
014900     05  WS-COURSE-COUNT             PIC 9(05) COMP VALUE ZERO.
015000     05  WS-FULL-COUNT               PIC 9(05) COMP VALUE ZERO.
015100     05  WS-OPEN-TOTAL               PIC 9(07) COMP VALUE ZERO.
015200     05  WS-WAIT-TOTAL               PIC 9(07) COMP VALUE ZERO.
015300
015400*----------------------------------------------------------
015500* WS-WQ-TABLE - WAITLIST DEPTH PER COURSE/SECTION
015600*----------------------------------------------------------
015700 01  WS-WQ-TABLE.
015800     05  WS-WQ-ENTRY OCCURS 500 TIMES.
015900         10  WS-WQ-COURSE            PIC X(4).
016000         10  WS-WQ-SECT              PIC X(2).
016100         10  WS-WQ-DEPTH             PIC 9(05) COMP.
016200
016300 01  WS-HEADING-1.
016400     05  FILLER                      PIC X(45)
016500         VALUE "SCHEDCLS - HORAIRE DES COURS".
016600
016700 01  WS-HEADING-2.
016800     05  FILLER                      PIC X(08)
016900             VALUE "SESSION ".
017000     05  HDG-TERM                    PIC X(5).
017100
017200 01  WS-HEADING-3.
017300     05  FILLER                      PIC X(40)
017400         VALUE "COURS SECT JOURS    HEURES    SALLE   DU".
017500     05  FILLER                      PIC X(39)
017600         VALUE "        AU        PLACES ATTENTE".
017700
017800 01  WS-COURSE-LINE.
017900     05  CRS-COURSECODE              PIC X(4).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  CRS-COURSENAME              PIC X(20).
018200
018300 01  WS-DETAIL-LINE.
018400     05  FILLER                      PIC X(06) VALUE SPACES.
018500     05  DTL-SECT                    PIC X(2).
018600     05  FILLER                      PIC X(03) VALUE SPACES.
018700     05  DTL-DAYS                    PIC X(7).
018800     05  FILLER                      PIC X(02) VALUE SPACES.
018900     05  DTL-START-TIME              PIC 9(4).
019000     05  FILLER                      PIC X(01) VALUE "-".
019100     05  DTL-END-TIME                PIC 9(4).
019200     05  FILLER                      PIC X(01) VALUE SPACES.
019300     05  DTL-ROOM                    PIC X(6).
019400     05  FILLER                      PIC X(02) VALUE SPACES.
019500     05  DTL-START-DATE              PIC 9(8).
019600     05  FILLER                      PIC X(02) VALUE SPACES.
019700     05  DTL-END-DATE                PIC 9(8).
019800     05  FILLER                      PIC X(02) VALUE SPACES.
019900     05  DTL-OPEN-SEATS              PIC ZZZZ9.
020000     05  FILLER                      PIC X(01) VALUE "/".
020100     05  DTL-MAX-SEATS               PIC ZZZZ9.
020200     05  FILLER                      PIC X(01) VALUE SPACES.
020300     05  DTL-WAIT                    PIC ZZZ9.
020400
020500 01  WS-INSTR-LINE.
020600     05  FILLER                      PIC X(11) VALUE SPACES.
020700     05  FILLER                      PIC X(13)
020800             VALUE "PROFESSEUR : ".
020900     05  INS-NOM                     PIC X(25).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  INS-NOTE                    PIC X(10).
021200
021300 01  WS-TRAILER-1.
021400     05  FILLER                      PIC X(25)
021500             VALUE "COURS PUBLIES         : ".
021600     05  TRL-COURSES                 PIC ZZZZ9.
021700
021800 01  WS-TRAILER-2.
021900     05  FILLER                      PIC X(25)
022000             VALUE "SECTIONS PUBLIEES     : ".
022100     05  TRL-SECTIONS                PIC ZZZZ9.
022200
022300 01  WS-TRAILER-3.
022400     05  FILLER                      PIC X(25)
022500             VALUE "SECTIONS COMPLETES    : ".
022600     05  TRL-FULL                    PIC ZZZZ9.
022700
022800 01  WS-TRAILER-4.
022900     05  FILLER                      PIC X(25)
023000             VALUE "PLACES LIBRES         : ".
023100     05  TRL-OPEN                    PIC ZZZZZZ9.
023200
023300 01  WS-TRAILER-5.
023400     05  FILLER                      PIC X(25)
023500             VALUE "ETUDIANTS EN ATTENTE  : ".
023600     05  TRL-WAIT                    PIC ZZZZZZ9.
023700
023800 PROCEDURE DIVISION.
023900*----------------------------------------------------------
024000* 0000-MAINLINE
024100*----------------------------------------------------------
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE
024400         THRU 1000-EXIT.
024500     PERFORM 2000-TALLY-WAITLIST
024600         THRU 2000-EXIT
024700         UNTIL WS-WAIT-DONE.
024800     PERFORM 3000-PUBLISH-SECTION
024900         THRU 3000-EXIT
025000         UNTIL WS-EOF.
025100     PERFORM 8000-TERMINATE
025200         THRU 8000-EXIT.
025300     GOBACK.
025400
025500*----------------------------------------------------------
025600* 1000-INITIALIZE - CONTROL CARD, OPEN FILES, HEADINGS
025700*----------------------------------------------------------
025800 1000-INITIALIZE.
025900     ACCEPT WS-CONTROL-CARD
026000     IF WS-CARD-TERM = SPACES
026100         DISPLAY "SCHEDCLS - CARTE DE CONTROLE SANS SESSION"
026200         GO TO 9999-ABEND
026300     END-IF
026400     OPEN INPUT COURSE-SECTION-FILE
026500     IF NOT WS-SECT-OK
026600         DISPLAY "SCHEDCLS - OUVERTURE CRSESECT IMPOSSIBLE "
026700             WS-SECT-STATUS
026800         GO TO 9999-ABEND
026900     END-IF
027000     OPEN INPUT COURSE-MASTER
027100     IF NOT WS-CRSE-OK
027200         DISPLAY "SCHEDCLS - OUVERTURE CRSEMAST IMPOSSIBLE "
027300             WS-CRSE-STATUS
027400         GO TO 9999-ABEND
027500     END-IF
027600     OPEN INPUT INSTRUCTOR-MASTER
027700     IF WS-INST-NOTOPEN
027800         MOVE "N" TO WS-INST-PRESENT-SW
027900     ELSE
028000         IF NOT WS-INST-OK
028100             DISPLAY "SCHEDCLS - OUVERTURE INSTMAST IMPOSSIBLE "
028200                 WS-INST-STATUS
028300             GO TO 9999-ABEND
028400         END-IF
028500     END-IF
028600     OPEN INPUT WAITLIST-FILE
028700     IF WS-WAIT-NOTOPEN
028800         SET WS-WAIT-DONE TO TRUE
028900     ELSE
029000         IF NOT WS-WAIT-OK
029100             DISPLAY "SCHEDCLS - OUVERTURE WAITLIST IMPOSSIBLE "
029200                 WS-WAIT-STATUS
029300             GO TO 9999-ABEND
029400         END-IF
029500     END-IF
029600     OPEN OUTPUT SCHED-WEB-FILE
029700     IF NOT WS-WEB-OK
029800         DISPLAY "SCHEDCLS - OUVERTURE SCHEDWEB IMPOSSIBLE "
029900             WS-WEB-STATUS
030000         GO TO 9999-ABEND
030100     END-IF
030200     OPEN OUTPUT SCHED-RPT-FILE
030300     IF NOT WS-RPT-OK
030400         DISPLAY "SCHEDCLS - OUVERTURE SCHEDRPT IMPOSSIBLE "
030500             WS-RPT-STATUS
030600         GO TO 9999-ABEND
030700     END-IF
030800     MOVE WS-CARD-TERM TO HDG-TERM
030900     WRITE SCHED-RPT-REC FROM WS-HEADING-1
031000     WRITE SCHED-RPT-REC FROM WS-HEADING-2
031100     WRITE SCHED-RPT-REC FROM WS-HEADING-3
031200     PERFORM 5000-READ-SECTION
031300         THRU 5000-EXIT.
031400 1000-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------
031800* 2000-TALLY-WAITLIST - BUMP THE COURSE/SECTION BUCKET OF
031900*     ONE WAITLISTED REGISTRATION
032000*----------------------------------------------------------
032100 2000-TALLY-WAITLIST.
032200     READ WAITLIST-FILE
032300         AT END
032400             SET WS-WAIT-DONE TO TRUE
032500             GO TO 2000-EXIT
032600     END-READ
032700     MOVE 1 TO WS-IX.
032800 2000-SEARCH.
032900     IF WS-IX > WS-WQ-MAX
033000         IF WS-WQ-MAX >= 500
033100             DISPLAY "SCHEDCLS - TABLE D ATTENTE SATUREE"
033200             GO TO 2000-EXIT
033300         END-IF
033400         ADD 1 TO WS-WQ-MAX
033500         MOVE WL-COURSECODE TO WS-WQ-COURSE (WS-WQ-MAX)
033600         MOVE WL-SECTION    TO WS-WQ-SECT (WS-WQ-MAX)
033700         MOVE 1 TO WS-WQ-DEPTH (WS-WQ-MAX)
033800         GO TO 2000-EXIT
033900     END-IF
034000     IF WS-WQ-COURSE (WS-IX) = WL-COURSECODE
034100         AND WS-WQ-SECT (WS-IX) = WL-SECTION
034200         ADD 1 TO WS-WQ-DEPTH (WS-IX)
034300         GO TO 2000-EXIT
034400     END-IF
034500     ADD 1 TO WS-IX
034600     GO TO 2000-SEARCH.
034700 2000-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------
035100* 3000-PUBLISH-SECTION - ONE SECTION OF THE TERM: A COURSE
035200*     HEADING ON A NEW COURSE, THE SECTION AND INSTRUCTOR
035300*     LINES, AND THE WEB RECORD
035400*----------------------------------------------------------
035500 3000-PUBLISH-SECTION.
035600     IF CS-TERM NOT = WS-CARD-TERM
035700         GO TO 3000-READ-NEXT
035800     END-IF
035900     IF CS-COURSECODE NOT = WS-CURRENT-COURSE
036000         PERFORM 3100-NEW-COURSE
036100             THRU 3100-EXIT
036200     END-IF
036300     ADD 1 TO WS-SECT-COUNT
036400     PERFORM 3200-LOOKUP-INSTRUCTOR
036500         THRU 3200-EXIT
036600     PERFORM 3300-LOOKUP-WAITLIST
036700         THRU 3300-EXIT
036800     IF CS-CURRENT-COUNT < CS-MAX-SEATS
036900         COMPUTE WS-OPEN-SEATS = CS-MAX-SEATS - CS-CURRENT-COUNT
037000     ELSE
037100         MOVE ZERO TO WS-OPEN-SEATS
037200         ADD 1 TO WS-FULL-COUNT
037300     END-IF
037400     ADD WS-OPEN-SEATS TO WS-OPEN-TOTAL
037500     ADD WS-WAIT-DEPTH TO WS-WAIT-TOTAL
037600     MOVE CS-SECTION       TO DTL-SECT
037700     MOVE ALL "-"          TO DTL-DAYS
037800     PERFORM 3400-LIST-DAY
037900         THRU 3400-EXIT
038000         VARYING WS-DAY-IX FROM 1 BY 1
038100         UNTIL WS-DAY-IX > 7
038200     MOVE CS-START-TIME    TO DTL-START-TIME
038300     MOVE CS-END-TIME      TO DTL-END-TIME
038400     MOVE CS-ROOM          TO DTL-ROOM
038500     MOVE CS-START-DATE    TO DTL-START-DATE
038600     MOVE CS-END-DATE      TO DTL-END-DATE
038700     MOVE WS-OPEN-SEATS    TO DTL-OPEN-SEATS
038800     MOVE CS-MAX-SEATS     TO DTL-MAX-SEATS
038900     MOVE WS-WAIT-DEPTH    TO DTL-WAIT
039000     WRITE SCHED-RPT-REC FROM WS-DETAIL-LINE
039100     MOVE SPACES TO INS-NOTE
039200     IF WS-OPEN-SEATS = ZERO
039300         MOVE "COMPLET" TO INS-NOTE
039400     END-IF
039500     IF WS-INSTR-NOM = SPACES
039600         MOVE "A DETERMINER" TO INS-NOM
039700     ELSE
039800         MOVE WS-INSTR-NOM TO INS-NOM
039900     END-IF
040000     WRITE SCHED-RPT-REC FROM WS-INSTR-LINE
040100     PERFORM 3500-WRITE-WEB
040200         THRU 3500-EXIT.
040300 3000-READ-NEXT.
040400     PERFORM 5000-READ-SECTION
040500         THRU 5000-EXIT.
040600 3000-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------
041000* 3100-NEW-COURSE - COURSE HEADING WITH THE COURSE NAME
041100*----------------------------------------------------------
041200 3100-NEW-COURSE.
041300     MOVE CS-COURSECODE TO WS-CURRENT-COURSE
041400     ADD 1 TO WS-COURSE-COUNT
041500     MOVE CS-COURSECODE TO CM-COURSECODE
041600     READ COURSE-MASTER
041700         INVALID KEY
041800             MOVE "COURS INCONNU" TO WS-COURSENAME
041900         NOT INVALID KEY
042000             MOVE CM-COURSENAME TO WS-COURSENAME
042100     END-READ
042200     MOVE SPACES TO SCHED-RPT-REC
042300     WRITE SCHED-RPT-REC
042400     MOVE CS-COURSECODE TO CRS-COURSECODE
042500     MOVE WS-COURSENAME TO CRS-COURSENAME
042600     WRITE SCHED-RPT-REC FROM WS-COURSE-LINE.
042700 3100-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------
043100* 3200-LOOKUP-INSTRUCTOR - THE TEACHING INSTRUCTOR'S NAME,
043200*     BLANK WHEN THE SECTION IS NOT YET ASSIGNED
043300*----------------------------------------------------------
043400 3200-LOOKUP-INSTRUCTOR.
043500     MOVE SPACES TO WS-INSTR-NOM
043600     IF NOT WS-INST-PRESENT
043700         OR CS-INSTRID NOT NUMERIC
043800         OR CS-INSTRID = ZERO
043900         GO TO 3200-EXIT
044000     END-IF
044100     MOVE CS-INSTRID TO IN-INSTRID
044200     READ INSTRUCTOR-MASTER
044300         INVALID KEY
044400             MOVE SPACES TO WS-INSTR-NOM
044500         NOT INVALID KEY
044600             MOVE IN-NOM TO WS-INSTR-NOM
044700     END-READ.
044800 3200-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------
045200* 3300-LOOKUP-WAITLIST - THE SECTION'S WAITLIST DEPTH
045300*----------------------------------------------------------
045400 3300-LOOKUP-WAITLIST.
045500     MOVE ZERO TO WS-WAIT-DEPTH
045600     MOVE 1 TO WS-IX.
045700 3300-SEARCH.
045800     IF WS-IX > WS-WQ-MAX
045900         GO TO 3300-EXIT
046000     END-IF
046100     IF WS-WQ-COURSE (WS-IX) = CS-COURSECODE
046200         AND WS-WQ-SECT (WS-IX) = CS-SECTION
046300         MOVE WS-WQ-DEPTH (WS-IX) TO WS-WAIT-DEPTH
046400         GO TO 3300-EXIT
046500     END-IF
046600     ADD 1 TO WS-IX
046700     GO TO 3300-SEARCH.
046800 3300-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------
047200* 3400-LIST-DAY - THE WEEKDAY LETTER WHERE THE SECTION MEETS
047300*----------------------------------------------------------
047400 3400-LIST-DAY.
047500     IF CS-MEET-DAYS (WS-DAY-IX:1) = "Y"
047600         MOVE WS-DAY-LETTERS (WS-DAY-IX:1)
047700             TO DTL-DAYS (WS-DAY-IX:1)
047800     END-IF.
047900 3400-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------
048300* 3500-WRITE-WEB - THE SAME SECTION FOR THE WEB TEAM
048400*----------------------------------------------------------
048500 3500-WRITE-WEB.
048600     MOVE SPACES           TO SCHED-WEB-REC
048700     MOVE CS-TERM          TO SW-TERM
048800     MOVE CS-COURSECODE    TO SW-COURSECODE
048900     MOVE CS-SECTION       TO SW-SECTION
049000     MOVE WS-COURSENAME    TO SW-COURSENAME
049100     MOVE CS-MEET-DAYS     TO SW-MEET-DAYS
049200     MOVE CS-START-TIME    TO SW-START-TIME
049300     MOVE CS-END-TIME      TO SW-END-TIME
049400     MOVE CS-ROOM          TO SW-ROOM
049500     MOVE CS-START-DATE    TO SW-START-DATE
049600     MOVE CS-END-DATE      TO SW-END-DATE
049700     MOVE ZERO             TO SW-INSTRID
049800     IF WS-INSTR-NOM NOT = SPACES
049900         MOVE CS-INSTRID   TO SW-INSTRID
050000     END-IF
050100     MOVE WS-INSTR-NOM     TO SW-INSTR-NOM
050200     MOVE CS-MAX-SEATS     TO SW-MAX-SEATS
050300     MOVE WS-OPEN-SEATS    TO SW-OPEN-SEATS
050400     MOVE WS-WAIT-DEPTH    TO SW-WAIT-COUNT
050500     WRITE SCHED-WEB-REC
050600     IF NOT WS-WEB-OK
050700         DISPLAY "SCHEDCLS - ECRITURE SCHEDWEB IMPOSSIBLE "
050800             WS-WEB-STATUS
050900         GO TO 9999-ABEND
051000     END-IF.
051100 3500-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------
051500* 5000-READ-SECTION - READ THE NEXT SECTION, SET EOF
051600*----------------------------------------------------------
051700 5000-READ-SECTION.
051800     READ COURSE-SECTION-FILE NEXT RECORD
051900         AT END
052000             SET WS-EOF TO TRUE
052100     END-READ.
052200 5000-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------
052600* 8000-TERMINATE - TRAILERS, CLOSE FILES
052700*----------------------------------------------------------
052800 8000-TERMINATE.
052900     MOVE SPACES TO SCHED-RPT-REC
053000     WRITE SCHED-RPT-REC
053100     MOVE WS-COURSE-COUNT TO TRL-COURSES
053200     MOVE WS-SECT-COUNT   TO TRL-SECTIONS
053300     MOVE WS-FULL-COUNT   TO TRL-FULL
053400     MOVE WS-OPEN-TOTAL   TO TRL-OPEN
053500     MOVE WS-WAIT-TOTAL   TO TRL-WAIT
053600     WRITE SCHED-RPT-REC FROM WS-TRAILER-1
053700     WRITE SCHED-RPT-REC FROM WS-TRAILER-2
053800     WRITE SCHED-RPT-REC FROM WS-TRAILER-3
053900     WRITE SCHED-RPT-REC FROM WS-TRAILER-4
054000     WRITE SCHED-RPT-REC FROM WS-TRAILER-5
054100     IF WS-SECT-COUNT = ZERO
054200         DISPLAY "SCHEDCLS - AUCUNE SECTION POUR LA SESSION "
054300             WS-CARD-TERM
054400         MOVE 4 TO RETURN-CODE
054500     END-IF
054600     CLOSE COURSE-SECTION-FILE
054700     CLOSE COURSE-MASTER
054800     IF WS-INST-PRESENT
054900         CLOSE INSTRUCTOR-MASTER
055000     END-IF
055100     IF NOT WS-WAIT-NOTOPEN
055200         CLOSE WAITLIST-FILE
055300     END-IF
055400     CLOSE SCHED-WEB-FILE
055500     CLOSE SCHED-RPT-FILE.
055600 8000-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------
056000* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
056100*----------------------------------------------------------
056200 9999-ABEND.
056300     DISPLAY "SCHEDCLS - ARRET ANORMAL DU TRAITEMENT".
056400     STOP RUN.
056500 END PROGRAM SCHEDCLS.
