000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ABSRPT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  ABSENCE-THRESHOLD
001100*                  REPORT.  READS THE ATTENDANCE KSDS SECTION
001200*                  BY SECTION, COUNTS EACH STUDENT'S MEETINGS
001300*                  RECORDED AND UNEXCUSED ABSENCES, AND SORTS
001400*                  THE STUDENTS WHOSE ABSENCES REACH THE
001500*                  THRESHOLD PERCENTAGE (CONTROL CARD, OR
001600*                  WS-ABS-PCT WHEN BLANK) BY THE SECTION'S
001700*                  INSTRUCTOR (CS-INSTRID, NAMED FROM
001800*                  INSTMAST).  EACH STUDENT LISTED IS ALSO
001900*                  WRITTEN TO THE ABSLIST EXTRACT FOR THE
002000*                  ADVISORS, MARKED WHEN A SPONSOR AWARD
002100*                  (SPAWARD) COVERS THE SECTION'S TERM.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS AT-KEY
003000         FILE STATUS IS WS-ATT-STATUS.
003100
003200     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
003300
003400     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CS-KEY
003800         FILE STATUS IS WS-SECT-STATUS.
003900
004000     SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS IN-INSTRID
004400         FILE STATUS IS WS-INST-STATUS.
004500
004600     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SP-STUDENTID
005000         ALTERNATE RECORD KEY IS SP-NOM
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-PERS-STATUS.
005300
005400     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS AW-KEY
005800         FILE STATUS IS WS-AWD-STATUS.
005900
006000     SELECT ABSENCE-LIST-FILE ASSIGN TO ABSLIST
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-ABL-STATUS.
006300
006400     SELECT ABSENCE-RPT-FILE ASSIGN TO ABSRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*----------------------------------------------------------
007100* ATTENDANCE-FILE - ONE RECORD PER STUDENT PER MEETING
007200*----------------------------------------------------------
007300 FD  ATTENDANCE-FILE.
007400 COPY ATTEND.
007500
007600*----------------------------------------------------------
007700* SORT-WORK-FILE - THE STUDENTS OVER THE THRESHOLD, BY
007800*     INSTRUCTOR
007900*----------------------------------------------------------
008000 SD  SORT-WORK-FILE.
008100 01  SORT-REC.
008200     05  SW-INSTRID          PIC 9(5).
008300     05  SW-COURSECODE       PIC X(4).
008400     05  SW-SECTION          PIC X(2).
008500     05  SW-STUDENTID        PIC 9(7).
008600     05  SW-TERM             PIC X(5).
008700     05  SW-MEETINGS         PIC 9(3).
008800     05  SW-ABSENCES         PIC 9(3).
008900     05  SW-PERCENT          PIC 9(3).
009000
009100*----------------------------------------------------------
009200* COURSE-SECTION-FILE - INSTRUCTOR AND TERM OF EACH SECTION
009300*----------------------------------------------------------
009400 FD  COURSE-SECTION-FILE.
009500 COPY COURSECT.
009600
009700*----------------------------------------------------------
009800* INSTRUCTOR-MASTER - NAME AND DEPARTMENT FOR THE HEADING
009900*----------------------------------------------------------
010000 FD  INSTRUCTOR-MASTER.
010100 COPY INSTMAS.
010200
010300*----------------------------------------------------------
010400* STUDENT-PERSON-FILE - STUDENT NAME FOR THE REPORT LINE
010500*----------------------------------------------------------
010600 FD  STUDENT-PERSON-FILE.
010700 COPY STUPERS.
010800
010900*----------------------------------------------------------
011000* SPONSOR-AWARD-FILE - IS THE STUDENT SPONSORED THIS TERM
011100*----------------------------------------------------------
011200 FD  SPONSOR-AWARD-FILE.
011300 COPY SPAWARD.
011400
011500*----------------------------------------------------------
011600* ABSENCE-LIST-FILE - EXTRACT FOR THE ADVISORS
011700*----------------------------------------------------------
011800 FD  ABSENCE-LIST-FILE
011900     RECORDING MODE IS F.
012000 COPY ABSLIST.
012100
012200*----------------------------------------------------------
012300* ABSENCE-RPT-FILE - THE REPORT BY INSTRUCTOR
012400*----------------------------------------------------------
012500 FD  ABSENCE-RPT-FILE
012600     RECORDING MODE IS F.
012700 01  ABSENCE-RPT-REC                 PIC X(80).
012800
012900 WORKING-STORAGE SECTION.
013000 01  WS-ATT-STATUS                   PIC XX.
013100     88  WS-ATT-OK                   VALUE "00".
013200     88  WS-ATT-NOTOPEN              VALUE "35".
013300
013400 01  WS-SECT-STATUS                  PIC XX.
013500     88  WS-SECT-OK                  VALUE "00".
013600
013700 01  WS-INST-STATUS                  PIC XX.
013800     88  WS-INST-OK                  VALUE "00".
013900
014000 01  WS-PERS-STATUS                  PIC XX.
014100     88  WS-PERS-OK                  VALUE "00".
014200     88  WS-PERS-NOTOPEN             VALUE "35".
014300
014400 01  WS-AWD-STATUS                   PIC XX.
014500     88  WS-AWD-OK                   VALUE "00", "02".
014600     88  WS-AWD-NOTOPEN              VALUE "35".
014700
014800 01  WS-ABL-STATUS                   PIC XX.
014900     88  WS-ABL-OK                   VALUE "00".
015000
015100 01  WS-RPT-STATUS                   PIC XX.
015200     88  WS-RPT-OK                   VALUE "00".
015300
015400*----------------------------------------------------------
015500* WS-CONTROL-CARD - ABSENCE THRESHOLD IN PERCENT OF THE
015600*     MEETINGS RECORDED; BLANK OR ZERO KEEPS WS-ABS-PCT
015700*----------------------------------------------------------
015800 01  WS-CONTROL-CARD.
015900     05  WS-CARD-PCT                 PIC 9(3).
016000     05  FILLER                      PIC X(77).
016100
016200* A STUDENT ABSENT FROM THIS SHARE OF THE MEETINGS IS LISTED
016300 01  WS-ABS-PCT                      PIC 9(3) VALUE 20.
016400
016500 01  WS-SWITCHES.
016600     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
016700         88  WS-IN-EOF               VALUE "Y".
016800     05  WS-EOF-SW                   PIC X(01) VALUE "N".
016900         88  WS-EOF                  VALUE "Y".
017000     05  WS-FIRST-SW                 PIC X(01) VALUE "Y".
017100         88  WS-FIRST                VALUE "Y".
017200     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
017300         88  WS-PERS-PRESENT         VALUE "Y".
017400     05  WS-AWD-PRESENT-SW           PIC X(01) VALUE "Y".
017500         88  WS-AWD-PRESENT          VALUE "Y".
017600     05  WS-SECT-OPEN-SW             PIC X(01) VALUE "N".
017700         88  WS-SECT-OPEN            VALUE "Y".
017710     05  WS-STU-FOUND-SW             PIC X(01) VALUE "N".
017720         88  WS-STU-FOUND            VALUE "Y".
017730     05  WS-STU-FULL-SW              PIC X(01) VALUE "N".
017740         88  WS-STU-FULL             VALUE "Y".
017800
017900 01  WS-COUNTERS.
018000     05  WS-ATT-READ                 PIC 9(07) COMP VALUE ZERO.
018100     05  WS-SECTION-COUNT            PIC 9(05) COMP VALUE ZERO.
018200     05  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
018300     05  WS-SPONSORED-COUNT          PIC 9(05) COMP VALUE ZERO.
018400
018500 01  WS-CUR-COURSECODE               PIC X(4).
018600 01  WS-CUR-SECTION                  PIC X(2).
018700 01  WS-CUR-INSTRID                  PIC 9(5).
018800 01  WS-RUN-DATE                     PIC 9(8).
018900
019000*----------------------------------------------------------
019100* WS-STU-TABLE - ONE SECTION'S STUDENTS WITH THEIR MEETINGS
019200*     RECORDED AND UNEXCUSED ABSENCES
019300*----------------------------------------------------------
019400 01  WS-STU-TABLE.
019500     05  WS-STU-MAX                  PIC 9(03) COMP VALUE ZERO.
019600     05  WS-STU-IX                   PIC 9(03) COMP.
019700     05  WS-STU-ENTRY OCCURS 300 TIMES.
019800         10  WS-STU-ID               PIC 9(7).
019900         10  WS-STU-MEETINGS         PIC 9(3).
020000         10  WS-STU-ABSENCES         PIC 9(3).
020100
020200 01  WS-SECT-TERM                    PIC X(5).
020300 01  WS-SECT-INSTRID                 PIC 9(5).
020400 01  WS-PERCENT                      PIC 9(3).
020500
020600 01  WS-HEADING-1.
020700     05  FILLER                      PIC X(45)
020800         VALUE "ABSRPT - ABSENTEISME PAR ENSEIGNANT".
020900
021000 01  WS-HEADING-2.
021100     05  FILLER                      PIC X(20)
021200             VALUE "DATE DU TRAITEMENT: ".
021300     05  HDG-DATE                    PIC 9(8).
021400     05  FILLER                      PIC X(10)
021500             VALUE "   SEUIL: ".
021600     05  HDG-PCT                     PIC ZZ9.
021700     05  FILLER                      PIC X(02) VALUE " %".
021800
021900 01  WS-INST-HEADING.
022000     05  FILLER                      PIC X(13)
022100             VALUE "ENSEIGNANT : ".
022200     05  INH-INSTRID                 PIC 9(5).
022300     05  FILLER                      PIC X(02) VALUE SPACES.
022400     05  INH-NOM                     PIC X(25).
022500     05  FILLER                      PIC X(02) VALUE SPACES.
022600     05  INH-DEPT                    PIC X(4).
022700
022800 01  WS-COLUMN-HEADING.
022900     05  FILLER                      PIC X(40) VALUE
023000         "COURS SE ETUDIANT NOM                   ".
023100     05  FILLER                      PIC X(30) VALUE
023200         "SEANCES ABS.   %".
023300
023400 01  WS-DETAIL-LINE.
023500     05  DTL-COURSECODE              PIC X(4).
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  DTL-SECTION                 PIC X(2).
023800     05  FILLER                      PIC X(01) VALUE SPACES.
023900     05  DTL-STUDENTID               PIC 9(7).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  DTL-NOM                     PIC X(20).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  DTL-MEETINGS                PIC ZZ9.
024400     05  FILLER                      PIC X(04) VALUE SPACES.
024500     05  DTL-ABSENCES                PIC ZZ9.
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  DTL-PERCENT                 PIC ZZ9.
024800     05  FILLER                      PIC X(02) VALUE SPACES.
024900     05  DTL-SPONSORED               PIC X(10).
025000
025100 01  WS-TRAILER-1.
025200     05  FILLER                      PIC X(25)
025300             VALUE "PRESENCES LUES        : ".
025400     05  TRL-ATT-READ                PIC ZZZZZZ9.
025500
025600 01  WS-TRAILER-2.
025700     05  FILLER                      PIC X(25)
025800             VALUE "SECTIONS EXAMINEES    : ".
025900     05  TRL-SECTIONS                PIC ZZZZZZ9.
026000
026100 01  WS-TRAILER-3.
026200     05  FILLER                      PIC X(25)
026300             VALUE "ETUDIANTS SIGNALES    : ".
026400     05  TRL-LISTED                  PIC ZZZZZZ9.
026500
026600 01  WS-TRAILER-4.
026700     05  FILLER                      PIC X(25)
026800             VALUE "  DONT COMMANDITES    : ".
026900     05  TRL-SPONSORED               PIC ZZZZZZ9.
027000
027100 PROCEDURE DIVISION.
027200*----------------------------------------------------------
027300* 0000-MAINLINE
027400*----------------------------------------------------------
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE
027700         THRU 1000-EXIT.
027800     SORT SORT-WORK-FILE
027900         ON ASCENDING KEY SW-INSTRID SW-COURSECODE
028000             SW-SECTION SW-STUDENTID
028100         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
028200         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.
028300     PERFORM 8000-TERMINATE
028400         THRU 8000-EXIT.
028500     GOBACK.
028600
028700*----------------------------------------------------------
028800* 1000-INITIALIZE - THRESHOLD CARD, OPEN THE FILES
028900*----------------------------------------------------------
029000 1000-INITIALIZE.
029100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029200     ACCEPT WS-CONTROL-CARD
029300     IF WS-CARD-PCT NUMERIC
029400         AND WS-CARD-PCT > ZERO
029500         AND WS-CARD-PCT NOT > 100
029600         MOVE WS-CARD-PCT TO WS-ABS-PCT
029700     END-IF
029800     OPEN INPUT COURSE-SECTION-FILE
029900     IF NOT WS-SECT-OK
030000         DISPLAY "ABSRPT - OUVERTURE CRSESECT IMPOSSIBLE "
030100             WS-SECT-STATUS
030200         GO TO 9999-ABEND
030300     END-IF
030400     OPEN INPUT INSTRUCTOR-MASTER
030500     IF NOT WS-INST-OK
030600         DISPLAY "ABSRPT - OUVERTURE INSTMAST IMPOSSIBLE "
030700             WS-INST-STATUS
030800         GO TO 9999-ABEND
030900     END-IF
031000     OPEN INPUT STUDENT-PERSON-FILE
031100     IF WS-PERS-NOTOPEN
031200         DISPLAY "ABSRPT - AUCUN FICHIER PERSONNE"
031300         MOVE "N" TO WS-PERS-PRESENT-SW
031400     ELSE
031500         IF NOT WS-PERS-OK
031600             DISPLAY "ABSRPT - OUVERTURE STUPERS IMPOSSIBLE "
031700                 WS-PERS-STATUS
031800             GO TO 9999-ABEND
031900         END-IF
032000     END-IF
032100     OPEN INPUT SPONSOR-AWARD-FILE
032200     IF WS-AWD-NOTOPEN
032300         MOVE "N" TO WS-AWD-PRESENT-SW
032400     ELSE
032500         IF NOT WS-AWD-OK
032600             DISPLAY "ABSRPT - OUVERTURE SPAWARD IMPOSSIBLE "
032700                 WS-AWD-STATUS
032800             GO TO 9999-ABEND
032900         END-IF
033000     END-IF
033100     OPEN OUTPUT ABSENCE-LIST-FILE
033200     IF NOT WS-ABL-OK
033300         DISPLAY "ABSRPT - OUVERTURE ABSLIST IMPOSSIBLE "
033400             WS-ABL-STATUS
033500         GO TO 9999-ABEND
033600     END-IF
033700     OPEN OUTPUT ABSENCE-RPT-FILE
033800     IF NOT WS-RPT-OK
033900         DISPLAY "ABSRPT - OUVERTURE ABSRPT IMPOSSIBLE "
034000             WS-RPT-STATUS
034100         GO TO 9999-ABEND
034200     END-IF
034300     MOVE WS-RUN-DATE TO HDG-DATE
034400     MOVE WS-ABS-PCT  TO HDG-PCT
034500     WRITE ABSENCE-RPT-REC FROM WS-HEADING-1
034600     WRITE ABSENCE-RPT-REC FROM WS-HEADING-2.
034700 1000-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------
035100* 3000-SORT-INPUT - COUNT EACH SECTION'S ATTENDANCE AND
035200*     RELEASE THE STUDENTS OVER THE THRESHOLD
035300*----------------------------------------------------------
035400 3000-SORT-INPUT.
035500     OPEN INPUT ATTENDANCE-FILE
035600     IF WS-ATT-NOTOPEN
035700         DISPLAY "ABSRPT - AUCUNE PRESENCE ENREGISTREE"
035800         SET WS-IN-EOF TO TRUE
035900         GO TO 3000-DONE
036000     END-IF
036100     IF NOT WS-ATT-OK
036200         DISPLAY "ABSRPT - OUVERTURE ATTEND IMPOSSIBLE "
036300             WS-ATT-STATUS
036400         GO TO 9999-ABEND
036500     END-IF
036600     PERFORM 3100-COUNT-ATTENDANCE
036700         THRU 3100-EXIT
036800         UNTIL WS-IN-EOF
036900     IF WS-SECT-OPEN
037000         PERFORM 3300-CLOSE-SECTION
037100             THRU 3300-EXIT
037200     END-IF
037300     CLOSE ATTENDANCE-FILE.
037400 3000-DONE.
037500     CONTINUE.
037600 3000-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------
038000* 3100-COUNT-ATTENDANCE - ONE MEETING OF ONE STUDENT,
038100*     BREAKING ON A NEW SECTION
038200*----------------------------------------------------------
038300 3100-COUNT-ATTENDANCE.
038400     READ ATTENDANCE-FILE NEXT RECORD
038500         AT END
038600             SET WS-IN-EOF TO TRUE
038700             GO TO 3100-EXIT
038800     END-READ
038900     ADD 1 TO WS-ATT-READ
039000     IF NOT WS-SECT-OPEN
039100         OR AT-COURSECODE NOT = WS-CUR-COURSECODE
039200         OR AT-SECTION NOT = WS-CUR-SECTION
039300         IF WS-SECT-OPEN
039400             PERFORM 3300-CLOSE-SECTION
039500                 THRU 3300-EXIT
039600         END-IF
039700         MOVE "Y" TO WS-SECT-OPEN-SW
039800         MOVE AT-COURSECODE TO WS-CUR-COURSECODE
039900         MOVE AT-SECTION    TO WS-CUR-SECTION
040000         MOVE ZERO TO WS-STU-MAX
040010         MOVE "N" TO WS-STU-FULL-SW
040100         ADD 1 TO WS-SECTION-COUNT
040200     END-IF
040300     PERFORM 3200-FIND-STUDENT
040400         THRU 3200-EXIT
040800     IF NOT WS-STU-FOUND
040900         IF WS-STU-MAX >= 300
040910             IF NOT WS-STU-FULL
041000                 DISPLAY "ABSRPT - TABLE DES ETUDIANTS SATUREE : "
041100                     WS-CUR-COURSECODE " " WS-CUR-SECTION
041110                 SET WS-STU-FULL TO TRUE
041120             END-IF
041200             GO TO 3100-EXIT
041300         END-IF
041400         ADD 1 TO WS-STU-MAX
041500         MOVE WS-STU-MAX TO WS-STU-IX
041600         MOVE AT-STUDENTID TO WS-STU-ID (WS-STU-IX)
041700         MOVE ZERO TO WS-STU-MEETINGS (WS-STU-IX)
041800         MOVE ZERO TO WS-STU-ABSENCES (WS-STU-IX)
041900     END-IF
042000     ADD 1 TO WS-STU-MEETINGS (WS-STU-IX)
042100     IF AT-ABSENT
042200         ADD 1 TO WS-STU-ABSENCES (WS-STU-IX)
042300     END-IF.
042400 3100-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------
042800* 3200-FIND-STUDENT - THE STUDENT'S ENTRY IN THE SECTION'S
042810*     TABLE, IF ANY (WS-STU-IX)
042900*----------------------------------------------------------
043000 3200-FIND-STUDENT.
043100     MOVE "N" TO WS-STU-FOUND-SW
043105     MOVE 1 TO WS-STU-IX.
043110 3200-SEARCH.
043115     IF WS-STU-IX > WS-STU-MAX
043120         GO TO 3200-EXIT
043125     END-IF
043130     IF WS-STU-ID (WS-STU-IX) = AT-STUDENTID
043135         MOVE "Y" TO WS-STU-FOUND-SW
043140         GO TO 3200-EXIT
043145     END-IF
043150     ADD 1 TO WS-STU-IX
043155     GO TO 3200-SEARCH.
043200 3200-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------
043600* 3300-CLOSE-SECTION - INSTRUCTOR AND TERM OF THE SECTION,
043700*     THEN EVERY STUDENT OVER THE THRESHOLD INTO THE SORT
043800*----------------------------------------------------------
043900 3300-CLOSE-SECTION.
044000     MOVE ZERO   TO WS-SECT-INSTRID
044100     MOVE SPACES TO WS-SECT-TERM
044200     MOVE WS-CUR-COURSECODE TO CS-COURSECODE
044300     MOVE WS-CUR-SECTION    TO CS-SECTION
044400     READ COURSE-SECTION-FILE
044500     IF WS-SECT-OK
044600         MOVE CS-INSTRID TO WS-SECT-INSTRID
044700         MOVE CS-TERM    TO WS-SECT-TERM
044800     END-IF
044900     PERFORM 3400-RELEASE-STUDENT
045000         THRU 3400-EXIT
045100         VARYING WS-STU-IX FROM 1 BY 1
045200         UNTIL WS-STU-IX > WS-STU-MAX.
045300 3300-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------
045700* 3400-RELEASE-STUDENT - ONE STUDENT, IF OVER THE THRESHOLD
045800*----------------------------------------------------------
045900 3400-RELEASE-STUDENT.
046000     IF WS-STU-ABSENCES (WS-STU-IX) = ZERO
046100         GO TO 3400-EXIT
046200     END-IF
046300     COMPUTE WS-PERCENT ROUNDED =
046400         WS-STU-ABSENCES (WS-STU-IX) * 100
046500             / WS-STU-MEETINGS (WS-STU-IX)
046600     IF WS-PERCENT < WS-ABS-PCT
046700         GO TO 3400-EXIT
046800     END-IF
046900     MOVE WS-SECT-INSTRID             TO SW-INSTRID
047000     MOVE WS-CUR-COURSECODE           TO SW-COURSECODE
047100     MOVE WS-CUR-SECTION              TO SW-SECTION
047200     MOVE WS-STU-ID (WS-STU-IX)       TO SW-STUDENTID
047300     MOVE WS-SECT-TERM                TO SW-TERM
047400     MOVE WS-STU-MEETINGS (WS-STU-IX) TO SW-MEETINGS
047500     MOVE WS-STU-ABSENCES (WS-STU-IX) TO SW-ABSENCES
047600     MOVE WS-PERCENT                  TO SW-PERCENT
047700     RELEASE SORT-REC.
047800 3400-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------
048200* 4000-SORT-OUTPUT - ONE BLOCK PER INSTRUCTOR
048300*----------------------------------------------------------
048400 4000-SORT-OUTPUT.
048500     PERFORM 4100-RETURN-STUDENT
048600         THRU 4100-EXIT
048700     PERFORM 4200-PRINT-STUDENT
048800         THRU 4200-EXIT
048900         UNTIL WS-EOF.
049000 4000-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------
049400* 4100-RETURN-STUDENT - NEXT SORTED STUDENT
049500*----------------------------------------------------------
049600 4100-RETURN-STUDENT.
049700     RETURN SORT-WORK-FILE
049800         AT END
049900             SET WS-EOF TO TRUE
050000     END-RETURN.
050100 4100-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------
050500* 4200-PRINT-STUDENT - ONE REPORT LINE AND ONE EXTRACT
050600*     RECORD, BREAKING ON A NEW INSTRUCTOR
050700*----------------------------------------------------------
050800 4200-PRINT-STUDENT.
050900     IF WS-FIRST OR SW-INSTRID NOT = WS-CUR-INSTRID
051000         PERFORM 4300-NEW-INSTRUCTOR
051100             THRU 4300-EXIT
051200     END-IF
051300     ADD 1 TO WS-LISTED-COUNT
051400     MOVE SW-COURSECODE TO DTL-COURSECODE
051500     MOVE SW-SECTION    TO DTL-SECTION
051600     MOVE SW-STUDENTID  TO DTL-STUDENTID
051700     MOVE SPACES        TO DTL-NOM
051800     IF WS-PERS-PRESENT
051900         MOVE SW-STUDENTID TO SP-STUDENTID
052000         READ STUDENT-PERSON-FILE
052100         IF WS-PERS-OK
052200             MOVE SP-NOM TO DTL-NOM
052300         END-IF
052400     END-IF
052500     MOVE SW-MEETINGS   TO DTL-MEETINGS
052600     MOVE SW-ABSENCES   TO DTL-ABSENCES
052700     MOVE SW-PERCENT    TO DTL-PERCENT
052800     MOVE SPACES TO ABSENCE-LIST-REC
052900     MOVE "N" TO AL-SPONSORED
053000     PERFORM 4400-CHECK-SPONSOR
053100         THRU 4400-EXIT
053200     MOVE SPACES TO DTL-SPONSORED
053300     IF AL-IS-SPONSORED
053400         MOVE "COMMANDITE" TO DTL-SPONSORED
053500         ADD 1 TO WS-SPONSORED-COUNT
053600     END-IF
053700     WRITE ABSENCE-RPT-REC FROM WS-DETAIL-LINE
053800     MOVE SW-STUDENTID  TO AL-STUDENTID
053900     MOVE SW-COURSECODE TO AL-COURSECODE
054000     MOVE SW-SECTION    TO AL-SECTION
054100     MOVE SW-TERM       TO AL-TERM
054200     MOVE SW-INSTRID    TO AL-INSTRID
054300     MOVE SW-MEETINGS   TO AL-MEETINGS
054400     MOVE SW-ABSENCES   TO AL-ABSENCES
054500     MOVE SW-PERCENT    TO AL-PERCENT
054600     MOVE WS-ABS-PCT    TO AL-THRESHOLD
054700     MOVE WS-RUN-DATE   TO AL-RUN-DATE
054800     WRITE ABSENCE-LIST-REC
054900     IF NOT WS-ABL-OK
055000         DISPLAY "ABSRPT - ECRITURE ABSLIST IMPOSSIBLE "
055100             WS-ABL-STATUS
055200         GO TO 9999-ABEND
055300     END-IF
055400     PERFORM 4100-RETURN-STUDENT
055500         THRU 4100-EXIT.
055600 4200-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------
056000* 4300-NEW-INSTRUCTOR - INSTRUCTOR HEADING; A SECTION NOT
056100*     YET ASSIGNED (ZERO) IS GROUPED UNDER "NON ASSIGNE"
056200*----------------------------------------------------------
056300 4300-NEW-INSTRUCTOR.
056400     MOVE "N" TO WS-FIRST-SW
056500     MOVE SW-INSTRID TO WS-CUR-INSTRID
056600     MOVE SW-INSTRID TO INH-INSTRID
056700     MOVE SPACES TO INH-NOM
056800     MOVE SPACES TO INH-DEPT
056900     IF SW-INSTRID = ZERO
057000         MOVE "NON ASSIGNE" TO INH-NOM
057100     ELSE
057200         MOVE SW-INSTRID TO IN-INSTRID
057300         READ INSTRUCTOR-MASTER
057400         IF WS-INST-OK
057500             MOVE IN-NOM  TO INH-NOM
057600             MOVE IN-DEPT TO INH-DEPT
057700         ELSE
057800             MOVE "ENSEIGNANT INCONNU" TO INH-NOM
057900         END-IF
058000     END-IF
058100     MOVE SPACES TO ABSENCE-RPT-REC
058200     WRITE ABSENCE-RPT-REC
058300     WRITE ABSENCE-RPT-REC FROM WS-INST-HEADING
058400     WRITE ABSENCE-RPT-REC FROM WS-COLUMN-HEADING.
058500 4300-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------
058900* 4400-CHECK-SPONSOR - DOES AN AWARD NAME THE STUDENT FOR
059000*     THE SECTION'S TERM
059100*----------------------------------------------------------
059200 4400-CHECK-SPONSOR.
059300     IF NOT WS-AWD-PRESENT
059400         GO TO 4400-EXIT
059500     END-IF
059600     MOVE SW-STUDENTID TO AW-STUDENTID
059700     MOVE SW-TERM      TO AW-TERM
059800     MOVE LOW-VALUES   TO AW-SPONSORID
059900     START SPONSOR-AWARD-FILE KEY >= AW-KEY
060000     IF NOT WS-AWD-OK
060100         GO TO 4400-EXIT
060200     END-IF
060300     READ SPONSOR-AWARD-FILE NEXT RECORD
060400         AT END
060500             GO TO 4400-EXIT
060600     END-READ
060700     IF AW-STUDENTID = SW-STUDENTID
060800         AND AW-TERM = SW-TERM
060900         MOVE "Y" TO AL-SPONSORED
061000     END-IF.
061100 4400-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------
061500* 8000-TERMINATE - TRAILERS, CLOSE FILES
061600*----------------------------------------------------------
061700 8000-TERMINATE.
061800     MOVE WS-ATT-READ        TO TRL-ATT-READ
061900     MOVE WS-SECTION-COUNT   TO TRL-SECTIONS
062000     MOVE WS-LISTED-COUNT    TO TRL-LISTED
062100     MOVE WS-SPONSORED-COUNT TO TRL-SPONSORED
062200     MOVE SPACES TO ABSENCE-RPT-REC
062300     WRITE ABSENCE-RPT-REC
062400     WRITE ABSENCE-RPT-REC FROM WS-TRAILER-1
062500     WRITE ABSENCE-RPT-REC FROM WS-TRAILER-2
062600     WRITE ABSENCE-RPT-REC FROM WS-TRAILER-3
062700     WRITE ABSENCE-RPT-REC FROM WS-TRAILER-4
062800     IF WS-PERS-PRESENT
062900         CLOSE STUDENT-PERSON-FILE
063000     END-IF
063100     IF WS-AWD-PRESENT
063200         CLOSE SPONSOR-AWARD-FILE
063300     END-IF
063400     CLOSE COURSE-SECTION-FILE
063500     CLOSE INSTRUCTOR-MASTER
063600     CLOSE ABSENCE-LIST-FILE
063700     CLOSE ABSENCE-RPT-FILE.
063800 8000-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------
064200* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
064300*----------------------------------------------------------
064400 9999-ABEND.
064500     DISPLAY "ABSRPT - ARRET ANORMAL DU TRAITEMENT".
064600     STOP RUN.
064700 END PROGRAM ABSRPT.
