000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DEGAUDIT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  DEGREE-AUDIT REPORT.
001100*                  ACCEPTS A STUDENTID CARD, TAKES THE
001200*                  DECLARED PROGRAM FROM THE PERSON MASTER
001300*                  AND COMPARES THE STUDENT'S COMPLETED
001400*                  COURSES (CRSEHIST, FAILED AND WITHDRAWN
001500*                  GRADES EXCLUDED) AND CURRENT
001600*                  REGISTRATIONS (STUMAST) WITH THE PROGRAM
001700*                  REQUIREMENTS (PROGREQ): EACH REQUIRED
001800*                  COURSE IS SATISFIED, IN PROGRESS OR STILL
001900*                  TO DO; EACH ELECTIVE POOL TOTALS ITS
002000*                  CREDIT HOURS AGAINST THE POOL MINIMUM.
002100*                  COURSES THAT COUNT TOWARD NOTHING ARE
002200*                  LISTED APART.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS SP-STUDENTID
003100         ALTERNATE RECORD KEY IS SP-NOM
003200             WITH DUPLICATES
003300         FILE STATUS IS WS-PERS-STATUS.
003400
003500     SELECT PROGRAM-REQ-FILE ASSIGN TO PROGREQ
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PR-KEY
003900         FILE STATUS IS WS-PREQ-STATUS.
004000
004100     SELECT COURSE-HIST-FILE ASSIGN TO CRSEHIST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CH-KEY
004500         FILE STATUS IS WS-HIST-STATUS.
004600
004700     SELECT STUDENT-MASTER ASSIGN TO STUMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SM-KEY
005100         ALTERNATE RECORD KEY IS SM-COURSECODE
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-MAST-STATUS.
005400
005500     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CM-COURSECODE
005900         FILE STATUS IS WS-CRSE-STATUS.
006000
006100     SELECT AUD-RPT-FILE ASSIGN TO DEGARPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700*----------------------------------------------------------
006800* STUDENT-PERSON-FILE - IDENTITY AND DECLARED PROGRAM
006900*----------------------------------------------------------
007000 FD  STUDENT-PERSON-FILE.
007100 COPY STUPERS.
007200
007300*----------------------------------------------------------
007400* PROGRAM-REQ-FILE - THE REQUIREMENTS OF THE PROGRAM
007500*----------------------------------------------------------
007600 FD  PROGRAM-REQ-FILE.
007700 COPY PROGREQ.
007800
007900*----------------------------------------------------------
008000* COURSE-HIST-FILE - THE COMPLETED-COURSE HISTORY
008100*----------------------------------------------------------
008200 FD  COURSE-HIST-FILE.
008300 COPY CRSEHIST.
008400
008500*----------------------------------------------------------
008600* STUDENT-MASTER - THE CURRENT REGISTRATIONS
008700*----------------------------------------------------------
008800 FD  STUDENT-MASTER.
008900 COPY STUDMAS.
009000
009100*----------------------------------------------------------
009200* COURSE-MASTER - COURSE NAME AND CREDIT HOURS
009300*----------------------------------------------------------
009400 FD  COURSE-MASTER.
009500 COPY COURSMAS.
009600
009700*----------------------------------------------------------
009800* AUD-RPT-FILE - THE PRINTED DEGREE AUDIT
009900*----------------------------------------------------------
010000 FD  AUD-RPT-FILE
010100     RECORDING MODE IS F.
010200 01  AUD-RPT-REC                     PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500 01  WS-PERS-STATUS                  PIC XX.
010600     88  WS-PERS-OK                  VALUE "00".
010700     88  WS-PERS-NOTFOUND            VALUE "23".
010800
010900 01  WS-PREQ-STATUS                  PIC XX.
011000     88  WS-PREQ-OK                  VALUE "00", "02".
011100     88  WS-PREQ-NOTFOUND            VALUE "23".
011200
011300 01  WS-HIST-STATUS                  PIC XX.
011400     88  WS-HIST-OK                  VALUE "00", "02".
011500     88  WS-HIST-NOTOPEN             VALUE "35".
011600     88  WS-HIST-NOTFOUND            VALUE "23".
011700
011800 01  WS-MAST-STATUS                  PIC XX.
011900     88  WS-MAST-OK                  VALUE "00", "02".
012000     88  WS-MAST-NOTOPEN             VALUE "35".
012100     88  WS-MAST-NOTFOUND            VALUE "23".
012200
012300 01  WS-CRSE-STATUS                  PIC XX.
012400     88  WS-CRSE-OK                  VALUE "00".
012500
012600 01  WS-RPT-STATUS                   PIC XX.
012700     88  WS-RPT-OK                   VALUE "00".
012800
012900 01  WS-AUD-STUDENTID                PIC 9(7).
013000 01  WS-AUD-PROGRAM                  PIC X(6).
013100
013200 01  WS-SWITCHES.
013300     05  WS-NO-AUDIT-SW              PIC X(01) VALUE "N".
013400         88  WS-NO-AUDIT             VALUE "Y".
013500     05  WS-HIST-PRESENT-SW          PIC X(01) VALUE "Y".
013600         88  WS-HIST-PRESENT         VALUE "Y".
013700     05  WS-MAST-PRESENT-SW          PIC X(01) VALUE "Y".
013800         88  WS-MAST-PRESENT         VALUE "Y".
013900     05  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
014000         88  WS-HIST-EOF             VALUE "Y".
014100     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
014200         88  WS-MAST-EOF             VALUE "Y".
014300     05  WS-PREQ-EOF-SW              PIC X(01) VALUE "N".
014400         88  WS-PREQ-EOF             VALUE "Y".
014500     05  WS-IN-POOL-SW               PIC X(01) VALUE "N".
014600         88  WS-IN-POOL              VALUE "Y".
014700     05  WS-OTHER-SW                 PIC X(01) VALUE "N".
014800         88  WS-OTHER-PRINTED        VALUE "Y".
014900
015000 01  WS-COUNTERS.
015100     05  WS-REQ-DONE                 PIC 9(05) COMP VALUE ZERO.
015200     05  WS-REQ-INPROG               PIC 9(05) COMP VALUE ZERO.
015300     05  WS-REQ-TODO                 PIC 9(05) COMP VALUE ZERO.
015400     05  WS-POOL-DONE                PIC 9(05) COMP VALUE ZERO.
015500     05  WS-POOL-INPROG              PIC 9(05) COMP VALUE ZERO.
015600     05  WS-POOL-TODO                PIC 9(05) COMP VALUE ZERO.
015700     05  WS-OTHER-COUNT              PIC 9(05) COMP VALUE ZERO.
015800
015900*----------------------------------------------------------
016000* WS-POOL-WORK - THE ELECTIVE POOL BEING AUDITED
016100*----------------------------------------------------------
016200 01  WS-POOL-WORK.
016300     05  WS-POOL-MIN                 PIC 9(03).
016400     05  WS-POOL-EARNED              PIC 9(03).
016500     05  WS-POOL-TAKING              PIC 9(03).
016600     05  WS-POOL-SHORT               PIC S9(03).
016700
016800*----------------------------------------------------------
016900* WS-CRS-TABLE - EVERY COURSE THE STUDENT HAS PASSED (STATE
017000*     "C") OR IS REGISTERED IN (STATE "I"), ONCE EACH.  A
017100*     COURSE IS MARKED USED WHEN A REQUIREMENT CLAIMS IT SO
017200*     IT COUNTS TOWARD ONE REQUIREMENT ONLY.
017300*----------------------------------------------------------
017400 01  WS-CRS-TABLE.
017500     05  WS-CRS-MAX                  PIC 9(03) COMP VALUE ZERO.
017600     05  WS-CRS-IX                   PIC 9(03) COMP.
017700     05  WS-CRS-ENTRY OCCURS 200 TIMES.
017800         10  WS-CRS-CODE             PIC X(4).
017900         10  WS-CRS-STATE            PIC X(01).
018000             88  WS-CRS-COMPLETED    VALUE "C".
018100             88  WS-CRS-IN-PROGRESS  VALUE "I".
018200         10  WS-CRS-HOURS            PIC 9(02).
018300         10  WS-CRS-USED             PIC X(01).
018400             88  WS-CRS-IS-USED      VALUE "Y".
018500
018600 01  WS-LOOK-CODE                    PIC X(4).
018700 01  WS-LOOK-STATE                   PIC X(01).
018800 01  WS-COURSENAME                   PIC X(20).
018900 01  WS-COURSEHOURS                  PIC 9(02).
019000
019100* YYMMDD
019200 01  CURRENTDATE.
019300     05  CURRENTYEAR                 PIC 9(4).
019400     05  CURRENTMONTH                PIC 99.
019500     05  CURRENTDAY                  PIC 99.
019600
019700 01  WS-HEADING-1.
019800     05  FILLER                      PIC X(40)
019900             VALUE "DEGAUDIT - BILAN DU CHEMINEMENT".
020000
020100 01  WS-HEADING-2.
020200     05  FILLER                      PIC X(20)
020300             VALUE "DATE DU TRAITEMENT: ".
020400     05  HDG-DAY                     PIC 99.
020500     05  FILLER                      PIC X(01) VALUE "/".
020600     05  HDG-MONTH                   PIC 99.
020700     05  FILLER                      PIC X(01) VALUE "/".
020800     05  HDG-YEAR                    PIC 9(4).
020900
021000 01  WS-STUDENT-LINE.
021100     05  FILLER                      PIC X(11)
021200             VALUE "ETUDIANT : ".
021300     05  STU-STUDENTID               PIC 9(7).
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  STU-NOM                     PIC X(25).
021600
021700 01  WS-PROGRAM-LINE.
021800     05  FILLER                      PIC X(11)
021900             VALUE "PROGRAMME: ".
022000     05  PGM-PROGRAM                 PIC X(6).
022100     05  FILLER                      PIC X(03) VALUE SPACES.
022200     05  PGM-DESCRIPTION             PIC X(30).
022300
022400 01  WS-MESSAGE-LINE.
022500     05  MSG-TEXT                    PIC X(40).
022600
022700 01  WS-REQ-HEADING.
022800     05  FILLER                      PIC X(40) VALUE
022900         "COURS OBLIGATOIRES".
023000
023100 01  WS-OTHER-HEADING.
023200     05  FILLER                      PIC X(40) VALUE
023300         "COURS HORS PROGRAMME".
023400
023500 01  WS-HEADING-3.
023600     05  FILLER                      PIC X(50) VALUE
023700         "COURS NOM DU COURS           CRED  STATUT".
023800
023900 01  WS-DETAIL-LINE.
024000     05  DTL-COURSECODE              PIC X(4).
024100     05  FILLER                      PIC X(02) VALUE SPACES.
024200     05  DTL-COURSENAME              PIC X(20).
024300     05  FILLER                      PIC X(03) VALUE SPACES.
024400     05  DTL-HOURS                   PIC Z9.
024500     05  FILLER                      PIC X(04) VALUE SPACES.
024600     05  DTL-STATUS                  PIC X(14).
024700
024800 01  WS-POOL-LINE.
024900     05  FILLER                      PIC X(14)
025000             VALUE "BLOC OPTIONS  ".
025100     05  PL-POOL                     PIC X(2).
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  PL-DESCRIPTION              PIC X(30).
025400     05  FILLER                      PIC X(10)
025500             VALUE "  MINIMUM ".
025600     05  PL-MIN-HOURS                PIC ZZ9.
025700
025800 01  WS-POOL-TOTAL-LINE.
025900     05  FILLER                      PIC X(08)
026000             VALUE "ACQUIS: ".
026100     05  PT-EARNED                   PIC ZZ9.
026200     05  FILLER                      PIC X(12)
026300             VALUE "  EN COURS: ".
026400     05  PT-TAKING                   PIC ZZ9.
026500     05  FILLER                      PIC X(12)
026600             VALUE "  MANQUANT: ".
026700     05  PT-SHORT                    PIC ZZ9.
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  PT-STATUS                   PIC X(14).
027000
027100 01  WS-RESULT-LINE.
027200     05  FILLER                      PIC X(11)
027300             VALUE "RESULTAT : ".
027400     05  RES-TEXT                    PIC X(30).
027500
027600 01  WS-TRAILER-1.
027700     05  FILLER                      PIC X(25)
027800             VALUE "OBLIGATOIRES SATISFAITS: ".
027900     05  TRL-REQ-DONE                PIC ZZZZ9.
028000
028100 01  WS-TRAILER-2.
028200     05  FILLER                      PIC X(25)
028300             VALUE "OBLIGATOIRES EN COURS  : ".
028400     05  TRL-REQ-INPROG              PIC ZZZZ9.
028500
028600 01  WS-TRAILER-3.
028700     05  FILLER                      PIC X(25)
028800             VALUE "OBLIGATOIRES A FAIRE   : ".
028900     05  TRL-REQ-TODO                PIC ZZZZ9.
029000
029100 01  WS-TRAILER-4.
029200     05  FILLER                      PIC X(25)
029300             VALUE "BLOCS SATISFAITS       : ".
029400     05  TRL-POOL-DONE               PIC ZZZZ9.
029500
029600 01  WS-TRAILER-5.
029700     05  FILLER                      PIC X(25)
029800             VALUE "BLOCS EN COURS         : ".
029900     05  TRL-POOL-INPROG             PIC ZZZZ9.
030000
030100 01  WS-TRAILER-6.
030200     05  FILLER                      PIC X(25)
030300             VALUE "BLOCS A COMPLETER      : ".
030400     05  TRL-POOL-TODO               PIC ZZZZ9.
030500
030600 01  WS-TRAILER-7.
030700     05  FILLER                      PIC X(25)
030800             VALUE "COURS HORS PROGRAMME   : ".
030900     05  TRL-OTHER                   PIC ZZZZ9.
031000
031100 PROCEDURE DIVISION.
031200*----------------------------------------------------------
031300* 0000-MAINLINE
031400*----------------------------------------------------------
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE
031700         THRU 1000-EXIT.
031800     PERFORM 2000-LOAD-COURSES
031900         THRU 2000-EXIT.
032000     PERFORM 3000-AUDIT-PROGRAM
032100         THRU 3000-EXIT.
032200     PERFORM 4000-PRINT-OTHERS
032300         THRU 4000-EXIT.
032400     PERFORM 8000-TERMINATE
032500         THRU 8000-EXIT.
032600     GOBACK.
032700
032800*----------------------------------------------------------
032900* 1000-INITIALIZE - READ THE STUDENTID CARD, OPEN THE FILES
033000*----------------------------------------------------------
033100 1000-INITIALIZE.
033200     ACCEPT WS-AUD-STUDENTID
033300     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
033400     OPEN INPUT STUDENT-PERSON-FILE
033500     IF NOT WS-PERS-OK
033600         DISPLAY "DEGAUDIT - OUVERTURE STUPERS IMPOSSIBLE "
033700             WS-PERS-STATUS
033800         GO TO 9999-ABEND
033900     END-IF
034000     OPEN INPUT PROGRAM-REQ-FILE
034100     IF NOT WS-PREQ-OK
034200         DISPLAY "DEGAUDIT - OUVERTURE PROGREQ IMPOSSIBLE "
034300             WS-PREQ-STATUS
034400         GO TO 9999-ABEND
034500     END-IF
034600     OPEN INPUT COURSE-HIST-FILE
034700     IF WS-HIST-NOTOPEN
034800         MOVE "N" TO WS-HIST-PRESENT-SW
034900     ELSE
035000         IF NOT WS-HIST-OK
035100             DISPLAY "DEGAUDIT - OUVERTURE CRSEHIST IMPOSSIBLE "
035200                 WS-HIST-STATUS
035300             GO TO 9999-ABEND
035400         END-IF
035500     END-IF
035600     OPEN INPUT STUDENT-MASTER
035700     IF WS-MAST-NOTOPEN
035800         MOVE "N" TO WS-MAST-PRESENT-SW
035900     ELSE
036000         IF NOT WS-MAST-OK
036100             DISPLAY "DEGAUDIT - OUVERTURE STUMAST IMPOSSIBLE "
036200                 WS-MAST-STATUS
036300             GO TO 9999-ABEND
036400         END-IF
036500     END-IF
036600     OPEN INPUT COURSE-MASTER
036700     IF NOT WS-CRSE-OK
036800         DISPLAY "DEGAUDIT - OUVERTURE CRSEMAST IMPOSSIBLE "
036900             WS-CRSE-STATUS
037000         GO TO 9999-ABEND
037100     END-IF
037200     OPEN OUTPUT AUD-RPT-FILE
037300     IF NOT WS-RPT-OK
037400         DISPLAY "DEGAUDIT - OUVERTURE DEGARPT IMPOSSIBLE "
037500             WS-RPT-STATUS
037600         GO TO 9999-ABEND
037700     END-IF
037800     MOVE CURRENTDAY   TO HDG-DAY
037900     MOVE CURRENTMONTH TO HDG-MONTH
038000     MOVE CURRENTYEAR  TO HDG-YEAR
038100     WRITE AUD-RPT-REC FROM WS-HEADING-1
038200     WRITE AUD-RPT-REC FROM WS-HEADING-2
038300     PERFORM 1100-PRINT-IDENTITY
038400         THRU 1100-EXIT.
038500 1000-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------
038900* 1100-PRINT-IDENTITY - STUDENT AND PROGRAM HEADINGS.  NO
039000*     AUDIT IS POSSIBLE WITHOUT A PERSON RECORD CARRYING A
039100*     PROGRAM KNOWN TO PROGREQ.
039200*----------------------------------------------------------
039300 1100-PRINT-IDENTITY.
039400     MOVE WS-AUD-STUDENTID TO STU-STUDENTID
039500     MOVE SPACES TO STU-NOM
039600     MOVE WS-AUD-STUDENTID TO SP-STUDENTID
039700     READ STUDENT-PERSON-FILE
039800     IF NOT WS-PERS-OK
039900         WRITE AUD-RPT-REC FROM WS-STUDENT-LINE
040000         MOVE "ETUDIANT ABSENT DU FICHIER PERSONNE"
040100             TO MSG-TEXT
040200         GO TO 1100-REFUSE
040300     END-IF
040400     MOVE SP-NOM TO STU-NOM
040500     WRITE AUD-RPT-REC FROM WS-STUDENT-LINE
040600     IF SP-PROGRAM = SPACES
040700         MOVE "AUCUN PROGRAMME DECLARE" TO MSG-TEXT
040800         GO TO 1100-REFUSE
040900     END-IF
041000     MOVE SP-PROGRAM TO WS-AUD-PROGRAM
041100     MOVE SP-PROGRAM TO PR-PROGRAM
041200     MOVE "00"       TO PR-POOL
041300     MOVE SPACES     TO PR-COURSECODE
041400     READ PROGRAM-REQ-FILE
041500     IF NOT WS-PREQ-OK
041600         MOVE SP-PROGRAM TO PGM-PROGRAM
041700         MOVE SPACES     TO PGM-DESCRIPTION
041800         WRITE AUD-RPT-REC FROM WS-PROGRAM-LINE
041900         MOVE "PROGRAMME INCONNU DE PROGREQ" TO MSG-TEXT
042000         GO TO 1100-REFUSE
042100     END-IF
042200     MOVE PR-PROGRAM     TO PGM-PROGRAM
042300     MOVE PR-DESCRIPTION TO PGM-DESCRIPTION
042400     WRITE AUD-RPT-REC FROM WS-PROGRAM-LINE
042500     GO TO 1100-EXIT.
042600 1100-REFUSE.
042700     WRITE AUD-RPT-REC FROM WS-MESSAGE-LINE
042800     SET WS-NO-AUDIT TO TRUE.
042900 1100-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------
043300* 2000-LOAD-COURSES - GATHER THE PASSED COURSES FROM THE
043400*     HISTORY, THEN THE CURRENT REGISTRATIONS
043500*----------------------------------------------------------
043600 2000-LOAD-COURSES.
043700     IF WS-NO-AUDIT
043800         GO TO 2000-EXIT
043900     END-IF
044000     IF NOT WS-HIST-PRESENT
044100         GO TO 2000-REGISTRATIONS
044200     END-IF
044300     MOVE WS-AUD-STUDENTID TO CH-STUDENTID
044400     MOVE SPACES TO CH-COURSECODE
044500     MOVE SPACES TO CH-TERM
044600     START COURSE-HIST-FILE KEY >= CH-KEY
044700     IF WS-HIST-NOTFOUND
044800         GO TO 2000-REGISTRATIONS
044900     END-IF
045000     IF NOT WS-HIST-OK
045100         DISPLAY "DEGAUDIT - POSITIONNEMENT CRSEHIST "
045200             "IMPOSSIBLE " WS-HIST-STATUS
045300         GO TO 9999-ABEND
045400     END-IF
045500     PERFORM 2100-LOAD-HISTORY
045600         THRU 2100-EXIT
045700         UNTIL WS-HIST-EOF.
045800 2000-REGISTRATIONS.
045900     IF NOT WS-MAST-PRESENT
046000         GO TO 2000-EXIT
046100     END-IF
046200     MOVE WS-AUD-STUDENTID TO SM-STUDENTID
046300     MOVE SPACES TO SM-COURSECODE
046400     START STUDENT-MASTER KEY >= SM-KEY
046500     IF WS-MAST-NOTFOUND
046600         GO TO 2000-EXIT
046700     END-IF
046800     IF NOT WS-MAST-OK
046900         DISPLAY "DEGAUDIT - POSITIONNEMENT STUMAST "
047000             "IMPOSSIBLE " WS-MAST-STATUS
047100         GO TO 9999-ABEND
047200     END-IF
047300     PERFORM 2200-LOAD-REGISTRATION
047400         THRU 2200-EXIT
047500         UNTIL WS-MAST-EOF.
047600 2000-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------
048000* 2100-LOAD-HISTORY - ONE HISTORY RECORD OF THE STUDENT; A
048100*     FAILED OR WITHDRAWN COURSE EARNS NOTHING
048200*----------------------------------------------------------
048300 2100-LOAD-HISTORY.
048400     READ COURSE-HIST-FILE NEXT RECORD
048500         AT END
048600             SET WS-HIST-EOF TO TRUE
048700             GO TO 2100-EXIT
048800     END-READ
048900     IF CH-STUDENTID NOT = WS-AUD-STUDENTID
049000         SET WS-HIST-EOF TO TRUE
049100         GO TO 2100-EXIT
049200     END-IF
049300     IF CH-GRADE-FAIL
049400         OR CH-GRADE-WITHDRAWN
049500         GO TO 2100-EXIT
049600     END-IF
049700     MOVE CH-COURSECODE TO WS-LOOK-CODE
049800     MOVE "C" TO WS-LOOK-STATE
049900     PERFORM 2300-NOTE-COURSE
050000         THRU 2300-EXIT.
050100 2100-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------
050500* 2200-LOAD-REGISTRATION - ONE CURRENT REGISTRATION OF THE
050600*     STUDENT, COUNTED AS IN PROGRESS
050700*----------------------------------------------------------
050800 2200-LOAD-REGISTRATION.
050900     READ STUDENT-MASTER NEXT RECORD
051000         AT END
051100             SET WS-MAST-EOF TO TRUE
051200             GO TO 2200-EXIT
051300     END-READ
051400     IF SM-STUDENTID NOT = WS-AUD-STUDENTID
051500         SET WS-MAST-EOF TO TRUE
051600         GO TO 2200-EXIT
051700     END-IF
051800     MOVE SM-COURSECODE TO WS-LOOK-CODE
051900     MOVE "I" TO WS-LOOK-STATE
052000     PERFORM 2300-NOTE-COURSE
052100         THRU 2300-EXIT.
052200 2200-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------
052600* 2300-NOTE-COURSE - ENTER WS-LOOK-CODE IN THE TABLE ONCE;
052700*     A PASS OUTRANKS A REGISTRATION IN THE SAME COURSE
052800*----------------------------------------------------------
052900 2300-NOTE-COURSE.
053000     PERFORM 2400-FIND-COURSE
053100         THRU 2400-EXIT
053200     IF WS-CRS-IX > ZERO
053300         IF WS-LOOK-STATE = "C"
053400             MOVE "C" TO WS-CRS-STATE (WS-CRS-IX)
053500         END-IF
053600         GO TO 2300-EXIT
053700     END-IF
053800     IF WS-CRS-MAX NOT < 200
053900         DISPLAY "DEGAUDIT - TABLE DES COURS PLEINE, COURS "
054000             WS-LOOK-CODE " IGNORE"
054100         GO TO 2300-EXIT
054200     END-IF
054300     PERFORM 3600-GET-COURSE
054400         THRU 3600-EXIT
054500     ADD 1 TO WS-CRS-MAX
054600     MOVE WS-LOOK-CODE   TO WS-CRS-CODE (WS-CRS-MAX)
054700     MOVE WS-LOOK-STATE  TO WS-CRS-STATE (WS-CRS-MAX)
054800     MOVE WS-COURSEHOURS TO WS-CRS-HOURS (WS-CRS-MAX)
054900     MOVE "N"            TO WS-CRS-USED (WS-CRS-MAX).
055000 2300-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------
055400* 2400-FIND-COURSE - POSITION WS-CRS-IX ON WS-LOOK-CODE, OR
055500*     LEAVE IT ZERO WHEN THE STUDENT HAS NOT TAKEN IT
055600*----------------------------------------------------------
055700 2400-FIND-COURSE.
055800     MOVE 1 TO WS-CRS-IX.
055900 2400-SEARCH.
056000     IF WS-CRS-IX > WS-CRS-MAX
056100         MOVE ZERO TO WS-CRS-IX
056200         GO TO 2400-EXIT
056300     END-IF
056400     IF WS-CRS-CODE (WS-CRS-IX) = WS-LOOK-CODE
056500         GO TO 2400-EXIT
056600     END-IF
056700     ADD 1 TO WS-CRS-IX
056800     GO TO 2400-SEARCH.
056900 2400-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------
057300* 3000-AUDIT-PROGRAM - WALK THE PROGRAM'S REQUIREMENTS IN
057400*     KEY ORDER: THE REQUIRED COURSES, THEN EACH ELECTIVE
057500*     POOL HEADER FOLLOWED BY ITS COURSES
057600*----------------------------------------------------------
057700 3000-AUDIT-PROGRAM.
057800     IF WS-NO-AUDIT
057900         GO TO 3000-EXIT
058000     END-IF
058100     WRITE AUD-RPT-REC FROM WS-REQ-HEADING
058200     WRITE AUD-RPT-REC FROM WS-HEADING-3
058300     MOVE WS-AUD-PROGRAM TO PR-PROGRAM
058400     MOVE "00"           TO PR-POOL
058500     MOVE SPACES         TO PR-COURSECODE
058600     START PROGRAM-REQ-FILE KEY > PR-KEY
058700     IF WS-PREQ-NOTFOUND
058800         GO TO 3000-RESULT
058900     END-IF
059000     IF NOT WS-PREQ-OK
059100         DISPLAY "DEGAUDIT - POSITIONNEMENT PROGREQ "
059200             "IMPOSSIBLE " WS-PREQ-STATUS
059300         GO TO 9999-ABEND
059400     END-IF
059500     PERFORM 3100-AUDIT-LINE
059600         THRU 3100-EXIT
059700         UNTIL WS-PREQ-EOF
059800     IF WS-IN-POOL
059900         PERFORM 3500-CLOSE-POOL
060000             THRU 3500-EXIT
060100     END-IF.
060200 3000-RESULT.
060300     EVALUATE TRUE
060400         WHEN WS-REQ-TODO > ZERO
060500             OR WS-POOL-TODO > ZERO
060600             MOVE "EXIGENCES A COMPLETER" TO RES-TEXT
060700         WHEN WS-REQ-INPROG > ZERO
060800             OR WS-POOL-INPROG > ZERO
060900             MOVE "COMPLET AU TERME DES COURS" TO RES-TEXT
061000         WHEN OTHER
061100             MOVE "PROGRAMME COMPLETE" TO RES-TEXT
061200     END-EVALUATE
061300     WRITE AUD-RPT-REC FROM WS-RESULT-LINE.
061400 3000-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------
061800* 3100-AUDIT-LINE - ONE REQUIREMENT LINE, STOPPING AT THE
061900*     NEXT PROGRAM
062000*----------------------------------------------------------
062100 3100-AUDIT-LINE.
062200     READ PROGRAM-REQ-FILE NEXT RECORD
062300         AT END
062400             SET WS-PREQ-EOF TO TRUE
062500             GO TO 3100-EXIT
062600     END-READ
062700     IF PR-PROGRAM NOT = WS-AUD-PROGRAM
062800         SET WS-PREQ-EOF TO TRUE
062900         GO TO 3100-EXIT
063000     END-IF
063100     IF PR-HEADER
063200         PERFORM 3400-OPEN-POOL
063300             THRU 3400-EXIT
063400         GO TO 3100-EXIT
063500     END-IF
063600     MOVE PR-COURSECODE TO WS-LOOK-CODE
063700     PERFORM 3600-GET-COURSE
063800         THRU 3600-EXIT
063900     PERFORM 2400-FIND-COURSE
064000         THRU 2400-EXIT
064100     IF PR-POOL-REQUIRED
064200         PERFORM 3200-CHECK-REQUIRED
064300             THRU 3200-EXIT
064400     ELSE
064500         PERFORM 3300-CHECK-ELECTIVE
064600             THRU 3300-EXIT
064700     END-IF
064800     MOVE PR-COURSECODE  TO DTL-COURSECODE
064900     MOVE WS-COURSENAME  TO DTL-COURSENAME
065000     MOVE WS-COURSEHOURS TO DTL-HOURS
065100     WRITE AUD-RPT-REC FROM WS-DETAIL-LINE.
065200 3100-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------
065600* 3200-CHECK-REQUIRED - A REQUIRED COURSE IS SATISFIED, IN
065700*     PROGRESS OR STILL TO DO
065800*----------------------------------------------------------
065900 3200-CHECK-REQUIRED.
066000     IF WS-CRS-IX = ZERO
066100         MOVE "A FAIRE" TO DTL-STATUS
066200         ADD 1 TO WS-REQ-TODO
066300         GO TO 3200-EXIT
066400     END-IF
066500     SET WS-CRS-IS-USED (WS-CRS-IX) TO TRUE
066600     IF WS-CRS-COMPLETED (WS-CRS-IX)
066700         MOVE "SATISFAIT" TO DTL-STATUS
066800         ADD 1 TO WS-REQ-DONE
066900     ELSE
067000         MOVE "EN COURS" TO DTL-STATUS
067100         ADD 1 TO WS-REQ-INPROG
067200     END-IF.
067300 3200-EXIT.
067400     EXIT.
067500
067600*----------------------------------------------------------
067700* 3300-CHECK-ELECTIVE - A POOL COURSE ADDS ITS HOURS TO THE
067800*     POOL UNLESS ANOTHER REQUIREMENT HAS ALREADY CLAIMED IT
067900*----------------------------------------------------------
068000 3300-CHECK-ELECTIVE.
068100     IF WS-CRS-IX = ZERO
068200         MOVE "DISPONIBLE" TO DTL-STATUS
068300         GO TO 3300-EXIT
068400     END-IF
068500     IF WS-CRS-IS-USED (WS-CRS-IX)
068600         MOVE "DEJA COMPTE" TO DTL-STATUS
068700         GO TO 3300-EXIT
068800     END-IF
068900     SET WS-CRS-IS-USED (WS-CRS-IX) TO TRUE
069000     IF WS-CRS-COMPLETED (WS-CRS-IX)
069100         MOVE "SATISFAIT" TO DTL-STATUS
069200         ADD WS-CRS-HOURS (WS-CRS-IX) TO WS-POOL-EARNED
069300     ELSE
069400         MOVE "EN COURS" TO DTL-STATUS
069500         ADD WS-CRS-HOURS (WS-CRS-IX) TO WS-POOL-TAKING
069600     END-IF.
069700 3300-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------
070100* 3400-OPEN-POOL - AN ELECTIVE POOL HEADER CLOSES THE
070200*     PREVIOUS POOL AND STARTS A NEW HOURS COUNT
070300*----------------------------------------------------------
070400 3400-OPEN-POOL.
070500     IF WS-IN-POOL
070600         PERFORM 3500-CLOSE-POOL
070700             THRU 3500-EXIT
070800     END-IF
070900     SET WS-IN-POOL TO TRUE
071000     MOVE PR-MIN-HOURS TO WS-POOL-MIN
071100     MOVE ZERO TO WS-POOL-EARNED
071200     MOVE ZERO TO WS-POOL-TAKING
071300     MOVE PR-POOL        TO PL-POOL
071400     MOVE PR-DESCRIPTION TO PL-DESCRIPTION
071500     MOVE PR-MIN-HOURS   TO PL-MIN-HOURS
071600     WRITE AUD-RPT-REC FROM WS-POOL-LINE
071700     WRITE AUD-RPT-REC FROM WS-HEADING-3.
071800 3400-EXIT.
071900     EXIT.
072000
072100*----------------------------------------------------------
072200* 3500-CLOSE-POOL - HOURS EARNED AND IN PROGRESS AGAINST
072300*     THE POOL MINIMUM
072400*----------------------------------------------------------
072500 3500-CLOSE-POOL.
072600     COMPUTE WS-POOL-SHORT =
072700         WS-POOL-MIN - WS-POOL-EARNED - WS-POOL-TAKING
072800     IF WS-POOL-SHORT < ZERO
072900         MOVE ZERO TO WS-POOL-SHORT
073000     END-IF
073100     EVALUATE TRUE
073200         WHEN WS-POOL-EARNED NOT < WS-POOL-MIN
073300             MOVE "SATISFAIT" TO PT-STATUS
073400             ADD 1 TO WS-POOL-DONE
073500         WHEN WS-POOL-SHORT = ZERO
073600             MOVE "EN COURS" TO PT-STATUS
073700             ADD 1 TO WS-POOL-INPROG
073800         WHEN OTHER
073900             MOVE "A COMPLETER" TO PT-STATUS
074000             ADD 1 TO WS-POOL-TODO
074100     END-EVALUATE
074200     MOVE WS-POOL-EARNED TO PT-EARNED
074300     MOVE WS-POOL-TAKING TO PT-TAKING
074400     MOVE WS-POOL-SHORT  TO PT-SHORT
074500     WRITE AUD-RPT-REC FROM WS-POOL-TOTAL-LINE
074600     MOVE "N" TO WS-IN-POOL-SW.
074700 3500-EXIT.
074800     EXIT.
074900
075000*----------------------------------------------------------
075100* 3600-GET-COURSE - NAME AND CREDIT HOURS OF WS-LOOK-CODE
075200*----------------------------------------------------------
075300 3600-GET-COURSE.
075400     MOVE WS-LOOK-CODE TO CM-COURSECODE
075500     READ COURSE-MASTER
075600         INVALID KEY
075700             MOVE "COURS INCONNU" TO WS-COURSENAME
075800             MOVE ZERO TO WS-COURSEHOURS
075900         NOT INVALID KEY
076000             MOVE CM-COURSENAME   TO WS-COURSENAME
076100             MOVE CM-CREDIT-HOURS TO WS-COURSEHOURS
076200     END-READ.
076300 3600-EXIT.
076400     EXIT.
076500
076600*----------------------------------------------------------
076700* 4000-PRINT-OTHERS - COURSES NO REQUIREMENT CLAIMED
076800*----------------------------------------------------------
076900 4000-PRINT-OTHERS.
077000     IF WS-NO-AUDIT
077100         GO TO 4000-EXIT
077200     END-IF
077300     PERFORM 4100-PRINT-OTHER
077400         THRU 4100-EXIT
077500         VARYING WS-CRS-IX FROM 1 BY 1
077600         UNTIL WS-CRS-IX > WS-CRS-MAX.
077700 4000-EXIT.
077800     EXIT.
077900
078000*----------------------------------------------------------
078100* 4100-PRINT-OTHER - ONE UNCLAIMED COURSE
078200*----------------------------------------------------------
078300 4100-PRINT-OTHER.
078400     IF WS-CRS-IS-USED (WS-CRS-IX)
078500         GO TO 4100-EXIT
078600     END-IF
078700     IF NOT WS-OTHER-PRINTED
078800         WRITE AUD-RPT-REC FROM WS-OTHER-HEADING
078900         WRITE AUD-RPT-REC FROM WS-HEADING-3
079000         SET WS-OTHER-PRINTED TO TRUE
079100     END-IF
079200     ADD 1 TO WS-OTHER-COUNT
079300     MOVE WS-CRS-CODE (WS-CRS-IX) TO WS-LOOK-CODE
079400     PERFORM 3600-GET-COURSE
079500         THRU 3600-EXIT
079600     MOVE WS-LOOK-CODE   TO DTL-COURSECODE
079700     MOVE WS-COURSENAME  TO DTL-COURSENAME
079800     MOVE WS-COURSEHOURS TO DTL-HOURS
079900     IF WS-CRS-COMPLETED (WS-CRS-IX)
080000         MOVE "COMPLETE" TO DTL-STATUS
080100     ELSE
080200         MOVE "EN COURS" TO DTL-STATUS
080300     END-IF
080400     WRITE AUD-RPT-REC FROM WS-DETAIL-LINE.
080500 4100-EXIT.
080600     EXIT.
080700
080800*----------------------------------------------------------
080900* 8000-TERMINATE - TRAILERS, CLOSE FILES
081000*----------------------------------------------------------
081100 8000-TERMINATE.
081200     IF NOT WS-NO-AUDIT
081300         MOVE WS-REQ-DONE    TO TRL-REQ-DONE
081400         MOVE WS-REQ-INPROG  TO TRL-REQ-INPROG
081500         MOVE WS-REQ-TODO    TO TRL-REQ-TODO
081600         MOVE WS-POOL-DONE   TO TRL-POOL-DONE
081700         MOVE WS-POOL-INPROG TO TRL-POOL-INPROG
081800         MOVE WS-POOL-TODO   TO TRL-POOL-TODO
081900         MOVE WS-OTHER-COUNT TO TRL-OTHER
082000         WRITE AUD-RPT-REC FROM WS-TRAILER-1
082100         WRITE AUD-RPT-REC FROM WS-TRAILER-2
082200         WRITE AUD-RPT-REC FROM WS-TRAILER-3
082300         WRITE AUD-RPT-REC FROM WS-TRAILER-4
082400         WRITE AUD-RPT-REC FROM WS-TRAILER-5
082500         WRITE AUD-RPT-REC FROM WS-TRAILER-6
082600         WRITE AUD-RPT-REC FROM WS-TRAILER-7
082700     END-IF
082800     CLOSE STUDENT-PERSON-FILE
082900     CLOSE PROGRAM-REQ-FILE
083000     IF WS-HIST-PRESENT
083100         CLOSE COURSE-HIST-FILE
083200     END-IF
083300     IF WS-MAST-PRESENT
083400         CLOSE STUDENT-MASTER
083500     END-IF
083600     CLOSE COURSE-MASTER
083700     CLOSE AUD-RPT-FILE.
083800 8000-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------
084200* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
084300*----------------------------------------------------------
084400 9999-ABEND.
084500     DISPLAY "DEGAUDIT - ARRET ANORMAL DU TRAITEMENT".
084600     STOP RUN.
084700 END PROGRAM DEGAUDIT.
