000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  APPTGEN.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  PRIORITY REGISTRATION
001100*                  APPOINTMENTS.  EVERY STUDENT ON STUPERS IS
001200*                  RANKED BY THE CREDIT HOURS EARNED (CRSEHIST
001300*                  GRADES THAT COUNT FOR CREDIT ON GRADSCAL,
001400*                  WEIGHTED BY CM-CREDIT-HOURS) IN THE TERMS
001500*                  BEFORE THE ONE ON THE CONTROL CARD, MOST
001600*                  CREDITS FIRST, TIES BY STUDENTID.  THE
001700*                  RANKED STUDENTS ARE GIVEN SLOTS IN TURN
001800*                  FROM THE FIRST DAY AND TIME ON THE CARD,
001900*                  WEEKDAYS ONLY, AND EACH APPOINTMENT IS
002000*                  WRITTEN TO THE REGAPPT KSDS THAT ENTREE
002100*                  AND RESUBMIT ENFORCE (A RERUN FOR THE SAME
002200*                  TERM REPLACES THE EARLIER APPOINTMENT).
002300*                  THE APPTRPT LISTING CARRIES THE NAME AND
002400*                  ADDRESS OF EACH STUDENT FOR THE MAILING.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SP-STUDENTID
003300         ALTERNATE RECORD KEY IS SP-NOM
003400             WITH DUPLICATES
003500         FILE STATUS IS WS-PERS-STATUS.
003600
003700     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
003800
003900     SELECT COURSE-HIST-FILE ASSIGN TO CRSEHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CH-KEY
004300         FILE STATUS IS WS-HIST-STATUS.
004400
004500     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CM-COURSECODE
004900         FILE STATUS IS WS-CRSE-STATUS.
005000
005100     SELECT GRADE-SCALE-FILE ASSIGN TO GRADSCAL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS GS-GRADE
005500         FILE STATUS IS WS-SCAL-STATUS.
005600
005700     SELECT REG-APPT-FILE ASSIGN TO REGAPPT
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS AP-KEY
006100         FILE STATUS IS WS-APPT-STATUS.
006200
006300     SELECT APPT-RPT-FILE ASSIGN TO APPTRPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900*----------------------------------------------------------
007000* STUDENT-PERSON-FILE - THE STUDENTS TO BE GIVEN A SLOT,
007100*     WITH THE NAME AND ADDRESS FOR THE MAILING
007200*----------------------------------------------------------
007300 FD  STUDENT-PERSON-FILE.
007400 COPY STUPERS.
007500
007600*----------------------------------------------------------
007700* SORT-WORK-FILE - THE STUDENTS, MOST CREDITS EARNED FIRST
007800*----------------------------------------------------------
007900 SD  SORT-WORK-FILE.
008000 01  SORT-REC.
008100     05  SR-EARNED           PIC 9(4).
008200     05  SR-STUDENTID        PIC 9(7).
008300     05  SR-NOM              PIC X(25).
008400     05  SR-RUE              PIC X(25).
008500     05  SR-VILLE            PIC X(15).
008600     05  SR-CODE-POSTAL      PIC X(7).
008700
008800*----------------------------------------------------------
008900* COURSE-HIST-FILE - COMPLETED COURSES AND GRADES
009000*----------------------------------------------------------
009100 FD  COURSE-HIST-FILE.
009200 COPY CRSEHIST.
009300
009400*----------------------------------------------------------
009500* COURSE-MASTER - CREDIT WEIGHT OF EACH COURSE
009600*----------------------------------------------------------
009700 FD  COURSE-MASTER.
009800 COPY COURSMAS.
009900
010000*----------------------------------------------------------
010100* GRADE-SCALE-FILE - DOES THE GRADE COUNT FOR CREDIT
010200*----------------------------------------------------------
010300 FD  GRADE-SCALE-FILE.
010400 COPY GRADSCAL.
010500
010600*----------------------------------------------------------
010700* REG-APPT-FILE - ONE APPOINTMENT PER STUDENT PER TERM
010800*----------------------------------------------------------
010900 FD  REG-APPT-FILE.
011000 COPY REGAPPT.
011100
011200*----------------------------------------------------------
011300* APPT-RPT-FILE - THE APPOINTMENT LISTING FOR THE MAILING
011400*----------------------------------------------------------
011500 FD  APPT-RPT-FILE
011600     RECORDING MODE IS F.
011700 01  APPT-RPT-REC                    PIC X(80).
011800
011900 WORKING-STORAGE SECTION.
012000 01  WS-PERS-STATUS                  PIC XX.
012100     88  WS-PERS-OK                  VALUE "00".
012200
012300 01  WS-HIST-STATUS                  PIC XX.
012400     88  WS-HIST-OK                  VALUE "00".
012500     88  WS-HIST-NOTOPEN             VALUE "35".
012600     88  WS-HIST-NOTFOUND            VALUE "23".
012700
012800 01  WS-CRSE-STATUS                  PIC XX.
012900     88  WS-CRSE-OK                  VALUE "00".
013000     88  WS-CRSE-NOTFOUND            VALUE "23".
013100
013200 01  WS-SCAL-STATUS                  PIC XX.
013300     88  WS-SCAL-OK                  VALUE "00".
013400     88  WS-SCAL-NOTFOUND            VALUE "23".
013500
013600 01  WS-APPT-STATUS                  PIC XX.
013700     88  WS-APPT-OK                  VALUE "00".
013800     88  WS-APPT-NOTOPEN             VALUE "35".
013900     88  WS-APPT-DUPLICATE           VALUE "22".
014000
014100 01  WS-RPT-STATUS                   PIC XX.
014200     88  WS-RPT-OK                   VALUE "00".
014300
014400*----------------------------------------------------------
014500* WS-CONTROL-CARD - TERM (1-5) AND FIRST DAY OF THE
014600*     APPOINTMENTS YYYYMMDD (6-13) ARE REQUIRED.  FIRST AND
014700*     LAST SLOT OF THE DAY HHMM (14-17, 18-21), MINUTES PER
014800*     SLOT (22-24) AND STUDENTS PER SLOT (25-28) KEEP THE
014900*     WS-APPT-DEFAULTS WHEN BLANK OR ZERO.
015000*----------------------------------------------------------
015100 01  WS-CONTROL-CARD.
015200     05  WS-CARD-TERM                PIC X(5).
015300     05  WS-CARD-FIRST-DATE          PIC 9(8).
015400     05  WS-CARD-FIRST-TIME          PIC 9(4).
015500     05  WS-CARD-LAST-TIME           PIC 9(4).
015600     05  WS-CARD-SLOT-MINUTES        PIC 9(3).
015700     05  WS-CARD-PER-SLOT            PIC 9(4).
015800     05  FILLER                      PIC X(52).
015900
016000 01  WS-APPT-DEFAULTS.
016100     05  WS-FIRST-TIME               PIC 9(4) VALUE 0800.
016200     05  WS-LAST-TIME                PIC 9(4) VALUE 1600.
016300     05  WS-SLOT-MINUTES             PIC 9(3) VALUE 30.
016400     05  WS-PER-SLOT                 PIC 9(4) VALUE 50.
016500
016600 01  WS-SWITCHES.
016700     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
016800         88  WS-IN-EOF               VALUE "Y".
016900     05  WS-EOF-SW                   PIC X(01) VALUE "N".
017000         88  WS-EOF                  VALUE "Y".
017100     05  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
017200         88  WS-HIST-EOF             VALUE "Y".
017300     05  WS-HIST-PRESENT-SW          PIC X(01) VALUE "Y".
017400         88  WS-HIST-PRESENT         VALUE "Y".
017500
017600 01  WS-COUNTERS.
017700     05  WS-STUDENT-COUNT            PIC 9(07) COMP VALUE ZERO.
017800     05  WS-HIST-COUNT               PIC 9(07) COMP VALUE ZERO.
017900     05  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
018000     05  WS-REPLACED-COUNT           PIC 9(07) COMP VALUE ZERO.
018100     05  WS-DAY-COUNT                PIC 9(05) COMP VALUE ZERO.
018200
018300 01  WS-RUN-DATE                     PIC 9(8).
018400 01  WS-EARNED                       PIC 9(4).
018500 01  WS-RANK                         PIC 9(5) VALUE ZERO.
018600
018700*----------------------------------------------------------
018800* SLOT ARITHMETIC - TIMES ARE CARRIED AS MINUTES SINCE
018900*     MIDNIGHT AND DAYS AS INTEGER-OF-DATE DAY NUMBERS
019000*     (DAY 1 IS A MONDAY, SO THE REMAINDER BY 7 GIVES THE
019100*     WEEKDAY, 6 AND 0 BEING THE WEEKEND)
019200*----------------------------------------------------------
019300 01  WS-FIRST-MINUTE                 PIC 9(4) COMP.
019400 01  WS-LAST-MINUTE                  PIC 9(4) COMP.
019500 01  WS-SLOT-MINUTE                  PIC 9(4) COMP.
019600 01  WS-SLOT-FILL                    PIC 9(4) COMP VALUE ZERO.
019700 01  WS-DAY-NUMBER                   PIC 9(7).
019800 01  WS-WEEKS                        PIC 9(7).
019900 01  WS-WEEKDAY                      PIC 9(1).
020000 01  WS-SLOT-DATE                    PIC 9(8).
020100 01  WS-HOURS                        PIC 9(2).
020200 01  WS-MINUTES                      PIC 9(2).
020300 01  WS-SLOT-TIME                    PIC 9(4).
020400 01  WS-FIRST-APPT-DATE              PIC 9(8) VALUE ZERO.
020500 01  WS-FIRST-APPT-TIME              PIC 9(4) VALUE ZERO.
020510 01  WS-FIRST-APPT-HHMM REDEFINES WS-FIRST-APPT-TIME.
020520     05  WS-FIRST-APPT-HOURS         PIC 99.
020530     05  WS-FIRST-APPT-MINUTES       PIC 99.
020600
020700 01  WS-HEADING-1.
020800     05  FILLER                      PIC X(50)
020900         VALUE "APPTGEN - RENDEZ-VOUS D'INSCRIPTION PRIORITAIRE".
021000
021100 01  WS-HEADING-2.
021200     05  FILLER                      PIC X(20)
021300             VALUE "DATE DU TRAITEMENT: ".
021400     05  HDG-DATE                    PIC 9(8).
021500     05  FILLER                      PIC X(12)
021600             VALUE "   SESSION: ".
021700     05  HDG-TERM                    PIC X(5).
021800
021900 01  WS-HEADING-3.
022000     05  FILLER                      PIC X(14)
022100             VALUE "A PARTIR DU : ".
022200     05  HDG-FIRST-DATE              PIC 9(8).
022300     05  FILLER                      PIC X(03) VALUE SPACES.
022400     05  HDG-PER-SLOT                PIC ZZZ9.
022500     05  FILLER                      PIC X(17)
022600             VALUE " ETUDIANTS PAR ".
022700     05  HDG-SLOT-MINUTES            PIC ZZ9.
022800     05  FILLER                      PIC X(08) VALUE " MINUTES".
022900
023000 01  WS-COLUMN-HEADING.
023100     05  FILLER                      PIC X(40) VALUE
023200         " RANG  ETUDIANT NOM                     ".
023300     05  FILLER                      PIC X(30) VALUE
023400         "   CREDITS  DATE      HEURE".
023500
023600 01  WS-DETAIL-LINE.
023700     05  DTL-RANK                    PIC ZZZZ9.
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  DTL-STUDENTID               PIC 9(7).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  DTL-NOM                     PIC X(25).
024200     05  FILLER                      PIC X(05) VALUE SPACES.
024300     05  DTL-EARNED                  PIC ZZZ9.
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  DTL-DATE                    PIC 9(8).
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  DTL-HOURS                   PIC 99.
024800     05  FILLER                      PIC X(01) VALUE ":".
024900     05  DTL-MINUTES                 PIC 99.
025000
025100 01  WS-ADDRESS-LINE.
025200     05  FILLER                      PIC X(16) VALUE SPACES.
025300     05  ADR-RUE                     PIC X(25).
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  ADR-VILLE                   PIC X(15).
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  ADR-CODE-POSTAL             PIC X(7).
025800
025900 01  WS-TRAILER-1.
026000     05  FILLER                      PIC X(25)
026100             VALUE "ETUDIANTS CLASSES     : ".
026200     05  TRL-STUDENTS                PIC ZZZZZZ9.
026300
026400 01  WS-TRAILER-2.
026500     05  FILLER                      PIC X(25)
026600             VALUE "COURS ANTERIEURS LUS  : ".
026700     05  TRL-HISTORY                 PIC ZZZZZZ9.
026800
026900 01  WS-TRAILER-3.
027000     05  FILLER                      PIC X(25)
027100             VALUE "RENDEZ-VOUS CREES     : ".
027200     05  TRL-WRITTEN                 PIC ZZZZZZ9.
027300
027400 01  WS-TRAILER-4.
027500     05  FILLER                      PIC X(25)
027600             VALUE "RENDEZ-VOUS REMPLACES : ".
027700     05  TRL-REPLACED                PIC ZZZZZZ9.
027800
027900 01  WS-TRAILER-5.
028000     05  FILLER                      PIC X(25)
028100             VALUE "JOURS D'INSCRIPTION   : ".
028200     05  TRL-DAYS                    PIC ZZZZZZ9.
028300
028400 01  WS-TRAILER-6.
028410     05  FILLER                      PIC X(25)
028420             VALUE "PREMIER RENDEZ-VOUS   : ".
028430     05  TRL-FIRST-DATE              PIC 9(8).
028440     05  FILLER                      PIC X(02) VALUE SPACES.
028450     05  TRL-FIRST-HOURS             PIC 99.
028460     05  FILLER                      PIC X(01) VALUE ":".
028470     05  TRL-FIRST-MINUTES           PIC 99.
028480
028490 01  WS-TRAILER-7.
028500     05  FILLER                      PIC X(25)
028600             VALUE "DERNIER RENDEZ-VOUS   : ".
028700     05  TRL-LAST-DATE               PIC 9(8).
028800     05  FILLER                      PIC X(02) VALUE SPACES.
028900     05  TRL-LAST-HOURS              PIC 99.
029000     05  FILLER                      PIC X(01) VALUE ":".
029100     05  TRL-LAST-MINUTES            PIC 99.
029200
029300 PROCEDURE DIVISION.
029400*----------------------------------------------------------
029500* 0000-MAINLINE
029600*----------------------------------------------------------
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE
029900         THRU 1000-EXIT.
030000     SORT SORT-WORK-FILE
030100         ON DESCENDING KEY SR-EARNED
030200         ON ASCENDING KEY SR-STUDENTID
030300         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
030400         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
030500     PERFORM 8000-TERMINATE
030600         THRU 8000-EXIT.
030700     GOBACK.
030800
030900*----------------------------------------------------------
031000* 1000-INITIALIZE - CONTROL CARD, SLOT LIMITS, OPEN THE
031100*     FILES (CREATING REGAPPT ON THE FIRST RUN)
031200*----------------------------------------------------------
031300 1000-INITIALIZE.
031400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031500     ACCEPT WS-CONTROL-CARD
031600     IF WS-CARD-TERM = SPACES
031700         DISPLAY "APPTGEN - CARTE DE TERME ABSENTE"
031800         GO TO 9999-ABEND
031900     END-IF
032000     IF WS-CARD-FIRST-DATE NOT NUMERIC
032100         DISPLAY "APPTGEN - PREMIER JOUR INVALIDE : "
032200             WS-CARD-FIRST-DATE
032300         GO TO 9999-ABEND
032400     END-IF
032500     COMPUTE WS-DAY-NUMBER =
032600         FUNCTION INTEGER-OF-DATE (WS-CARD-FIRST-DATE)
032700     IF WS-DAY-NUMBER = ZERO
032800         DISPLAY "APPTGEN - PREMIER JOUR INVALIDE : "
032900             WS-CARD-FIRST-DATE
033000         GO TO 9999-ABEND
033100     END-IF
033200     IF WS-CARD-FIRST-TIME NUMERIC
033300         AND WS-CARD-FIRST-TIME > ZERO
033400         MOVE WS-CARD-FIRST-TIME TO WS-FIRST-TIME
033500     END-IF
033600     IF WS-CARD-LAST-TIME NUMERIC
033700         AND WS-CARD-LAST-TIME > ZERO
033800         MOVE WS-CARD-LAST-TIME TO WS-LAST-TIME
033900     END-IF
034000     IF WS-CARD-SLOT-MINUTES NUMERIC
034100         AND WS-CARD-SLOT-MINUTES > ZERO
034200         MOVE WS-CARD-SLOT-MINUTES TO WS-SLOT-MINUTES
034300     END-IF
034400     IF WS-CARD-PER-SLOT NUMERIC
034500         AND WS-CARD-PER-SLOT > ZERO
034600         MOVE WS-CARD-PER-SLOT TO WS-PER-SLOT
034700     END-IF
034800     DIVIDE WS-FIRST-TIME BY 100 GIVING WS-HOURS
034900         REMAINDER WS-MINUTES
035000     COMPUTE WS-FIRST-MINUTE = WS-HOURS * 60 + WS-MINUTES
035100     IF WS-MINUTES > 59
035200         MOVE 9999 TO WS-FIRST-MINUTE
035300     END-IF
035400     DIVIDE WS-LAST-TIME BY 100 GIVING WS-HOURS
035500         REMAINDER WS-MINUTES
035600     COMPUTE WS-LAST-MINUTE = WS-HOURS * 60 + WS-MINUTES
035700     IF WS-MINUTES > 59
035800         OR WS-LAST-TIME > 2359
035900         OR WS-FIRST-MINUTE > WS-LAST-MINUTE
036000         DISPLAY "APPTGEN - HEURES DES RENDEZ-VOUS INVALIDES : "
036100             WS-FIRST-TIME " " WS-LAST-TIME
036200         GO TO 9999-ABEND
036300     END-IF
036400     MOVE WS-FIRST-MINUTE TO WS-SLOT-MINUTE
036500     PERFORM 4500-SKIP-WEEKEND
036600         THRU 4500-EXIT
036700     MOVE 1 TO WS-DAY-COUNT
036800     OPEN INPUT STUDENT-PERSON-FILE
036900     IF NOT WS-PERS-OK
037000         DISPLAY "APPTGEN - OUVERTURE STUPERS IMPOSSIBLE "
037100             WS-PERS-STATUS
037200         GO TO 9999-ABEND
037300     END-IF
037400     OPEN INPUT COURSE-HIST-FILE
037500     IF WS-HIST-NOTOPEN
037600         DISPLAY "APPTGEN - AUCUN FICHIER HISTORIQUE"
037700         MOVE "N" TO WS-HIST-PRESENT-SW
037800     ELSE
037900         IF NOT WS-HIST-OK
038000             DISPLAY "APPTGEN - OUVERTURE CRSEHIST IMPOSSIBLE "
038100                 WS-HIST-STATUS
038200             GO TO 9999-ABEND
038300         END-IF
038400     END-IF
038500     OPEN INPUT COURSE-MASTER
038600     IF NOT WS-CRSE-OK
038700         DISPLAY "APPTGEN - OUVERTURE CRSEMAST IMPOSSIBLE "
038800             WS-CRSE-STATUS
038900         GO TO 9999-ABEND
039000     END-IF
039100     OPEN INPUT GRADE-SCALE-FILE
039200     IF NOT WS-SCAL-OK
039300         DISPLAY "APPTGEN - OUVERTURE GRADSCAL IMPOSSIBLE "
039400             WS-SCAL-STATUS
039500         GO TO 9999-ABEND
039600     END-IF
039700     OPEN I-O REG-APPT-FILE
039800     IF WS-APPT-NOTOPEN
039900         OPEN OUTPUT REG-APPT-FILE
040000         CLOSE REG-APPT-FILE
040100         OPEN I-O REG-APPT-FILE
040200     END-IF
040300     IF NOT WS-APPT-OK
040400         DISPLAY "APPTGEN - OUVERTURE REGAPPT IMPOSSIBLE "
040500             WS-APPT-STATUS
040600         GO TO 9999-ABEND
040700     END-IF
040800     OPEN OUTPUT APPT-RPT-FILE
040900     IF NOT WS-RPT-OK
041000         DISPLAY "APPTGEN - OUVERTURE APPTRPT IMPOSSIBLE "
041100             WS-RPT-STATUS
041200         GO TO 9999-ABEND
041300     END-IF
041400     MOVE WS-RUN-DATE     TO HDG-DATE
041500     MOVE WS-CARD-TERM    TO HDG-TERM
041600     MOVE WS-SLOT-DATE    TO HDG-FIRST-DATE
041700     MOVE WS-PER-SLOT     TO HDG-PER-SLOT
041800     MOVE WS-SLOT-MINUTES TO HDG-SLOT-MINUTES
041900     WRITE APPT-RPT-REC FROM WS-HEADING-1
042000     WRITE APPT-RPT-REC FROM WS-HEADING-2
042100     WRITE APPT-RPT-REC FROM WS-HEADING-3
042200     MOVE SPACES TO APPT-RPT-REC
042300     WRITE APPT-RPT-REC
042400     WRITE APPT-RPT-REC FROM WS-COLUMN-HEADING.
042500 1000-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------
042900* 3000-SORT-INPUT - EVERY STUDENT ON STUPERS WITH THE
043000*     CREDIT HOURS EARNED BEFORE THE TERM
043100*----------------------------------------------------------
043200 3000-SORT-INPUT.
043300     PERFORM 3100-RELEASE-STUDENT
043400         THRU 3100-EXIT
043500         UNTIL WS-IN-EOF.
043600 3000-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------
044000* 3100-RELEASE-STUDENT - ONE STUDENT INTO THE SORT
044100*----------------------------------------------------------
044200 3100-RELEASE-STUDENT.
044300     READ STUDENT-PERSON-FILE NEXT RECORD
044400         AT END
044500             SET WS-IN-EOF TO TRUE
044600             GO TO 3100-EXIT
044700     END-READ
044800     ADD 1 TO WS-STUDENT-COUNT
044900     MOVE ZERO TO WS-EARNED
045000     IF WS-HIST-PRESENT
045100         PERFORM 3200-TALLY-HISTORY
045200             THRU 3200-EXIT
045300     END-IF
045400     MOVE WS-EARNED      TO SR-EARNED
045500     MOVE SP-STUDENTID   TO SR-STUDENTID
045600     MOVE SP-NOM         TO SR-NOM
045700     MOVE SP-RUE         TO SR-RUE
045800     MOVE SP-VILLE       TO SR-VILLE
045900     MOVE SP-CODE-POSTAL TO SR-CODE-POSTAL
046000     RELEASE SORT-REC.
046100 3100-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------
046500* 3200-TALLY-HISTORY - POSITION CRSEHIST ON THE STUDENT AND
046600*     ADD UP THE COURSES OF EARLIER TERMS
046700*----------------------------------------------------------
046800 3200-TALLY-HISTORY.
046900     MOVE SP-STUDENTID TO CH-STUDENTID
047000     MOVE LOW-VALUES   TO CH-COURSECODE
047100     MOVE LOW-VALUES   TO CH-TERM
047200     START COURSE-HIST-FILE KEY >= CH-KEY
047300     IF WS-HIST-NOTFOUND
047400         GO TO 3200-EXIT
047500     END-IF
047600     IF NOT WS-HIST-OK
047700         DISPLAY "APPTGEN - POSITIONNEMENT CRSEHIST "
047800             "IMPOSSIBLE " WS-HIST-STATUS
047900         GO TO 9999-ABEND
048000     END-IF
048100     MOVE "N" TO WS-HIST-EOF-SW
048200     PERFORM 3300-ADD-COURSE
048300         THRU 3300-EXIT
048400         UNTIL WS-HIST-EOF.
048500 3200-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------
048900* 3300-ADD-COURSE - ONE HISTORY RECORD.  THE TERM BEING
049000*     SCHEDULED AND LATER ONES ARE IGNORED, SO A RERUN GIVES
049100*     THE SAME RANKING.
049200*----------------------------------------------------------
049300 3300-ADD-COURSE.
049400     READ COURSE-HIST-FILE NEXT RECORD
049500         AT END
049600             SET WS-HIST-EOF TO TRUE
049700             GO TO 3300-EXIT
049800     END-READ
049900     IF CH-STUDENTID NOT = SP-STUDENTID
050000         SET WS-HIST-EOF TO TRUE
050100         GO TO 3300-EXIT
050200     END-IF
050300     IF CH-TERM NOT < WS-CARD-TERM
050400         GO TO 3300-EXIT
050500     END-IF
050600     ADD 1 TO WS-HIST-COUNT
050700     MOVE CH-GRADE TO GS-GRADE
050800     READ GRADE-SCALE-FILE
050900     IF WS-SCAL-NOTFOUND
051000         DISPLAY "APPTGEN - NOTE HORS BAREME : " CH-STUDENTID
051100             " " CH-COURSECODE " " CH-TERM " " CH-GRADE
051200         GO TO 3300-EXIT
051300     END-IF
051400     IF NOT WS-SCAL-OK
051500         DISPLAY "APPTGEN - LECTURE GRADSCAL IMPOSSIBLE "
051600             WS-SCAL-STATUS
051700         GO TO 9999-ABEND
051800     END-IF
051900     IF NOT GS-COUNTS-CREDIT
052000         GO TO 3300-EXIT
052100     END-IF
052200     MOVE CH-COURSECODE TO CM-COURSECODE
052300     READ COURSE-MASTER
052400     IF WS-CRSE-NOTFOUND
052500         DISPLAY "APPTGEN - COURS INCONNU : " CH-COURSECODE
052600         GO TO 3300-EXIT
052700     END-IF
052800     IF NOT WS-CRSE-OK
052900         DISPLAY "APPTGEN - LECTURE CRSEMAST IMPOSSIBLE "
053000             WS-CRSE-STATUS
053100         GO TO 9999-ABEND
053200     END-IF
053300     ADD CM-CREDIT-HOURS TO WS-EARNED.
053400 3300-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------
053800* 4000-SORT-OUTPUT - THE RANKED STUDENTS, ONE SLOT AT A TIME
053900*----------------------------------------------------------
054000 4000-SORT-OUTPUT.
054100     PERFORM 4100-RETURN-STUDENT
054200         THRU 4100-EXIT
054300     PERFORM 4200-ASSIGN-SLOT
054400         THRU 4200-EXIT
054500         UNTIL WS-EOF.
054600 4000-EXIT.
054700     EXIT.
054800
054900*----------------------------------------------------------
055000* 4100-RETURN-STUDENT - NEXT RANKED STUDENT
055100*----------------------------------------------------------
055200 4100-RETURN-STUDENT.
055300     RETURN SORT-WORK-FILE
055400         AT END
055500             SET WS-EOF TO TRUE
055600     END-RETURN.
055700 4100-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------
056100* 4200-ASSIGN-SLOT - A FULL SLOT MOVES ON TO THE NEXT ONE,
056200*     AND PAST THE LAST SLOT OF THE DAY TO THE FIRST SLOT OF
056300*     THE NEXT WEEKDAY.  THE APPOINTMENT IS FILED AND LISTED.
056400*----------------------------------------------------------
056500 4200-ASSIGN-SLOT.
056600     IF WS-SLOT-FILL NOT < WS-PER-SLOT
056700         MOVE ZERO TO WS-SLOT-FILL
056800         ADD WS-SLOT-MINUTES TO WS-SLOT-MINUTE
056900         IF WS-SLOT-MINUTE > WS-LAST-MINUTE
057000             MOVE WS-FIRST-MINUTE TO WS-SLOT-MINUTE
057100             ADD 1 TO WS-DAY-NUMBER
057200             ADD 1 TO WS-DAY-COUNT
057300             PERFORM 4500-SKIP-WEEKEND
057400                 THRU 4500-EXIT
057500         END-IF
057600     END-IF
057700     ADD 1 TO WS-SLOT-FILL
057800     ADD 1 TO WS-RANK
057900     DIVIDE WS-SLOT-MINUTE BY 60 GIVING WS-HOURS
058000         REMAINDER WS-MINUTES
058100     COMPUTE WS-SLOT-TIME = WS-HOURS * 100 + WS-MINUTES
058200     IF WS-RANK = 1
058300         MOVE WS-SLOT-DATE TO WS-FIRST-APPT-DATE
058400         MOVE WS-SLOT-TIME TO WS-FIRST-APPT-TIME
058500     END-IF
058600     MOVE SPACES          TO REG-APPT-REC
058700     MOVE SR-STUDENTID    TO AP-STUDENTID
058800     MOVE WS-CARD-TERM    TO AP-TERM
058900     MOVE WS-SLOT-DATE    TO AP-APPT-DATE
059000     MOVE WS-SLOT-TIME    TO AP-APPT-TIME
059100     MOVE SR-EARNED       TO AP-EARNED
059200     MOVE WS-RANK         TO AP-RANK
059300     MOVE WS-RUN-DATE     TO AP-RUN-DATE
059400     WRITE REG-APPT-REC
059500     IF WS-APPT-DUPLICATE
059600         REWRITE REG-APPT-REC
059700         IF NOT WS-APPT-OK
059800             DISPLAY "APPTGEN - REECRITURE REGAPPT IMPOSSIBLE "
059900                 WS-APPT-STATUS
060000             GO TO 9999-ABEND
060100         END-IF
060200         ADD 1 TO WS-REPLACED-COUNT
060300     ELSE
060400         IF NOT WS-APPT-OK
060500             DISPLAY "APPTGEN - ECRITURE REGAPPT IMPOSSIBLE "
060600                 WS-APPT-STATUS
060700             GO TO 9999-ABEND
060800         END-IF
060900         ADD 1 TO WS-WRITTEN-COUNT
061000     END-IF
061100     MOVE WS-RANK         TO DTL-RANK
061200     MOVE SR-STUDENTID    TO DTL-STUDENTID
061300     MOVE SR-NOM          TO DTL-NOM
061400     MOVE SR-EARNED       TO DTL-EARNED
061500     MOVE WS-SLOT-DATE    TO DTL-DATE
061600     MOVE WS-HOURS        TO DTL-HOURS
061700     MOVE WS-MINUTES      TO DTL-MINUTES
061800     MOVE SR-RUE          TO ADR-RUE
061900     MOVE SR-VILLE        TO ADR-VILLE
062000     MOVE SR-CODE-POSTAL  TO ADR-CODE-POSTAL
062100     WRITE APPT-RPT-REC FROM WS-DETAIL-LINE
062200     WRITE APPT-RPT-REC FROM WS-ADDRESS-LINE
062300     PERFORM 4100-RETURN-STUDENT
062400         THRU 4100-EXIT.
062500 4200-EXIT.
062600     EXIT.
062700
062800*----------------------------------------------------------
062900* 4500-SKIP-WEEKEND - MOVE WS-DAY-NUMBER OFF A SATURDAY OR
063000*     SUNDAY AND SET WS-SLOT-DATE
063100*----------------------------------------------------------
063200 4500-SKIP-WEEKEND.
063300     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEKS
063400         REMAINDER WS-WEEKDAY
063500     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = ZERO
063600         ADD 1 TO WS-DAY-NUMBER
063700         GO TO 4500-SKIP-WEEKEND
063800     END-IF
063900     COMPUTE WS-SLOT-DATE =
064000         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).
064100 4500-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------
064500* 8000-TERMINATE - TRAILERS, CLOSE THE FILES.  AN EMPTY
064600*     STUPERS ENDS WITH RETURN CODE 4.
064700*----------------------------------------------------------
064800 8000-TERMINATE.
064900     MOVE WS-STUDENT-COUNT  TO TRL-STUDENTS
065000     MOVE WS-HIST-COUNT     TO TRL-HISTORY
065100     MOVE WS-WRITTEN-COUNT  TO TRL-WRITTEN
065200     MOVE WS-REPLACED-COUNT TO TRL-REPLACED
065300     MOVE SPACES TO APPT-RPT-REC
065400     WRITE APPT-RPT-REC
065500     WRITE APPT-RPT-REC FROM WS-TRAILER-1
065600     WRITE APPT-RPT-REC FROM WS-TRAILER-2
065700     WRITE APPT-RPT-REC FROM WS-TRAILER-3
065800     WRITE APPT-RPT-REC FROM WS-TRAILER-4
065900     IF WS-RANK > ZERO
066000         MOVE WS-DAY-COUNT TO TRL-DAYS
066010         MOVE WS-FIRST-APPT-DATE    TO TRL-FIRST-DATE
066020         MOVE WS-FIRST-APPT-HOURS   TO TRL-FIRST-HOURS
066030         MOVE WS-FIRST-APPT-MINUTES TO TRL-FIRST-MINUTES
066100         MOVE WS-SLOT-DATE TO TRL-LAST-DATE
066200         MOVE WS-HOURS     TO TRL-LAST-HOURS
066300         MOVE WS-MINUTES   TO TRL-LAST-MINUTES
066400         WRITE APPT-RPT-REC FROM WS-TRAILER-5
066500         WRITE APPT-RPT-REC FROM WS-TRAILER-6
066510         WRITE APPT-RPT-REC FROM WS-TRAILER-7
066600     ELSE
066700         DISPLAY "APPTGEN - AUCUN ETUDIANT SUR STUPERS"
066800         MOVE 4 TO RETURN-CODE
066900     END-IF
067000     IF WS-HIST-PRESENT
067100         CLOSE COURSE-HIST-FILE
067200     END-IF
067300     CLOSE STUDENT-PERSON-FILE
067400     CLOSE COURSE-MASTER
067500     CLOSE GRADE-SCALE-FILE
067600     CLOSE REG-APPT-FILE
067700     CLOSE APPT-RPT-FILE.
067800 8000-EXIT.
067900     EXIT.
068000
068100*----------------------------------------------------------
068200* 9999-ABEND
068300*----------------------------------------------------------
068400 9999-ABEND.
068500     DISPLAY "APPTGEN - ARRET ANORMAL DU TRAITEMENT".
068600     STOP RUN.
068700 END PROGRAM APPTGEN.
