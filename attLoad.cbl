000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ATTLOAD.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  LOADS THE ATTENDANCE
001100*                  KSDS (ATTEND) FROM THE INSTRUCTORS' CLASS
001200*                  LISTS, ONE CARD PER STUDENT PER MEETING
001300*                  (P PRESENT, A ABSENT, E EXCUSED).  THE
001400*                  SECTION MUST EXIST ON CRSESECT, THE DATE
001500*                  MUST FALL BETWEEN ITS START AND END DATES,
001600*                  NOT AFTER TODAY, AND ON ONE OF ITS MEETING
001700*                  DAYS (CS-MEET-DAYS), AND THE STUDENT MUST
001800*                  BE REGISTERED IN THAT SECTION ON STUMAST.
001900*                  A CARD FOR A MEETING ALREADY LOADED
002000*                  REPLACES IT - A CORRECTED LIST IS SIMPLY
002100*                  RE-KEYED.  PRINTS AN AUDIT LISTING.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT MAINT-TRANS-FILE ASSIGN TO ATTTRAN
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-TRANS-STATUS.
002900
003000     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AT-KEY
003400         FILE STATUS IS WS-ATT-STATUS.
003500
003600     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CS-KEY
004000         FILE STATUS IS WS-SECT-STATUS.
004100
004200     SELECT STUDENT-MASTER ASSIGN TO STUMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SM-KEY
004600         ALTERNATE RECORD KEY IS SM-COURSECODE
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-MAST-STATUS.
004900
005000     SELECT MAINT-LST-FILE ASSIGN TO ATTLST
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-LST-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------
005700* MAINT-TRANS-FILE - ONE STUDENT PER MEETING PER CARD
005800*----------------------------------------------------------
005900 FD  MAINT-TRANS-FILE
006000     RECORDING MODE IS F.
006100 01  MAINT-TRANS-REC.
006200     05  TA-COURSECODE               PIC X(4).
006300     05  TA-SECTION                  PIC X(2).
006400     05  TA-MEET-DATE                PIC 9(8).
006500     05  TA-STUDENTID                PIC 9(7).
006600     05  TA-STATUS                   PIC X.
006700         88  TA-STATUS-VALID         VALUE "P" "A" "E".
006800     05  FILLER                      PIC X(58).
006900
007000*----------------------------------------------------------
007100* ATTENDANCE-FILE - THE ATTENDANCE BEING LOADED
007200*----------------------------------------------------------
007300 FD  ATTENDANCE-FILE.
007400 COPY ATTEND.
007500
007600*----------------------------------------------------------
007700* COURSE-SECTION-FILE - DATES AND MEETING DAYS
007800*----------------------------------------------------------
007900 FD  COURSE-SECTION-FILE.
008000 COPY COURSECT.
008100
008200*----------------------------------------------------------
008300* STUDENT-MASTER - THE STUDENT MUST HOLD THE SECTION
008400*----------------------------------------------------------
008500 FD  STUDENT-MASTER.
008600 COPY STUDMAS.
008700
008800*----------------------------------------------------------
008900* MAINT-LST-FILE - AUDIT LISTING
009000*----------------------------------------------------------
009100 FD  MAINT-LST-FILE
009200     RECORDING MODE IS F.
009300 01  MAINT-LST-REC                   PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-TRANS-STATUS                 PIC XX.
009700     88  WS-TRANS-OK                 VALUE "00".
009800     88  WS-TRANS-EOF                VALUE "10".
009900
010000 01  WS-ATT-STATUS                   PIC XX.
010100     88  WS-ATT-OK                   VALUE "00".
010200     88  WS-ATT-NOTOPEN              VALUE "35".
010300     88  WS-ATT-DUPLICATE            VALUE "22".
010400
010500 01  WS-SECT-STATUS                  PIC XX.
010600     88  WS-SECT-OK                  VALUE "00".
010700     88  WS-SECT-NOTFOUND            VALUE "23".
010800
010900 01  WS-MAST-STATUS                  PIC XX.
011000     88  WS-MAST-OK                  VALUE "00", "02".
011100     88  WS-MAST-NOTFOUND            VALUE "23".
011200
011300 01  WS-LST-STATUS                   PIC XX.
011400     88  WS-LST-OK                   VALUE "00".
011500
011600 01  WS-SWITCHES.
011700     05  WS-EOF-SW                   PIC X(01) VALUE "N".
011800         88  WS-EOF                  VALUE "Y".
011900     05  WS-TRANS-VALID-SW           PIC X(01) VALUE "Y".
012000         88  WS-TRANS-VALID          VALUE "Y".
012100
012200 01  WS-COUNTERS.
012300     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
012400     05  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
012500     05  WS-REPLACED-COUNT           PIC 9(05) COMP VALUE ZERO.
012600     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
012700
012800*----------------------------------------------------------
012900* WS-WEEKDAY-FIELDS - DAY OF THE WEEK OF THE MEETING DATE.
013000*     DAY 1 OF THE INTEGER DATE (01/01/1601) IS A MONDAY, SO
013100*     THE REMAINDER BY 7 GIVES 1 = LUNDI ... 0 = DIMANCHE,
013200*     THE ORDER OF CS-MEET-DAYS.
013300*----------------------------------------------------------
013400 01  WS-WEEKDAY-FIELDS.
013500     05  WS-DAY-NUMBER               PIC 9(7) COMP.
013600     05  WS-WEEKS                    PIC 9(7) COMP.
013700     05  WS-WEEKDAY                  PIC 9(1) COMP.
013800
013900* YYMMDD
014000 01  CURRENTDATE.
014100     05  CURRENTYEAR                 PIC 9(4).
014200     05  CURRENTMONTH                PIC 99.
014300     05  CURRENTDAY                  PIC 99.
014400
014500 01  WS-HEADING-1.
014600     05  FILLER                      PIC X(45)
014700         VALUE "ATTLOAD - CHARGEMENT DES PRESENCES".
014800
014900 01  WS-HEADING-2.
015000     05  FILLER                      PIC X(20)
015100             VALUE "DATE DU TRAITEMENT: ".
015200     05  HDG-DAY                     PIC 99.
015300     05  FILLER                      PIC X(01) VALUE "/".
015400     05  HDG-MONTH                   PIC 99.
015500     05  FILLER                      PIC X(01) VALUE "/".
015600     05  HDG-YEAR                    PIC 9(4).
015700
015800 01  WS-ACTION-LINE.
015900     05  FILLER                      PIC X(09)
016000             VALUE "SEANCE : ".
016100     05  ACT-COURSECODE              PIC X(4).
016200     05  FILLER                      PIC X(01) VALUE SPACES.
016300     05  ACT-SECTION                 PIC X(2).
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  ACT-MEET-DATE               PIC X(8).
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  ACT-STUDENTID               PIC X(7).
016800     05  FILLER                      PIC X(02) VALUE SPACES.
016900     05  ACT-STATUS                  PIC X.
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  ACT-NOTE                    PIC X(10).
017200
017300 01  WS-REJECT-LINE.
017400     05  FILLER                      PIC X(09)
017500             VALUE "REJET  : ".
017600     05  REJ-REASON                  PIC X(40).
017700
017800 01  WS-TRAILER-1.
017900     05  FILLER                      PIC X(25)
018000             VALUE "TRANSACTIONS LUES     : ".
018100     05  TRL-TRANS                   PIC ZZZZ9.
018200
018300 01  WS-TRAILER-2.
018400     05  FILLER                      PIC X(25)
018500             VALUE "PRESENCES CHARGEES    : ".
018600     05  TRL-APPLIED                 PIC ZZZZ9.
018700
018800 01  WS-TRAILER-3.
018900     05  FILLER                      PIC X(25)
019000             VALUE "  DONT CORRECTIONS    : ".
019100     05  TRL-REPLACED                PIC ZZZZ9.
019200
019300 01  WS-TRAILER-4.
019400     05  FILLER                      PIC X(25)
019500             VALUE "TRANSACTIONS REJETEES : ".
019600     05  TRL-REJECTS                 PIC ZZZZ9.
019700
019800 PROCEDURE DIVISION.
019900*----------------------------------------------------------
020000* 0000-MAINLINE
020100*----------------------------------------------------------
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE
020400         THRU 1000-EXIT.
020500     PERFORM 2000-PROCESS-TRANS
020600         THRU 2000-EXIT
020700         UNTIL WS-EOF.
020800     PERFORM 8000-TERMINATE
020900         THRU 8000-EXIT.
021000     GOBACK.
021100
021200*----------------------------------------------------------
021300* 1000-INITIALIZE - OPEN FILES, CREATING ATTEND ON THE
021400*     FIRST LOAD IF THE KSDS HAS NOT YET BEEN BUILT
021500*----------------------------------------------------------
021600 1000-INITIALIZE.
021700     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
021800     OPEN INPUT MAINT-TRANS-FILE
021900     IF NOT WS-TRANS-OK
022000         DISPLAY "ATTLOAD - OUVERTURE ATTTRAN IMPOSSIBLE "
022100             WS-TRANS-STATUS
022200         GO TO 9999-ABEND
022300     END-IF
022400     OPEN I-O ATTENDANCE-FILE
022500     IF WS-ATT-NOTOPEN
022600         OPEN OUTPUT ATTENDANCE-FILE
022700         CLOSE ATTENDANCE-FILE
022800         OPEN I-O ATTENDANCE-FILE
022900     END-IF
023000     IF NOT WS-ATT-OK
023100         DISPLAY "ATTLOAD - OUVERTURE ATTEND IMPOSSIBLE "
023200             WS-ATT-STATUS
023300         GO TO 9999-ABEND
023400     END-IF
023500     OPEN INPUT COURSE-SECTION-FILE
023600     IF NOT WS-SECT-OK
023700         DISPLAY "ATTLOAD - OUVERTURE CRSESECT IMPOSSIBLE "
023800             WS-SECT-STATUS
023900         GO TO 9999-ABEND
024000     END-IF
024100     OPEN INPUT STUDENT-MASTER
024200     IF NOT WS-MAST-OK
024300         DISPLAY "ATTLOAD - OUVERTURE STUMAST IMPOSSIBLE "
024400             WS-MAST-STATUS
024500         GO TO 9999-ABEND
024600     END-IF
024700     OPEN OUTPUT MAINT-LST-FILE
024800     IF NOT WS-LST-OK
024900         DISPLAY "ATTLOAD - OUVERTURE ATTLST IMPOSSIBLE "
025000             WS-LST-STATUS
025100         GO TO 9999-ABEND
025200     END-IF
025300     MOVE CURRENTDAY   TO HDG-DAY
025400     MOVE CURRENTMONTH TO HDG-MONTH
025500     MOVE CURRENTYEAR  TO HDG-YEAR
025600     WRITE MAINT-LST-REC FROM WS-HEADING-1
025700     WRITE MAINT-LST-REC FROM WS-HEADING-2
025800     PERFORM 5000-READ-TRANS
025900         THRU 5000-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------
026400* 2000-PROCESS-TRANS - EDIT AND LOAD ONE ATTENDANCE CARD
026500*----------------------------------------------------------
026600 2000-PROCESS-TRANS.
026700     ADD 1 TO WS-TRANS-COUNT
026800     MOVE "Y" TO WS-TRANS-VALID-SW
026900     MOVE TA-COURSECODE TO ACT-COURSECODE
027000     MOVE TA-SECTION    TO ACT-SECTION
027100     MOVE MAINT-TRANS-REC (7:8)  TO ACT-MEET-DATE
027200     MOVE MAINT-TRANS-REC (15:7) TO ACT-STUDENTID
027300     MOVE TA-STATUS     TO ACT-STATUS
027400     MOVE SPACES        TO ACT-NOTE
027500     PERFORM 3000-EDIT-CARD
027600         THRU 3000-EXIT
027700     IF NOT WS-TRANS-VALID
027800         GO TO 2000-NEXT
027900     END-IF
028000     PERFORM 4000-LOAD-ATTENDANCE
028100         THRU 4000-EXIT.
028200 2000-NEXT.
028300     IF NOT WS-TRANS-VALID
028400         ADD 1 TO WS-REJECT-COUNT
028500     END-IF
028600     PERFORM 5000-READ-TRANS
028700         THRU 5000-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------
029200* 3000-EDIT-CARD - THE SECTION, THE MEETING DATE AGAINST
029300*     THE SECTION'S PATTERN, AND THE STUDENT'S REGISTRATION
029400*----------------------------------------------------------
029500 3000-EDIT-CARD.
029600     IF TA-MEET-DATE NOT NUMERIC
029700         OR TA-STUDENTID NOT NUMERIC
029800         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
029900         MOVE "DATE OU ETUDIANT NON NUMERIQUE" TO REJ-REASON
030000         PERFORM 7100-WRITE-REJECT
030100             THRU 7100-EXIT
030200         GO TO 3000-EXIT
030300     END-IF
030400     IF NOT TA-STATUS-VALID
030500         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
030600         MOVE "CODE PRESENCE INVALIDE (P, A OU E)"
030700             TO REJ-REASON
030800         PERFORM 7100-WRITE-REJECT
030900             THRU 7100-EXIT
031000         GO TO 3000-EXIT
031100     END-IF
031200     MOVE TA-COURSECODE TO CS-COURSECODE
031300     MOVE TA-SECTION    TO CS-SECTION
031400     READ COURSE-SECTION-FILE
031500     IF WS-SECT-NOTFOUND
031600         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
031700         MOVE "SECTION INCONNUE" TO REJ-REASON
031800         PERFORM 7100-WRITE-REJECT
031900             THRU 7100-EXIT
032000         GO TO 3000-EXIT
032100     END-IF
032200     IF NOT WS-SECT-OK
032300         DISPLAY "ATTLOAD - LECTURE CRSESECT IMPOSSIBLE "
032400             WS-SECT-STATUS
032500         GO TO 9999-ABEND
032600     END-IF
032700     IF TA-MEET-DATE < CS-START-DATE
032800         OR TA-MEET-DATE > CS-END-DATE
032900         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
033000         MOVE "DATE HORS DES DATES DE LA SECTION"
033100             TO REJ-REASON
033200         PERFORM 7100-WRITE-REJECT
033300             THRU 7100-EXIT
033400         GO TO 3000-EXIT
033500     END-IF
033600     IF TA-MEET-DATE > CURRENTDATE
033700         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
033800         MOVE "SEANCE NON ENCORE TENUE" TO REJ-REASON
033900         PERFORM 7100-WRITE-REJECT
034000             THRU 7100-EXIT
034100         GO TO 3000-EXIT
034200     END-IF
034300     COMPUTE WS-DAY-NUMBER =
034400         FUNCTION INTEGER-OF-DATE (TA-MEET-DATE)
034500     IF WS-DAY-NUMBER = ZERO
034600         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
034700         MOVE "DATE INVALIDE" TO REJ-REASON
034800         PERFORM 7100-WRITE-REJECT
034900             THRU 7100-EXIT
035000         GO TO 3000-EXIT
035100     END-IF
035200     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEKS
035300         REMAINDER WS-WEEKDAY
035400     IF WS-WEEKDAY = ZERO
035500         MOVE 7 TO WS-WEEKDAY
035600     END-IF
035700     IF CS-MEET-DAYS (WS-WEEKDAY:1) NOT = "Y"
035800         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
035900         MOVE "LA SECTION NE SE REUNIT PAS CE JOUR-LA"
036000             TO REJ-REASON
036100         PERFORM 7100-WRITE-REJECT
036200             THRU 7100-EXIT
036300         GO TO 3000-EXIT
036400     END-IF
036500     MOVE TA-STUDENTID  TO SM-STUDENTID
036600     MOVE TA-COURSECODE TO SM-COURSECODE
036700     READ STUDENT-MASTER
036800     IF WS-MAST-NOTFOUND
036900         OR SM-SECTION NOT = TA-SECTION
037000         WRITE MAINT-LST-REC FROM WS-ACTION-LINE
037100         MOVE "ETUDIANT NON INSCRIT A LA SECTION"
037200             TO REJ-REASON
037300         PERFORM 7100-WRITE-REJECT
037400             THRU 7100-EXIT
037500         GO TO 3000-EXIT
037600     END-IF
037700     IF NOT WS-MAST-OK
037800         DISPLAY "ATTLOAD - LECTURE STUMAST IMPOSSIBLE "
037900             WS-MAST-STATUS
038000         GO TO 9999-ABEND
038100     END-IF.
038200 3000-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------
038600* 4000-LOAD-ATTENDANCE - WRITE THE MEETING, OR REPLACE IT
038700*     WHEN THE LIST IS BEING CORRECTED
038800*----------------------------------------------------------
038900 4000-LOAD-ATTENDANCE.
039000     MOVE SPACES TO ATTENDANCE-REC
039100     MOVE TA-COURSECODE TO AT-COURSECODE
039200     MOVE TA-SECTION    TO AT-SECTION
039300     MOVE TA-MEET-DATE  TO AT-MEET-DATE
039400     MOVE TA-STUDENTID  TO AT-STUDENTID
039500     MOVE TA-STATUS     TO AT-STATUS
039600     MOVE CURRENTDATE   TO AT-LOAD-DATE
039700     WRITE ATTENDANCE-REC
039800     IF WS-ATT-DUPLICATE
039900         REWRITE ATTENDANCE-REC
040000         MOVE "CORRIGEE" TO ACT-NOTE
040100         ADD 1 TO WS-REPLACED-COUNT
040200     END-IF
040300     IF NOT WS-ATT-OK
040400         DISPLAY "ATTLOAD - ECRITURE ATTEND IMPOSSIBLE "
040500             WS-ATT-STATUS
040600         GO TO 9999-ABEND
040700     END-IF
040800     WRITE MAINT-LST-REC FROM WS-ACTION-LINE
040900     ADD 1 TO WS-APPLIED-COUNT.
041000 4000-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------
041400* 5000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF
041500*----------------------------------------------------------
041600 5000-READ-TRANS.
041700     READ MAINT-TRANS-FILE
041800         AT END
041900             SET WS-EOF TO TRUE
042000     END-READ.
042100 5000-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------
042500* 7100-WRITE-REJECT - ONE REJECTION LINE ON THE LISTING
042600*----------------------------------------------------------
042700 7100-WRITE-REJECT.
042800     MOVE "N" TO WS-TRANS-VALID-SW
042900     WRITE MAINT-LST-REC FROM WS-REJECT-LINE.
043000 7100-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------
043400* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
043500*----------------------------------------------------------
043600 8000-TERMINATE.
043700     MOVE WS-TRANS-COUNT    TO TRL-TRANS
043800     MOVE WS-APPLIED-COUNT  TO TRL-APPLIED
043900     MOVE WS-REPLACED-COUNT TO TRL-REPLACED
044000     MOVE WS-REJECT-COUNT   TO TRL-REJECTS
044100     WRITE MAINT-LST-REC FROM WS-TRAILER-1
044200     WRITE MAINT-LST-REC FROM WS-TRAILER-2
044300     WRITE MAINT-LST-REC FROM WS-TRAILER-3
044400     WRITE MAINT-LST-REC FROM WS-TRAILER-4
044500     CLOSE MAINT-TRANS-FILE
044600     CLOSE ATTENDANCE-FILE
044700     CLOSE COURSE-SECTION-FILE
044800     CLOSE STUDENT-MASTER
044900     CLOSE MAINT-LST-FILE.
045000 8000-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------
045400* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
045500*----------------------------------------------------------
045600 9999-ABEND.
045700     DISPLAY "ATTLOAD - ARRET ANORMAL DU TRAITEMENT".
045800     STOP RUN.
045900 END PROGRAM ATTLOAD.
