000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  NOTIFMRG.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  NIGHTLY STUDENT
001100*                  NOTIFICATION STEP.  EACH NOTICE QUEUED ON
001200*                  NOTIFQ SINCE THE LAST RUN (WAITPROM,
001300*                  DROPREG, DUNNING, GRADPOST, SISACK,
001400*                  SECCANC) IS ADDRESSED FROM STUPERS AND
001500*                  WRITTEN TO THE MAIL-MERGE INTERFACE FILE
001600*                  (MAILMRG) - BY E-MAIL WHEN SP-COURRIEL IS
001700*                  USABLE, ELSE BY POST WHEN THE ADDRESS IS
001800*                  COMPLETE.  A STUDENT WITH NEITHER (OR
001900*                  UNKNOWN TO STUPERS) IS LISTED WITH THE
002000*                  TELEPHONE ON THE REPORT (RC 4).  EVERY
002100*                  NOTICE READ GOES TO THE SENT HISTORY
002200*                  (NOTIFHST) WITH THE DATE AND CHANNEL; THE
002300*                  JOB EMPTIES THE QUEUE AFTERWARDS.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT NOTIFY-QUEUE-FILE ASSIGN TO NOTIFQ
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-NTF-STATUS.
003100
003200     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SP-STUDENTID
003600         ALTERNATE RECORD KEY IS SP-NOM
003700             WITH DUPLICATES
003800         FILE STATUS IS WS-PERS-STATUS.
003900
004000     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CM-COURSECODE
004400         FILE STATUS IS WS-CRSE-STATUS.
004500
004600     SELECT MAIL-MERGE-FILE ASSIGN TO MAILMRG
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-MRG-STATUS.
004900
005000     SELECT NOTIFY-HIST-FILE ASSIGN TO NOTIFHST
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-HST-STATUS.
005300
005400     SELECT NOTIFY-RPT-FILE ASSIGN TO NOTIFRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*----------------------------------------------------------
006100* NOTIFY-QUEUE-FILE - THE NOTICES WAITING TO GO OUT
006200*----------------------------------------------------------
006300 FD  NOTIFY-QUEUE-FILE
006400     RECORDING MODE IS F.
006500 COPY NOTIFQ.
006600
006700*----------------------------------------------------------
006800* STUDENT-PERSON-FILE - NAME, ADDRESS, TELEPHONE, E-MAIL
006900*----------------------------------------------------------
007000 FD  STUDENT-PERSON-FILE.
007100 COPY STUPERS.
007200
007300*----------------------------------------------------------
007400* COURSE-MASTER - THE COURSE NAME FOR THE MERGE
007500*----------------------------------------------------------
007600 FD  COURSE-MASTER.
007700 COPY COURSMAS.
007800
007900*----------------------------------------------------------
008000* MAIL-MERGE-FILE - ONE E-MAIL OR LETTER PER NOTICE
008100*----------------------------------------------------------
008200 FD  MAIL-MERGE-FILE
008300     RECORDING MODE IS F.
008400 COPY MAILMRG.
008500
008600*----------------------------------------------------------
008700* NOTIFY-HIST-FILE - THE SENT HISTORY, NOTIFQ LAYOUT WITH
008800*     NQ-SENT-DATE AND NQ-CHANNEL FILLED IN
008900*----------------------------------------------------------
009000 FD  NOTIFY-HIST-FILE
009100     RECORDING MODE IS F.
009200 01  NOTIFY-HIST-REC                 PIC X(80).
009300
009400*----------------------------------------------------------
009500* NOTIFY-RPT-FILE - STUDENTS WITHOUT CONTACT DETAILS, TOTALS
009600*----------------------------------------------------------
009700 FD  NOTIFY-RPT-FILE
009800     RECORDING MODE IS F.
009900 01  NOTIFY-RPT-REC                  PIC X(80).
010000
010100 WORKING-STORAGE SECTION.
010200 01  WS-NTF-STATUS                   PIC XX.
010300     88  WS-NTF-OK                   VALUE "00".
010400     88  WS-NTF-NOTOPEN              VALUE "35".
010500
010600 01  WS-PERS-STATUS                  PIC XX.
010700     88  WS-PERS-OK                  VALUE "00".
010800     88  WS-PERS-NOTFOUND            VALUE "23".
010900
011000 01  WS-CRSE-STATUS                  PIC XX.
011100     88  WS-CRSE-OK                  VALUE "00".
011200
011300 01  WS-MRG-STATUS                   PIC XX.
011400     88  WS-MRG-OK                   VALUE "00".
011500
011600 01  WS-HST-STATUS                   PIC XX.
011700     88  WS-HST-OK                   VALUE "00".
011800
011900 01  WS-RPT-STATUS                   PIC XX.
012000     88  WS-RPT-OK                   VALUE "00".
012100
012200 01  WS-SWITCHES.
012300     05  WS-EOF-SW                   PIC X(01) VALUE "N".
012400         88  WS-EOF                  VALUE "Y".
012500     05  WS-QUEUE-PRESENT-SW         PIC X(01) VALUE "Y".
012600         88  WS-QUEUE-PRESENT        VALUE "Y".
012700     05  WS-PERS-FOUND-SW            PIC X(01).
012800         88  WS-PERS-FOUND           VALUE "Y".
012900
013000 01  WS-COUNTERS.
013100     05  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
013200     05  WS-EMAIL-COUNT              PIC 9(05) COMP VALUE ZERO.
013300     05  WS-POST-COUNT               PIC 9(05) COMP VALUE ZERO.
013400     05  WS-NONE-COUNT               PIC 9(05) COMP VALUE ZERO.
013500
013600*----------------------------------------------------------
013700* E-MAIL CHECK - ONE "@", NOT IN FIRST OR LAST POSITION,
013800*     WITH SOMETHING AFTER IT
013900*----------------------------------------------------------
014000 01  WS-AT-COUNT                     PIC 9(03) COMP.
014100 01  WS-AT-POS                       PIC 9(03) COMP.
014200
014300* YYMMDD
014400 01  CURRENTDATE.
014500     05  CURRENTYEAR                 PIC 9(4).
014600     05  CURRENTMONTH                PIC 99.
014700     05  CURRENTDAY                  PIC 99.
014800
014900 01  WS-HEADING-1.
015000     05  FILLER                      PIC X(45)
015100         VALUE "NOTIFMRG - AVIS AUX ETUDIANTS".
015200
015300 01  WS-HEADING-2.
015400     05  FILLER                      PIC X(20)
015500             VALUE "DATE DU TRAITEMENT: ".
015600     05  HDG-DAY                     PIC 99.
015700     05  FILLER                      PIC X(01) VALUE "/".
015800     05  HDG-MONTH                   PIC 99.
015900     05  FILLER                      PIC X(01) VALUE "/".
016000     05  HDG-YEAR                    PIC 9(4).
016100
016200 01  WS-HEADING-3.
016300     05  FILLER                      PIC X(40) VALUE
016400         "ETUDIANTS SANS COORDONNEES UTILISABLES :".
016500
016600 01  WS-HEADING-4.
016700     05  FILLER                      PIC X(36) VALUE
016800         "ETUD.    NOM".
016900     05  FILLER                      PIC X(30) VALUE
017000         "TELEPHONE   EV  DATE     COURS".
017100
017200 01  WS-NONE-LINE.
017300     05  NNL-STUDENTID               PIC 9(7).
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  NNL-NOM                     PIC X(25).
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  NNL-TELEPHONE               PIC X(10).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  NNL-EVENT                   PIC X(2).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  NNL-DATE                    PIC 9(8).
018200     05  FILLER                      PIC X(01) VALUE SPACES.
018300     05  NNL-COURSECODE              PIC X(4).
018400
018500 01  WS-TRAILER-1.
018600     05  FILLER                      PIC X(25)
018700             VALUE "AVIS LUS              : ".
018800     05  TRL-READ                    PIC ZZZZ9.
018900
019000 01  WS-TRAILER-2.
019100     05  FILLER                      PIC X(25)
019200             VALUE "  PAR COURRIEL        : ".
019300     05  TRL-EMAIL                   PIC ZZZZ9.
019400
019500 01  WS-TRAILER-3.
019600     05  FILLER                      PIC X(25)
019700             VALUE "  PAR COURRIER        : ".
019800     05  TRL-POST                    PIC ZZZZ9.
019900
020000 01  WS-TRAILER-4.
020100     05  FILLER                      PIC X(25)
020200             VALUE "  SANS COORDONNEES    : ".
020300     05  TRL-NONE                    PIC ZZZZ9.
020400
020500 PROCEDURE DIVISION.
020600*----------------------------------------------------------
020700* 0000-MAINLINE
020800*----------------------------------------------------------
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE
021100         THRU 1000-EXIT.
021200     PERFORM 2000-PROCESS-NOTICE
021300         THRU 2000-EXIT
021400         UNTIL WS-EOF.
021500     PERFORM 8000-TERMINATE
021600         THRU 8000-EXIT.
021700     GOBACK.
021800
021900*----------------------------------------------------------
022000* 1000-INITIALIZE - OPEN FILES; NO QUEUE MEANS NOTHING TO
022100*     SEND TONIGHT, AND THE HISTORY IS CREATED ON THE FIRST
022200*     RUN
022300*----------------------------------------------------------
022400 1000-INITIALIZE.
022500     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
022600     OPEN INPUT NOTIFY-QUEUE-FILE
022700     IF WS-NTF-NOTOPEN
022800         DISPLAY "NOTIFMRG - AUCUN AVIS EN ATTENTE"
022900         MOVE "N" TO WS-QUEUE-PRESENT-SW
023000         SET WS-EOF TO TRUE
023100     ELSE
023200         IF NOT WS-NTF-OK
023300             DISPLAY "NOTIFMRG - OUVERTURE NOTIFQ IMPOSSIBLE "
023400                 WS-NTF-STATUS
023500             GO TO 9999-ABEND
023600         END-IF
023700     END-IF
023800     OPEN INPUT STUDENT-PERSON-FILE
023900     IF NOT WS-PERS-OK
024000         DISPLAY "NOTIFMRG - OUVERTURE STUPERS IMPOSSIBLE "
024100             WS-PERS-STATUS
024200         GO TO 9999-ABEND
024300     END-IF
024400     OPEN INPUT COURSE-MASTER
024500     IF NOT WS-CRSE-OK
024600         DISPLAY "NOTIFMRG - OUVERTURE CRSEMAST IMPOSSIBLE "
024700             WS-CRSE-STATUS
024800         GO TO 9999-ABEND
024900     END-IF
025000     OPEN OUTPUT MAIL-MERGE-FILE
025100     IF NOT WS-MRG-OK
025200         DISPLAY "NOTIFMRG - OUVERTURE MAILMRG IMPOSSIBLE "
025300             WS-MRG-STATUS
025400         GO TO 9999-ABEND
025500     END-IF
025600     OPEN EXTEND NOTIFY-HIST-FILE
025700     IF NOT WS-HST-OK
025800         OPEN OUTPUT NOTIFY-HIST-FILE
025900     END-IF
026000     IF NOT WS-HST-OK
026100         DISPLAY "NOTIFMRG - OUVERTURE NOTIFHST IMPOSSIBLE "
026200             WS-HST-STATUS
026300         GO TO 9999-ABEND
026400     END-IF
026500     OPEN OUTPUT NOTIFY-RPT-FILE
026600     IF NOT WS-RPT-OK
026700         DISPLAY "NOTIFMRG - OUVERTURE NOTIFRPT IMPOSSIBLE "
026800             WS-RPT-STATUS
026900         GO TO 9999-ABEND
027000     END-IF
027100     MOVE CURRENTDAY   TO HDG-DAY
027200     MOVE CURRENTMONTH TO HDG-MONTH
027300     MOVE CURRENTYEAR  TO HDG-YEAR
027400     WRITE NOTIFY-RPT-REC FROM WS-HEADING-1
027500     WRITE NOTIFY-RPT-REC FROM WS-HEADING-2
027600     MOVE SPACES TO NOTIFY-RPT-REC
027700     WRITE NOTIFY-RPT-REC
027800     WRITE NOTIFY-RPT-REC FROM WS-HEADING-3
027900     WRITE NOTIFY-RPT-REC FROM WS-HEADING-4
028000     IF WS-QUEUE-PRESENT
028100         PERFORM 5000-READ-NOTICE
028200             THRU 5000-EXIT
028300     END-IF.
028400 1000-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------
028800* 2000-PROCESS-NOTICE - ADDRESS ONE NOTICE, PICK THE
028900*     CHANNEL, MERGE IT OR LIST IT, AND RECORD IT AS SENT
029000*----------------------------------------------------------
029100 2000-PROCESS-NOTICE.
029200     ADD 1 TO WS-READ-COUNT
029300     MOVE "N" TO WS-PERS-FOUND-SW
029400     MOVE NQ-STUDENTID TO SP-STUDENTID
029500     READ STUDENT-PERSON-FILE
029600     IF WS-PERS-OK
029700         SET WS-PERS-FOUND TO TRUE
029800     ELSE
029900         IF NOT WS-PERS-NOTFOUND
030000             DISPLAY "NOTIFMRG - LECTURE STUPERS IMPOSSIBLE "
030100                 WS-PERS-STATUS
030200             GO TO 9999-ABEND
030300         END-IF
030400     END-IF
030500     PERFORM 3000-CHOOSE-CHANNEL
030600         THRU 3000-EXIT
030700     IF NQ-CHANNEL-NONE
030800         PERFORM 7100-WRITE-NO-CONTACT
030900             THRU 7100-EXIT
031000     ELSE
031100         PERFORM 4000-WRITE-MERGE
031200             THRU 4000-EXIT
031300     END-IF
031400     PERFORM 6000-WRITE-HISTORY
031500         THRU 6000-EXIT
031600     PERFORM 5000-READ-NOTICE
031700         THRU 5000-EXIT.
031800 2000-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------
032200* 3000-CHOOSE-CHANNEL - E-MAIL WHEN SP-COURRIEL HOLDS ONE
032300*     "@" WITH A NAME BEFORE IT AND A DOMAIN AFTER IT; ELSE
032400*     POST WHEN STREET, CITY AND POSTAL CODE ARE ALL THERE;
032500*     ELSE NONE
032600*----------------------------------------------------------
032700 3000-CHOOSE-CHANNEL.
032800     SET NQ-CHANNEL-NONE TO TRUE
032900     IF NOT WS-PERS-FOUND
033000         GO TO 3000-EXIT
033100     END-IF
033200     MOVE ZERO TO WS-AT-COUNT
033300     MOVE ZERO TO WS-AT-POS
033400     INSPECT SP-COURRIEL TALLYING WS-AT-COUNT FOR ALL "@"
033500     INSPECT SP-COURRIEL TALLYING WS-AT-POS
033600         FOR CHARACTERS BEFORE INITIAL "@"
033700     IF WS-AT-COUNT = 1
033800         AND WS-AT-POS > ZERO
033900         AND WS-AT-POS < 29
034000         AND SP-COURRIEL (1:1) NOT = SPACE
034100         AND SP-COURRIEL (WS-AT-POS + 2:1) NOT = SPACE
034200         SET NQ-CHANNEL-EMAIL TO TRUE
034300         GO TO 3000-EXIT
034400     END-IF
034500     IF SP-RUE NOT = SPACES
034600         AND SP-VILLE NOT = SPACES
034700         AND SP-CODE-POSTAL NOT = SPACES
034800         SET NQ-CHANNEL-POST TO TRUE
034900     END-IF.
035000 3000-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------
035400* 4000-WRITE-MERGE - ONE MAIL-MERGE RECORD; THE ADDRESS IS
035500*     CARRIED FOR BOTH CHANNELS, THE E-MAIL ONLY FOR "E"
035600*----------------------------------------------------------
035700 4000-WRITE-MERGE.
035800     MOVE SPACES TO MAIL-MERGE-REC
035900     MOVE NQ-CHANNEL     TO MM-CHANNEL
036000     MOVE NQ-STUDENTID   TO MM-STUDENTID
036100     MOVE SP-NOM         TO MM-NOM
036200     IF NQ-CHANNEL-EMAIL
036300         MOVE SP-COURRIEL TO MM-COURRIEL
036400         ADD 1 TO WS-EMAIL-COUNT
036500     ELSE
036600         ADD 1 TO WS-POST-COUNT
036700     END-IF
036800     MOVE SP-RUE         TO MM-RUE
036900     MOVE SP-VILLE       TO MM-VILLE
037000     MOVE SP-CODE-POSTAL TO MM-CODE-POSTAL
037100     MOVE NQ-EVENT       TO MM-EVENT
037200     EVALUATE TRUE
037300         WHEN NQ-EVT-PROMOTED
037400             MOVE "PLACE OBTENUE - LISTE D'ATTENTE"
037500                 TO MM-EVENT-TEXT
037600         WHEN NQ-EVT-DROPPED
037700             MOVE "ABANDON DE COURS ENREGISTRE"
037800                 TO MM-EVENT-TEXT
037900         WHEN NQ-EVT-HOLD-SET
038000             MOVE "BLOCAGE FINANCIER AU DOSSIER"
038100                 TO MM-EVENT-TEXT
038200         WHEN NQ-EVT-HOLD-RELEASE
038300             MOVE "BLOCAGE FINANCIER LEVE"
038400                 TO MM-EVENT-TEXT
038500         WHEN NQ-EVT-GRADE
038600             MOVE "NOTE FINALE DISPONIBLE"
038700                 TO MM-EVENT-TEXT
038800         WHEN NQ-EVT-SIS-REJECT
038900             MOVE "INSCRIPTION REFUSEE PAR LE SIS"
039000                 TO MM-EVENT-TEXT
039100         WHEN NQ-EVT-CANCELLED
039200             MOVE "SECTION ANNULEE"
039300                 TO MM-EVENT-TEXT
039400         WHEN OTHER
039500             MOVE "AVIS DU REGISTRARIAT"
039600                 TO MM-EVENT-TEXT
039700     END-EVALUATE
039800     MOVE NQ-DATE        TO MM-EVENT-DATE
039900     MOVE NQ-COURSECODE  TO MM-COURSECODE
040000     IF NQ-COURSECODE NOT = SPACES
040100         MOVE NQ-COURSECODE TO CM-COURSECODE
040200         READ COURSE-MASTER
040300         IF WS-CRSE-OK
040400             MOVE CM-COURSENAME TO MM-COURSENAME
040500         END-IF
040600     END-IF
040700     MOVE NQ-SECTION     TO MM-SECTION
040800     MOVE NQ-NEW-SECTION TO MM-NEW-SECTION
040900     MOVE NQ-TERM        TO MM-TERM
041000     MOVE NQ-AMOUNT      TO MM-AMOUNT
041100     MOVE NQ-DETAIL      TO MM-DETAIL
041200     WRITE MAIL-MERGE-REC
041300     IF NOT WS-MRG-OK
041400         DISPLAY "NOTIFMRG - ECRITURE MAILMRG IMPOSSIBLE "
041500             WS-MRG-STATUS
041600         GO TO 9999-ABEND
041700     END-IF.
041800 4000-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------
042200* 5000-READ-NOTICE - READ THE NEXT NOTICE, SET EOF
042300*----------------------------------------------------------
042400 5000-READ-NOTICE.
042500     READ NOTIFY-QUEUE-FILE
042600         AT END
042700             SET WS-EOF TO TRUE
042800     END-READ.
042900 5000-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------
043300* 6000-WRITE-HISTORY - THE NOTICE AS SENT (OR NOT), WITH
043400*     TONIGHT'S DATE AND THE CHANNEL USED
043500*----------------------------------------------------------
043600 6000-WRITE-HISTORY.
043700     MOVE CURRENTDATE TO NQ-SENT-DATE
043800     WRITE NOTIFY-HIST-REC FROM NOTIFY-QUEUE-REC
043900     IF NOT WS-HST-OK
044000         DISPLAY "NOTIFMRG - ECRITURE NOTIFHST IMPOSSIBLE "
044100             WS-HST-STATUS
044200         GO TO 9999-ABEND
044300     END-IF.
044400 6000-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------
044800* 7100-WRITE-NO-CONTACT - A NOTICE THAT CANNOT BE SENT;
044900*     THE TELEPHONE IS PRINTED SO THE OFFICE CAN CALL
045000*----------------------------------------------------------
045100 7100-WRITE-NO-CONTACT.
045200     ADD 1 TO WS-NONE-COUNT
045300     MOVE NQ-STUDENTID TO NNL-STUDENTID
045400     IF WS-PERS-FOUND
045500         MOVE SP-NOM       TO NNL-NOM
045600         MOVE SP-TELEPHONE TO NNL-TELEPHONE
045700     ELSE
045800         MOVE "INCONNU AU FICHIER PERSONNE" TO NNL-NOM
045900         MOVE SPACES TO NNL-TELEPHONE
046000     END-IF
046100     MOVE NQ-EVENT      TO NNL-EVENT
046200     MOVE NQ-DATE       TO NNL-DATE
046300     MOVE NQ-COURSECODE TO NNL-COURSECODE
046400     WRITE NOTIFY-RPT-REC FROM WS-NONE-LINE.
046500 7100-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------
046900* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
047000*----------------------------------------------------------
047100 8000-TERMINATE.
047200     MOVE WS-READ-COUNT  TO TRL-READ
047300     MOVE WS-EMAIL-COUNT TO TRL-EMAIL
047400     MOVE WS-POST-COUNT  TO TRL-POST
047500     MOVE WS-NONE-COUNT  TO TRL-NONE
047600     MOVE SPACES TO NOTIFY-RPT-REC
047700     WRITE NOTIFY-RPT-REC
047800     WRITE NOTIFY-RPT-REC FROM WS-TRAILER-1
047900     WRITE NOTIFY-RPT-REC FROM WS-TRAILER-2
048000     WRITE NOTIFY-RPT-REC FROM WS-TRAILER-3
048100     WRITE NOTIFY-RPT-REC FROM WS-TRAILER-4
048200     IF WS-NONE-COUNT > ZERO
048300         MOVE 4 TO RETURN-CODE
048400     END-IF
048500     IF WS-QUEUE-PRESENT
048600         CLOSE NOTIFY-QUEUE-FILE
048700     END-IF
048800     CLOSE STUDENT-PERSON-FILE
048900     CLOSE COURSE-MASTER
049000     CLOSE MAIL-MERGE-FILE
049100     CLOSE NOTIFY-HIST-FILE
049200     CLOSE NOTIFY-RPT-FILE.
049300 8000-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------
049700* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
049800*----------------------------------------------------------
049900 9999-ABEND.
050000     DISPLAY "NOTIFMRG - ARRET ANORMAL DU TRAITEMENT".
050100     STOP RUN.
050200 END PROGRAM NOTIFMRG.
