000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DUPMATCH.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  PROBABLE DUPLICATE
001100*                  STUDENTS.  BROWSES THE STUDENT-PERSON KSDS
001200*                  IN NAME ORDER THROUGH ITS ALTERNATE INDEX
001300*                  ON SP-NOM AND COMPARES EVERY PAIR OF
001400*                  PERSONS WHOSE NAMES SHARE THE SAME
001500*                  LEADING CHARACTERS - SAME FULL NAME,
001600*                  POSTAL CODE, PHONE AND E-MAIL EACH SCORE.
001700*                  A PAIR REACHING THE THRESHOLD IS LISTED
001800*                  WITH ITS SCORE AND THE DETAILS THAT
001900*                  MATCHED, FOR THE REGISTRAR TO CONFIRM AND
002000*                  MERGE (STUMERGE).  RC 4 WHEN A PAIR IS
002100*                  LISTED.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SP-STUDENTID
003000         ALTERNATE RECORD KEY IS SP-NOM
003100             WITH DUPLICATES
003200         FILE STATUS IS WS-PERS-STATUS.
003300
003400     SELECT DUP-RPT-FILE ASSIGN TO DUPRPT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RPT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000*----------------------------------------------------------
004100* STUDENT-PERSON-FILE - BROWSED BY NAME THROUGH THE AIX
004200*----------------------------------------------------------
004300 FD  STUDENT-PERSON-FILE.
004400 COPY STUPERS.
004500
004600*----------------------------------------------------------
004700* DUP-RPT-FILE - THE PROBABLE DUPLICATE PAIRS
004800*----------------------------------------------------------
004900 FD  DUP-RPT-FILE
005000     RECORDING MODE IS F.
005100 01  DUP-RPT-REC                     PIC X(80).
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-PERS-STATUS                  PIC XX.
005500     88  WS-PERS-OK                  VALUE "00", "02".
005600     88  WS-PERS-NOTOPEN             VALUE "35".
005700     88  WS-PERS-NOTFOUND            VALUE "23".
005800
005900 01  WS-RPT-STATUS                   PIC XX.
006000     88  WS-RPT-OK                   VALUE "00".
006100
006200*----------------------------------------------------------
006300* WS-CONTROL-CARD - COLS 1-3 THE SCORE A PAIR MUST REACH,
006400*     COLS 4-5 HOW MANY LEADING CHARACTERS OF THE NAME TWO
006500*     PERSONS MUST SHARE TO BE COMPARED; BLANK OR ZERO
006600*     KEEPS THE DEFAULT
006700*----------------------------------------------------------
006800 01  WS-CONTROL-CARD.
006900     05  WS-CARD-SCORE               PIC 9(3).
007000     05  WS-CARD-BLOCK               PIC 9(2).
007100     05  FILLER                      PIC X(75).
007200
007300 01  WS-MIN-SCORE                    PIC 9(3) VALUE 60.
007400 01  WS-BLOCK-LEN                    PIC 9(2) VALUE 6.
007500
007600*----------------------------------------------------------
007700* WHAT EACH MATCHING DETAIL IS WORTH (100 IN ALL)
007800*----------------------------------------------------------
007900 01  WS-WEIGHTS.
008000     05  WS-WT-NAME                  PIC 9(3) VALUE 40.
008100     05  WS-WT-BLOCK                 PIC 9(3) VALUE 20.
008200     05  WS-WT-POSTAL                PIC 9(3) VALUE 20.
008300     05  WS-WT-PHONE                 PIC 9(3) VALUE 20.
008400     05  WS-WT-EMAIL                 PIC 9(3) VALUE 20.
008500
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SW                   PIC X(01) VALUE "N".
008800         88  WS-EOF                  VALUE "Y".
008900
009000 01  WS-COUNTERS.
009100     05  WS-PERS-COUNT               PIC 9(07) COMP VALUE ZERO.
009200     05  WS-BLOCK-COUNT              PIC 9(07) COMP VALUE ZERO.
009300     05  WS-COMPARE-COUNT            PIC 9(07) COMP VALUE ZERO.
009400     05  WS-PAIR-COUNT               PIC 9(07) COMP VALUE ZERO.
009500     05  WS-OVERFLOW-COUNT           PIC 9(07) COMP VALUE ZERO.
009600     05  WS-NONAME-COUNT             PIC 9(07) COMP VALUE ZERO.
009700
009800 01  WS-SCORE                        PIC 9(3).
009900 01  WS-CUR-BLOCK                    PIC X(25) VALUE SPACES.
010000
010100*----------------------------------------------------------
010200* WS-BLOCK-TABLE - THE PERSONS SEEN SO FAR WHOSE NAMES
010300*     SHARE THE CURRENT LEADING CHARACTERS
010400*----------------------------------------------------------
010500 01  WS-BLOCK-TABLE.
010600     05  WS-BLK-MAX                  PIC 9(03) COMP VALUE ZERO.
010700     05  WS-BLK-IX                   PIC 9(03) COMP.
010800     05  WS-BLK-ENTRY OCCURS 100 TIMES.
010900         10  WS-BLK-STUDENTID        PIC 9(7).
011000         10  WS-BLK-NOM              PIC X(25).
011100         10  WS-BLK-POSTAL           PIC X(7).
011200         10  WS-BLK-PHONE            PIC X(10).
011300         10  WS-BLK-EMAIL            PIC X(30).
011400
011500* YYMMDD
011600 01  CURRENTDATE.
011700     05  CURRENTYEAR                 PIC 9(4).
011800     05  CURRENTMONTH                PIC 99.
011900     05  CURRENTDAY                  PIC 99.
012000
012100 01  WS-HEADING-1.
012200     05  FILLER                      PIC X(45)
012300         VALUE "DUPMATCH - DOUBLONS PROBABLES".
012400
012500 01  WS-HEADING-2.
012600     05  FILLER                      PIC X(20)
012700             VALUE "DATE DU TRAITEMENT: ".
012800     05  HDG-DAY                     PIC 99.
012900     05  FILLER                      PIC X(01) VALUE "/".
013000     05  HDG-MONTH                   PIC 99.
013100     05  FILLER                      PIC X(01) VALUE "/".
013200     05  HDG-YEAR                    PIC 9(4).
013300     05  FILLER                      PIC X(10)
013400             VALUE "   SEUIL: ".
013500     05  HDG-SCORE                   PIC ZZ9.
013600
013700 01  WS-HEADING-3.
013800     05  FILLER                      PIC X(36)
013900             VALUE "ID      NOM".
014000     05  FILLER                      PIC X(44)
014100             VALUE "ID      NOM                  SCORE CRITERES".
014200
014300*----------------------------------------------------------
014400* WS-PAIR-LINE - ONE PROBABLE PAIR; THE CRITERIA ARE NM
014500*     (SAME NAME), CP (POSTAL CODE), TL (PHONE), CR (E-MAIL)
014600*----------------------------------------------------------
014700 01  WS-PAIR-LINE.
014800     05  PR-ID-1                     PIC 9(7).
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  PR-NOM-1                    PIC X(20).
015100     05  FILLER                      PIC X(08) VALUE SPACES.
015200     05  PR-ID-2                     PIC 9(7).
015300     05  FILLER                      PIC X(01) VALUE SPACE.
015400     05  PR-NOM-2                    PIC X(20).
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015600     05  PR-SCORE                    PIC ZZ9.
015700     05  FILLER                      PIC X(01) VALUE SPACE.
015800     05  PR-CRIT-NAME                PIC X(03).
015900     05  PR-CRIT-POSTAL              PIC X(03).
016000     05  PR-CRIT-PHONE               PIC X(03).
016100     05  PR-CRIT-EMAIL               PIC X(02).
016200
016300 01  WS-TRAILER-1.
016400     05  FILLER                      PIC X(25)
016500             VALUE "PERSONNES LUES        : ".
016600     05  TRL-PERSONS                 PIC ZZZZ9.
016700
016800 01  WS-TRAILER-2.
016900     05  FILLER                      PIC X(25)
017000             VALUE "COMPARAISONS          : ".
017100     05  TRL-COMPARES                PIC ZZZZ9.
017200
017300 01  WS-TRAILER-3.
017400     05  FILLER                      PIC X(25)
017500             VALUE "PAIRES PROBABLES      : ".
017600     05  TRL-PAIRS                   PIC ZZZZ9.
017700
017800 01  WS-TRAILER-4.
017900     05  FILLER                      PIC X(25)
018000             VALUE "BLOC PLEIN (NON COMP.): ".
018100     05  TRL-OVERFLOW                PIC ZZZZ9.
018200
018300 01  WS-TRAILER-5.
018400     05  FILLER                      PIC X(25)
018500             VALUE "SANS NOM (IGNORES)    : ".
018600     05  TRL-NONAME                  PIC ZZZZ9.
018700
018800 PROCEDURE DIVISION.
018900*----------------------------------------------------------
019000* 0000-MAINLINE
019100*----------------------------------------------------------
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE
019400         THRU 1000-EXIT.
019500     PERFORM 2000-MATCH-PERSON
019600         THRU 2000-EXIT
019700         UNTIL WS-EOF.
019800     PERFORM 8000-TERMINATE
019900         THRU 8000-EXIT.
020000     GOBACK.
020100
020200*----------------------------------------------------------
020300* 1000-INITIALIZE - CONTROL CARD, OPEN THE FILES, POSITION
020400*     ON THE FIRST NAME OF THE AIX
020500*----------------------------------------------------------
020600 1000-INITIALIZE.
020700     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
020800     ACCEPT WS-CONTROL-CARD
020900     IF WS-CARD-SCORE NUMERIC
021000         AND WS-CARD-SCORE > ZERO
021100         AND WS-CARD-SCORE NOT > 100
021200         MOVE WS-CARD-SCORE TO WS-MIN-SCORE
021300     END-IF
021400     IF WS-CARD-BLOCK NUMERIC
021500         AND WS-CARD-BLOCK > ZERO
021600         AND WS-CARD-BLOCK NOT > 25
021700         MOVE WS-CARD-BLOCK TO WS-BLOCK-LEN
021800     END-IF
021900     OPEN OUTPUT DUP-RPT-FILE
022000     IF NOT WS-RPT-OK
022100         DISPLAY "DUPMATCH - OUVERTURE DUPRPT IMPOSSIBLE "
022200             WS-RPT-STATUS
022300         GO TO 9999-ABEND
022400     END-IF
022500     MOVE CURRENTDAY   TO HDG-DAY
022600     MOVE CURRENTMONTH TO HDG-MONTH
022700     MOVE CURRENTYEAR  TO HDG-YEAR
022800     MOVE WS-MIN-SCORE TO HDG-SCORE
022900     WRITE DUP-RPT-REC FROM WS-HEADING-1
023000     WRITE DUP-RPT-REC FROM WS-HEADING-2
023100     WRITE DUP-RPT-REC FROM WS-HEADING-3
023200     OPEN INPUT STUDENT-PERSON-FILE
023300     IF WS-PERS-NOTOPEN
023400         DISPLAY "DUPMATCH - AUCUN FICHIER PERSONNE"
023500         SET WS-EOF TO TRUE
023600         GO TO 1000-EXIT
023700     END-IF
023800     IF NOT WS-PERS-OK
023900         DISPLAY "DUPMATCH - OUVERTURE STUPERS IMPOSSIBLE "
024000             WS-PERS-STATUS
024100         GO TO 9999-ABEND
024200     END-IF
024300     MOVE LOW-VALUES TO SP-NOM
024400     START STUDENT-PERSON-FILE KEY >= SP-NOM
024500     IF WS-PERS-NOTFOUND
024600         SET WS-EOF TO TRUE
024700         GO TO 1000-EXIT
024800     END-IF
024900     IF NOT WS-PERS-OK
025000         DISPLAY "DUPMATCH - POSITIONNEMENT STUPERS "
025100             "IMPOSSIBLE " WS-PERS-STATUS
025200         GO TO 9999-ABEND
025300     END-IF.
025400 1000-EXIT.
025500     EXIT.
025600
025700*----------------------------------------------------------
025800* 2000-MATCH-PERSON - NEXT PERSON ALONG THE NAME PATH,
025900*     SCORED AGAINST EVERY EARLIER PERSON OF ITS BLOCK
026000*----------------------------------------------------------
026100 2000-MATCH-PERSON.
026200     READ STUDENT-PERSON-FILE NEXT RECORD
026300         AT END
026400             SET WS-EOF TO TRUE
026500             GO TO 2000-EXIT
026600     END-READ
026700     ADD 1 TO WS-PERS-COUNT
026800     IF SP-NOM = SPACES
026900         ADD 1 TO WS-NONAME-COUNT
027000         GO TO 2000-EXIT
027100     END-IF
027200     IF WS-BLK-MAX = ZERO
027300         OR SP-NOM (1:WS-BLOCK-LEN)
027400             NOT = WS-CUR-BLOCK (1:WS-BLOCK-LEN)
027500         ADD 1 TO WS-BLOCK-COUNT
027600         MOVE ZERO TO WS-BLK-MAX
027700         MOVE SPACES TO WS-CUR-BLOCK
027800         MOVE SP-NOM (1:WS-BLOCK-LEN)
027900             TO WS-CUR-BLOCK (1:WS-BLOCK-LEN)
028000     END-IF
028100     PERFORM 2100-SCORE-PAIR
028200         THRU 2100-EXIT
028300         VARYING WS-BLK-IX FROM 1 BY 1
028400         UNTIL WS-BLK-IX > WS-BLK-MAX
028500     IF WS-BLK-MAX >= 100
028600         ADD 1 TO WS-OVERFLOW-COUNT
028700         GO TO 2000-EXIT
028800     END-IF
028900     ADD 1 TO WS-BLK-MAX
029000     MOVE SP-STUDENTID   TO WS-BLK-STUDENTID (WS-BLK-MAX)
029100     MOVE SP-NOM         TO WS-BLK-NOM (WS-BLK-MAX)
029200     MOVE SP-CODE-POSTAL TO WS-BLK-POSTAL (WS-BLK-MAX)
029300     MOVE SP-TELEPHONE   TO WS-BLK-PHONE (WS-BLK-MAX)
029400     MOVE SP-COURRIEL    TO WS-BLK-EMAIL (WS-BLK-MAX).
029500 2000-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------
029900* 2100-SCORE-PAIR - THE PERSON JUST READ AGAINST ONE
030000*     EARLIER PERSON OF THE BLOCK; A BLANK DETAIL NEVER
030100*     MATCHES
030200*----------------------------------------------------------
030300 2100-SCORE-PAIR.
030400     ADD 1 TO WS-COMPARE-COUNT
030500     MOVE SPACES TO PR-CRIT-NAME PR-CRIT-POSTAL
030600         PR-CRIT-PHONE PR-CRIT-EMAIL
030700     IF SP-NOM = WS-BLK-NOM (WS-BLK-IX)
030800         MOVE WS-WT-NAME TO WS-SCORE
030900         MOVE "NM" TO PR-CRIT-NAME
031000     ELSE
031100         MOVE WS-WT-BLOCK TO WS-SCORE
031200     END-IF
031300     IF SP-CODE-POSTAL NOT = SPACES
031400         AND SP-CODE-POSTAL = WS-BLK-POSTAL (WS-BLK-IX)
031500         ADD WS-WT-POSTAL TO WS-SCORE
031600         MOVE "CP" TO PR-CRIT-POSTAL
031700     END-IF
031800     IF SP-TELEPHONE NOT = SPACES
031900         AND SP-TELEPHONE = WS-BLK-PHONE (WS-BLK-IX)
032000         ADD WS-WT-PHONE TO WS-SCORE
032100         MOVE "TL" TO PR-CRIT-PHONE
032200     END-IF
032300     IF SP-COURRIEL NOT = SPACES
032400         AND SP-COURRIEL = WS-BLK-EMAIL (WS-BLK-IX)
032500         ADD WS-WT-EMAIL TO WS-SCORE
032600         MOVE "CR" TO PR-CRIT-EMAIL
032700     END-IF
032800     IF WS-SCORE < WS-MIN-SCORE
032900         GO TO 2100-EXIT
033000     END-IF
033100     ADD 1 TO WS-PAIR-COUNT
033200     MOVE WS-BLK-STUDENTID (WS-BLK-IX) TO PR-ID-1
033300     MOVE WS-BLK-NOM (WS-BLK-IX)       TO PR-NOM-1
033400     MOVE SP-STUDENTID                 TO PR-ID-2
033500     MOVE SP-NOM                       TO PR-NOM-2
033600     MOVE WS-SCORE                     TO PR-SCORE
033700     WRITE DUP-RPT-REC FROM WS-PAIR-LINE.
033800 2100-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------
034200* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
034300*----------------------------------------------------------
034400 8000-TERMINATE.
034500     MOVE WS-PERS-COUNT     TO TRL-PERSONS
034600     MOVE WS-COMPARE-COUNT  TO TRL-COMPARES
034700     MOVE WS-PAIR-COUNT     TO TRL-PAIRS
034800     MOVE WS-OVERFLOW-COUNT TO TRL-OVERFLOW
034900     MOVE WS-NONAME-COUNT   TO TRL-NONAME
035000     MOVE SPACES TO DUP-RPT-REC
035100     WRITE DUP-RPT-REC
035200     WRITE DUP-RPT-REC FROM WS-TRAILER-1
035300     WRITE DUP-RPT-REC FROM WS-TRAILER-2
035400     WRITE DUP-RPT-REC FROM WS-TRAILER-3
035500     WRITE DUP-RPT-REC FROM WS-TRAILER-4
035600     WRITE DUP-RPT-REC FROM WS-TRAILER-5
035700     IF WS-PAIR-COUNT > ZERO
035800         MOVE 4 TO RETURN-CODE
035900     END-IF
036000     IF NOT WS-PERS-NOTOPEN
036100         CLOSE STUDENT-PERSON-FILE
036200     END-IF
036300     CLOSE DUP-RPT-FILE.
036400 8000-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------
036800* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
036900*----------------------------------------------------------
037000 9999-ABEND.
037100     DISPLAY "DUPMATCH - ARRET ANORMAL DU TRAITEMENT".
037200     STOP RUN.
037300 END PROGRAM DUPMATCH.
