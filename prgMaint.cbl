000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  PRGMAINT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  MAINTENANCE AND
001100*                  INITIAL LOAD OF THE PROGRAM-REQUIREMENTS
001200*                  KSDS (PROGREQ) FROM A CARD-IMAGE
001300*                  TRANSACTION FILE: ADD OR CHANGE A PROGRAM
001400*                  HEADER OR AN ELECTIVE-POOL HEADER (WITH ITS
001500*                  MINIMUM CREDIT HOURS), ADD A REQUIRED OR
001600*                  ELECTIVE COURSE (THE COURSE MUST EXIST ON
001700*                  COURSE-MASTER AND ITS HEADER ON PROGREQ),
001800*                  OR DELETE ANY LINE (A HEADER ONLY ONCE NO
001900*                  LINE STILL DEPENDS ON IT).  PRINTS AN
002000*                  AUDIT LISTING.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT MAINT-TRANS-FILE ASSIGN TO PRGTRAN
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-TRANS-STATUS.
002800
002900     SELECT PROGRAM-REQ-FILE ASSIGN TO PROGREQ
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS PR-KEY
003300         FILE STATUS IS WS-PREQ-STATUS.
003400
003500     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CM-COURSECODE
003900         FILE STATUS IS WS-CRSE-STATUS.
004000
004100     SELECT MAINT-LST-FILE ASSIGN TO PRGMLST
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-LST-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------
004800* MAINT-TRANS-FILE - ONE MAINTENANCE ACTION PER CARD
004900*----------------------------------------------------------
005000 FD  MAINT-TRANS-FILE
005100     RECORDING MODE IS F.
005200 01  MAINT-TRANS-REC.
005300     05  RT-ACTION                   PIC X.
005400         88  RT-ACTION-ADD           VALUE "A".
005500         88  RT-ACTION-CHANGE        VALUE "C".
005600         88  RT-ACTION-DELETE        VALUE "D".
005700     05  RT-PROGRAM                  PIC X(6).
005800     05  RT-POOL                     PIC X(2).
005900     05  RT-COURSECODE               PIC X(4).
006000     05  RT-DESCRIPTION              PIC X(30).
006100     05  RT-MIN-HOURS                PIC 9(03).
006200     05  FILLER                      PIC X(34).
006300
006400*----------------------------------------------------------
006500* PROGRAM-REQ-FILE - THE REQUIREMENTS BEING MAINTAINED
006600*----------------------------------------------------------
006700 FD  PROGRAM-REQ-FILE.
006800 COPY PROGREQ.
006900
007000*----------------------------------------------------------
007100* COURSE-MASTER - EVERY COURSE LINE MUST EXIST HERE
007200*----------------------------------------------------------
007300 FD  COURSE-MASTER.
007400 COPY COURSMAS.
007500
007600*----------------------------------------------------------
007700* MAINT-LST-FILE - AUDIT LISTING
007800*----------------------------------------------------------
007900 FD  MAINT-LST-FILE
008000     RECORDING MODE IS F.
008100 01  MAINT-LST-REC                   PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 01  WS-TRANS-STATUS                 PIC XX.
008500     88  WS-TRANS-OK                 VALUE "00".
008600     88  WS-TRANS-EOF                VALUE "10".
008700
008800 01  WS-PREQ-STATUS                  PIC XX.
008900     88  WS-PREQ-OK                  VALUE "00", "02".
009000     88  WS-PREQ-NOTOPEN             VALUE "35".
009100     88  WS-PREQ-NOTFOUND            VALUE "23".
009200     88  WS-PREQ-DUPLICATE           VALUE "22".
009300
009400 01  WS-CRSE-STATUS                  PIC XX.
009500     88  WS-CRSE-OK                  VALUE "00".
009600     88  WS-CRSE-NOTFOUND            VALUE "23".
009700
009800 01  WS-LST-STATUS                   PIC XX.
009900     88  WS-LST-OK                   VALUE "00".
010000
010100 01  WS-SWITCHES.
010200     05  WS-EOF-SW                   PIC X(01) VALUE "N".
010300         88  WS-EOF                  VALUE "Y".
010400     05  WS-TRANS-VALID-SW           PIC X(01) VALUE "Y".
010500         88  WS-TRANS-VALID          VALUE "Y".
010600     05  WS-IN-USE-SW                PIC X(01) VALUE "N".
010700         88  WS-IN-USE               VALUE "Y".
010800
010900 01  WS-COUNTERS.
011000     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
011100     05  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
011200     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
011300
011400* YYMMDD
011500 01  CURRENTDATE.
011600     05  CURRENTYEAR                 PIC 9(4).
011700     05  CURRENTMONTH                PIC 99.
011800     05  CURRENTDAY                  PIC 99.
011900
012000 01  WS-HEADING-1.
012100     05  FILLER                      PIC X(42)
012200         VALUE "PRGMAINT - MAINTENANCE EXIGENCES PROGRAMME".
012300
012400 01  WS-HEADING-2.
012500     05  FILLER                      PIC X(20)
012600             VALUE "DATE DU TRAITEMENT: ".
012700     05  HDG-DAY                     PIC 99.
012800     05  FILLER                      PIC X(01) VALUE "/".
012900     05  HDG-MONTH                   PIC 99.
013000     05  FILLER                      PIC X(01) VALUE "/".
013100     05  HDG-YEAR                    PIC 9(4).
013200
013300 01  WS-ACTION-LINE.
013400     05  FILLER                      PIC X(09)
013500             VALUE "ACTION : ".
013600     05  ACT-CODE                    PIC X.
013700     05  FILLER                      PIC X(12)
013800             VALUE "  PROGRAMME ".
013900     05  ACT-PROGRAM                 PIC X(6).
014000     05  FILLER                      PIC X(07) VALUE "  BLOC ".
014100     05  ACT-POOL                    PIC X(2).
014200     05  FILLER                      PIC X(08) VALUE "  COURS ".
014300     05  ACT-COURSECODE              PIC X(4).
014400     05  FILLER                      PIC X(02) VALUE SPACES.
014500     05  ACT-DESCRIPTION             PIC X(20).
014600
014700 01  WS-REJECT-LINE.
014800     05  FILLER                      PIC X(09)
014900             VALUE "REJET  : ".
015000     05  REJ-REASON                  PIC X(40).
015100
015200 01  WS-TRAILER-1.
015300     05  FILLER                      PIC X(25)
015400             VALUE "TRANSACTIONS LUES     : ".
015500     05  TRL-TRANS                   PIC ZZZZ9.
015600
015700 01  WS-TRAILER-2.
015800     05  FILLER                      PIC X(25)
015900             VALUE "TRANSACTIONS APPLIQUEES: ".
016000     05  TRL-APPLIED                 PIC ZZZZ9.
016100
016200 01  WS-TRAILER-3.
016300     05  FILLER                      PIC X(25)
016400             VALUE "TRANSACTIONS REJETEES : ".
016500     05  TRL-REJECTS                 PIC ZZZZ9.
016600
016700 PROCEDURE DIVISION.
016800*----------------------------------------------------------
016900* 0000-MAINLINE
017000*----------------------------------------------------------
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE
017300         THRU 1000-EXIT.
017400     PERFORM 2000-PROCESS-TRANS
017500         THRU 2000-EXIT
017600         UNTIL WS-EOF.
017700     PERFORM 8000-TERMINATE
017800         THRU 8000-EXIT.
017900     GOBACK.
018000
018100*----------------------------------------------------------
018200* 1000-INITIALIZE - OPEN FILES, CREATING PROGREQ ON THE
018300*     INITIAL LOAD IF THE KSDS HAS NOT YET BEEN BUILT
018400*----------------------------------------------------------
018500 1000-INITIALIZE.
018600     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
018700     OPEN INPUT MAINT-TRANS-FILE
018800     IF NOT WS-TRANS-OK
018900         DISPLAY "PRGMAINT - OUVERTURE PRGTRAN IMPOSSIBLE "
019000             WS-TRANS-STATUS
019100         GO TO 9999-ABEND
019200     END-IF
019300     OPEN I-O PROGRAM-REQ-FILE
019400     IF WS-PREQ-NOTOPEN
019500         OPEN OUTPUT PROGRAM-REQ-FILE
019600         CLOSE PROGRAM-REQ-FILE
019700         OPEN I-O PROGRAM-REQ-FILE
019800     END-IF
019900     IF NOT WS-PREQ-OK
020000         DISPLAY "PRGMAINT - OUVERTURE PROGREQ IMPOSSIBLE "
020100             WS-PREQ-STATUS
020200         GO TO 9999-ABEND
020300     END-IF
020400     OPEN INPUT COURSE-MASTER
020500     IF NOT WS-CRSE-OK
020600         DISPLAY "PRGMAINT - OUVERTURE CRSEMAST IMPOSSIBLE "
020700             WS-CRSE-STATUS
020800         GO TO 9999-ABEND
020900     END-IF
021000     OPEN OUTPUT MAINT-LST-FILE
021100     IF NOT WS-LST-OK
021200         DISPLAY "PRGMAINT - OUVERTURE PRGMLST IMPOSSIBLE "
021300             WS-LST-STATUS
021400         GO TO 9999-ABEND
021500     END-IF
021600     MOVE CURRENTDAY   TO HDG-DAY
021700     MOVE CURRENTMONTH TO HDG-MONTH
021800     MOVE CURRENTYEAR  TO HDG-YEAR
021900     WRITE MAINT-LST-REC FROM WS-HEADING-1
022000     WRITE MAINT-LST-REC FROM WS-HEADING-2
022100     PERFORM 5000-READ-TRANS
022200         THRU 5000-EXIT.
022300 1000-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------
022700* 2000-PROCESS-TRANS - APPLY ONE MAINTENANCE TRANSACTION
022800*----------------------------------------------------------
022900 2000-PROCESS-TRANS.
023000     ADD 1 TO WS-TRANS-COUNT
023100     MOVE "Y" TO WS-TRANS-VALID-SW
023200     MOVE RT-ACTION      TO ACT-CODE
023300     MOVE RT-PROGRAM     TO ACT-PROGRAM
023400     MOVE RT-POOL        TO ACT-POOL
023500     MOVE RT-COURSECODE  TO ACT-COURSECODE
023600     MOVE RT-DESCRIPTION TO ACT-DESCRIPTION
023700     WRITE MAINT-LST-REC FROM WS-ACTION-LINE
023800     IF RT-PROGRAM = SPACES
023900         MOVE "CODE DE PROGRAMME ABSENT" TO REJ-REASON
024000         PERFORM 7100-WRITE-REJECT
024100             THRU 7100-EXIT
024200         GO TO 2000-NEXT
024300     END-IF
024400     IF RT-POOL NOT NUMERIC
024500         MOVE "NUMERO DE BLOC NON NUMERIQUE" TO REJ-REASON
024600         PERFORM 7100-WRITE-REJECT
024700             THRU 7100-EXIT
024800         GO TO 2000-NEXT
024900     END-IF
025000     EVALUATE TRUE
025100         WHEN RT-ACTION-ADD
025200             PERFORM 3000-APPLY-ADD
025300                 THRU 3000-EXIT
025400         WHEN RT-ACTION-CHANGE
025500             PERFORM 3300-APPLY-CHANGE
025600                 THRU 3300-EXIT
025700         WHEN RT-ACTION-DELETE
025800             PERFORM 3600-APPLY-DELETE
025900                 THRU 3600-EXIT
026000         WHEN OTHER
026100             MOVE "CODE ACTION INVALIDE" TO REJ-REASON
026200             PERFORM 7100-WRITE-REJECT
026300                 THRU 7100-EXIT
026400     END-EVALUATE.
026500 2000-NEXT.
026600     IF NOT WS-TRANS-VALID
026700         ADD 1 TO WS-REJECT-COUNT
026800     END-IF
026900     PERFORM 5000-READ-TRANS
027000         THRU 5000-EXIT.
027100 2000-EXIT.
027200     EXIT.
027300
027400*----------------------------------------------------------
027500* 3000-APPLY-ADD - INSERT A HEADER OR A COURSE LINE.  A
027600*     POOL HEADER OR A COURSE LINE NEEDS ITS OWN HEADER
027700*     (PROGRAM OR POOL) ALREADY ON FILE.
027800*----------------------------------------------------------
027900 3000-APPLY-ADD.
028000     IF RT-COURSECODE = SPACES
028100         PERFORM 4000-EDIT-HEADER
028200             THRU 4000-EXIT
028300     ELSE
028400         PERFORM 4100-EDIT-COURSE-LINE
028500             THRU 4100-EXIT
028600     END-IF
028700     IF NOT WS-TRANS-VALID
028800         GO TO 3000-EXIT
028900     END-IF
029000     MOVE SPACES TO PROGRAM-REQ-REC
029100     MOVE RT-PROGRAM     TO PR-PROGRAM
029200     MOVE RT-POOL        TO PR-POOL
029300     MOVE RT-COURSECODE  TO PR-COURSECODE
029400     MOVE RT-DESCRIPTION TO PR-DESCRIPTION
029500     MOVE ZERO           TO PR-MIN-HOURS
029600     IF RT-COURSECODE = SPACES
029700         AND RT-POOL NOT = "00"
029800         MOVE RT-MIN-HOURS TO PR-MIN-HOURS
029900     END-IF
030000     WRITE PROGRAM-REQ-REC
030100     IF WS-PREQ-DUPLICATE
030200         MOVE "LIGNE DEJA PRESENTE" TO REJ-REASON
030300         PERFORM 7100-WRITE-REJECT
030400             THRU 7100-EXIT
030500         GO TO 3000-EXIT
030600     END-IF
030700     IF NOT WS-PREQ-OK
030800         DISPLAY "PRGMAINT - ECRITURE PROGREQ IMPOSSIBLE "
030900             WS-PREQ-STATUS
031000         GO TO 9999-ABEND
031100     END-IF
031200     ADD 1 TO WS-APPLIED-COUNT.
031300 3000-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------
031700* 3300-APPLY-CHANGE - NEW TITLE (AND FOR A POOL, NEW
031800*     MINIMUM HOURS) ON A HEADER.  A COURSE LINE HAS
031900*     NOTHING TO CHANGE - DELETE AND ADD IT INSTEAD.
032000*----------------------------------------------------------
032100 3300-APPLY-CHANGE.
032200     IF RT-COURSECODE NOT = SPACES
032300         MOVE "SEULE UNE EN-TETE SE MODIFIE" TO REJ-REASON
032400         PERFORM 7100-WRITE-REJECT
032500             THRU 7100-EXIT
032600         GO TO 3300-EXIT
032700     END-IF
032800     PERFORM 4000-EDIT-HEADER
032900         THRU 4000-EXIT
033000     IF NOT WS-TRANS-VALID
033100         GO TO 3300-EXIT
033200     END-IF
033300     MOVE RT-PROGRAM    TO PR-PROGRAM
033400     MOVE RT-POOL       TO PR-POOL
033500     MOVE RT-COURSECODE TO PR-COURSECODE
033600     READ PROGRAM-REQ-FILE
033700     IF WS-PREQ-NOTFOUND
033800         MOVE "EN-TETE ABSENTE DU FICHIER" TO REJ-REASON
033900         PERFORM 7100-WRITE-REJECT
034000             THRU 7100-EXIT
034100         GO TO 3300-EXIT
034200     END-IF
034300     IF NOT WS-PREQ-OK
034400         DISPLAY "PRGMAINT - LECTURE PROGREQ IMPOSSIBLE "
034500             WS-PREQ-STATUS
034600         GO TO 9999-ABEND
034700     END-IF
034800     MOVE RT-DESCRIPTION TO PR-DESCRIPTION
034900     IF NOT PR-POOL-REQUIRED
035000         MOVE RT-MIN-HOURS TO PR-MIN-HOURS
035100     END-IF
035200     REWRITE PROGRAM-REQ-REC
035300     IF NOT WS-PREQ-OK
035400         DISPLAY "PRGMAINT - MAJ PROGREQ IMPOSSIBLE "
035500             WS-PREQ-STATUS
035600         GO TO 9999-ABEND
035700     END-IF
035800     ADD 1 TO WS-APPLIED-COUNT.
035900 3300-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------
036300* 3600-APPLY-DELETE - REMOVE ONE LINE.  A HEADER GOES ONLY
036400*     ONCE THE LINES UNDER IT ARE GONE.
036500*----------------------------------------------------------
036600 3600-APPLY-DELETE.
036700     IF RT-COURSECODE = SPACES
036800         PERFORM 4500-CHECK-DEPENDENTS
036900             THRU 4500-EXIT
037000         IF WS-IN-USE
037100             MOVE "DES LIGNES DEPENDENT DE L EN-TETE"
037200                 TO REJ-REASON
037300             PERFORM 7100-WRITE-REJECT
037400                 THRU 7100-EXIT
037500             GO TO 3600-EXIT
037600         END-IF
037700     END-IF
037800     MOVE RT-PROGRAM    TO PR-PROGRAM
037900     MOVE RT-POOL       TO PR-POOL
038000     MOVE RT-COURSECODE TO PR-COURSECODE
038100     READ PROGRAM-REQ-FILE
038200     IF WS-PREQ-NOTFOUND
038300         MOVE "LIGNE ABSENTE DU FICHIER" TO REJ-REASON
038400         PERFORM 7100-WRITE-REJECT
038500             THRU 7100-EXIT
038600         GO TO 3600-EXIT
038700     END-IF
038800     IF NOT WS-PREQ-OK
038900         DISPLAY "PRGMAINT - LECTURE PROGREQ IMPOSSIBLE "
039000             WS-PREQ-STATUS
039100         GO TO 9999-ABEND
039200     END-IF
039300     DELETE PROGRAM-REQ-FILE RECORD
039400     IF NOT WS-PREQ-OK
039500         DISPLAY "PRGMAINT - SUPPRESSION PROGREQ IMPOSSIBLE "
039600             WS-PREQ-STATUS
039700         GO TO 9999-ABEND
039800     END-IF
039900     ADD 1 TO WS-APPLIED-COUNT.
040000 3600-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------
040400* 4000-EDIT-HEADER - A TITLE IS REQUIRED; A POOL HEADER
040500*     NEEDS A MINIMUM OF HOURS AND ITS PROGRAM HEADER
040600*----------------------------------------------------------
040700 4000-EDIT-HEADER.
040800     IF RT-DESCRIPTION = SPACES
040900         MOVE "LIBELLE OBLIGATOIRE" TO REJ-REASON
041000         PERFORM 7100-WRITE-REJECT
041100             THRU 7100-EXIT
041200         GO TO 4000-EXIT
041300     END-IF
041400     IF RT-POOL = "00"
041500         GO TO 4000-EXIT
041600     END-IF
041700     IF RT-MIN-HOURS NOT NUMERIC
041800         OR RT-MIN-HOURS = ZERO
041900         MOVE "MINIMUM D HEURES DU BLOC INVALIDE" TO REJ-REASON
042000         PERFORM 7100-WRITE-REJECT
042100             THRU 7100-EXIT
042200         GO TO 4000-EXIT
042300     END-IF
042400     MOVE RT-PROGRAM TO PR-PROGRAM
042500     MOVE "00"       TO PR-POOL
042600     MOVE SPACES     TO PR-COURSECODE
042700     READ PROGRAM-REQ-FILE
042800     IF WS-PREQ-NOTFOUND
042900         MOVE "PROGRAMME ABSENT DU FICHIER" TO REJ-REASON
043000         PERFORM 7100-WRITE-REJECT
043100             THRU 7100-EXIT
043200     END-IF.
043300 4000-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------
043700* 4100-EDIT-COURSE-LINE - THE COURSE MUST EXIST AND ITS
043800*     HEADER (PROGRAM OR POOL) MUST ALREADY BE ON FILE
043900*----------------------------------------------------------
044000 4100-EDIT-COURSE-LINE.
044100     MOVE RT-COURSECODE TO CM-COURSECODE
044200     READ COURSE-MASTER
044300         INVALID KEY
044400             MOVE "CODE DE COURS INCONNU" TO REJ-REASON
044500             PERFORM 7100-WRITE-REJECT
044600                 THRU 7100-EXIT
044700             GO TO 4100-EXIT
044800     END-READ
044900     MOVE RT-PROGRAM TO PR-PROGRAM
045000     MOVE RT-POOL    TO PR-POOL
045100     MOVE SPACES     TO PR-COURSECODE
045200     READ PROGRAM-REQ-FILE
045300     IF WS-PREQ-NOTFOUND
045400         MOVE "EN-TETE DU BLOC ABSENTE" TO REJ-REASON
045500         PERFORM 7100-WRITE-REJECT
045600             THRU 7100-EXIT
045700     END-IF.
045800 4100-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------
046200* 4500-CHECK-DEPENDENTS - ANY LINE FILED AFTER THE HEADER
046300*     UNDER THE SAME PROGRAM (AND, FOR A POOL HEADER, THE
046400*     SAME POOL) BLOCKS ITS DELETE
046500*----------------------------------------------------------
046600 4500-CHECK-DEPENDENTS.
046700     MOVE "N" TO WS-IN-USE-SW
046800     MOVE RT-PROGRAM TO PR-PROGRAM
046900     MOVE RT-POOL    TO PR-POOL
047000     MOVE SPACES     TO PR-COURSECODE
047100     START PROGRAM-REQ-FILE KEY > PR-KEY
047200     IF NOT WS-PREQ-OK
047300         GO TO 4500-EXIT
047400     END-IF
047500     READ PROGRAM-REQ-FILE NEXT RECORD
047600     IF NOT WS-PREQ-OK
047700         OR PR-PROGRAM NOT = RT-PROGRAM
047800         GO TO 4500-EXIT
047900     END-IF
048000     IF RT-POOL = "00"
048100         OR PR-POOL = RT-POOL
048200         SET WS-IN-USE TO TRUE
048300     END-IF.
048400 4500-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------
048800* 5000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF
048900*----------------------------------------------------------
049000 5000-READ-TRANS.
049100     READ MAINT-TRANS-FILE
049200         AT END
049300             SET WS-EOF TO TRUE
049400     END-READ.
049500 5000-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------
049900* 7100-WRITE-REJECT - ONE REJECTION LINE ON THE LISTING
050000*----------------------------------------------------------
050100 7100-WRITE-REJECT.
050200     MOVE "N" TO WS-TRANS-VALID-SW
050300     WRITE MAINT-LST-REC FROM WS-REJECT-LINE.
050400 7100-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------
050800* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
050900*----------------------------------------------------------
051000 8000-TERMINATE.
051100     MOVE WS-TRANS-COUNT   TO TRL-TRANS
051200     MOVE WS-APPLIED-COUNT TO TRL-APPLIED
051300     MOVE WS-REJECT-COUNT  TO TRL-REJECTS
051400     WRITE MAINT-LST-REC FROM WS-TRAILER-1
051500     WRITE MAINT-LST-REC FROM WS-TRAILER-2
051600     WRITE MAINT-LST-REC FROM WS-TRAILER-3
051700     CLOSE MAINT-TRANS-FILE
051800     CLOSE PROGRAM-REQ-FILE
051900     CLOSE COURSE-MASTER
052000     CLOSE MAINT-LST-FILE.
052100 8000-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------
052500* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
052600*----------------------------------------------------------
052700 9999-ABEND.
052800     DISPLAY "PRGMAINT - ARRET ANORMAL DU TRAITEMENT".
052900     STOP RUN.
053000 END PROGRAM PRGMAINT.
