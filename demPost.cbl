000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DEMPOST.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  APPLIES THE SIS DAILY
001100*                  PERSON CHANGES VERIFIED BY DEMEDIT TO THE
001200*                  STUDENT-PERSON KSDS (STUPERS), ONE
001300*                  MAINTENANCE AUDIT RECORD (MNTAUDT, PERSAUD
001400*                  IMAGES) PER FIELD CHANGED.  A CHANGE FOR
001500*                  AN UNKNOWN STUDENT, OR FOR A FIELD ALREADY
001600*                  CHANGED LOCALLY (PERMAINT) ON OR AFTER
001700*                  THE SIS EFFECTIVE DATE, IS NOT APPLIED AND
001800*                  IS LISTED FOR THE REGISTRAR (RC 4).  A
001900*                  STUDENTID RETIRED BY A MERGE (STUXREF) IS
002000*                  POSTED TO THE SURVIVING STUDENTID.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT DEMO-IN-FILE ASSIGN TO DEMIN
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-IN-STATUS.
002800
002900     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SP-STUDENTID
003300         ALTERNATE RECORD KEY IS SP-NOM
003400             WITH DUPLICATES
003500         FILE STATUS IS WS-PERS-STATUS.
003600
003700     SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-AUD-STATUS.
004000
004100     SELECT STUDENT-XREF-FILE ASSIGN TO STUXREF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS XR-OLD-ID
004500         FILE STATUS IS WS-XREF-STATUS.
004600
004700     SELECT POST-RPT-FILE ASSIGN TO DEMRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*----------------------------------------------------------
005400* DEMO-IN-FILE - THE SIS PERSON CHANGES DEMEDIT PASSED
005500*----------------------------------------------------------
005600 FD  DEMO-IN-FILE
005700     RECORDING MODE IS F.
005800 COPY SISDEMO.
005900
006000*----------------------------------------------------------
006100* STUDENT-PERSON-FILE - ONE RECORD PER STUDENT
006200*----------------------------------------------------------
006300 FD  STUDENT-PERSON-FILE.
006400 COPY STUPERS.
006500
006600*----------------------------------------------------------
006700* MAINT-AUDIT-FILE - READ FIRST FOR THE LOCAL STUPERS
006800*     CHANGES, THEN EXTENDED WITH THIS RUN'S IMAGES
006900*----------------------------------------------------------
007000 FD  MAINT-AUDIT-FILE
007100     RECORDING MODE IS F.
007200 COPY MNTAUDT.
007300
007400*----------------------------------------------------------
007500* STUDENT-XREF-FILE - STUDENTIDS RETIRED BY A DUPLICATE MERGE
007600*----------------------------------------------------------
007700 FD  STUDENT-XREF-FILE.
007800 COPY STUXREF.
007900
008000*----------------------------------------------------------
008100* POST-RPT-FILE - CHANGES NOT APPLIED AND THE RUN TOTALS
008200*----------------------------------------------------------
008300 FD  POST-RPT-FILE
008400     RECORDING MODE IS F.
008500 01  POST-RPT-REC                    PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-IN-STATUS                    PIC XX.
008900     88  WS-IN-OK                    VALUE "00".
009000     88  WS-IN-EOF                   VALUE "10".
009100
009200 01  WS-PERS-STATUS                  PIC XX.
009300     88  WS-PERS-OK                  VALUE "00", "02".
009400     88  WS-PERS-NOTFOUND            VALUE "23".
009500
009600 01  WS-AUD-STATUS                   PIC XX.
009700     88  WS-AUD-OK                   VALUE "00".
009800     88  WS-AUD-NOTOPEN              VALUE "35".
009900
010000 01  WS-XREF-STATUS                  PIC XX.
010100     88  WS-XREF-OK                  VALUE "00".
010200     88  WS-XREF-NOTOPEN             VALUE "35".
010300     88  WS-XREF-NOTFOUND            VALUE "23".
010400
010500 01  WS-RPT-STATUS                   PIC XX.
010600     88  WS-RPT-OK                   VALUE "00".
010700
010800 01  WS-SWITCHES.
010900     05  WS-EOF-SW                   PIC X(01) VALUE "N".
011000         88  WS-EOF                  VALUE "Y".
011100     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
011200         88  WS-AUD-EOF              VALUE "Y".
011300     05  WS-XREF-PRESENT-SW          PIC X(01) VALUE "Y".
011400         88  WS-XREF-PRESENT         VALUE "Y".
011500     05  WS-CONFLICT-SW              PIC X(01) VALUE "N".
011600         88  WS-CONFLICT             VALUE "Y".
011700
011800 01  WS-AUD-FIELDS.
011900     05  WS-AUD-DATE                 PIC 9(8).
012000     05  WS-AUD-TIME                 PIC 9(8).
012100
012200 01  WS-STUDENTID                    PIC 9(7).
012300 01  WS-MIN-DATE                     PIC 9(8) VALUE 99999999.
012400 01  WS-OLD-VALUE                    PIC X(30).
012500
012600 COPY PERSAUD.
012700
012800*----------------------------------------------------------
012900* WS-LOCAL-TABLE - STUPERS FIELDS CHANGED LOCALLY SINCE THE
013000*     EARLIEST SIS EFFECTIVE DATE IN THIS FILE
013100*----------------------------------------------------------
013200 01  WS-LOCAL-MAX                    PIC 9(04) COMP VALUE ZERO.
013300 01  WS-IX                           PIC 9(04) COMP.
013400 01  WS-LOCAL-TABLE.
013500     05  WS-LOC-ENTRY OCCURS 1000 TIMES.
013600         10  WS-LOC-STUDENTID        PIC 9(7).
013700         10  WS-LOC-FIELD            PIC X(2).
013800         10  WS-LOC-DATE             PIC 9(8).
013900
014000 01  WS-COUNTERS.
014100     05  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
014200     05  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
014300     05  WS-SAME-COUNT               PIC 9(07) COMP VALUE ZERO.
014400     05  WS-UNKNOWN-COUNT            PIC 9(07) COMP VALUE ZERO.
014500     05  WS-CONFLICT-COUNT           PIC 9(07) COMP VALUE ZERO.
014600     05  WS-REDIRECT-COUNT           PIC 9(07) COMP VALUE ZERO.
014700
014800 01  WS-HEADING-1.
014900     05  FILLER                      PIC X(45)
015000         VALUE "DEMPOST - CHANGEMENTS PERSONNE SIS".
015100
015200 01  WS-DETAIL-LINE.
015300     05  DTL-STUDENTID               PIC 9(7).
015400     05  FILLER                      PIC X(01) VALUE SPACE.
015500     05  DTL-FIELD                   PIC X(2).
015600     05  FILLER                      PIC X(01) VALUE SPACE.
015700     05  DTL-EFFECT-DATE             PIC 9(8).
015800     05  FILLER                      PIC X(01) VALUE SPACE.
015900     05  DTL-VALUE                   PIC X(30).
016000     05  FILLER                      PIC X(01) VALUE SPACE.
016100     05  DTL-NOTE                    PIC X(29).
016200
016300 01  WS-REJECT-LINE.
016400     05  FILLER                      PIC X(09)
016500             VALUE "REJET  : ".
016600     05  REJ-REASON                  PIC X(40).
016700
016800 01  WS-ERROR-LINE.
016900     05  FILLER                      PIC X(09)
017000             VALUE "ERREUR : ".
017100     05  ERR-TEXT                    PIC X(40).
017200
017300 01  WS-TRAILER-LINE.
017400     05  TRL-LABEL                   PIC X(25).
017500     05  TRL-COUNT                   PIC ZZZZ9.
017600
017700 PROCEDURE DIVISION.
017800*----------------------------------------------------------
017900* 0000-MAINLINE
018000*----------------------------------------------------------
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE
018300         THRU 1000-EXIT.
018400     PERFORM 2000-PROCESS-CHANGE
018500         THRU 2000-EXIT
018600         UNTIL WS-EOF.
018700     PERFORM 8000-TERMINATE
018800         THRU 8000-EXIT.
018900     GOBACK.
019000
019100*----------------------------------------------------------
019200* 1000-INITIALIZE - FIND THE EARLIEST EFFECTIVE DATE, LOAD
019300*     THE LOCAL CHANGES SINCE THEN, OPEN FOR UPDATE
019400*----------------------------------------------------------
019500 1000-INITIALIZE.
019600     OPEN OUTPUT POST-RPT-FILE
019700     IF NOT WS-RPT-OK
019800         DISPLAY "DEMPOST - OUVERTURE DEMRPT IMPOSSIBLE "
019900             WS-RPT-STATUS
020000         GO TO 9999-ABEND
020100     END-IF
020200     WRITE POST-RPT-REC FROM WS-HEADING-1
020300     PERFORM 1100-FIND-MIN-DATE
020400         THRU 1100-EXIT
020500     PERFORM 1200-LOAD-LOCAL
020600         THRU 1200-EXIT
020700     OPEN INPUT DEMO-IN-FILE
020800     IF NOT WS-IN-OK
020900         DISPLAY "DEMPOST - OUVERTURE DEMIN IMPOSSIBLE "
021000             WS-IN-STATUS
021100         GO TO 9999-ABEND
021200     END-IF
021300     OPEN I-O STUDENT-PERSON-FILE
021400     IF NOT WS-PERS-OK
021500         DISPLAY "DEMPOST - OUVERTURE STUPERS IMPOSSIBLE "
021600             WS-PERS-STATUS
021700         GO TO 9999-ABEND
021800     END-IF
021900     OPEN EXTEND MAINT-AUDIT-FILE
022000     IF NOT WS-AUD-OK
022100         OPEN OUTPUT MAINT-AUDIT-FILE
022200     END-IF
022300     IF NOT WS-AUD-OK
022400         DISPLAY "DEMPOST - OUVERTURE MNTAUDT IMPOSSIBLE "
022500             WS-AUD-STATUS
022600         GO TO 9999-ABEND
022700     END-IF
022800     MOVE "Y" TO WS-XREF-PRESENT-SW
022900     OPEN INPUT STUDENT-XREF-FILE
023000     IF WS-XREF-NOTOPEN
023100         MOVE "N" TO WS-XREF-PRESENT-SW
023200     ELSE
023300         IF NOT WS-XREF-OK
023400             DISPLAY "DEMPOST - OUVERTURE STUXREF IMPOSSIBLE "
023500                 WS-XREF-STATUS
023600             GO TO 9999-ABEND
023700         END-IF
023800     END-IF
023900     MOVE "N" TO WS-EOF-SW
024000     PERFORM 5000-READ-CHANGE
024100         THRU 5000-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400
024500*----------------------------------------------------------
024600* 1100-FIND-MIN-DATE - FIRST PASS OVER THE CHANGES FOR THE
024700*     EARLIEST EFFECTIVE DATE
024800*----------------------------------------------------------
024900 1100-FIND-MIN-DATE.
025000     OPEN INPUT DEMO-IN-FILE
025100     IF NOT WS-IN-OK
025200         DISPLAY "DEMPOST - OUVERTURE DEMIN IMPOSSIBLE "
025300             WS-IN-STATUS
025400         GO TO 9999-ABEND
025500     END-IF
025600     PERFORM 5000-READ-CHANGE
025700         THRU 5000-EXIT.
025800 1100-NEXT.
025900     IF WS-EOF
026000         CLOSE DEMO-IN-FILE
026100         GO TO 1100-EXIT
026200     END-IF
026300     IF SD-EFFECT-DATE < WS-MIN-DATE
026400         MOVE SD-EFFECT-DATE TO WS-MIN-DATE
026500     END-IF
026600     PERFORM 5000-READ-CHANGE
026700         THRU 5000-EXIT
026800     GO TO 1100-NEXT.
026900 1100-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------
027300* 1200-LOAD-LOCAL - THE STUPERS CHANGES OTHER PROGRAMS
027400*     AUDITED ON OR AFTER THE EARLIEST EFFECTIVE DATE.  NO
027500*     AUDIT FILE YET MEANS NO LOCAL CHANGES.
027600*----------------------------------------------------------
027700 1200-LOAD-LOCAL.
027800     OPEN INPUT MAINT-AUDIT-FILE
027900     IF WS-AUD-NOTOPEN
028000         GO TO 1200-EXIT
028100     END-IF
028200     IF NOT WS-AUD-OK
028300         DISPLAY "DEMPOST - OUVERTURE MNTAUDT IMPOSSIBLE "
028400             WS-AUD-STATUS
028500         GO TO 9999-ABEND
028600     END-IF.
028700 1200-NEXT.
028800     READ MAINT-AUDIT-FILE
028900         AT END
029000             CLOSE MAINT-AUDIT-FILE
029100             GO TO 1200-EXIT
029200     END-READ
029300     IF MA-FILE NOT = "STUPERS "
029400         OR MA-PROGRAM = "DEMPOST "
029500         OR NOT MA-ACTION-CHANGE
029600         OR MA-DATE < WS-MIN-DATE
029700         GO TO 1200-NEXT
029800     END-IF
029900     IF WS-LOCAL-MAX >= 1000
030000         MOVE "TABLE DES CHANGEMENTS LOCAUX SATUREE"
030100             TO ERR-TEXT
030200         WRITE POST-RPT-REC FROM WS-ERROR-LINE
030300         DISPLAY "DEMPOST - TABLE DES CHANGEMENTS LOCAUX SATUREE"
030400         DISPLAY "DEMPOST - AUCUN CHANGEMENT APPLIQUE - RC 8"
030500         MOVE 8 TO RETURN-CODE
030600         CLOSE MAINT-AUDIT-FILE
030700         CLOSE POST-RPT-FILE
030800         STOP RUN
030900     END-IF
031000     MOVE MA-AFTER-IMAGE TO PERSON-AUDIT-IMAGE
031100     ADD 1 TO WS-LOCAL-MAX
031200     MOVE PA-STUDENTID TO WS-LOC-STUDENTID (WS-LOCAL-MAX)
031300     MOVE PA-FIELD     TO WS-LOC-FIELD (WS-LOCAL-MAX)
031400     MOVE MA-DATE      TO WS-LOC-DATE (WS-LOCAL-MAX)
031500     GO TO 1200-NEXT.
031600 1200-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------
032000* 2000-PROCESS-CHANGE - ONE SIS CHANGE: REDIRECT, FIND THE
032100*     STUDENT, CHECK FOR A LOCAL CONFLICT, APPLY
032200*----------------------------------------------------------
032300 2000-PROCESS-CHANGE.
032400     ADD 1 TO WS-READ-COUNT
032500     MOVE SD-STUDENTID    TO WS-STUDENTID
032600     MOVE SPACES          TO DTL-NOTE
032700     PERFORM 2050-REDIRECT-RETIRED
032800         THRU 2050-EXIT
032900     MOVE WS-STUDENTID    TO DTL-STUDENTID
033000     MOVE SD-FIELD        TO DTL-FIELD
033100     MOVE SD-EFFECT-DATE  TO DTL-EFFECT-DATE
033200     MOVE SD-VALUE        TO DTL-VALUE
033300     MOVE WS-STUDENTID    TO SP-STUDENTID
033400     READ STUDENT-PERSON-FILE
033500     IF WS-PERS-NOTFOUND
033600         ADD 1 TO WS-UNKNOWN-COUNT
033700         MOVE "ETUDIANT INCONNU DE STUPERS" TO REJ-REASON
033800         PERFORM 7100-WRITE-REJECT
033900             THRU 7100-EXIT
034000         GO TO 2000-READ-NEXT
034100     END-IF
034200     IF NOT WS-PERS-OK
034300         DISPLAY "DEMPOST - LECTURE STUPERS IMPOSSIBLE "
034400             WS-PERS-STATUS
034500         GO TO 9999-ABEND
034600     END-IF
034700     PERFORM 3000-CHECK-CONFLICT
034800         THRU 3000-EXIT
034900     IF WS-CONFLICT
035000         ADD 1 TO WS-CONFLICT-COUNT
035100         MOVE "CONFLIT AVEC UN CHANGEMENT LOCAL" TO REJ-REASON
035200         PERFORM 7100-WRITE-REJECT
035300             THRU 7100-EXIT
035400         GO TO 2000-READ-NEXT
035500     END-IF
035600     PERFORM 4000-APPLY-CHANGE
035700         THRU 4000-EXIT.
035800 2000-READ-NEXT.
035900     PERFORM 5000-READ-CHANGE
036000         THRU 5000-EXIT.
036100 2000-EXIT.
036200     EXIT.
036300
036400*----------------------------------------------------------
036500* 2050-REDIRECT-RETIRED - A STUDENTID RETIRED BY A MERGE IS
036600*     POSTED TO THE SURVIVING STUDENTID
036700*----------------------------------------------------------
036800 2050-REDIRECT-RETIRED.
036900     IF NOT WS-XREF-PRESENT
037000         GO TO 2050-EXIT
037100     END-IF
037200     MOVE WS-STUDENTID TO XR-OLD-ID
037300     READ STUDENT-XREF-FILE
037400     IF NOT WS-XREF-OK
037500         GO TO 2050-EXIT
037600     END-IF
037700     ADD 1 TO WS-REDIRECT-COUNT
037800     MOVE XR-NEW-ID TO WS-STUDENTID
037900     MOVE "EX       " TO DTL-NOTE
038000     MOVE XR-OLD-ID TO DTL-NOTE (4:7).
038100 2050-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------
038500* 3000-CHECK-CONFLICT - A LOCAL CHANGE TO THE SAME FIELD ON
038600*     OR AFTER THE SIS EFFECTIVE DATE WINS OVER THE SIS
038700*----------------------------------------------------------
038800 3000-CHECK-CONFLICT.
038900     MOVE "N" TO WS-CONFLICT-SW
039000     MOVE 1 TO WS-IX.
039100 3000-SEARCH.
039200     IF WS-IX > WS-LOCAL-MAX
039300         GO TO 3000-EXIT
039400     END-IF
039500     IF WS-LOC-STUDENTID (WS-IX) = WS-STUDENTID
039600         AND WS-LOC-FIELD (WS-IX) = SD-FIELD
039700         AND WS-LOC-DATE (WS-IX) NOT < SD-EFFECT-DATE
039800         MOVE "Y" TO WS-CONFLICT-SW
039900         GO TO 3000-EXIT
040000     END-IF
040100     ADD 1 TO WS-IX
040200     GO TO 3000-SEARCH.
040300 3000-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------
040700* 4000-APPLY-CHANGE - SET THE FIELD, REWRITE, AUDIT.  A
040800*     VALUE ALREADY ON FILE IS COUNTED, NOT REWRITTEN.
040900*----------------------------------------------------------
041000 4000-APPLY-CHANGE.
041100     EVALUATE TRUE
041200         WHEN SD-FIELD-RUE
041300             MOVE SP-RUE TO WS-OLD-VALUE
041400             MOVE SD-VALUE TO SP-RUE
041500         WHEN SD-FIELD-VILLE
041600             MOVE SP-VILLE TO WS-OLD-VALUE
041700             MOVE SD-VALUE TO SP-VILLE
041800         WHEN SD-FIELD-POSTAL
041900             MOVE SP-CODE-POSTAL TO WS-OLD-VALUE
042000             MOVE SD-VALUE TO SP-CODE-POSTAL
042100         WHEN SD-FIELD-TELEPHONE
042200             MOVE SP-TELEPHONE TO WS-OLD-VALUE
042300             MOVE SD-VALUE TO SP-TELEPHONE
042400         WHEN SD-FIELD-COURRIEL
042500             MOVE SP-COURRIEL TO WS-OLD-VALUE
042600             MOVE SD-VALUE TO SP-COURRIEL
042700     END-EVALUATE
042800     IF WS-OLD-VALUE = SD-VALUE
042900         ADD 1 TO WS-SAME-COUNT
043000         GO TO 4000-EXIT
043100     END-IF
043200     REWRITE STUDENT-PERSON-REC
043300     IF NOT WS-PERS-OK
043400         DISPLAY "DEMPOST - REECRITURE STUPERS IMPOSSIBLE "
043500             WS-PERS-STATUS
043600         GO TO 9999-ABEND
043700     END-IF
043800     ADD 1 TO WS-APPLIED-COUNT
043900     PERFORM 4500-WRITE-AUDIT
044000         THRU 4500-EXIT.
044100 4000-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------
044500* 4500-WRITE-AUDIT - ONE MAINTENANCE AUDIT RECORD WITH THE
044600*     OLD AND NEW VALUE OF THE FIELD
044700*----------------------------------------------------------
044800 4500-WRITE-AUDIT.
044900     MOVE SPACES TO MAINT-AUDIT-REC
045000     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
045100     ACCEPT WS-AUD-TIME FROM TIME
045200     MOVE WS-AUD-DATE   TO MA-DATE
045300     MOVE WS-AUD-TIME   TO MA-TIME
045400     MOVE "DEMPOST "    TO MA-PROGRAM
045500     MOVE "DEMPOST "    TO MA-OPERATOR
045600     MOVE "STUPERS "    TO MA-FILE
045700     MOVE "C"           TO MA-ACTION
045800     MOVE SPACES         TO PERSON-AUDIT-IMAGE
045900     MOVE WS-STUDENTID   TO PA-STUDENTID
046000     MOVE SD-FIELD       TO PA-FIELD
046100     MOVE SD-EFFECT-DATE TO PA-EFFECT-DATE
046200     MOVE WS-OLD-VALUE   TO PA-VALUE
046300     MOVE PERSON-AUDIT-IMAGE TO MA-BEFORE-IMAGE
046400     MOVE SD-VALUE       TO PA-VALUE
046500     MOVE PERSON-AUDIT-IMAGE TO MA-AFTER-IMAGE
046600     WRITE MAINT-AUDIT-REC
046700     IF NOT WS-AUD-OK
046800         DISPLAY "DEMPOST - ECRITURE MNTAUDT IMPOSSIBLE "
046900             WS-AUD-STATUS
047000     END-IF.
047100 4500-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------
047500* 5000-READ-CHANGE - READ THE NEXT CHANGE, SET EOF
047600*----------------------------------------------------------
047700 5000-READ-CHANGE.
047800     READ DEMO-IN-FILE
047900         AT END
048000             SET WS-EOF TO TRUE
048100     END-READ.
048200 5000-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------
048600* 7100-WRITE-REJECT - THE CHANGE AND THE REASON IT WAS NOT
048700*     APPLIED
048800*----------------------------------------------------------
048900 7100-WRITE-REJECT.
049000     WRITE POST-RPT-REC FROM WS-DETAIL-LINE
049100     WRITE POST-RPT-REC FROM WS-REJECT-LINE.
049200 7100-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------
049600* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
049700*----------------------------------------------------------
049800 8000-TERMINATE.
049900     MOVE "CHANGEMENTS LUS        : " TO TRL-LABEL
050000     MOVE WS-READ-COUNT TO TRL-COUNT
050100     WRITE POST-RPT-REC FROM WS-TRAILER-LINE
050200     MOVE "CHANGEMENTS APPLIQUES  : " TO TRL-LABEL
050300     MOVE WS-APPLIED-COUNT TO TRL-COUNT
050400     WRITE POST-RPT-REC FROM WS-TRAILER-LINE
050500     MOVE "DEJA A JOUR            : " TO TRL-LABEL
050600     MOVE WS-SAME-COUNT TO TRL-COUNT
050700     WRITE POST-RPT-REC FROM WS-TRAILER-LINE
050800     MOVE "ETUDIANTS INCONNUS     : " TO TRL-LABEL
050900     MOVE WS-UNKNOWN-COUNT TO TRL-COUNT
051000     WRITE POST-RPT-REC FROM WS-TRAILER-LINE
051100     MOVE "CONFLITS LOCAUX        : " TO TRL-LABEL
051200     MOVE WS-CONFLICT-COUNT TO TRL-COUNT
051300     WRITE POST-RPT-REC FROM WS-TRAILER-LINE
051400     MOVE "NUMEROS RETIRES        : " TO TRL-LABEL
051500     MOVE WS-REDIRECT-COUNT TO TRL-COUNT
051600     WRITE POST-RPT-REC FROM WS-TRAILER-LINE
051700     IF WS-UNKNOWN-COUNT > ZERO
051800         OR WS-CONFLICT-COUNT > ZERO
051900         MOVE 4 TO RETURN-CODE
052000     END-IF
052100     CLOSE DEMO-IN-FILE
052200     CLOSE STUDENT-PERSON-FILE
052300     CLOSE MAINT-AUDIT-FILE
052400     IF WS-XREF-PRESENT
052500         CLOSE STUDENT-XREF-FILE
052600     END-IF
052700     CLOSE POST-RPT-FILE.
052800 8000-EXIT.
052900     EXIT.
053000
053100*----------------------------------------------------------
053200* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
053300*----------------------------------------------------------
053400 9999-ABEND.
053500     DISPLAY "DEMPOST - ARRET ANORMAL DU TRAITEMENT".
053600     STOP RUN.
053700 END PROGRAM DEMPOST.
