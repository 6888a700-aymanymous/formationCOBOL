000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  STANDING.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  TERM-END ACADEMIC
001100*                  STANDING RUN.  GIVEN A TERM CARD, SWEEPS
001200*                  THE COMPLETED-COURSE HISTORY (CRSEHIST)
001300*                  STUDENT BY STUDENT, VALUES EACH GRADE ON
001400*                  THE GRADE SCALE (GRADSCAL) WEIGHTED BY THE
001500*                  COURSE'S CM-CREDIT-HOURS, AND WRITES ONE
001600*                  ACADEMIC-STANDING RECORD (ACADSTND) PER
001700*                  STUDENT GRADED IN THE TERM WITH THE TERM
001800*                  AND CUMULATIVE GRADE-POINT AVERAGES AND
001900*                  THE STANDING.  PRINTS THE DEAN'S LIST AND
002000*                  THE PROBATION/SUSPENSION LIST.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT COURSE-HIST-FILE ASSIGN TO CRSEHIST
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS CH-KEY
002900         FILE STATUS IS WS-HIST-STATUS.
003000
003100     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CM-COURSECODE
003500         FILE STATUS IS WS-CRSE-STATUS.
003600
003700     SELECT GRADE-SCALE-FILE ASSIGN TO GRADSCAL
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS GS-GRADE
004100         FILE STATUS IS WS-SCAL-STATUS.
004200
004300     SELECT ACAD-STANDING-FILE ASSIGN TO ACADSTND
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS AS-KEY
004700         FILE STATUS IS WS-STND-STATUS.
004800
004900     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SP-STUDENTID
005300         ALTERNATE RECORD KEY IS SP-NOM
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-PERS-STATUS.
005600
005700     SELECT DEAN-RPT-FILE ASSIGN TO DEANLST
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-DEAN-STATUS.
006000
006100     SELECT PROB-RPT-FILE ASSIGN TO PROBLST
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-PROB-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700*----------------------------------------------------------
006800* COURSE-HIST-FILE - THE GRADES, SWEPT IN STUDENT ORDER
006900*----------------------------------------------------------
007000 FD  COURSE-HIST-FILE.
007100 COPY CRSEHIST.
007200
007300*----------------------------------------------------------
007400* COURSE-MASTER - SUPPLIES THE CREDIT HOURS OF EACH COURSE
007500*----------------------------------------------------------
007600 FD  COURSE-MASTER.
007700 COPY COURSMAS.
007800
007900*----------------------------------------------------------
008000* GRADE-SCALE-FILE - GRADE POINTS AND CREDIT/GPA FLAGS
008100*----------------------------------------------------------
008200 FD  GRADE-SCALE-FILE.
008300 COPY GRADSCAL.
008400
008500*----------------------------------------------------------
008600* ACAD-STANDING-FILE - ONE RECORD PER STUDENT PER TERM
008700*----------------------------------------------------------
008800 FD  ACAD-STANDING-FILE.
008900 COPY ACADSTND.
009000
009100*----------------------------------------------------------
009200* STUDENT-PERSON-FILE - NAMES FOR THE TWO LISTS
009300*----------------------------------------------------------
009400 FD  STUDENT-PERSON-FILE.
009500 COPY STUPERS.
009600
009700*----------------------------------------------------------
009800* DEAN-RPT-FILE - THE DEAN'S LIST
009900*----------------------------------------------------------
010000 FD  DEAN-RPT-FILE
010100     RECORDING MODE IS F.
010200 01  DEAN-RPT-REC                    PIC X(80).
010300
010400*----------------------------------------------------------
010500* PROB-RPT-FILE - STUDENTS ON PROBATION OR SUSPENDED
010600*----------------------------------------------------------
010700 FD  PROB-RPT-FILE
010800     RECORDING MODE IS F.
010900 01  PROB-RPT-REC                    PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200 01  WS-HIST-STATUS                  PIC XX.
011300     88  WS-HIST-OK                  VALUE "00", "02".
011400     88  WS-HIST-NOTOPEN             VALUE "35".
011500     88  WS-HIST-NOTFOUND            VALUE "23".
011600
011700 01  WS-CRSE-STATUS                  PIC XX.
011800     88  WS-CRSE-OK                  VALUE "00".
011900     88  WS-CRSE-NOTFOUND            VALUE "23".
012000
012100 01  WS-SCAL-STATUS                  PIC XX.
012200     88  WS-SCAL-OK                  VALUE "00".
012300     88  WS-SCAL-NOTFOUND            VALUE "23".
012400
012500 01  WS-STND-STATUS                  PIC XX.
012600     88  WS-STND-OK                  VALUE "00", "02".
012700     88  WS-STND-NOTOPEN             VALUE "35".
012800     88  WS-STND-NOTFOUND            VALUE "23".
012900     88  WS-STND-EOF                 VALUE "10".
013000
013100 01  WS-PERS-STATUS                  PIC XX.
013200     88  WS-PERS-OK                  VALUE "00".
013300     88  WS-PERS-NOTOPEN             VALUE "35".
013400     88  WS-PERS-NOTFOUND            VALUE "23".
013500
013600 01  WS-DEAN-STATUS                  PIC XX.
013700     88  WS-DEAN-OK                  VALUE "00".
013800
013900 01  WS-PROB-STATUS                  PIC XX.
014000     88  WS-PROB-OK                  VALUE "00".
014100
014200 01  WS-TERM-CARD                    PIC X(5).
014300
014400*----------------------------------------------------------
014500* STANDING RULES - DEAN'S LIST ON A TERM AVERAGE OF AT
014600*     LEAST 3.50 OVER AT LEAST 12 GRADED HOURS; PROBATION
014700*     WHEN THE CUMULATIVE AVERAGE FALLS BELOW 2.00;
014800*     SUSPENSION WHEN IT IS STILL BELOW 2.00 AFTER A TERM
014900*     ALREADY ON PROBATION
015000*----------------------------------------------------------
015100 01  WS-DEANS-GPA                    PIC 9V99 VALUE 3.50.
015200 01  WS-DEANS-MIN-HOURS              PIC 9(03) VALUE 12.
015300 01  WS-PROBATION-GPA                PIC 9V99 VALUE 2.00.
015400
015500* YYMMDD
015600 01  CURRENTDATE.
015700     05  CURRENTYEAR                 PIC 9(4).
015800     05  CURRENTMONTH                PIC 99.
015900     05  CURRENTDAY                  PIC 99.
016000
016100 01  WS-SWITCHES.
016200     05  WS-EOF-SW                   PIC X(01) VALUE "N".
016300         88  WS-EOF                  VALUE "Y".
016400     05  WS-FIRST-SW                 PIC X(01) VALUE "Y".
016500         88  WS-FIRST                VALUE "Y".
016600     05  WS-IN-TERM-SW               PIC X(01) VALUE "N".
016700         88  WS-IN-TERM              VALUE "Y".
016800     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
016900         88  WS-PERS-PRESENT         VALUE "Y".
017000     05  WS-PRIOR-EOF-SW             PIC X(01) VALUE "N".
017100         88  WS-PRIOR-EOF            VALUE "Y".
017200
017300 01  WS-CURRENT-STUDENT              PIC 9(7).
017400 01  WS-PRIOR-STANDING               PIC X(01).
017500     88  WS-PRIOR-AT-RISK            VALUE "P", "S".
017600 01  WS-HOURS                        PIC 9(02).
017700 01  WS-NEW-STANDING                 PIC X(01).
017800
017900*----------------------------------------------------------
018000* WS-STUDENT-TOTALS - ONE STUDENT'S HOURS AND QUALITY
018100*     POINTS (GRADE POINTS TIMES CREDIT HOURS), FOR THE
018200*     TERM AND CUMULATIVELY UP TO AND INCLUDING IT
018300*----------------------------------------------------------
018400 01  WS-STUDENT-TOTALS.
018500     05  WS-TERM-GPA-HOURS           PIC 9(03) COMP.
018600     05  WS-TERM-EARNED              PIC 9(03) COMP.
018700     05  WS-TERM-POINTS              PIC 9(05)V99 COMP-3.
018800     05  WS-CUM-GPA-HOURS            PIC 9(04) COMP.
018900     05  WS-CUM-EARNED               PIC 9(04) COMP.
019000     05  WS-CUM-POINTS               PIC 9(06)V99 COMP-3.
019100     05  WS-TERM-GPA                 PIC 9V99.
019200     05  WS-CUM-GPA                  PIC 9V99.
019300
019400 01  WS-COUNTERS.
019500     05  WS-HIST-COUNT               PIC 9(05) COMP VALUE ZERO.
019600     05  WS-STUDENT-COUNT            PIC 9(05) COMP VALUE ZERO.
019700     05  WS-DEANS-COUNT              PIC 9(05) COMP VALUE ZERO.
019800     05  WS-PROB-COUNT               PIC 9(05) COMP VALUE ZERO.
019900     05  WS-SUSP-COUNT               PIC 9(05) COMP VALUE ZERO.
020000     05  WS-UNKNOWN-COUNT            PIC 9(05) COMP VALUE ZERO.
020100
020200 01  WS-DEAN-HEADING-1.
020300     05  FILLER                      PIC X(45)
020400         VALUE "STANDING - TABLEAU D HONNEUR DU DOYEN".
020500
020600 01  WS-PROB-HEADING-1.
020700     05  FILLER                      PIC X(45)
020800         VALUE "STANDING - PROBATION ET SUSPENSION".
020900
021000 01  WS-HEADING-2.
021100     05  FILLER                      PIC X(08)
021200             VALUE "TERME : ".
021300     05  HDG-TERM                    PIC X(5).
021400     05  FILLER                      PIC X(22)
021500             VALUE "  DATE DU TRAITEMENT: ".
021600     05  HDG-DAY                     PIC 99.
021700     05  FILLER                      PIC X(01) VALUE "/".
021800     05  HDG-MONTH                   PIC 99.
021900     05  FILLER                      PIC X(01) VALUE "/".
022000     05  HDG-YEAR                    PIC 9(4).
022100
022200 01  WS-HEADING-3.
022300     05  FILLER                      PIC X(60) VALUE
022400     "ETUDIANT NOM                       TERME CUMUL CRED STATUT".
022500
022600 01  WS-DETAIL-LINE.
022700     05  DTL-STUDENTID               PIC 9(7).
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  DTL-NOM                     PIC X(25).
023000     05  FILLER                      PIC X(01) VALUE SPACES.
023100     05  DTL-TERM-GPA                PIC 9.99.
023200     05  FILLER                      PIC X(02) VALUE SPACES.
023300     05  DTL-CUM-GPA                 PIC 9.99.
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  DTL-EARNED                  PIC ZZZ9.
023600     05  FILLER                      PIC X(01) VALUE SPACES.
023700     05  DTL-STANDING                PIC X(10).
023800
023900 01  WS-TRAILER-1.
024000     05  FILLER                      PIC X(25)
024100             VALUE "NOTES EXAMINEES       : ".
024200     05  TRL-HIST                    PIC ZZZZ9.
024300
024400 01  WS-TRAILER-2.
024500     05  FILLER                      PIC X(25)
024600             VALUE "ETUDIANTS CLASSES     : ".
024700     05  TRL-STUDENTS                PIC ZZZZ9.
024800
024900 01  WS-TRAILER-3.
025000     05  FILLER                      PIC X(25)
025100             VALUE "TABLEAU D HONNEUR     : ".
025200     05  TRL-DEANS                   PIC ZZZZ9.
025300
025400 01  WS-TRAILER-4.
025500     05  FILLER                      PIC X(25)
025600             VALUE "EN PROBATION          : ".
025700     05  TRL-PROB                    PIC ZZZZ9.
025800
025900 01  WS-TRAILER-5.
026000     05  FILLER                      PIC X(25)
026100             VALUE "SUSPENDUS             : ".
026200     05  TRL-SUSP                    PIC ZZZZ9.
026300
026400 01  WS-TRAILER-6.
026500     05  FILLER                      PIC X(25)
026600             VALUE "NOTES HORS BAREME     : ".
026700     05  TRL-UNKNOWN                 PIC ZZZZ9.
026800
026900 PROCEDURE DIVISION.
027000*----------------------------------------------------------
027100* 0000-MAINLINE
027200*----------------------------------------------------------
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE
027500         THRU 1000-EXIT.
027600     PERFORM 2000-PROCESS-GRADE
027700         THRU 2000-EXIT
027800         UNTIL WS-EOF.
027900     IF NOT WS-FIRST
028000         PERFORM 3000-CLOSE-STUDENT
028100             THRU 3000-EXIT
028200     END-IF
028300     PERFORM 8000-TERMINATE
028400         THRU 8000-EXIT.
028500     GOBACK.
028600
028700*----------------------------------------------------------
028800* 1000-INITIALIZE - READ THE TERM CARD, OPEN THE FILES
028900*     (CREATING ACADSTND ON THE FIRST RUN), POSITION THE
029000*     HISTORY SWEEP
029100*----------------------------------------------------------
029200 1000-INITIALIZE.
029300     ACCEPT WS-TERM-CARD
029400     IF WS-TERM-CARD = SPACES
029500         DISPLAY "STANDING - CARTE DE TERME ABSENTE"
029600         GO TO 9999-ABEND
029700     END-IF
029800     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
029900     OPEN INPUT COURSE-HIST-FILE
030000     IF WS-HIST-NOTOPEN
030100         DISPLAY "STANDING - AUCUN FICHIER HISTORIQUE"
030200         GO TO 9999-ABEND
030300     END-IF
030400     IF NOT WS-HIST-OK
030500         DISPLAY "STANDING - OUVERTURE CRSEHIST IMPOSSIBLE "
030600             WS-HIST-STATUS
030700         GO TO 9999-ABEND
030800     END-IF
030900     OPEN INPUT COURSE-MASTER
031000     IF NOT WS-CRSE-OK
031100         DISPLAY "STANDING - OUVERTURE CRSEMAST IMPOSSIBLE "
031200             WS-CRSE-STATUS
031300         GO TO 9999-ABEND
031400     END-IF
031500     OPEN INPUT GRADE-SCALE-FILE
031600     IF NOT WS-SCAL-OK
031700         DISPLAY "STANDING - OUVERTURE GRADSCAL IMPOSSIBLE "
031800             WS-SCAL-STATUS
031900         GO TO 9999-ABEND
032000     END-IF
032100     OPEN I-O ACAD-STANDING-FILE
032200     IF WS-STND-NOTOPEN
032300         OPEN OUTPUT ACAD-STANDING-FILE
032400         CLOSE ACAD-STANDING-FILE
032500         OPEN I-O ACAD-STANDING-FILE
032600     END-IF
032700     IF NOT WS-STND-OK
032800         DISPLAY "STANDING - OUVERTURE ACADSTND IMPOSSIBLE "
032900             WS-STND-STATUS
033000         GO TO 9999-ABEND
033100     END-IF
033200     OPEN INPUT STUDENT-PERSON-FILE
033300     IF WS-PERS-NOTOPEN
033400         MOVE "N" TO WS-PERS-PRESENT-SW
033500     ELSE
033600         IF NOT WS-PERS-OK
033700             DISPLAY "STANDING - OUVERTURE STUPERS IMPOSSIBLE "
033800                 WS-PERS-STATUS
033900             GO TO 9999-ABEND
034000         END-IF
034100     END-IF
034200     OPEN OUTPUT DEAN-RPT-FILE
034300     IF NOT WS-DEAN-OK
034400         DISPLAY "STANDING - OUVERTURE DEANLST IMPOSSIBLE "
034500             WS-DEAN-STATUS
034600         GO TO 9999-ABEND
034700     END-IF
034800     OPEN OUTPUT PROB-RPT-FILE
034900     IF NOT WS-PROB-OK
035000         DISPLAY "STANDING - OUVERTURE PROBLST IMPOSSIBLE "
035100             WS-PROB-STATUS
035200         GO TO 9999-ABEND
035300     END-IF
035400     MOVE WS-TERM-CARD TO HDG-TERM
035500     MOVE CURRENTDAY   TO HDG-DAY
035600     MOVE CURRENTMONTH TO HDG-MONTH
035700     MOVE CURRENTYEAR  TO HDG-YEAR
035800     WRITE DEAN-RPT-REC FROM WS-DEAN-HEADING-1
035900     WRITE DEAN-RPT-REC FROM WS-HEADING-2
036000     WRITE DEAN-RPT-REC FROM WS-HEADING-3
036100     WRITE PROB-RPT-REC FROM WS-PROB-HEADING-1
036200     WRITE PROB-RPT-REC FROM WS-HEADING-2
036300     WRITE PROB-RPT-REC FROM WS-HEADING-3
036400     MOVE LOW-VALUES TO CH-KEY
036500     START COURSE-HIST-FILE KEY >= CH-KEY
036600     IF WS-HIST-NOTFOUND
036700         SET WS-EOF TO TRUE
036800     ELSE
036900         IF NOT WS-HIST-OK
037000             DISPLAY "STANDING - POSITIONNEMENT CRSEHIST "
037100                 "IMPOSSIBLE " WS-HIST-STATUS
037200             GO TO 9999-ABEND
037300         END-IF
037400         PERFORM 5000-READ-HISTORY
037500             THRU 5000-EXIT
037600     END-IF.
037700 1000-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------
038100* 2000-PROCESS-GRADE - ONE HISTORY RECORD, BREAKING ON A
038200*     NEW STUDENT.  GRADES OF LATER TERMS ARE IGNORED SO A
038300*     RERUN FOR AN EARLIER TERM GIVES THE SAME FIGURES.
038400*----------------------------------------------------------
038500 2000-PROCESS-GRADE.
038600     IF WS-FIRST OR CH-STUDENTID NOT = WS-CURRENT-STUDENT
038700         IF NOT WS-FIRST
038800             PERFORM 3000-CLOSE-STUDENT
038900                 THRU 3000-EXIT
039000         END-IF
039100         PERFORM 2100-OPEN-STUDENT
039200             THRU 2100-EXIT
039300     END-IF
039400     ADD 1 TO WS-HIST-COUNT
039500     IF CH-TERM > WS-TERM-CARD
039600         GO TO 2000-NEXT
039700     END-IF
039800     IF CH-TERM = WS-TERM-CARD
039900         SET WS-IN-TERM TO TRUE
040000     END-IF
040100     MOVE CH-GRADE TO GS-GRADE
040200     READ GRADE-SCALE-FILE
040300     IF WS-SCAL-NOTFOUND
040400         ADD 1 TO WS-UNKNOWN-COUNT
040500         DISPLAY "STANDING - NOTE HORS BAREME : " CH-STUDENTID
040600             " " CH-COURSECODE " " CH-TERM " " CH-GRADE
040700         GO TO 2000-NEXT
040800     END-IF
040900     IF NOT WS-SCAL-OK
041000         DISPLAY "STANDING - LECTURE GRADSCAL IMPOSSIBLE "
041100             WS-SCAL-STATUS
041200         GO TO 9999-ABEND
041300     END-IF
041400     MOVE CH-COURSECODE TO CM-COURSECODE
041500     READ COURSE-MASTER
041600     IF WS-CRSE-NOTFOUND
041700         DISPLAY "STANDING - COURS INCONNU : " CH-COURSECODE
041800         GO TO 2000-NEXT
041900     END-IF
042000     IF NOT WS-CRSE-OK
042100         DISPLAY "STANDING - LECTURE CRSEMAST IMPOSSIBLE "
042200             WS-CRSE-STATUS
042300         GO TO 9999-ABEND
042400     END-IF
042500     MOVE CM-CREDIT-HOURS TO WS-HOURS
042600     IF GS-COUNTS-GPA
042700         ADD WS-HOURS TO WS-CUM-GPA-HOURS
042800         COMPUTE WS-CUM-POINTS =
042900             WS-CUM-POINTS + GS-POINTS * WS-HOURS
043000         IF CH-TERM = WS-TERM-CARD
043100             ADD WS-HOURS TO WS-TERM-GPA-HOURS
043200             COMPUTE WS-TERM-POINTS =
043300                 WS-TERM-POINTS + GS-POINTS * WS-HOURS
043400         END-IF
043500     END-IF
043600     IF GS-COUNTS-CREDIT
043700         ADD WS-HOURS TO WS-CUM-EARNED
043800         IF CH-TERM = WS-TERM-CARD
043900             ADD WS-HOURS TO WS-TERM-EARNED
044000         END-IF
044100     END-IF.
044200 2000-NEXT.
044300     PERFORM 5000-READ-HISTORY
044400         THRU 5000-EXIT.
044500 2000-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------
044900* 2100-OPEN-STUDENT - FRESH TOTALS FOR THE NEXT STUDENT
045000*----------------------------------------------------------
045100 2100-OPEN-STUDENT.
045200     MOVE "N" TO WS-FIRST-SW
045300     MOVE "N" TO WS-IN-TERM-SW
045400     MOVE CH-STUDENTID TO WS-CURRENT-STUDENT
045500     MOVE ZERO TO WS-TERM-GPA-HOURS
045600     MOVE ZERO TO WS-TERM-EARNED
045700     MOVE ZERO TO WS-TERM-POINTS
045800     MOVE ZERO TO WS-CUM-GPA-HOURS
045900     MOVE ZERO TO WS-CUM-EARNED
046000     MOVE ZERO TO WS-CUM-POINTS.
046100 2100-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------
046500* 3000-CLOSE-STUDENT - AVERAGES AND STANDING FOR A STUDENT
046600*     GRADED IN THE TERM; RECORD THEM AND LIST THE STUDENT
046700*     WHEN ON THE DEAN'S LIST, ON PROBATION OR SUSPENDED
046800*----------------------------------------------------------
046900 3000-CLOSE-STUDENT.
047000     IF NOT WS-IN-TERM
047100         GO TO 3000-EXIT
047200     END-IF
047300     ADD 1 TO WS-STUDENT-COUNT
047400     MOVE ZERO TO WS-TERM-GPA
047500     MOVE ZERO TO WS-CUM-GPA
047600     IF WS-TERM-GPA-HOURS > ZERO
047700         COMPUTE WS-TERM-GPA ROUNDED =
047800             WS-TERM-POINTS / WS-TERM-GPA-HOURS
047900     END-IF
048000     IF WS-CUM-GPA-HOURS > ZERO
048100         COMPUTE WS-CUM-GPA ROUNDED =
048200             WS-CUM-POINTS / WS-CUM-GPA-HOURS
048300     END-IF
048400     PERFORM 3100-GET-PRIOR-STANDING
048500         THRU 3100-EXIT
048600     EVALUATE TRUE
048700         WHEN WS-CUM-GPA-HOURS > ZERO
048800          AND WS-CUM-GPA < WS-PROBATION-GPA
048900          AND WS-PRIOR-AT-RISK
049000             MOVE "S" TO WS-NEW-STANDING
049100         WHEN WS-CUM-GPA-HOURS > ZERO
049200          AND WS-CUM-GPA < WS-PROBATION-GPA
049300             MOVE "P" TO WS-NEW-STANDING
049400         WHEN WS-TERM-GPA-HOURS >= WS-DEANS-MIN-HOURS
049500          AND WS-TERM-GPA >= WS-DEANS-GPA
049600             MOVE "D" TO WS-NEW-STANDING
049700         WHEN OTHER
049800             MOVE "G" TO WS-NEW-STANDING
049900     END-EVALUATE
050000     PERFORM 3200-WRITE-STANDING
050100         THRU 3200-EXIT
050200     IF AS-GOOD-STANDING
050300         GO TO 3000-EXIT
050400     END-IF
050500     PERFORM 3300-BUILD-LINE
050600         THRU 3300-EXIT
050700     EVALUATE TRUE
050800         WHEN AS-DEANS-LIST
050900             ADD 1 TO WS-DEANS-COUNT
051000             MOVE "HONNEUR" TO DTL-STANDING
051100             WRITE DEAN-RPT-REC FROM WS-DETAIL-LINE
051200         WHEN AS-PROBATION
051300             ADD 1 TO WS-PROB-COUNT
051400             MOVE "PROBATION" TO DTL-STANDING
051500             WRITE PROB-RPT-REC FROM WS-DETAIL-LINE
051600         WHEN AS-SUSPENSION
051700             ADD 1 TO WS-SUSP-COUNT
051800             MOVE "SUSPENSION" TO DTL-STANDING
051900             WRITE PROB-RPT-REC FROM WS-DETAIL-LINE
052000     END-EVALUATE.
052100 3000-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------
052500* 3100-GET-PRIOR-STANDING - THE STUDENT'S STANDING AT THE
052600*     LAST TERM BEFORE THIS ONE, IF ANY
052700*----------------------------------------------------------
052800 3100-GET-PRIOR-STANDING.
052900     MOVE SPACE TO WS-PRIOR-STANDING
053000     MOVE "N" TO WS-PRIOR-EOF-SW
053100     MOVE WS-CURRENT-STUDENT TO AS-STUDENTID
053200     MOVE LOW-VALUES TO AS-TERM
053300     START ACAD-STANDING-FILE KEY >= AS-KEY
053400     IF NOT WS-STND-OK
053500         GO TO 3100-EXIT
053600     END-IF
053700     PERFORM 3150-READ-PRIOR
053800         THRU 3150-EXIT
053900         UNTIL WS-PRIOR-EOF.
054000 3100-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------
054400* 3150-READ-PRIOR - ONE EARLIER STANDING RECORD, STOPPING
054500*     AT THIS TERM OR THE NEXT STUDENTID
054600*----------------------------------------------------------
054700 3150-READ-PRIOR.
054800     READ ACAD-STANDING-FILE NEXT RECORD
054900         AT END
055000             SET WS-PRIOR-EOF TO TRUE
055100             GO TO 3150-EXIT
055200     END-READ
055300     IF AS-STUDENTID NOT = WS-CURRENT-STUDENT
055400         OR AS-TERM NOT < WS-TERM-CARD
055500         SET WS-PRIOR-EOF TO TRUE
055600         GO TO 3150-EXIT
055700     END-IF
055800     MOVE AS-STANDING TO WS-PRIOR-STANDING.
055900 3150-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------
056300* 3200-WRITE-STANDING - ADD THE TERM'S STANDING RECORD, OR
056400*     REPLACE IT ON A RERUN
056500*----------------------------------------------------------
056600 3200-WRITE-STANDING.
056700     MOVE WS-CURRENT-STUDENT TO AS-STUDENTID
056800     MOVE WS-TERM-CARD TO AS-TERM
056900     READ ACAD-STANDING-FILE
057000     IF NOT WS-STND-OK AND NOT WS-STND-NOTFOUND
057100         DISPLAY "STANDING - LECTURE ACADSTND IMPOSSIBLE "
057200             WS-STND-STATUS
057300         GO TO 9999-ABEND
057400     END-IF
057500     MOVE SPACES TO ACAD-STANDING-REC
057600     MOVE WS-CURRENT-STUDENT TO AS-STUDENTID
057700     MOVE WS-TERM-CARD      TO AS-TERM
057800     MOVE WS-TERM-GPA-HOURS TO AS-TERM-GPA-HOURS
057900     MOVE WS-TERM-EARNED    TO AS-TERM-EARNED
058000     MOVE WS-TERM-POINTS    TO AS-TERM-POINTS
058100     MOVE WS-TERM-GPA       TO AS-TERM-GPA
058200     MOVE WS-CUM-GPA-HOURS  TO AS-CUM-GPA-HOURS
058300     MOVE WS-CUM-EARNED     TO AS-CUM-EARNED
058400     MOVE WS-CUM-POINTS     TO AS-CUM-POINTS
058500     MOVE WS-CUM-GPA        TO AS-CUM-GPA
058600     MOVE WS-NEW-STANDING   TO AS-STANDING
058700     MOVE CURRENTDATE       TO AS-RUN-DATE
058800     IF WS-STND-NOTFOUND
058900         WRITE ACAD-STANDING-REC
059000     ELSE
059100         REWRITE ACAD-STANDING-REC
059200     END-IF
059300     IF NOT WS-STND-OK
059400         DISPLAY "STANDING - ECRITURE ACADSTND IMPOSSIBLE "
059500             WS-STND-STATUS
059600         GO TO 9999-ABEND
059700     END-IF.
059800 3200-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------
060200* 3300-BUILD-LINE - ONE LIST LINE FROM THE STANDING RECORD
060300*----------------------------------------------------------
060400 3300-BUILD-LINE.
060500     MOVE AS-STUDENTID  TO DTL-STUDENTID
060600     MOVE SPACES        TO DTL-NOM
060700     MOVE AS-TERM-GPA   TO DTL-TERM-GPA
060800     MOVE AS-CUM-GPA    TO DTL-CUM-GPA
060900     MOVE AS-CUM-EARNED TO DTL-EARNED
061000     IF NOT WS-PERS-PRESENT
061100         GO TO 3300-EXIT
061200     END-IF
061300     MOVE AS-STUDENTID TO SP-STUDENTID
061400     READ STUDENT-PERSON-FILE
061500     IF WS-PERS-OK
061600         MOVE SP-NOM TO DTL-NOM
061700     ELSE
061800         MOVE "IDENTITE INCONNUE" TO DTL-NOM
061900     END-IF.
062000 3300-EXIT.
062100     EXIT.
062200
062300*----------------------------------------------------------
062400* 5000-READ-HISTORY - NEXT HISTORY RECORD, SET EOF
062500*----------------------------------------------------------
062600 5000-READ-HISTORY.
062700     READ COURSE-HIST-FILE NEXT RECORD
062800         AT END
062900             SET WS-EOF TO TRUE
063000     END-READ.
063100 5000-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------
063500* 8000-TERMINATE - TRAILERS ON BOTH LISTS, CLOSE FILES
063600*----------------------------------------------------------
063700 8000-TERMINATE.
063800     MOVE WS-HIST-COUNT    TO TRL-HIST
063900     MOVE WS-STUDENT-COUNT TO TRL-STUDENTS
064000     MOVE WS-DEANS-COUNT   TO TRL-DEANS
064100     MOVE WS-PROB-COUNT    TO TRL-PROB
064200     MOVE WS-SUSP-COUNT    TO TRL-SUSP
064300     MOVE WS-UNKNOWN-COUNT TO TRL-UNKNOWN
064400     WRITE DEAN-RPT-REC FROM WS-TRAILER-2
064500     WRITE DEAN-RPT-REC FROM WS-TRAILER-3
064600     WRITE PROB-RPT-REC FROM WS-TRAILER-1
064700     WRITE PROB-RPT-REC FROM WS-TRAILER-2
064800     WRITE PROB-RPT-REC FROM WS-TRAILER-4
064900     WRITE PROB-RPT-REC FROM WS-TRAILER-5
065000     WRITE PROB-RPT-REC FROM WS-TRAILER-6
065100     CLOSE COURSE-HIST-FILE
065200     CLOSE COURSE-MASTER
065300     CLOSE GRADE-SCALE-FILE
065400     CLOSE ACAD-STANDING-FILE
065500     IF WS-PERS-PRESENT
065600         CLOSE STUDENT-PERSON-FILE
065700     END-IF
065800     CLOSE DEAN-RPT-FILE
065900     CLOSE PROB-RPT-FILE.
066000 8000-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------
066400* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
066500*----------------------------------------------------------
066600 9999-ABEND.
066700     DISPLAY "STANDING - ARRET ANORMAL DU TRAITEMENT".
066800     STOP RUN.
066900 END PROGRAM STANDING.
