001500*                  NAME, TERM, SECTION, GRADE AND COMPLETION
001600*                  DATE - HEADED BY THE STUDENT'S IDENTITY
001700*                  FROM THE PERSON MASTER.
001710* 15/10/2026  AMN  THE COURSE HISTORY IS NOW FOLLOWED BY THE
001720*                  GRADE-POINT AVERAGE LINES - ONE PER TERM
001730*                  FROM THE ACADEMIC-STANDING KSDS (ACADSTND,
001740*                  WRITTEN BY THE STANDING RUN) WITH THE TERM
001750*                  AND CUMULATIVE AVERAGES AND THE STANDING.
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-PERS-STATUS.
004100
004110     SELECT ACAD-STANDING-FILE ASSIGN TO ACADSTND
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004140         RECORD KEY IS AS-KEY
004150         FILE STATUS IS WS-STND-STATUS.
004160
004200     SELECT TRN-RPT-FILE ASSIGN TO TRNSRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RPT-STATUS.
006300 FD  STUDENT-PERSON-FILE.
006400 COPY STUPERS.
006500
006510*----------------------------------------------------------
006520* ACAD-STANDING-FILE - TERM AND CUMULATIVE AVERAGES
006530*----------------------------------------------------------
006540 FD  ACAD-STANDING-FILE.
006550 COPY ACADSTND.
006560
006600*----------------------------------------------------------
006700* TRN-RPT-FILE - THE PRINTED TRANSCRIPT
006800*----------------------------------------------------------
008400     88  WS-PERS-NOTOPEN             VALUE "35".
008500     88  WS-PERS-NOTFOUND            VALUE "23".
008600
008610 01  WS-STND-STATUS                  PIC XX.
008620     88  WS-STND-OK                  VALUE "00", "02".
008630     88  WS-STND-NOTOPEN             VALUE "35".
008640     88  WS-STND-NOTFOUND            VALUE "23".
008650
008700 01  WS-RPT-STATUS                   PIC XX.
008800     88  WS-RPT-OK                   VALUE "00".
008900
009600         88  WS-FOUND                VALUE "Y".
009700     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
009800         88  WS-PERS-PRESENT         VALUE "Y".
009810     05  WS-STND-PRESENT-SW          PIC X(01) VALUE "Y".
009820         88  WS-STND-PRESENT         VALUE "Y".
009830     05  WS-STND-EOF-SW              PIC X(01) VALUE "N".
009840         88  WS-STND-EOF             VALUE "Y".
009900
010000 01  WS-COUNTERS.
010100     05  WS-HIST-COUNT               PIC 9(05) COMP VALUE ZERO.
010110     05  WS-STND-COUNT               PIC 9(05) COMP VALUE ZERO.
010200
010300 01  WS-COURSENAME                   PIC X(20).
010400
013400     05  FILLER                      PIC X(40) VALUE
013500         "AUCUN COURS COMPLETE AU DOSSIER".
013600
013602*----------------------------------------------------------
013604* GRADE-POINT AVERAGE LINES UNDER THE COURSE HISTORY
013606*----------------------------------------------------------
013608 01  WS-GPA-HEADING.
013610     05  FILLER                      PIC X(56) VALUE
013612     "TERME MOY.TERME CRED.TERME MOY.CUMUL CRED.CUMUL STATUT".
013614
013616 01  WS-GPA-LINE.
013618     05  GPA-TERM                    PIC X(5).
013620     05  FILLER                      PIC X(06) VALUE SPACES.
013622     05  GPA-TERM-GPA                PIC 9.99.
013624     05  FILLER                      PIC X(08) VALUE SPACES.
013626     05  GPA-TERM-EARNED             PIC ZZ9.
013628     05  FILLER                      PIC X(06) VALUE SPACES.
013630     05  GPA-CUM-GPA                 PIC 9.99.
013632     05  FILLER                      PIC X(07) VALUE SPACES.
013634     05  GPA-CUM-EARNED              PIC ZZZ9.
013636     05  FILLER                      PIC X(01) VALUE SPACES.
013638     05  GPA-STANDING                PIC X(10).
013640
013642 01  WS-NOGPA-LINE.
013644     05  FILLER                      PIC X(40) VALUE
013646         "AUCUNE MOYENNE CALCULEE AU DOSSIER".
013648
013700 01  WS-TRAILER-1.
013800     05  FILLER                      PIC X(25)
013900             VALUE "COURS COMPLETES       : ".
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE
014800         THRU 1000-EXIT.
014810     PERFORM 2000-PRINT-TRANSCRIPT
014820         THRU 2000-EXIT.
014830     PERFORM 3000-PRINT-GPA
014840         THRU 3000-EXIT.
015100     PERFORM 8000-TERMINATE
015200         THRU 8000-EXIT.
015300     GOBACK.
018400             GO TO 9999-ABEND
018500         END-IF
018600     END-IF
018605     OPEN INPUT ACAD-STANDING-FILE
018610     IF WS-STND-NOTOPEN
018615         MOVE "N" TO WS-STND-PRESENT-SW
018620     ELSE
018625         IF NOT WS-STND-OK
018630             DISPLAY "TRANSCRP - OUVERTURE ACADSTND IMPOSSIBLE "
018635                 WS-STND-STATUS
018640             GO TO 9999-ABEND
018645         END-IF
018650     END-IF
018700     OPEN OUTPUT TRN-RPT-FILE
018800     IF NOT WS-RPT-OK
018900         DISPLAY "TRANSCRP - OUVERTURE TRNSRPT IMPOSSIBLE "
028800 2200-EXIT.
028900     EXIT.
029000
029001*----------------------------------------------------------
029002* 3000-PRINT-GPA - ONE AVERAGE LINE PER TERM THE STANDING
029003*     RUN HAS CLASSIFIED, IN TERM ORDER
029004*----------------------------------------------------------
029005 3000-PRINT-GPA.
029006     IF NOT WS-STND-PRESENT
029007         GO TO 3000-EMPTY
029008     END-IF
029009     MOVE WS-TRN-STUDENTID TO AS-STUDENTID
029010     MOVE LOW-VALUES TO AS-TERM
029011     START ACAD-STANDING-FILE KEY >= AS-KEY
029012     IF WS-STND-NOTFOUND
029013         GO TO 3000-EMPTY
029014     END-IF
029015     IF NOT WS-STND-OK
029016         DISPLAY "TRANSCRP - POSITIONNEMENT ACADSTND "
029017             "IMPOSSIBLE " WS-STND-STATUS
029018         GO TO 9999-ABEND
029019     END-IF
029020     WRITE TRN-RPT-REC FROM WS-GPA-HEADING
029021     PERFORM 3100-PRINT-TERM-GPA
029022         THRU 3100-EXIT
029023         UNTIL WS-STND-EOF
029024     IF WS-STND-COUNT > ZERO
029025         GO TO 3000-EXIT
029026     END-IF.
029027 3000-EMPTY.
029028     WRITE TRN-RPT-REC FROM WS-NOGPA-LINE.
029029 3000-EXIT.
029030     EXIT.
029031
029032*----------------------------------------------------------
029033* 3100-PRINT-TERM-GPA - ONE TERM OF THE STUDENT, STOPPING AT
029034*     THE NEXT STUDENTID
029035*----------------------------------------------------------
029036 3100-PRINT-TERM-GPA.
029037     READ ACAD-STANDING-FILE NEXT RECORD
029038         AT END
029039             SET WS-STND-EOF TO TRUE
029040             GO TO 3100-EXIT
029041     END-READ
029042     IF AS-STUDENTID NOT = WS-TRN-STUDENTID
029043         SET WS-STND-EOF TO TRUE
029044         GO TO 3100-EXIT
029045     END-IF
029046     ADD 1 TO WS-STND-COUNT
029047     MOVE AS-TERM        TO GPA-TERM
029048     MOVE AS-TERM-GPA    TO GPA-TERM-GPA
029049     MOVE AS-TERM-EARNED TO GPA-TERM-EARNED
029050     MOVE AS-CUM-GPA     TO GPA-CUM-GPA
029051     MOVE AS-CUM-EARNED  TO GPA-CUM-EARNED
029052     EVALUATE TRUE
029053         WHEN AS-DEANS-LIST
029054             MOVE "HONNEUR"    TO GPA-STANDING
029055         WHEN AS-PROBATION
029056             MOVE "PROBATION"  TO GPA-STANDING
029057         WHEN AS-SUSPENSION
029058             MOVE "SUSPENSION" TO GPA-STANDING
029059         WHEN OTHER
029060             MOVE "NORMAL"     TO GPA-STANDING
029061     END-EVALUATE
029062     WRITE TRN-RPT-REC FROM WS-GPA-LINE.
029063 3100-EXIT.
029064     EXIT.
029065
029100*----------------------------------------------------------
029200* 8000-TERMINATE - TRAILER, CLOSE FILES
029300*----------------------------------------------------------
030100     IF WS-PERS-PRESENT
030200         CLOSE STUDENT-PERSON-FILE
030300     END-IF
030310     IF WS-STND-PRESENT
030320         CLOSE ACAD-STANDING-FILE
030330     END-IF
030400     CLOSE TRN-RPT-FILE.
030500 8000-EXIT.
030600     EXIT.
