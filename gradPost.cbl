002200*                  THE UPDATE LOG (STUJRNL) SO THE STURECOV
002300*                  REPLAY NO LONGER RESURRECTS REGISTRATIONS
002400*                  THIS RUN MOVED TO HISTORY.
002410* 15/10/2026  AMN  EACH GRADE IS NOW EDITED AGAINST THE
002420*                  GRADE-SCALE KSDS (GRADSCAL, MAINTAINED BY
002430*                  GRDMAINT) - A CODE NOT ON THE SCALE IS
002440*                  REJECTED INSTEAD OF BEING POSTED TO
002450*                  CRSEHIST.
002460* 15/10/2026  AMN  EVERY POSTED GRADE NOW QUEUES A NOTICE TO THE
002470*                  STUDENT (NOTIFQ) - THE NIGHTLY MAIL-MERGE STEP
002480*                  SENDS IT.
002482* 15/10/2026  AMN  THE GRADES LAYOUT MOVES TO THE GRADEIN
002484*                  COPYBOOK, SHARED WITH THE TURNAROUND ROSTER
002486*                  WRITTEN BY GRDROST.  A RECORD WITH A VALID
002488*                  STUDENTID AND THE GRADE STILL BLANK IS
002490*                  COUNTED AS NOT YET GRADED AND PASSED OVER
002492*                  INSTEAD OF BEING REJECTED - THE REGISTRATION
002494*                  STAYS ON STUMAST FOR THE GRDROST CHASE
002496*                  REPORT.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-JRN-STATUS.
006200
006210     SELECT GRADE-SCALE-FILE ASSIGN TO GRADSCAL
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS DYNAMIC
006240         RECORD KEY IS GS-GRADE
006250         FILE STATUS IS WS-SCAL-STATUS.
006260
006265     SELECT NOTIFY-QUEUE-FILE ASSIGN TO NOTIFQ
006270         ORGANIZATION IS SEQUENTIAL
006275         FILE STATUS IS WS-NTF-STATUS.
006280
006300     SELECT GRADE-RPT-FILE ASSIGN TO GRADRPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
007100*----------------------------------------------------------
007200 FD  GRADE-IN-FILE
007300     RECORDING MODE IS F.
007400 COPY GRADEIN.
008000
008100*----------------------------------------------------------
008200* STUDENT-MASTER - THE REGISTRATION BEING COMPLETED
011000     RECORDING MODE IS F.
011100 COPY STUJRNL.
011200
011210*----------------------------------------------------------
011220* GRADE-SCALE-FILE - THE VALID GRADE CODES
011230*----------------------------------------------------------
011240 FD  GRADE-SCALE-FILE.
011250 COPY GRADSCAL.
011260
011262*----------------------------------------------------------
011264* NOTIFY-QUEUE-FILE - NOTICES FOR THE STUDENTS, SENT BY THE
011266*     NIGHTLY MAIL-MERGE STEP
011268*----------------------------------------------------------
011270 FD  NOTIFY-QUEUE-FILE
011272     RECORDING MODE IS F.
011274 COPY NOTIFQ.
011276
011300*----------------------------------------------------------
011400* GRADE-RPT-FILE - POSTING REGISTER FOR THE REGISTRAR
011500*----------------------------------------------------------
013800     88  WS-HIST-NOTOPEN             VALUE "35".
013900     88  WS-HIST-DUPLICATE           VALUE "22".
014000
014010 01  WS-NTF-STATUS                   PIC XX.
014020     88  WS-NTF-OK                   VALUE "00".
014030
014040 01  WS-NTF-DATE                     PIC 9(8).
014050 01  WS-NTF-TIME                     PIC 9(8).
014060
014100 01  WS-RPT-STATUS                   PIC XX.
014200     88  WS-RPT-OK                   VALUE "00".
014300
014400 01  WS-JRN-STATUS                   PIC XX.
014500     88  WS-JRN-OK                   VALUE "00".
014510
014520 01  WS-SCAL-STATUS                  PIC XX.
014530     88  WS-SCAL-OK                  VALUE "00".
014540     88  WS-SCAL-NOTFOUND            VALUE "23".
014600
014700 01  WS-JRN-DATE                     PIC 9(8).
014800 01  WS-JRN-TIME                     PIC 9(8).
015600     05  WS-GRADE-COUNT              PIC 9(05) COMP VALUE ZERO.
015700     05  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.
015800     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
015810     05  WS-BLANK-COUNT              PIC 9(05) COMP VALUE ZERO.
015900
016000* YYMMDD
016100 01  CURRENTDATE.
021500     05  FILLER                      PIC X(25)
021600             VALUE "NOTES REJETEES        : ".
021700     05  TRL-REJECTS                 PIC ZZZZ9.
021710
021720 01  WS-TRAILER-4.
021730     05  FILLER                      PIC X(25)
021740             VALUE "NOTES NON SAISIES     : ".
021750     05  TRL-BLANKS                  PIC ZZZZ9.
021800
021900 PROCEDURE DIVISION.
022000*----------------------------------------------------------
028000             WS-JRN-STATUS
028100         GO TO 9999-ABEND
028200     END-IF
028210     OPEN INPUT GRADE-SCALE-FILE
028220     IF NOT WS-SCAL-OK
028230         DISPLAY "GRADPOST - OUVERTURE GRADSCAL IMPOSSIBLE "
028240             WS-SCAL-STATUS
028250         GO TO 9999-ABEND
028260     END-IF
028262     OPEN EXTEND NOTIFY-QUEUE-FILE
028264     IF NOT WS-NTF-OK
028266         OPEN OUTPUT NOTIFY-QUEUE-FILE
028268     END-IF
028270     IF NOT WS-NTF-OK
028272         DISPLAY "GRADPOST - OUVERTURE NOTIFQ IMPOSSIBLE "
028274             WS-NTF-STATUS
028276         GO TO 9999-ABEND
028278     END-IF
028300     OPEN OUTPUT GRADE-RPT-FILE
028400     IF NOT WS-RPT-OK
028500         DISPLAY "GRADPOST - OUVERTURE GRADRPT IMPOSSIBLE "
030200*----------------------------------------------------------
030300 2000-POST-GRADE.
030400     ADD 1 TO WS-GRADE-COUNT
030500     IF GI-STUDENTID NUMERIC AND GI-GRADE = SPACES
030510         ADD 1 TO WS-BLANK-COUNT
030520         GO TO 2000-NEXT
030530     END-IF
030540     IF GI-STUDENTID NOT NUMERIC
030600         MOVE "NOTE OU STUDENTID INVALIDE" TO REJ-REASON
030700         PERFORM 7100-WRITE-REJECT
030800             THRU 7100-EXIT
030900         GO TO 2000-NEXT
031000     END-IF
031005     MOVE GI-GRADE TO GS-GRADE
031010     READ GRADE-SCALE-FILE
031015     IF WS-SCAL-NOTFOUND
031020         MOVE "NOTE INCONNUE AU BAREME" TO REJ-REASON
031025         PERFORM 7100-WRITE-REJECT
031030             THRU 7100-EXIT
031035         GO TO 2000-NEXT
031040     END-IF
031045     IF NOT WS-SCAL-OK
031050         DISPLAY "GRADPOST - LECTURE GRADSCAL IMPOSSIBLE "
031055             WS-SCAL-STATUS
031060         GO TO 9999-ABEND
031065     END-IF
031100     MOVE GI-STUDENTID  TO SM-STUDENTID
031200     MOVE GI-COURSECODE TO SM-COURSECODE
031300     READ STUDENT-MASTER
036300     MOVE GI-SECTION    TO DTL-SECTION
036400     MOVE GI-GRADE      TO DTL-GRADE
036500     MOVE CS-TERM       TO DTL-TERM
036510     WRITE GRADE-RPT-REC FROM WS-DETAIL-LINE
036520     MOVE SPACES TO NOTIFY-QUEUE-REC
036530     MOVE GI-STUDENTID  TO NQ-STUDENTID
036540     MOVE "GP"          TO NQ-EVENT
036550     MOVE GI-COURSECODE TO NQ-COURSECODE
036560     MOVE GI-SECTION    TO NQ-SECTION
036570     MOVE CS-TERM       TO NQ-TERM
036580     MOVE ZERO          TO NQ-AMOUNT
036590     MOVE GI-GRADE      TO NQ-DETAIL
036600     PERFORM 7700-WRITE-NOTICE
036610         THRU 7700-EXIT.
036700 2000-NEXT.
036800     PERFORM 5000-READ-GRADE
036900         THRU 5000-EXIT.
046800 7100-EXIT.
046900     EXIT.
047000
047005*----------------------------------------------------------
047010* 7700-WRITE-NOTICE - QUEUE THE NOTICE BUILT BY THE CALLER,
047015*     STAMPED WITH THE PROGRAM AND THE TIME
047020*----------------------------------------------------------
047025 7700-WRITE-NOTICE.
047030     ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD
047035     ACCEPT WS-NTF-TIME FROM TIME
047040     MOVE WS-NTF-DATE TO NQ-DATE
047045     MOVE WS-NTF-TIME TO NQ-TIME
047050     MOVE "GRADPOST"  TO NQ-PROGRAM
047055     WRITE NOTIFY-QUEUE-REC
047060     IF NOT WS-NTF-OK
047065         DISPLAY "GRADPOST - ECRITURE NOTIFQ IMPOSSIBLE "
047070             WS-NTF-STATUS
047075     END-IF.
047080 7700-EXIT.
047085     EXIT.
047090
047100*----------------------------------------------------------
047200* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
047300*----------------------------------------------------------
047500     MOVE WS-GRADE-COUNT  TO TRL-READ
047600     MOVE WS-POSTED-COUNT TO TRL-POSTED
047700     MOVE WS-REJECT-COUNT TO TRL-REJECTS
047710     MOVE WS-BLANK-COUNT  TO TRL-BLANKS
047800     WRITE GRADE-RPT-REC FROM WS-TRAILER-1
047900     WRITE GRADE-RPT-REC FROM WS-TRAILER-2
048000     WRITE GRADE-RPT-REC FROM WS-TRAILER-3
048010     WRITE GRADE-RPT-REC FROM WS-TRAILER-4
048100     CLOSE GRADE-IN-FILE
048200     CLOSE STUDENT-MASTER
048300     CLOSE COURSE-MASTER
048400     CLOSE COURSE-SECTION-FILE
048500     CLOSE COURSE-HIST-FILE
048510     CLOSE GRADE-SCALE-FILE
048600     CLOSE STU-JOURNAL-FILE
048610     CLOSE NOTIFY-QUEUE-FILE
048700     CLOSE GRADE-RPT-FILE.
048800 8000-EXIT.
048900     EXIT.
