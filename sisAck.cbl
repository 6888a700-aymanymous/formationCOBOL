002300*                  THE UPDATE LOG (STUJRNL) SO A BROKEN KSDS
002400*                  CAN BE REBUILT FORWARD BY STURECOV FROM
002500*                  THE LAST SNAPSHOT PLUS THE JOURNAL.
002510* 15/10/2026  AMN  A NEWLY REJECTED REGISTRATION NOW QUEUES A
002520*                  NOTICE TO THE STUDENT (NOTIFQ) WITH THE SIS
002530*                  REASON CODE - THE NIGHTLY MAIL-MERGE STEP
002540*                  SENDS IT.  A REJECT REPEATED ON A LATER
002550*                  NIGHT IS NOT NOTIFIED AGAIN.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-JRN-STATUS.
004900
004910     SELECT NOTIFY-QUEUE-FILE ASSIGN TO NOTIFQ
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS WS-NTF-STATUS.
004940
005000     SELECT ACK-EXC-FILE ASSIGN TO SISEXC
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-EXC-STATUS.
008800     RECORDING MODE IS F.
008900 COPY STUJRNL.
009000
009010*----------------------------------------------------------
009020* NOTIFY-QUEUE-FILE - NOTICES FOR THE STUDENTS, SENT BY THE
009030*     NIGHTLY MAIL-MERGE STEP
009040*----------------------------------------------------------
009050 FD  NOTIFY-QUEUE-FILE
009060     RECORDING MODE IS F.
009070 COPY NOTIFQ.
009080
009100*----------------------------------------------------------
009200* ACK-EXC-FILE - SIS REJECTS AND UNMATCHED ACKS, FOR THE
009300*     REGISTRAR'S FOLLOW-UP
010500     88  WS-MAST-OK                  VALUE "00", "02".
010600     88  WS-MAST-NOTFOUND            VALUE "23".
010700
010710 01  WS-NTF-STATUS                   PIC XX.
010720     88  WS-NTF-OK                   VALUE "00".
010730
010740 01  WS-NTF-DATE                     PIC 9(8).
010750 01  WS-NTF-TIME                     PIC 9(8).
010755 01  WS-PREV-SIS-FLAG                PIC X(01).
010760
010800 01  WS-EXC-STATUS                   PIC XX.
010900     88  WS-EXC-OK                   VALUE "00".
011000
022200             WS-JRN-STATUS
022300         GO TO 9999-ABEND
022400     END-IF
022410     OPEN EXTEND NOTIFY-QUEUE-FILE
022420     IF NOT WS-NTF-OK
022430         OPEN OUTPUT NOTIFY-QUEUE-FILE
022440     END-IF
022450     IF NOT WS-NTF-OK
022460         DISPLAY "SISACK - OUVERTURE NOTIFQ IMPOSSIBLE "
022470             WS-NTF-STATUS
022480         GO TO 9999-ABEND
022490     END-IF
022500     OPEN OUTPUT ACK-EXC-FILE
022600     IF NOT WS-EXC-OK
022700         DISPLAY "SISACK - OUVERTURE SISEXC IMPOSSIBLE "
027200 3000-FLAG-REJECT.
027300     ADD 1 TO WS-REJECT-COUNT
027400     MOVE STUDENT-MASTER-REC TO WS-AUD-BEFORE
027410     MOVE SM-SIS-FLAG TO WS-PREV-SIS-FLAG
027500     MOVE "R" TO SM-SIS-FLAG
027600     REWRITE STUDENT-MASTER-REC
027700     IF NOT WS-MAST-OK
028500     MOVE AK-COURSECODE TO REJ-COURSECODE
028600     MOVE SM-NOM        TO REJ-NOM
028700     MOVE AK-REASON     TO REJ-REASON
028710     WRITE ACK-EXC-REC FROM WS-REJECT-LINE
028711* THE STUDENT IS TOLD ONCE - NOT AGAIN EACH NIGHT THE SIS
028712* REPEATS THE SAME REJECT
028713     IF WS-PREV-SIS-FLAG = "R"
028714         GO TO 3000-EXIT
028715     END-IF
028720     MOVE SPACES TO NOTIFY-QUEUE-REC
028730     MOVE AK-STUDENTID  TO NQ-STUDENTID
028740     MOVE "SR"          TO NQ-EVENT
028750     MOVE AK-COURSECODE TO NQ-COURSECODE
028760     MOVE SM-SECTION    TO NQ-SECTION
028770     MOVE ZERO          TO NQ-AMOUNT
028780     MOVE AK-REASON     TO NQ-DETAIL
028790     PERFORM 7700-WRITE-NOTICE
028800         THRU 7700-EXIT.
028900 3000-EXIT.
029000     EXIT.
029100
037700 5000-EXIT.
037800     EXIT.
037900
037905*----------------------------------------------------------
037910* 7700-WRITE-NOTICE - QUEUE THE NOTICE BUILT BY THE CALLER,
037915*     STAMPED WITH THE PROGRAM AND THE TIME
037920*----------------------------------------------------------
037925 7700-WRITE-NOTICE.
037930     ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD
037935     ACCEPT WS-NTF-TIME FROM TIME
037940     MOVE WS-NTF-DATE TO NQ-DATE
037945     MOVE WS-NTF-TIME TO NQ-TIME
037950     MOVE "SISACK  "  TO NQ-PROGRAM
037955     WRITE NOTIFY-QUEUE-REC
037960     IF NOT WS-NTF-OK
037965         DISPLAY "SISACK - ECRITURE NOTIFQ IMPOSSIBLE "
037970             WS-NTF-STATUS
037975     END-IF.
037980 7700-EXIT.
037985     EXIT.
037990
038000*----------------------------------------------------------
038100* 8000-TERMINATE - TRAILERS, CLOSE FILES
038200*----------------------------------------------------------
039300     CLOSE STUDENT-MASTER
039400     CLOSE MAINT-AUDIT-FILE
039500     CLOSE STU-JOURNAL-FILE
039510     CLOSE NOTIFY-QUEUE-FILE
039600     CLOSE ACK-EXC-FILE.
039700 8000-EXIT.
039800     EXIT.
