002500*                  ADDRESS, PHONE AND E-MAIL ARE SHOWN ONCE
002600*                  AT THE TOP INSTEAD OF THE PER-REGISTRATION
002700*                  SM-NOM ON EVERY ENROLLMENT LINE.
002710* 15/10/2026  AMN  A STUDENTID RETIRED BY A DUPLICATE MERGE
002720*                  (STUXREF) IS ANNOUNCED AND THE SURVIVING
002730*                  STUDENTID SHOWN IN ITS PLACE.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS AB-STUDENTID
005800         FILE STATUS IS WS-ABAL-STATUS.
005810
005820     SELECT STUDENT-XREF-FILE ASSIGN TO STUXREF
005830         ORGANIZATION IS INDEXED
005840         ACCESS MODE IS DYNAMIC
005850         RECORD KEY IS XR-OLD-ID
005860         FILE STATUS IS WS-XREF-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
008200*----------------------------------------------------------
008300 FD  ACCOUNT-BAL-FILE.
008400 COPY ACCTBAL.
008410
008420*----------------------------------------------------------
008430* STUDENT-XREF-FILE - STUDENTIDS RETIRED BY A DUPLICATE MERGE
008440*----------------------------------------------------------
008450 FD  STUDENT-XREF-FILE.
008460 COPY STUXREF.
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-MAST-STATUS                  PIC XX.
009900     88  WS-ABAL-OK                  VALUE "00".
010000     88  WS-ABAL-NOTOPEN             VALUE "35".
010100     88  WS-ABAL-NOTFOUND            VALUE "23".
010110
010120 01  WS-XREF-STATUS                  PIC XX.
010130     88  WS-XREF-OK                  VALUE "00".
010140     88  WS-XREF-NOTOPEN             VALUE "35".
010150     88  WS-XREF-NOTFOUND            VALUE "23".
010200
010300 01  WS-BALANCE-DSP                  PIC ZZZZZ9.99-.
010400
011300         88  WS-PERS-PRESENT         VALUE "Y".
011400     05  WS-ABAL-PRESENT-SW          PIC X(01) VALUE "Y".
011500         88  WS-ABAL-PRESENT         VALUE "Y".
011510     05  WS-XREF-PRESENT-SW          PIC X(01) VALUE "Y".
011520         88  WS-XREF-PRESENT         VALUE "Y".
011600
011700 01  WS-COURSENAME                   PIC X(20).
011800
019400                 WS-ABAL-STATUS
019500             GO TO 9999-ABEND
019600         END-IF
019605     END-IF
019610     MOVE "Y" TO WS-XREF-PRESENT-SW
019615     OPEN INPUT STUDENT-XREF-FILE
019620     IF WS-XREF-NOTOPEN
019625         MOVE "N" TO WS-XREF-PRESENT-SW
019630     ELSE
019635         IF NOT WS-XREF-OK
019640             DISPLAY "INQUIRY - OUVERTURE STUXREF IMPOSSIBLE "
019645                 WS-XREF-STATUS
019650             GO TO 9999-ABEND
019655         END-IF
019700     END-IF.
019800 1000-EXIT.
019900     EXIT.
020500 2000-INQUIRE-STUDENT.
020600     DISPLAY "ENTREZ LE STUDENTID (7 CHIFFRES) : ".
020700     ACCEPT WS-INQ-STUDENTID
020710     PERFORM 2020-REDIRECT-RETIRED
020720         THRU 2020-EXIT
020800     PERFORM 2050-SHOW-IDENTITY
020900         THRU 2050-EXIT
021000     PERFORM 2080-SHOW-BALANCE
023200 2000-EXIT.
023300     EXIT.
023400
023405*----------------------------------------------------------
023410* 2020-REDIRECT-RETIRED - A STUDENTID RETIRED BY A DUPLICATE
023415*     MERGE IS ANNOUNCED AND REPLACED BY THE SURVIVOR
023420*----------------------------------------------------------
023425 2020-REDIRECT-RETIRED.
023430     IF NOT WS-XREF-PRESENT
023435         GO TO 2020-EXIT
023440     END-IF
023445     MOVE WS-INQ-STUDENTID TO XR-OLD-ID
023450     READ STUDENT-XREF-FILE
023455     IF NOT WS-XREF-OK
023460         GO TO 2020-EXIT
023465     END-IF
023470     DISPLAY "NUMERO " WS-INQ-STUDENTID " RETIRE LE "
023475         XR-MERGE-DATE " - VOIR " XR-NEW-ID
023480     MOVE XR-NEW-ID TO WS-INQ-STUDENTID.
023485 2020-EXIT.
023490     EXIT.
023495
023500*----------------------------------------------------------
023600* 2050-SHOW-IDENTITY - NAME, ADDRESS AND CONTACT DETAILS
023700*     FROM THE PERSON MASTER, SHOWN ONCE AT THE TOP
035200     END-IF
035300     IF WS-ABAL-PRESENT
035400         CLOSE ACCOUNT-BAL-FILE
035410     END-IF
035420     IF WS-XREF-PRESENT
035430         CLOSE STUDENT-XREF-FILE
035500     END-IF.
035600 8000-EXIT.
035700     EXIT.
