003300*                  REGISTER.  PAYIN IS NOW THE BATCH-VERIFIED
003400*                  DETAIL FILE WRITTEN BY PAYEDIT (SAME
003500*                  LAYOUT AS BEFORE).
003510* 15/10/2026  AMN  A PAYMENT KEYED AGAINST A STUDENTID RETIRED
003520*                  BY A DUPLICATE MERGE (STUXREF) IS POSTED TO
003530*                  THE SURVIVING STUDENTID; THE REGISTER SHOWS
003540*                  THE OLD NUMBER IN THE NOTE AND COUNTS THEM.
003600*----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS AB-STUDENTID
005200         FILE STATUS IS WS-ABAL-STATUS.
005210
005220     SELECT STUDENT-XREF-FILE ASSIGN TO STUXREF
005230         ORGANIZATION IS INDEXED
005240         ACCESS MODE IS DYNAMIC
005250         RECORD KEY IS XR-OLD-ID
005260         FILE STATUS IS WS-XREF-STATUS.
005300
005400     SELECT PAY-RPT-FILE ASSIGN TO PAYRPT
005500         ORGANIZATION IS SEQUENTIAL
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
008600*----------------------------------------------------------
008700* PAY-RPT-FILE - POSTING REGISTER FOR THE BURSAR
010600
010700 01  WS-RPT-STATUS                   PIC XX.
010800     88  WS-RPT-OK                   VALUE "00".
010810
010820 01  WS-XREF-STATUS                  PIC XX.
010830     88  WS-XREF-OK                  VALUE "00", "02".
010840     88  WS-XREF-NOTOPEN             VALUE "35".
010850     88  WS-XREF-NOTFOUND            VALUE "23".
010900
011000 01  WS-SWITCHES.
011100     05  WS-EOF-SW                   PIC X(01) VALUE "N".
011400         88  WS-KNOWN                VALUE "Y".
011500     05  WS-ABAL-NEW-SW              PIC X(01) VALUE "N".
011600         88  WS-ABAL-NEW             VALUE "Y".
011610     05  WS-XREF-PRESENT-SW          PIC X(01) VALUE "Y".
011620         88  WS-XREF-PRESENT         VALUE "Y".
011630     05  WS-REDIRECT-SW              PIC X(01) VALUE "N".
011640         88  WS-REDIRECTED           VALUE "Y".
011700
011800 01  WS-COUNTERS.
011900     05  WS-PAY-COUNT                PIC 9(07) COMP VALUE ZERO.
012100     05  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
012200     05  WS-ORPHAN-COUNT             PIC 9(07) COMP VALUE ZERO.
012300     05  WS-OVERPAY-COUNT            PIC 9(07) COMP VALUE ZERO.
012310     05  WS-REDIRECT-COUNT           PIC 9(07) COMP VALUE ZERO.
012320
012330 01  WS-RETIRED-ID                   PIC 9(7).
012400
012500*----------------------------------------------------------
012600* WS-REJ-LINE - A REJECTED PAYMENT, SHOWN RAW SO THE BURSAR
017900     05  FILLER                      PIC X(25)
018000             VALUE "TROP PERCUS (A VOIR)  : ".
018100     05  TRL-OVERPAYS                PIC ZZZZZZ9.
018105
018110 01  WS-TRAILER-6.
018115     05  FILLER                      PIC X(25)
018120             VALUE "NUMEROS RETIRES       : ".
018125     05  TRL-REDIRECTS               PIC ZZZZZZ9.
018130
018135 01  WS-RETIRED-NOTE.
018140     05  FILLER                      PIC X(03) VALUE "EX ".
018145     05  RNT-STUDENTID               PIC 9(7).
018150     05  FILLER                      PIC X(04) VALUE SPACES.
018200
018300 PROCEDURE DIVISION.
018400*----------------------------------------------------------
022400             WS-ABAL-STATUS
022500         GO TO 9999-ABEND
022600     END-IF
022605     MOVE "Y" TO WS-XREF-PRESENT-SW
022610     OPEN INPUT STUDENT-XREF-FILE
022615     IF WS-XREF-NOTOPEN
022620         MOVE "N" TO WS-XREF-PRESENT-SW
022625     ELSE
022630         IF NOT WS-XREF-OK
022635             DISPLAY "PAYPOST - OUVERTURE STUXREF IMPOSSIBLE "
022640                 WS-XREF-STATUS
022645             GO TO 9999-ABEND
022650         END-IF
022655     END-IF
022700     OPEN OUTPUT PAY-RPT-FILE
022800     IF NOT WS-RPT-OK
022900         DISPLAY "PAYPOST - OUVERTURE PAYRPT IMPOSSIBLE "
025400         WRITE PAY-RPT-REC FROM WS-REJ-LINE
025500         GO TO 2000-NEXT
025600     END-IF
025610     PERFORM 2050-REDIRECT-RETIRED
025620         THRU 2050-EXIT
025700     MOVE SPACES TO BILL-TRANS-REC
025800     MOVE PY-STUDENTID TO BT-STUDENTID
025900     MOVE SPACES       TO BT-COURSECODE
028400             MOVE SPACES TO DTL-NOTE
028500         END-IF
028600     END-IF
028610     IF WS-REDIRECTED
028620         AND DTL-NOTE = SPACES
028630         MOVE WS-RETIRED-ID TO RNT-STUDENTID
028640         MOVE WS-RETIRED-NOTE TO DTL-NOTE
028650     END-IF
028700     WRITE PAY-RPT-REC FROM WS-DETAIL-LINE.
028800 2000-NEXT.
028900     PERFORM 5000-READ-PAYMENT
029100 2000-EXIT.
029200     EXIT.
029300
029302*----------------------------------------------------------
029304* 2050-REDIRECT-RETIRED - A PAYMENT AGAINST A STUDENTID
029306*     RETIRED BY A DUPLICATE MERGE GOES TO THE SURVIVOR
029308*----------------------------------------------------------
029310 2050-REDIRECT-RETIRED.
029312     MOVE "N" TO WS-REDIRECT-SW
029314     IF NOT WS-XREF-PRESENT
029316         GO TO 2050-EXIT
029318     END-IF
029320     MOVE PY-STUDENTID TO XR-OLD-ID
029322     READ STUDENT-XREF-FILE
029324     IF WS-XREF-NOTFOUND
029326         GO TO 2050-EXIT
029328     END-IF
029330     IF NOT WS-XREF-OK
029332         DISPLAY "PAYPOST - LECTURE STUXREF IMPOSSIBLE "
029334             WS-XREF-STATUS
029336         GO TO 2050-EXIT
029338     END-IF
029340     SET WS-REDIRECTED TO TRUE
029342     ADD 1 TO WS-REDIRECT-COUNT
029344     MOVE PY-STUDENTID TO WS-RETIRED-ID
029346     MOVE XR-NEW-ID TO PY-STUDENTID.
029348 2050-EXIT.
029350     EXIT.
029352
029400*----------------------------------------------------------
029500* 5000-READ-PAYMENT - READ THE NEXT PAYMENT, SET EOF
029600*----------------------------------------------------------
035300     MOVE WS-REJECT-COUNT TO TRL-REJECTS
035400     MOVE WS-ORPHAN-COUNT TO TRL-ORPHANS
035500     MOVE WS-OVERPAY-COUNT TO TRL-OVERPAYS
035510     MOVE WS-REDIRECT-COUNT TO TRL-REDIRECTS
035600     WRITE PAY-RPT-REC FROM WS-TRAILER-1
035700     WRITE PAY-RPT-REC FROM WS-TRAILER-2
035800     WRITE PAY-RPT-REC FROM WS-TRAILER-3
035900     WRITE PAY-RPT-REC FROM WS-TRAILER-4
036000     WRITE PAY-RPT-REC FROM WS-TRAILER-5
036010     WRITE PAY-RPT-REC FROM WS-TRAILER-6
036100     CLOSE PAY-IN-FILE
036200     CLOSE BILL-TRANS-FILE
036300     CLOSE ACCOUNT-BAL-FILE
036310     IF WS-XREF-PRESENT
036320         CLOSE STUDENT-XREF-FILE
036330     END-IF
036400     CLOSE PAY-RPT-FILE.
036500 8000-EXIT.
036600     EXIT.
