002100*                  HOLD CLEARS BY ITSELF ON THE RUN AFTER THE
002200*                  BURSAR POSTS THE PAYMENT.  ENTREE AND
002300*                  RESUBMIT REFUSE HELD STUDENTS (REASON "F").
002310* 15/10/2026  AMN  REFUND-ISSUED RECORDS ("D", WRITTEN BY
002320*                  REFISSUE) NOW REDUCE THE PAYMENTS POOL, SO
002330*                  A CREDIT RETURNED BY CHEQUE IS NOT APPLIED
002340*                  A SECOND TIME AGAINST LATER CHARGES.
002345* 15/10/2026  AMN  STUDENTS ON AN INSTALLMENT PAYMENT PLAN
002350*                  (PAYPLAN, MAINTAINED BY PLNMAINT) ARE NO
002355*                  LONGER AGED ON THEIR OLDEST CHARGE.  THE "P"
002360*                  PAYMENTS SINCE THE PLAN WAS AGREED ARE
002365*                  APPLIED TO THE INSTALLMENTS IN DUE-DATE
002370*                  ORDER; ONLY AN INSTALLMENT PAST ITS DUE DATE
002375*                  AND NOT COVERED IS MISSED.  A STUDENT WITH NO
002380*                  MISSED INSTALLMENT GETS NO LETTER, THE LETTER
002385*                  ASKS FOR THE MISSED AMOUNT ONLY, AND THE
002390*                  HOLD IS SET WHEN THE OLDEST MISSED
002395*                  INSTALLMENT IS OVER WS-PLAN-GRACE DAYS LATE.
002405* 15/10/2026  AMN  SPONSORED-SHARE RECORDS ("T" TAKEN OFF THE
002415*                  STUDENT, "U" GIVEN BACK ON A WITHDRAWAL) NOW
002425*                  COUNT LIKE A REVERSAL AND A CHARGE, SO A
002435*                  STUDENT IS ONLY DUNNED FOR THE STUDENT'S OWN
002445*                  SHARE.  SAME-DAY RECORDS KEEP THEIR FILE
002455*                  ORDER IN THE SORT SO A SHARE FOLLOWS ITS
002465*                  CHARGE.
002467* 15/10/2026  AMN  A FINANCIAL HOLD NEWLY SET OR RELEASED NOW
002469*                  QUEUES A NOTICE TO THE STUDENT (NOTIFQ) - THE
002471*                  NIGHTLY MAIL-MERGE STEP SENDS IT.
002475*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
004500         RECORD KEY IS HD-STUDENTID
004600         FILE STATUS IS WS-HOLD-STATUS.
004700
004710     SELECT PAY-PLAN-FILE ASSIGN TO PAYPLAN
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS PL-STUDENTID
004750         FILE STATUS IS WS-PLAN-STATUS.
004760
004765     SELECT NOTIFY-QUEUE-FILE ASSIGN TO NOTIFQ
004770         ORGANIZATION IS SEQUENTIAL
004775         FILE STATUS IS WS-NTF-STATUS.
004780
004800     SELECT LETTER-RPT-FILE ASSIGN TO LTRRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.
008100 FD  STUDENT-HOLD-FILE.
008200 COPY STUHOLD.
008300
008310*----------------------------------------------------------
008320* PAY-PLAN-FILE - INSTALLMENT PLANS AGREED WITH THE BURSAR
008330*----------------------------------------------------------
008340 FD  PAY-PLAN-FILE.
008350 COPY PAYPLAN.
008360
008362*----------------------------------------------------------
008364* NOTIFY-QUEUE-FILE - NOTICES FOR THE STUDENTS, SENT BY THE
008366*     NIGHTLY MAIL-MERGE STEP
008368*----------------------------------------------------------
008370 FD  NOTIFY-QUEUE-FILE
008372     RECORDING MODE IS F.
008374 COPY NOTIFQ.
008376
008400*----------------------------------------------------------
008500* LETTER-RPT-FILE - THE REMINDER LETTERS AND THE REGISTER
008600*----------------------------------------------------------
010500     88  WS-HOLD-NOTFOUND            VALUE "23".
010600     88  WS-HOLD-DUPLICATE           VALUE "22".
010700
010710 01  WS-PLAN-STATUS                  PIC XX.
010720     88  WS-PLAN-OK                  VALUE "00".
010730     88  WS-PLAN-NOTOPEN             VALUE "35".
010740     88  WS-PLAN-NOTFOUND            VALUE "23".
010750
010755 01  WS-NTF-STATUS                   PIC XX.
010760     88  WS-NTF-OK                   VALUE "00".
010765
010770 01  WS-NTF-DATE                     PIC 9(8).
010775 01  WS-NTF-TIME                     PIC 9(8).
010780
010800 01  WS-RPT-STATUS                   PIC XX.
010900     88  WS-RPT-OK                   VALUE "00".
011000
011700         88  WS-FIRST                VALUE "Y".
011800     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
011900         88  WS-PERS-PRESENT         VALUE "Y".
011910     05  WS-PLAN-PRESENT-SW          PIC X(01) VALUE "Y".
011920         88  WS-PLAN-PRESENT         VALUE "Y".
011930     05  WS-ON-PLAN-SW               PIC X(01) VALUE "N".
011940         88  WS-ON-PLAN              VALUE "Y".
012000
012100 01  WS-CURRENT-STUDENT              PIC 9(7).
012200
012900     05  WS-PAYMENTS                 PIC S9(07)V99 COMP-3.
013000     05  WS-BALANCE                  PIC S9(07)V99 COMP-3.
013100     05  WS-AGING-DATE               PIC 9(8).
013110     05  WS-DUE-AMOUNT               PIC S9(07)V99 COMP-3.
013120     05  WS-PLAN-PAID                PIC S9(07)V99 COMP-3.
013200
013300 01  WS-CHG-TABLE.
013400     05  WS-CHG-MAX                  PIC 9(03) COMP VALUE ZERO.
014700
014800* A BALANCE AGED PAST THIS MANY DAYS SETS THE FINANCIAL HOLD
014900 01  WS-HOLD-THRESHOLD               PIC 9(3) VALUE 60.
014910
014920* A MISSED PLAN INSTALLMENT MORE THAN THIS MANY DAYS LATE SETS
014930* THE FINANCIAL HOLD
014940 01  WS-PLAN-GRACE                   PIC 9(3) VALUE 15.
014950
014960 01  WS-PLAN-IX                      PIC 9(03) COMP.
015000
015100 01  WS-COUNTERS.
015200     05  WS-LETTER-COUNT             PIC 9(07) COMP VALUE ZERO.
015300     05  WS-HOLD-SET-COUNT           PIC 9(07) COMP VALUE ZERO.
015400     05  WS-HOLD-REL-COUNT           PIC 9(07) COMP VALUE ZERO.
015410     05  WS-PLAN-CURRENT-COUNT       PIC 9(07) COMP VALUE ZERO.
015500
015600 01  WS-HEADING-1.
015700     05  FILLER                      PIC X(45)
018200     05  LTR-TEXT                    PIC X(46).
018300     05  LTR-AMOUNT                  PIC ZZZZZ9.99.
018400
018410 01  WS-PLAN-LINE.
018420     05  FILLER                      PIC X(46)
018430             VALUE "PLAN DE PAIEMENT - ECHEANCES NON REGLEES".
018440
018500 01  WS-HOLD-LINE.
018600     05  FILLER                      PIC X(25)
018700             VALUE "BLOCAGE FINANCIER POSE   ".
020500             VALUE "BLOCAGES LEVES        : ".
020600     05  TRL-RELEASED                PIC ZZZZZZ9.
020700
020710 01  WS-TRAILER-4.
020720     05  FILLER                      PIC X(25)
020730             VALUE "PLANS A JOUR (SANS LET.):".
020740     05  TRL-PLAN-CURRENT            PIC ZZZZZZ9.
020750
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------
021000* 0000-MAINLINE
021400         THRU 1000-EXIT.
021500     SORT SORT-WORK-FILE
021600         ON ASCENDING KEY SW-STUDENTID SW-DATE
021610         WITH DUPLICATES IN ORDER
021700         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
021800         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.
021900     PERFORM 8000-TERMINATE
022200
022300*----------------------------------------------------------
022400* 1000-INITIALIZE - OPEN THE LETTERS, THE PERSON MASTER AND
022410*     THE HOLD FILE (CREATED ON THE FIRST RUN) AND THE
022420*     PAYMENT PLANS, IF ANY HAVE BEEN AGREED
022600*----------------------------------------------------------
022700 1000-INITIALIZE.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025600         DISPLAY "DUNNING - OUVERTURE STUHOLD IMPOSSIBLE "
025700             WS-HOLD-STATUS
025800         GO TO 9999-ABEND
025805     END-IF
025806     OPEN EXTEND NOTIFY-QUEUE-FILE
025807     IF NOT WS-NTF-OK
025808         OPEN OUTPUT NOTIFY-QUEUE-FILE
025809     END-IF
025810     IF NOT WS-NTF-OK
025811         DISPLAY "DUNNING - OUVERTURE NOTIFQ IMPOSSIBLE "
025812             WS-NTF-STATUS
025813         GO TO 9999-ABEND
025814     END-IF
025815     OPEN INPUT PAY-PLAN-FILE
025816     IF WS-PLAN-NOTOPEN
025820         MOVE "N" TO WS-PLAN-PRESENT-SW
025825     ELSE
025830         IF NOT WS-PLAN-OK
025835             DISPLAY "DUNNING - OUVERTURE PAYPLAN IMPOSSIBLE "
025840                 WS-PLAN-STATUS
025845             GO TO 9999-ABEND
025850         END-IF
025900     END-IF.
026000 1000-EXIT.
026100     EXIT.
034800             PERFORM 4400-NOTE-CHARGE
034900                 THRU 4400-EXIT
035000         WHEN "R"
035010         WHEN "T"
035100             SUBTRACT SW-AMOUNT FROM WS-CHARGES
035200             PERFORM 4450-NOTE-REVERSAL
035300                 THRU 4450-EXIT
035400         WHEN "P"
035500             ADD SW-AMOUNT TO WS-PAYMENTS
035510             IF WS-ON-PLAN
035520                 AND SW-DATE NOT < PL-START-DATE
035530                 ADD SW-AMOUNT TO WS-PLAN-PAID
035540             END-IF
035600         WHEN "S"
035610         WHEN "U"
035700             ADD SW-AMOUNT TO WS-CHARGES
035800             PERFORM 4400-NOTE-CHARGE
035900                 THRU 4400-EXIT
036000         WHEN "A"
036100             ADD SW-AMOUNT TO WS-PAYMENTS
036110         WHEN "D"
036120             SUBTRACT SW-AMOUNT FROM WS-PAYMENTS
036200         WHEN OTHER
036300             CONTINUE
036400     END-EVALUATE
036800     EXIT.
036900
037000*----------------------------------------------------------
037010* 4300-OPEN-STUDENT - FRESH TOTALS FOR THE NEXT STUDENT, AND
037020*     THE STUDENT'S PAYMENT PLAN, IF ANY
037200*----------------------------------------------------------
037300 4300-OPEN-STUDENT.
037400     MOVE "N" TO WS-FIRST-SW
037700     MOVE ZERO TO WS-PAYMENTS
037800     MOVE ZERO TO WS-BALANCE
037900     MOVE ZERO TO WS-CHG-MAX
037910     MOVE ZERO TO WS-AGING-DATE
037920     MOVE ZERO TO WS-PLAN-PAID
037930     MOVE "N" TO WS-ON-PLAN-SW
037940     IF WS-PLAN-PRESENT
037950         MOVE SW-STUDENTID TO PL-STUDENTID
037960         READ PAY-PLAN-FILE
037970         IF WS-PLAN-OK
037980             MOVE "Y" TO WS-ON-PLAN-SW
037990         END-IF
038000     END-IF.
038100 4300-EXIT.
038200     EXIT.
038300
042700             THRU 6200-EXIT
042800         GO TO 4500-EXIT
042900     END-IF
042910     IF WS-ON-PLAN
042920         PERFORM 4800-CLOSE-PLAN-STUDENT
042930             THRU 4800-EXIT
042940         GO TO 4500-EXIT
042950     END-IF
042960     MOVE WS-BALANCE TO WS-DUE-AMOUNT
043000     PERFORM 4600-FIND-AGING-DATE
043100         THRU 4600-EXIT
043200     IF WS-AGING-DATE = ZERO
047300 4600-EXIT.
047400     EXIT.
047500
047501
047502*----------------------------------------------------------
047503* 4700-FIND-MISSED-INSTALLMENT - APPLY THE PLAN PAYMENTS TO
047504*     THE INSTALLMENTS IN DUE-DATE ORDER; EVERY INSTALLMENT
047505*     PAST DUE AND NOT COVERED ADDS TO THE AMOUNT DUE, THE
047506*     FIRST ONE SUPPLIES THE AGING DATE
047507*----------------------------------------------------------
047508 4700-FIND-MISSED-INSTALLMENT.
047509     MOVE ZERO TO WS-AGING-DATE
047510     MOVE ZERO TO WS-DUE-AMOUNT
047511     MOVE WS-PLAN-PAID TO WS-PAY-POOL
047512     MOVE 1 TO WS-PLAN-IX.
047513 4700-SEARCH.
047514     IF WS-PLAN-IX > PL-INST-COUNT
047515         GO TO 4700-EXIT
047516     END-IF
047517     IF PL-DUE-DATE (WS-PLAN-IX) NOT < WS-RUN-DATE
047518         GO TO 4700-EXIT
047519     END-IF
047520     IF WS-PAY-POOL >= PL-INST-AMOUNT (WS-PLAN-IX)
047521         SUBTRACT PL-INST-AMOUNT (WS-PLAN-IX) FROM WS-PAY-POOL
047522         ADD 1 TO WS-PLAN-IX
047523         GO TO 4700-SEARCH
047524     END-IF
047525     COMPUTE WS-DUE-AMOUNT = WS-DUE-AMOUNT
047526         + PL-INST-AMOUNT (WS-PLAN-IX) - WS-PAY-POOL
047527     MOVE ZERO TO WS-PAY-POOL
047528     IF WS-AGING-DATE = ZERO
047529         MOVE PL-DUE-DATE (WS-PLAN-IX) TO WS-AGING-DATE
047530     END-IF
047531     ADD 1 TO WS-PLAN-IX
047532     GO TO 4700-SEARCH.
047533 4700-EXIT.
047534     EXIT.
047535
047536*----------------------------------------------------------
047537* 4800-CLOSE-PLAN-STUDENT - A STUDENT ON A PAYMENT PLAN IS
047538*     DUNNED AND HELD ON MISSED INSTALLMENTS ONLY
047539*----------------------------------------------------------
047540 4800-CLOSE-PLAN-STUDENT.
047541     PERFORM 4700-FIND-MISSED-INSTALLMENT
047542         THRU 4700-EXIT
047543     IF WS-DUE-AMOUNT > WS-BALANCE
047544         MOVE WS-BALANCE TO WS-DUE-AMOUNT
047545     END-IF
047546     IF WS-DUE-AMOUNT <= ZERO
047547         ADD 1 TO WS-PLAN-CURRENT-COUNT
047548         PERFORM 6200-RELEASE-HOLD
047549             THRU 6200-EXIT
047550         GO TO 4800-EXIT
047551     END-IF
047552     COMPUTE WS-CHARGE-DAYS =
047553         FUNCTION INTEGER-OF-DATE (WS-AGING-DATE)
047554     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-CHARGE-DAYS
047555     PERFORM 5000-PRINT-LETTER
047556         THRU 5000-EXIT
047557     IF WS-AGE-DAYS > WS-PLAN-GRACE
047558         PERFORM 6000-SET-HOLD
047559             THRU 6000-EXIT
047560     ELSE
047561         PERFORM 6200-RELEASE-HOLD
047562             THRU 6200-EXIT
047563     END-IF.
047564 4800-EXIT.
047565     EXIT.
047566
047600*----------------------------------------------------------
047700* 5000-PRINT-LETTER - ONE REMINDER LETTER, GRADED BY BUCKET
047800*----------------------------------------------------------
049700     WRITE LETTER-RPT-REC FROM WS-LETTER-TO
049800     WRITE LETTER-RPT-REC FROM WS-LETTER-ADDR-1
049900     WRITE LETTER-RPT-REC FROM WS-LETTER-ADDR-2
049910     IF WS-ON-PLAN
049920         WRITE LETTER-RPT-REC FROM WS-PLAN-LINE
049930     END-IF
050000     EVALUATE TRUE
050100         WHEN WS-AGE-DAYS <= 30
050200             MOVE "RAPPEL AMICAL - SOLDE A REGLER :"
051100             MOVE "MISE EN DEMEURE - SOLDE IMPAYE :"
051200                 TO LTR-TEXT
051300     END-EVALUATE
051310     MOVE WS-DUE-AMOUNT TO LTR-AMOUNT
051500     WRITE LETTER-RPT-REC FROM WS-LETTER-BODY.
051600 5000-EXIT.
051700     EXIT.
052200 6000-SET-HOLD.
052300     MOVE WS-CURRENT-STUDENT TO HD-STUDENTID
052400     MOVE WS-RUN-DATE TO HD-SET-DATE
052410     MOVE WS-DUE-AMOUNT TO HD-BALANCE
052600     WRITE STUDENT-HOLD-REC
052700     IF WS-HOLD-DUPLICATE
052800         REWRITE STUDENT-HOLD-REC
053300             WS-HOLD-STATUS
053400         GO TO 6000-EXIT
053500     END-IF
053510     ADD 1 TO WS-HOLD-SET-COUNT
053520     MOVE SPACES TO NOTIFY-QUEUE-REC
053530     MOVE WS-CURRENT-STUDENT TO NQ-STUDENTID
053540     SET NQ-EVT-HOLD-SET TO TRUE
053550     MOVE WS-DUE-AMOUNT TO NQ-AMOUNT
053560     PERFORM 7700-WRITE-NOTICE THRU 7700-EXIT.
053700 6000-NOTE.
053800     WRITE LETTER-RPT-REC FROM WS-HOLD-LINE.
053900 6000-EXIT.
056100         GO TO 6200-EXIT
056200     END-IF
056300     ADD 1 TO WS-HOLD-REL-COUNT
056310     MOVE SPACES TO NOTIFY-QUEUE-REC
056320     MOVE WS-CURRENT-STUDENT TO NQ-STUDENTID
056330     SET NQ-EVT-HOLD-RELEASE TO TRUE
056340     MOVE ZERO TO NQ-AMOUNT
056350     PERFORM 7700-WRITE-NOTICE THRU 7700-EXIT
056400     WRITE LETTER-RPT-REC FROM WS-RELEASE-LINE.
056500 6200-EXIT.
056600     EXIT.
056700
056705*----------------------------------------------------------
056710* 7700-WRITE-NOTICE - QUEUE THE NOTICE BUILT BY THE CALLER,
056715*     STAMPED WITH THE PROGRAM AND THE TIME
056720*----------------------------------------------------------
056725 7700-WRITE-NOTICE.
056730     ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD
056735     ACCEPT WS-NTF-TIME FROM TIME
056740     MOVE WS-NTF-DATE TO NQ-DATE
056745     MOVE WS-NTF-TIME TO NQ-TIME
056750     MOVE "DUNNING "  TO NQ-PROGRAM
056755     WRITE NOTIFY-QUEUE-REC
056760     IF NOT WS-NTF-OK
056765         DISPLAY "DUNNING - ECRITURE NOTIFQ IMPOSSIBLE "
056770             WS-NTF-STATUS
056775     END-IF.
056780 7700-EXIT.
056785     EXIT.
056790
056800*----------------------------------------------------------
056900* 8000-TERMINATE - TRAILERS, CLOSE FILES
057000*----------------------------------------------------------
057200     MOVE WS-LETTER-COUNT   TO TRL-LETTERS
057300     MOVE WS-HOLD-SET-COUNT TO TRL-SET
057400     MOVE WS-HOLD-REL-COUNT TO TRL-RELEASED
057410     MOVE WS-PLAN-CURRENT-COUNT TO TRL-PLAN-CURRENT
057500     WRITE LETTER-RPT-REC FROM WS-TRAILER-1
057600     WRITE LETTER-RPT-REC FROM WS-TRAILER-2
057700     WRITE LETTER-RPT-REC FROM WS-TRAILER-3
057710     WRITE LETTER-RPT-REC FROM WS-TRAILER-4
057800     IF WS-PERS-PRESENT
057900         CLOSE STUDENT-PERSON-FILE
058000     END-IF
058010     IF WS-PLAN-PRESENT
058020         CLOSE PAY-PLAN-FILE
058030     END-IF
058100     CLOSE STUDENT-HOLD-FILE
058110     CLOSE NOTIFY-QUEUE-FILE
058200     CLOSE LETTER-RPT-FILE.
058300 8000-EXIT.
058400     EXIT.
