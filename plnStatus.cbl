000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  PLNSTAT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  PAYMENT-PLAN STATUS
001100*                  REPORT.  SORTS THE "P" RECORDS OF THE
001200*                  BILLING TRANSACTION FILE BY STUDENT AND
001300*                  MATCHES THEM AGAINST THE PAYMENT-PLAN KSDS
001400*                  (PAYPLAN) IN KEY ORDER.  FOR EVERY PLAN IT
001500*                  PRINTS THE PLAN TOTAL, THE PAID-TO-DATE
001600*                  (THE "P" PAYMENTS SINCE THE PLAN WAS
001700*                  AGREED, APPLIED TO THE INSTALLMENTS IN
001800*                  DUE-DATE ORDER EXACTLY AS DUNNING APPLIES
001900*                  THEM), THE NEXT INSTALLMENT DUE AND THE
002000*                  MISSED INSTALLMENTS.  THE TRAILERS CARRY
002100*                  THE NUMBER AND AMOUNT OF "P" RECORDS
002200*                  APPLIED SO THE REPORT BALANCES TO BILLTRAN.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-BILL-STATUS.
003000
003100     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
003200
003300     SELECT PAY-PLAN-FILE ASSIGN TO PAYPLAN
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PL-STUDENTID
003700         FILE STATUS IS WS-PLAN-STATUS.
003800
003900     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SP-STUDENTID
004300         ALTERNATE RECORD KEY IS SP-NOM
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-PERS-STATUS.
004600
004700     SELECT PLAN-RPT-FILE ASSIGN TO PLNRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*----------------------------------------------------------
005400* BILL-TRANS-FILE - ONLY THE PAYMENTS ARE USED HERE
005500*----------------------------------------------------------
005600 FD  BILL-TRANS-FILE
005700     RECORDING MODE IS F.
005800 COPY BILLTRAN.
005900
006000*----------------------------------------------------------
006100* SORT-WORK-FILE - THE PAYMENTS IN STUDENT ORDER
006200*----------------------------------------------------------
006300 SD  SORT-WORK-FILE.
006400 01  SORT-REC.
006500     05  SW-STUDENTID        PIC 9(7).
006600     05  SW-AMOUNT           PIC 9(05)V99.
006700     05  SW-DATE             PIC 9(8).
006800
006900*----------------------------------------------------------
007000* PAY-PLAN-FILE - THE PLANS TO REPORT, IN STUDENT ORDER
007100*----------------------------------------------------------
007200 FD  PAY-PLAN-FILE.
007300 COPY PAYPLAN.
007400
007500*----------------------------------------------------------
007600* STUDENT-PERSON-FILE - STUDENT NAME FOR THE LISTING
007700*----------------------------------------------------------
007800 FD  STUDENT-PERSON-FILE.
007900 COPY STUPERS.
008000
008100*----------------------------------------------------------
008200* PLAN-RPT-FILE - PLAN STATUS REPORT
008300*----------------------------------------------------------
008400 FD  PLAN-RPT-FILE
008500     RECORDING MODE IS F.
008600 01  PLAN-RPT-REC                    PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-BILL-STATUS                  PIC XX.
009000     88  WS-BILL-OK                  VALUE "00".
009100     88  WS-BILL-NOTOPEN             VALUE "35".
009200     88  WS-BILL-EOF                 VALUE "10".
009300
009400 01  WS-PLAN-STATUS                  PIC XX.
009500     88  WS-PLAN-OK                  VALUE "00", "02".
009600     88  WS-PLAN-NOTOPEN             VALUE "35".
009700
009800 01  WS-PERS-STATUS                  PIC XX.
009900     88  WS-PERS-OK                  VALUE "00".
010000     88  WS-PERS-NOTOPEN             VALUE "35".
010100
010200 01  WS-RPT-STATUS                   PIC XX.
010300     88  WS-RPT-OK                   VALUE "00".
010400
010500 01  WS-SWITCHES.
010600     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
010700         88  WS-IN-EOF               VALUE "Y".
010800     05  WS-EOF-SW                   PIC X(01) VALUE "N".
010900         88  WS-EOF                  VALUE "Y".
011000     05  WS-PLAN-EOF-SW              PIC X(01) VALUE "N".
011100         88  WS-PLAN-EOF             VALUE "Y".
011200     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
011300         88  WS-PERS-PRESENT         VALUE "Y".
011400
011500*----------------------------------------------------------
011600* WS-PLAN-TOTALS - ONE PLAN'S POSITION
011700*----------------------------------------------------------
011800 01  WS-PLAN-TOTALS.
011900     05  WS-PLAN-PAID                PIC S9(07)V99 COMP-3.
012000     05  WS-PLAN-PAY-COUNT           PIC 9(05) COMP.
012100     05  WS-PAY-POOL                 PIC S9(07)V99 COMP-3.
012200     05  WS-MISSED-COUNT             PIC 9(03) COMP.
012300     05  WS-MISSED-AMOUNT            PIC S9(07)V99 COMP-3.
012400     05  WS-NEXT-DATE                PIC 9(8).
012500     05  WS-NEXT-AMOUNT              PIC S9(07)V99 COMP-3.
012600     05  WS-REMAINING                PIC S9(07)V99 COMP-3.
012700
012800 01  WS-PLAN-IX                      PIC 9(03) COMP.
012900
013000 01  WS-COUNTERS.
013100     05  WS-PLAN-COUNT               PIC 9(07) COMP VALUE ZERO.
013200     05  WS-LATE-COUNT               PIC 9(07) COMP VALUE ZERO.
013300     05  WS-DONE-COUNT               PIC 9(07) COMP VALUE ZERO.
013400     05  WS-PAY-APPLIED              PIC 9(07) COMP VALUE ZERO.
013500
013600 01  WS-GRAND-TOTALS.
013700     05  WS-TOT-PLANNED              PIC S9(09)V99 COMP-3
013800                                     VALUE ZERO.
013900     05  WS-TOT-PAID                 PIC S9(09)V99 COMP-3
014000                                     VALUE ZERO.
014100     05  WS-TOT-MISSED               PIC S9(09)V99 COMP-3
014200                                     VALUE ZERO.
014300
014400 01  WS-RUN-DATE                     PIC 9(8).
014500
014600 01  WS-HEADING-1.
014700     05  FILLER                      PIC X(45)
014800         VALUE "PLNSTAT - ETAT DES PLANS DE PAIEMENT".
014900
015000 01  WS-HEADING-2.
015100     05  FILLER                      PIC X(20)
015200             VALUE "DATE DU TRAITEMENT: ".
015300     05  HDG-DATE                    PIC 9(8).
015400
015500 01  WS-PLAN-LINE-1.
015600     05  PL1-STUDENTID               PIC 9(7).
015700     05  FILLER                      PIC X(01) VALUE SPACES.
015800     05  PL1-NOM                     PIC X(20).
015900     05  FILLER                      PIC X(07) VALUE " TOTAL ".
016000     05  PL1-TOTAL                   PIC ZZZZ9.99.
016100     05  FILLER                      PIC X(06) VALUE " PAYE ".
016200     05  PL1-PAID                    PIC ZZZZ9.99.
016300     05  FILLER                      PIC X(01) VALUE SPACES.
016400     05  PL1-STATE                   PIC X(10).
016500
016600 01  WS-PLAN-LINE-2.
016700     05  FILLER                      PIC X(14)
016800             VALUE "    PROCHAINE ".
016900     05  PL2-NEXT-DATE               PIC 9(8).
017000     05  FILLER                      PIC X(01) VALUE SPACES.
017100     05  PL2-NEXT-AMOUNT             PIC ZZZZ9.99.
017200     05  FILLER                      PIC X(09)
017300             VALUE "  RETARD ".
017400     05  PL2-MISSED-COUNT            PIC Z9.
017500     05  FILLER                      PIC X(06) VALUE " ECH. ".
017600     05  PL2-MISSED-AMOUNT           PIC ZZZZ9.99.
017700     05  FILLER                      PIC X(08) VALUE "  VERS. ".
017800     05  PL2-PAY-COUNT               PIC ZZZ9.
017900
018000 01  WS-TRAILER-1.
018100     05  FILLER                      PIC X(25)
018200             VALUE "PLANS EN VIGUEUR      : ".
018300     05  TRL-PLANS                   PIC ZZZZZZ9.
018400
018500 01  WS-TRAILER-2.
018600     05  FILLER                      PIC X(25)
018700             VALUE "PLANS EN RETARD       : ".
018800     05  TRL-LATE                    PIC ZZZZZZ9.
018900
019000 01  WS-TRAILER-3.
019100     05  FILLER                      PIC X(25)
019200             VALUE "PLANS SOLDES          : ".
019300     05  TRL-DONE                    PIC ZZZZZZ9.
019400
019500 01  WS-TRAILER-4.
019600     05  FILLER                      PIC X(25)
019700             VALUE "MONTANT DES PLANS     : ".
019800     05  TRL-PLANNED                 PIC ZZZZZZZZ9.99.
019900
020000 01  WS-TRAILER-5.
020100     05  FILLER                      PIC X(25)
020200             VALUE "VERSEMENTS P RETENUS  : ".
020300     05  TRL-PAY-APPLIED             PIC ZZZZZZ9.
020400
020500 01  WS-TRAILER-6.
020600     05  FILLER                      PIC X(25)
020700             VALUE "MONTANT VERSE (P)     : ".
020800     05  TRL-PAID                    PIC ZZZZZZZZ9.99.
020900
021000 01  WS-TRAILER-7.
021100     05  FILLER                      PIC X(25)
021200             VALUE "MONTANT EN RETARD     : ".
021300     05  TRL-MISSED                  PIC ZZZZZZZZ9.99.
021400
021500 PROCEDURE DIVISION.
021600*----------------------------------------------------------
021700* 0000-MAINLINE
021800*----------------------------------------------------------
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE
022100         THRU 1000-EXIT.
022200     SORT SORT-WORK-FILE
022300         ON ASCENDING KEY SW-STUDENTID SW-DATE
022400         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
022500         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.
022600     PERFORM 8000-TERMINATE
022700         THRU 8000-EXIT.
022800     GOBACK.
022900
023000*----------------------------------------------------------
023100* 1000-INITIALIZE - OPEN THE REPORT, THE PLANS AND THE
023200*     PERSON MASTER (OPTIONAL - NAMES ONLY)
023300*----------------------------------------------------------
023400 1000-INITIALIZE.
023500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023600     OPEN OUTPUT PLAN-RPT-FILE
023700     IF NOT WS-RPT-OK
023800         DISPLAY "PLNSTAT - OUVERTURE PLNRPT IMPOSSIBLE "
023900             WS-RPT-STATUS
024000         GO TO 9999-ABEND
024100     END-IF
024200     MOVE WS-RUN-DATE TO HDG-DATE
024300     WRITE PLAN-RPT-REC FROM WS-HEADING-1
024400     WRITE PLAN-RPT-REC FROM WS-HEADING-2
024500     OPEN INPUT PAY-PLAN-FILE
024600     IF WS-PLAN-NOTOPEN
024700         DISPLAY "PLNSTAT - AUCUN PLAN DE PAIEMENT"
024800         SET WS-PLAN-EOF TO TRUE
024900     ELSE
025000         IF NOT WS-PLAN-OK
025100             DISPLAY "PLNSTAT - OUVERTURE PAYPLAN IMPOSSIBLE "
025200                 WS-PLAN-STATUS
025300             GO TO 9999-ABEND
025400         END-IF
025500     END-IF
025600     OPEN INPUT STUDENT-PERSON-FILE
025700     IF WS-PERS-NOTOPEN
025800         MOVE "N" TO WS-PERS-PRESENT-SW
025900     ELSE
026000         IF NOT WS-PERS-OK
026100             DISPLAY "PLNSTAT - OUVERTURE STUPERS IMPOSSIBLE "
026200                 WS-PERS-STATUS
026300             GO TO 9999-ABEND
026400         END-IF
026500     END-IF.
026600 1000-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------
027000* 3000-SORT-INPUT - FEED THE SORT WITH THE PAYMENTS
027100*----------------------------------------------------------
027200 3000-SORT-INPUT.
027300     OPEN INPUT BILL-TRANS-FILE
027400     IF WS-BILL-NOTOPEN
027500         DISPLAY "PLNSTAT - AUCUNE FACTURATION A EXAMINER"
027600         SET WS-IN-EOF TO TRUE
027700         GO TO 3000-DONE
027800     END-IF
027900     IF NOT WS-BILL-OK
028000         DISPLAY "PLNSTAT - OUVERTURE BILLTRAN IMPOSSIBLE "
028100             WS-BILL-STATUS
028200         GO TO 9999-ABEND
028300     END-IF
028400     PERFORM 3100-RELEASE-TRANS
028500         THRU 3100-EXIT
028600         UNTIL WS-IN-EOF
028700     CLOSE BILL-TRANS-FILE.
028800 3000-DONE.
028900     CONTINUE.
029000 3000-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------
029400* 3100-RELEASE-TRANS - ONE PAYMENT RECORD INTO THE SORT
029500*----------------------------------------------------------
029600 3100-RELEASE-TRANS.
029700     READ BILL-TRANS-FILE
029800         AT END
029900             SET WS-IN-EOF TO TRUE
030000             GO TO 3100-EXIT
030100     END-READ
030200     IF NOT BT-TYPE-PAYMENT
030300         GO TO 3100-EXIT
030400     END-IF
030500     MOVE BT-STUDENTID  TO SW-STUDENTID
030600     MOVE BT-AMOUNT     TO SW-AMOUNT
030700     MOVE BT-DATE       TO SW-DATE
030800     RELEASE SORT-REC.
030900 3100-EXIT.
031000     EXIT.
031100
031200*----------------------------------------------------------
031300* 4000-SORT-OUTPUT - MATCH THE SORTED PAYMENTS AGAINST THE
031400*     PLANS, BOTH IN STUDENT ORDER
031500*----------------------------------------------------------
031600 4000-SORT-OUTPUT.
031700     PERFORM 4100-RETURN-TRANS
031800         THRU 4100-EXIT
031900     PERFORM 4200-READ-PLAN
032000         THRU 4200-EXIT
032100     PERFORM 4300-PROCESS-PLAN
032200         THRU 4300-EXIT
032300         UNTIL WS-PLAN-EOF.
032400 4000-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------
032800* 4100-RETURN-TRANS - NEXT SORTED PAYMENT
032900*----------------------------------------------------------
033000 4100-RETURN-TRANS.
033100     RETURN SORT-WORK-FILE
033200         AT END
033300             SET WS-EOF TO TRUE
033400     END-RETURN.
033500 4100-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------
033900* 4200-READ-PLAN - NEXT PLAN IN KEY ORDER
034000*----------------------------------------------------------
034100 4200-READ-PLAN.
034200     IF WS-PLAN-EOF
034300         GO TO 4200-EXIT
034400     END-IF
034500     READ PAY-PLAN-FILE NEXT RECORD
034600         AT END
034700             SET WS-PLAN-EOF TO TRUE
034800             GO TO 4200-EXIT
034900     END-READ
035000     IF NOT WS-PLAN-OK
035100         DISPLAY "PLNSTAT - LECTURE PAYPLAN IMPOSSIBLE "
035200             WS-PLAN-STATUS
035300         GO TO 9999-ABEND
035400     END-IF.
035500 4200-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------
035900* 4300-PROCESS-PLAN - TAKE THE PLAN STUDENT'S PAYMENTS OFF
036000*     THE SORT, AGE THE INSTALLMENTS AND PRINT THE PLAN
036100*----------------------------------------------------------
036200 4300-PROCESS-PLAN.
036300     MOVE ZERO TO WS-PLAN-PAID
036400     MOVE ZERO TO WS-PLAN-PAY-COUNT
036500     PERFORM 4400-SKIP-PAYMENT
036600         THRU 4400-EXIT
036700         UNTIL WS-EOF
036800         OR SW-STUDENTID NOT < PL-STUDENTID
036900     PERFORM 4500-TAKE-PAYMENT
037000         THRU 4500-EXIT
037100         UNTIL WS-EOF
037200         OR SW-STUDENTID NOT = PL-STUDENTID
037300     PERFORM 5000-AGE-INSTALLMENTS
037400         THRU 5000-EXIT
037500     PERFORM 6000-PRINT-PLAN
037600         THRU 6000-EXIT
037700     PERFORM 4200-READ-PLAN
037800         THRU 4200-EXIT.
037900 4300-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------
038300* 4400-SKIP-PAYMENT - A PAYMENT BY A STUDENT WITH NO PLAN
038400*----------------------------------------------------------
038500 4400-SKIP-PAYMENT.
038600     PERFORM 4100-RETURN-TRANS
038700         THRU 4100-EXIT.
038800 4400-EXIT.
038900     EXIT.
039000
039100*----------------------------------------------------------
039200* 4500-TAKE-PAYMENT - A PAYMENT BY THE PLAN STUDENT; ONLY
039300*     THOSE DATED FROM THE PLAN'S START COUNT TOWARD IT
039400*----------------------------------------------------------
039500 4500-TAKE-PAYMENT.
039600     IF SW-DATE NOT < PL-START-DATE
039700         ADD SW-AMOUNT TO WS-PLAN-PAID
039800         ADD 1 TO WS-PLAN-PAY-COUNT
039900     END-IF
040000     PERFORM 4100-RETURN-TRANS
040100         THRU 4100-EXIT.
040200 4500-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------
040600* 5000-AGE-INSTALLMENTS - APPLY THE PAYMENTS TO THE
040700*     INSTALLMENTS IN DUE-DATE ORDER: A PAST-DUE SHORTFALL
040800*     IS MISSED, THE FIRST SHORTFALL NOT YET DUE IS THE
040900*     NEXT INSTALLMENT
041000*----------------------------------------------------------
041100 5000-AGE-INSTALLMENTS.
041200     MOVE WS-PLAN-PAID TO WS-PAY-POOL
041300     MOVE ZERO TO WS-MISSED-COUNT
041400     MOVE ZERO TO WS-MISSED-AMOUNT
041500     MOVE ZERO TO WS-NEXT-DATE
041600     MOVE ZERO TO WS-NEXT-AMOUNT
041700     PERFORM 5100-AGE-ONE
041800         THRU 5100-EXIT
041900         VARYING WS-PLAN-IX FROM 1 BY 1
042000         UNTIL WS-PLAN-IX > PL-INST-COUNT
042100         OR WS-NEXT-DATE NOT = ZERO.
042200 5000-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------
042600* 5100-AGE-ONE - ONE INSTALLMENT AGAINST THE PAYMENT POOL
042700*----------------------------------------------------------
042800 5100-AGE-ONE.
042900     IF WS-PAY-POOL >= PL-INST-AMOUNT (WS-PLAN-IX)
043000         SUBTRACT PL-INST-AMOUNT (WS-PLAN-IX) FROM WS-PAY-POOL
043100         GO TO 5100-EXIT
043200     END-IF
043300     IF PL-DUE-DATE (WS-PLAN-IX) < WS-RUN-DATE
043400         ADD 1 TO WS-MISSED-COUNT
043500         COMPUTE WS-MISSED-AMOUNT = WS-MISSED-AMOUNT
043600             + PL-INST-AMOUNT (WS-PLAN-IX) - WS-PAY-POOL
043700     ELSE
043800         MOVE PL-DUE-DATE (WS-PLAN-IX) TO WS-NEXT-DATE
043900         COMPUTE WS-NEXT-AMOUNT =
044000             PL-INST-AMOUNT (WS-PLAN-IX) - WS-PAY-POOL
044100     END-IF
044200     MOVE ZERO TO WS-PAY-POOL.
044300 5100-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------
044700* 6000-PRINT-PLAN - TWO LINES PER PLAN, AND THE TOTALS
044800*----------------------------------------------------------
044900 6000-PRINT-PLAN.
045000     ADD 1 TO WS-PLAN-COUNT
045100     ADD PL-PLAN-TOTAL     TO WS-TOT-PLANNED
045200     ADD WS-PLAN-PAID      TO WS-TOT-PAID
045300     ADD WS-MISSED-AMOUNT  TO WS-TOT-MISSED
045400     ADD WS-PLAN-PAY-COUNT TO WS-PAY-APPLIED
045500     COMPUTE WS-REMAINING = PL-PLAN-TOTAL - WS-PLAN-PAID
045600     EVALUATE TRUE
045700         WHEN WS-REMAINING < ZERO
045800             ADD 1 TO WS-DONE-COUNT
045900             MOVE "EXCEDENT" TO PL1-STATE
046000         WHEN WS-REMAINING = ZERO
046100             ADD 1 TO WS-DONE-COUNT
046200             MOVE "SOLDE" TO PL1-STATE
046300         WHEN WS-MISSED-COUNT > ZERO
046400             ADD 1 TO WS-LATE-COUNT
046500             MOVE "EN RETARD" TO PL1-STATE
046600         WHEN OTHER
046700             MOVE "A JOUR" TO PL1-STATE
046800     END-EVALUATE
046900     MOVE PL-STUDENTID  TO PL1-STUDENTID
047000     MOVE PL-PLAN-TOTAL TO PL1-TOTAL
047100     MOVE WS-PLAN-PAID  TO PL1-PAID
047200     MOVE SPACES        TO PL1-NOM
047300     IF WS-PERS-PRESENT
047400         MOVE PL-STUDENTID TO SP-STUDENTID
047500         READ STUDENT-PERSON-FILE
047600         IF WS-PERS-OK
047700             MOVE SP-NOM TO PL1-NOM
047800         END-IF
047900     END-IF
048000     WRITE PLAN-RPT-REC FROM WS-PLAN-LINE-1
048100     MOVE WS-NEXT-DATE      TO PL2-NEXT-DATE
048200     MOVE WS-NEXT-AMOUNT    TO PL2-NEXT-AMOUNT
048300     MOVE WS-MISSED-COUNT   TO PL2-MISSED-COUNT
048400     MOVE WS-MISSED-AMOUNT  TO PL2-MISSED-AMOUNT
048500     MOVE WS-PLAN-PAY-COUNT TO PL2-PAY-COUNT
048600     WRITE PLAN-RPT-REC FROM WS-PLAN-LINE-2.
048700 6000-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------
049100* 8000-TERMINATE - TRAILERS, CLOSE FILES
049200*----------------------------------------------------------
049300 8000-TERMINATE.
049400     MOVE WS-PLAN-COUNT   TO TRL-PLANS
049500     MOVE WS-LATE-COUNT   TO TRL-LATE
049600     MOVE WS-DONE-COUNT   TO TRL-DONE
049700     MOVE WS-TOT-PLANNED  TO TRL-PLANNED
049800     MOVE WS-PAY-APPLIED  TO TRL-PAY-APPLIED
049900     MOVE WS-TOT-PAID     TO TRL-PAID
050000     MOVE WS-TOT-MISSED   TO TRL-MISSED
050100     WRITE PLAN-RPT-REC FROM WS-TRAILER-1
050200     WRITE PLAN-RPT-REC FROM WS-TRAILER-2
050300     WRITE PLAN-RPT-REC FROM WS-TRAILER-3
050400     WRITE PLAN-RPT-REC FROM WS-TRAILER-4
050500     WRITE PLAN-RPT-REC FROM WS-TRAILER-5
050600     WRITE PLAN-RPT-REC FROM WS-TRAILER-6
050700     WRITE PLAN-RPT-REC FROM WS-TRAILER-7
050800     IF NOT WS-PLAN-NOTOPEN
050900         CLOSE PAY-PLAN-FILE
051000     END-IF
051100     IF WS-PERS-PRESENT
051200         CLOSE STUDENT-PERSON-FILE
051300     END-IF
051400     CLOSE PLAN-RPT-FILE.
051500 8000-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------
051900* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
052000*----------------------------------------------------------
052100 9999-ABEND.
052200     DISPLAY "PLNSTAT - ARRET ANORMAL DU TRAITEMENT".
052300     STOP RUN.
052400 END PROGRAM PLNSTAT.
