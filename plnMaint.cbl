000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  PLNMAINT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  MAINTENANCE OF THE
001100*                  INSTALLMENT PAYMENT-PLAN KSDS (PAYPLAN)
001200*                  FROM THE BURSAR'S CARD-IMAGE TRANSACTION
001300*                  FILE: ADD A PLAN (TOTAL, NUMBER OF
001400*                  INSTALLMENTS AND FIRST DUE DATE - EQUAL
001500*                  MONTHLY INSTALLMENTS ARE BUILT, THE LAST
001600*                  ONE TAKING THE ROUNDING), REPLACE OR
001700*                  APPEND ONE INSTALLMENT (THE PLAN TOTAL
001800*                  FOLLOWS), OR DELETE A PLAN.  THE STUDENT
001900*                  MUST BE ON THE PERSON MASTER.  PRINTS AN
002000*                  AUDIT LISTING.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT MAINT-TRANS-FILE ASSIGN TO PLNTRAN
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-TRANS-STATUS.
002800
002900     SELECT PAY-PLAN-FILE ASSIGN TO PAYPLAN
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS PL-STUDENTID
003300         FILE STATUS IS WS-PLAN-STATUS.
003400
003500     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SP-STUDENTID
003900         ALTERNATE RECORD KEY IS SP-NOM
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-PERS-STATUS.
004200
004300     SELECT MAINT-LST-FILE ASSIGN TO PLNMLST
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-LST-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900*----------------------------------------------------------
005000* MAINT-TRANS-FILE - ONE MAINTENANCE ACTION PER CARD
005100*----------------------------------------------------------
005200 FD  MAINT-TRANS-FILE
005300     RECORDING MODE IS F.
005400 01  MAINT-TRANS-REC.
005500     05  LT-ACTION                   PIC X.
005600         88  LT-ACTION-ADD           VALUE "A".
005700         88  LT-ACTION-INSTALL       VALUE "I".
005800         88  LT-ACTION-DELETE        VALUE "D".
005900     05  LT-STUDENTID                PIC 9(7).
006000     05  LT-AMOUNT                   PIC 9(05)V99.
006100     05  LT-COUNT                    PIC 9(2).
006200     05  LT-DUE-DATE                 PIC 9(8).
006300     05  LT-SEQ                      PIC 9(2).
006400     05  FILLER                      PIC X(53).
006500
006600*----------------------------------------------------------
006700* PAY-PLAN-FILE - THE PLANS BEING MAINTAINED
006800*----------------------------------------------------------
006900 FD  PAY-PLAN-FILE.
007000 COPY PAYPLAN.
007100
007200*----------------------------------------------------------
007300* STUDENT-PERSON-FILE - THE STUDENT OF A NEW PLAN MUST
007400*     EXIST HERE
007500*----------------------------------------------------------
007600 FD  STUDENT-PERSON-FILE.
007700 COPY STUPERS.
007800
007900*----------------------------------------------------------
008000* MAINT-LST-FILE - AUDIT LISTING
008100*----------------------------------------------------------
008200 FD  MAINT-LST-FILE
008300     RECORDING MODE IS F.
008400 01  MAINT-LST-REC                   PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-TRANS-STATUS                 PIC XX.
008800     88  WS-TRANS-OK                 VALUE "00".
008900     88  WS-TRANS-EOF                VALUE "10".
009000
009100 01  WS-PLAN-STATUS                  PIC XX.
009200     88  WS-PLAN-OK                  VALUE "00".
009300     88  WS-PLAN-NOTOPEN             VALUE "35".
009400     88  WS-PLAN-NOTFOUND            VALUE "23".
009500     88  WS-PLAN-DUPLICATE           VALUE "22".
009600
009700 01  WS-PERS-STATUS                  PIC XX.
009800     88  WS-PERS-OK                  VALUE "00".
009900     88  WS-PERS-NOTFOUND            VALUE "23".
010000
010100 01  WS-LST-STATUS                   PIC XX.
010200     88  WS-LST-OK                   VALUE "00".
010300
010400 01  WS-SWITCHES.
010500     05  WS-EOF-SW                   PIC X(01) VALUE "N".
010600         88  WS-EOF                  VALUE "Y".
010700     05  WS-TRANS-VALID-SW           PIC X(01) VALUE "Y".
010800         88  WS-TRANS-VALID          VALUE "Y".
010900     05  WS-DATE-VALID-SW            PIC X(01) VALUE "Y".
011000         88  WS-DATE-VALID           VALUE "Y".
011100
011200 01  WS-COUNTERS.
011300     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
011400     05  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
011500     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
011600
011700* THE MOST INSTALLMENTS ONE PLAN RECORD CAN CARRY
011800 01  WS-MAX-INSTALL                  PIC 9(2) VALUE 8.
011900
012000 01  WS-INST-IX                      PIC 9(03) COMP.
012100 01  WS-INST-AMOUNT                  PIC 9(05)V99.
012200 01  WS-PLAN-SUM                     PIC 9(07)V99.
012300
012400*----------------------------------------------------------
012500* WS-CHECK-DATE - A CARD DATE UNDER EDIT, AND THE NEXT DUE
012600*     DATE WHILE A MONTHLY SCHEDULE IS BEING BUILT
012700*----------------------------------------------------------
012800 01  WS-CHECK-DATE                   PIC 9(8).
012900 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
013000     05  WS-CHECK-YEAR               PIC 9(4).
013100     05  WS-CHECK-MONTH              PIC 99.
013200     05  WS-CHECK-DAY                PIC 99.
013300
013400* YYMMDD
013500 01  CURRENTDATE.
013600     05  CURRENTYEAR                 PIC 9(4).
013700     05  CURRENTMONTH                PIC 99.
013800     05  CURRENTDAY                  PIC 99.
013900 01  WS-RUN-DATE REDEFINES CURRENTDATE
014000                                     PIC 9(8).
014100
014200 01  WS-HEADING-1.
014300     05  FILLER                      PIC X(45)
014400         VALUE "PLNMAINT - MAINTENANCE DES PLANS DE PAIEMENT".
014500
014600 01  WS-HEADING-2.
014700     05  FILLER                      PIC X(20)
014800             VALUE "DATE DU TRAITEMENT: ".
014900     05  HDG-DAY                     PIC 99.
015000     05  FILLER                      PIC X(01) VALUE "/".
015100     05  HDG-MONTH                   PIC 99.
015200     05  FILLER                      PIC X(01) VALUE "/".
015300     05  HDG-YEAR                    PIC 9(4).
015400
015500 01  WS-ACTION-LINE.
015600     05  FILLER                      PIC X(09)
015700             VALUE "ACTION : ".
015800     05  ACT-CODE                    PIC X.
015900     05  FILLER                      PIC X(07) VALUE "  ETUD ".
016000     05  ACT-STUDENTID               PIC 9(7).
016100     05  FILLER                      PIC X(06) VALUE "  MNT ".
016200     05  ACT-AMOUNT                  PIC ZZZZ9.99.
016300     05  FILLER                      PIC X(05) VALUE "  NB ".
016400     05  ACT-COUNT                   PIC Z9.
016500     05  FILLER                      PIC X(06) VALUE "  ECH ".
016600     05  ACT-DUE-DATE                PIC 9(8).
016700     05  FILLER                      PIC X(07) VALUE "  RANG ".
016800     05  ACT-SEQ                     PIC Z9.
016900
017000 01  WS-INSTALL-LINE.
017100     05  FILLER                      PIC X(20)
017200             VALUE "         ECHEANCE   ".
017300     05  INS-SEQ                     PIC Z9.
017400     05  FILLER                      PIC X(03) VALUE " : ".
017500     05  INS-DUE-DATE                PIC 9(8).
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  INS-AMOUNT                  PIC ZZZZ9.99.
017800
017900 01  WS-REJECT-LINE.
018000     05  FILLER                      PIC X(09)
018100             VALUE "REJET  : ".
018200     05  REJ-REASON                  PIC X(40).
018300
018400 01  WS-TRAILER-1.
018500     05  FILLER                      PIC X(25)
018600             VALUE "TRANSACTIONS LUES     : ".
018700     05  TRL-TRANS                   PIC ZZZZ9.
018800
018900 01  WS-TRAILER-2.
019000     05  FILLER                      PIC X(25)
019100             VALUE "TRANSACTIONS APPLIQUEES: ".
019200     05  TRL-APPLIED                 PIC ZZZZ9.
019300
019400 01  WS-TRAILER-3.
019500     05  FILLER                      PIC X(25)
019600             VALUE "TRANSACTIONS REJETEES : ".
019700     05  TRL-REJECTS                 PIC ZZZZ9.
019800
019900 PROCEDURE DIVISION.
020000*----------------------------------------------------------
020100* 0000-MAINLINE
020200*----------------------------------------------------------
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE
020500         THRU 1000-EXIT.
020600     PERFORM 2000-PROCESS-TRANS
020700         THRU 2000-EXIT
020800         UNTIL WS-EOF.
020900     PERFORM 8000-TERMINATE
021000         THRU 8000-EXIT.
021100     GOBACK.
021200
021300*----------------------------------------------------------
021400* 1000-INITIALIZE - OPEN FILES, CREATING PAYPLAN ON THE
021500*     FIRST RUN
021600*----------------------------------------------------------
021700 1000-INITIALIZE.
021800     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
021900     OPEN INPUT MAINT-TRANS-FILE
022000     IF NOT WS-TRANS-OK
022100         DISPLAY "PLNMAINT - OUVERTURE PLNTRAN IMPOSSIBLE "
022200             WS-TRANS-STATUS
022300         GO TO 9999-ABEND
022400     END-IF
022500     OPEN I-O PAY-PLAN-FILE
022600     IF WS-PLAN-NOTOPEN
022700         OPEN OUTPUT PAY-PLAN-FILE
022800         CLOSE PAY-PLAN-FILE
022900         OPEN I-O PAY-PLAN-FILE
023000     END-IF
023100     IF NOT WS-PLAN-OK
023200         DISPLAY "PLNMAINT - OUVERTURE PAYPLAN IMPOSSIBLE "
023300             WS-PLAN-STATUS
023400         GO TO 9999-ABEND
023500     END-IF
023600     OPEN INPUT STUDENT-PERSON-FILE
023700     IF NOT WS-PERS-OK
023800         DISPLAY "PLNMAINT - OUVERTURE STUPERS IMPOSSIBLE "
023900             WS-PERS-STATUS
024000         GO TO 9999-ABEND
024100     END-IF
024200     OPEN OUTPUT MAINT-LST-FILE
024300     IF NOT WS-LST-OK
024400         DISPLAY "PLNMAINT - OUVERTURE PLNMLST IMPOSSIBLE "
024500             WS-LST-STATUS
024600         GO TO 9999-ABEND
024700     END-IF
024800     MOVE CURRENTDAY   TO HDG-DAY
024900     MOVE CURRENTMONTH TO HDG-MONTH
025000     MOVE CURRENTYEAR  TO HDG-YEAR
025100     WRITE MAINT-LST-REC FROM WS-HEADING-1
025200     WRITE MAINT-LST-REC FROM WS-HEADING-2
025300     PERFORM 5000-READ-TRANS
025400         THRU 5000-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------
025900* 2000-PROCESS-TRANS - APPLY ONE MAINTENANCE TRANSACTION
026000*----------------------------------------------------------
026100 2000-PROCESS-TRANS.
026200     ADD 1 TO WS-TRANS-COUNT
026300     MOVE "Y" TO WS-TRANS-VALID-SW
026400     MOVE LT-ACTION    TO ACT-CODE
026500     MOVE LT-STUDENTID TO ACT-STUDENTID
026600     MOVE LT-AMOUNT    TO ACT-AMOUNT
026700     MOVE LT-COUNT     TO ACT-COUNT
026800     MOVE LT-DUE-DATE  TO ACT-DUE-DATE
026900     MOVE LT-SEQ       TO ACT-SEQ
027000     WRITE MAINT-LST-REC FROM WS-ACTION-LINE
027100     IF LT-STUDENTID NOT NUMERIC
027200         MOVE "MATRICULE INVALIDE" TO REJ-REASON
027300         PERFORM 7100-WRITE-REJECT
027400             THRU 7100-EXIT
027500         GO TO 2000-NEXT
027600     END-IF
027700     EVALUATE TRUE
027800         WHEN LT-ACTION-ADD
027900             PERFORM 3000-APPLY-ADD
028000                 THRU 3000-EXIT
028100         WHEN LT-ACTION-INSTALL
028200             PERFORM 3400-APPLY-INSTALL
028300                 THRU 3400-EXIT
028400         WHEN LT-ACTION-DELETE
028500             PERFORM 3600-APPLY-DELETE
028600                 THRU 3600-EXIT
028700         WHEN OTHER
028800             MOVE "CODE ACTION INVALIDE" TO REJ-REASON
028900             PERFORM 7100-WRITE-REJECT
029000                 THRU 7100-EXIT
029100     END-EVALUATE.
029200 2000-NEXT.
029300     IF NOT WS-TRANS-VALID
029400         ADD 1 TO WS-REJECT-COUNT
029500     END-IF
029600     PERFORM 5000-READ-TRANS
029700         THRU 5000-EXIT.
029800 2000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------
030200* 3000-APPLY-ADD - CREATE A PLAN OF EQUAL MONTHLY
030300*     INSTALLMENTS FROM THE FIRST DUE DATE
030400*----------------------------------------------------------
030500 3000-APPLY-ADD.
030600     IF LT-AMOUNT NOT NUMERIC
030700         OR LT-AMOUNT = ZERO
030800         MOVE "MONTANT DU PLAN INVALIDE" TO REJ-REASON
030900         PERFORM 7100-WRITE-REJECT
031000             THRU 7100-EXIT
031100         GO TO 3000-EXIT
031200     END-IF
031300     IF LT-COUNT NOT NUMERIC
031400         OR LT-COUNT = ZERO
031500         OR LT-COUNT > WS-MAX-INSTALL
031600         MOVE "NOMBRE D ECHEANCES INVALIDE (1 A 8)"
031700             TO REJ-REASON
031800         PERFORM 7100-WRITE-REJECT
031900             THRU 7100-EXIT
032000         GO TO 3000-EXIT
032100     END-IF
032200     MOVE LT-DUE-DATE TO WS-CHECK-DATE
032300     PERFORM 4000-CHECK-DATE
032400         THRU 4000-EXIT
032500     IF NOT WS-DATE-VALID
032600         GO TO 3000-EXIT
032700     END-IF
032800     IF WS-CHECK-DAY > 28
032900         MOVE "JOUR D ECHEANCE MENSUELLE > 28" TO REJ-REASON
033000         PERFORM 7100-WRITE-REJECT
033100             THRU 7100-EXIT
033200         GO TO 3000-EXIT
033300     END-IF
033400     MOVE LT-STUDENTID TO SP-STUDENTID
033500     READ STUDENT-PERSON-FILE
033600     IF WS-PERS-NOTFOUND
033700         MOVE "ETUDIANT INCONNU" TO REJ-REASON
033800         PERFORM 7100-WRITE-REJECT
033900             THRU 7100-EXIT
034000         GO TO 3000-EXIT
034100     END-IF
034200     IF NOT WS-PERS-OK
034300         DISPLAY "PLNMAINT - LECTURE STUPERS IMPOSSIBLE "
034400             WS-PERS-STATUS
034500         GO TO 9999-ABEND
034600     END-IF
034700     MOVE SPACES TO PAY-PLAN-REC
034800     MOVE LT-STUDENTID TO PL-STUDENTID
034900     MOVE WS-RUN-DATE  TO PL-START-DATE
035000     MOVE LT-AMOUNT    TO PL-PLAN-TOTAL
035100     MOVE LT-COUNT     TO PL-INST-COUNT
035200     DIVIDE LT-AMOUNT BY LT-COUNT GIVING WS-INST-AMOUNT
035300     MOVE ZERO TO WS-PLAN-SUM
035400     PERFORM 3100-BUILD-INSTALLMENT
035500         THRU 3100-EXIT
035600         VARYING WS-INST-IX FROM 1 BY 1
035700         UNTIL WS-INST-IX > WS-MAX-INSTALL
035800     WRITE PAY-PLAN-REC
035900     IF WS-PLAN-DUPLICATE
036000         MOVE "PLAN DEJA EN VIGUEUR" TO REJ-REASON
036100         PERFORM 7100-WRITE-REJECT
036200             THRU 7100-EXIT
036300         GO TO 3000-EXIT
036400     END-IF
036500     IF NOT WS-PLAN-OK
036600         DISPLAY "PLNMAINT - ECRITURE PAYPLAN IMPOSSIBLE "
036700             WS-PLAN-STATUS
036800         GO TO 9999-ABEND
036900     END-IF
037000     PERFORM 7200-LIST-PLAN
037100         THRU 7200-EXIT
037200     ADD 1 TO WS-APPLIED-COUNT.
037300 3000-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------
037700* 3100-BUILD-INSTALLMENT - ONE SLOT OF A NEW PLAN; THE LAST
037800*     INSTALLMENT TAKES WHAT THE EQUAL SHARES LEAVE OVER,
037900*     THE UNUSED SLOTS ARE ZEROED
038000*----------------------------------------------------------
038100 3100-BUILD-INSTALLMENT.
038200     IF WS-INST-IX > LT-COUNT
038300         MOVE ZERO TO PL-DUE-DATE (WS-INST-IX)
038400         MOVE ZERO TO PL-INST-AMOUNT (WS-INST-IX)
038500         GO TO 3100-EXIT
038600     END-IF
038700     MOVE WS-CHECK-DATE TO PL-DUE-DATE (WS-INST-IX)
038800     IF WS-INST-IX = LT-COUNT
038900         COMPUTE PL-INST-AMOUNT (WS-INST-IX) =
039000             LT-AMOUNT - WS-PLAN-SUM
039100     ELSE
039200         MOVE WS-INST-AMOUNT TO PL-INST-AMOUNT (WS-INST-IX)
039300         ADD WS-INST-AMOUNT TO WS-PLAN-SUM
039400     END-IF
039500     IF WS-CHECK-MONTH = 12
039600         MOVE 1 TO WS-CHECK-MONTH
039700         ADD 1 TO WS-CHECK-YEAR
039800     ELSE
039900         ADD 1 TO WS-CHECK-MONTH
040000     END-IF.
040100 3100-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------
040500* 3400-APPLY-INSTALL - REPLACE ONE INSTALLMENT, OR APPEND
040600*     THE NEXT ONE; DUE DATES MUST STAY IN ORDER AND THE
040700*     PLAN TOTAL IS RECOMPUTED
040800*----------------------------------------------------------
040900 3400-APPLY-INSTALL.
041000     MOVE LT-STUDENTID TO PL-STUDENTID
041100     READ PAY-PLAN-FILE
041200     IF WS-PLAN-NOTFOUND
041300         MOVE "AUCUN PLAN POUR CET ETUDIANT" TO REJ-REASON
041400         PERFORM 7100-WRITE-REJECT
041500             THRU 7100-EXIT
041600         GO TO 3400-EXIT
041700     END-IF
041800     IF NOT WS-PLAN-OK
041900         DISPLAY "PLNMAINT - LECTURE PAYPLAN IMPOSSIBLE "
042000             WS-PLAN-STATUS
042100         GO TO 9999-ABEND
042200     END-IF
042300     IF LT-SEQ NOT NUMERIC
042400         OR LT-SEQ = ZERO
042500         OR LT-SEQ > PL-INST-COUNT + 1
042600         OR LT-SEQ > WS-MAX-INSTALL
042700         MOVE "RANG D ECHEANCE INVALIDE" TO REJ-REASON
042800         PERFORM 7100-WRITE-REJECT
042900             THRU 7100-EXIT
043000         GO TO 3400-EXIT
043100     END-IF
043200     IF LT-AMOUNT NOT NUMERIC
043300         OR LT-AMOUNT = ZERO
043400         MOVE "MONTANT D ECHEANCE INVALIDE" TO REJ-REASON
043500         PERFORM 7100-WRITE-REJECT
043600             THRU 7100-EXIT
043700         GO TO 3400-EXIT
043800     END-IF
043900     MOVE LT-DUE-DATE TO WS-CHECK-DATE
044000     PERFORM 4000-CHECK-DATE
044100         THRU 4000-EXIT
044200     IF NOT WS-DATE-VALID
044300         GO TO 3400-EXIT
044400     END-IF
044500     IF LT-SEQ > 1
044600         IF LT-DUE-DATE NOT > PL-DUE-DATE (LT-SEQ - 1)
044700             MOVE "ECHEANCE HORS ORDRE" TO REJ-REASON
044800             PERFORM 7100-WRITE-REJECT
044900                 THRU 7100-EXIT
045000             GO TO 3400-EXIT
045100         END-IF
045200     END-IF
045300     IF LT-SEQ < PL-INST-COUNT
045400         IF LT-DUE-DATE NOT < PL-DUE-DATE (LT-SEQ + 1)
045500             MOVE "ECHEANCE HORS ORDRE" TO REJ-REASON
045600             PERFORM 7100-WRITE-REJECT
045700                 THRU 7100-EXIT
045800             GO TO 3400-EXIT
045900         END-IF
046000     END-IF
046100     MOVE LT-DUE-DATE TO PL-DUE-DATE (LT-SEQ)
046200     MOVE LT-AMOUNT   TO PL-INST-AMOUNT (LT-SEQ)
046300     IF LT-SEQ > PL-INST-COUNT
046400         MOVE LT-SEQ TO PL-INST-COUNT
046500     END-IF
046600     MOVE ZERO TO WS-PLAN-SUM
046700     PERFORM 3500-ADD-INSTALLMENT
046800         THRU 3500-EXIT
046900         VARYING WS-INST-IX FROM 1 BY 1
047000         UNTIL WS-INST-IX > PL-INST-COUNT
047100     IF WS-PLAN-SUM > 99999.99
047200         MOVE "TOTAL DU PLAN HORS LIMITE" TO REJ-REASON
047300         PERFORM 7100-WRITE-REJECT
047400             THRU 7100-EXIT
047500         GO TO 3400-EXIT
047600     END-IF
047700     MOVE WS-PLAN-SUM TO PL-PLAN-TOTAL
047800     REWRITE PAY-PLAN-REC
047900     IF NOT WS-PLAN-OK
048000         DISPLAY "PLNMAINT - REECRITURE PAYPLAN IMPOSSIBLE "
048100             WS-PLAN-STATUS
048200         GO TO 9999-ABEND
048300     END-IF
048400     PERFORM 7200-LIST-PLAN
048500         THRU 7200-EXIT
048600     ADD 1 TO WS-APPLIED-COUNT.
048700 3400-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------
049100* 3500-ADD-INSTALLMENT - ONE INSTALLMENT INTO THE PLAN TOTAL
049200*----------------------------------------------------------
049300 3500-ADD-INSTALLMENT.
049400     ADD PL-INST-AMOUNT (WS-INST-IX) TO WS-PLAN-SUM.
049500 3500-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------
049900* 3600-APPLY-DELETE - REMOVE A PLAN; THE STUDENT IS AGED
050000*     ON THE OLDEST CHARGE AGAIN FROM THE NEXT DUNNING RUN
050100*----------------------------------------------------------
050200 3600-APPLY-DELETE.
050300     MOVE LT-STUDENTID TO PL-STUDENTID
050400     READ PAY-PLAN-FILE
050500     IF WS-PLAN-NOTFOUND
050600         MOVE "AUCUN PLAN POUR CET ETUDIANT" TO REJ-REASON
050700         PERFORM 7100-WRITE-REJECT
050800             THRU 7100-EXIT
050900         GO TO 3600-EXIT
051000     END-IF
051100     IF NOT WS-PLAN-OK
051200         DISPLAY "PLNMAINT - LECTURE PAYPLAN IMPOSSIBLE "
051300             WS-PLAN-STATUS
051400         GO TO 9999-ABEND
051500     END-IF
051600     DELETE PAY-PLAN-FILE RECORD
051700     IF NOT WS-PLAN-OK
051800         DISPLAY "PLNMAINT - SUPPRESSION PAYPLAN IMPOSSIBLE "
051900             WS-PLAN-STATUS
052000         GO TO 9999-ABEND
052100     END-IF
052200     ADD 1 TO WS-APPLIED-COUNT.
052300 3600-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------
052700* 4000-CHECK-DATE - EDIT WS-CHECK-DATE AS A YYYYMMDD DATE
052800*----------------------------------------------------------
052900 4000-CHECK-DATE.
053000     MOVE "Y" TO WS-DATE-VALID-SW
053100     IF WS-CHECK-DATE NOT NUMERIC
053200         OR WS-CHECK-MONTH < 1
053300         OR WS-CHECK-MONTH > 12
053400         OR WS-CHECK-DAY < 1
053500         OR WS-CHECK-DAY > 31
053600         MOVE "N" TO WS-DATE-VALID-SW
053700         MOVE "DATE D ECHEANCE INVALIDE" TO REJ-REASON
053800         PERFORM 7100-WRITE-REJECT
053900             THRU 7100-EXIT
054000     END-IF.
054100 4000-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------
054500* 5000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF
054600*----------------------------------------------------------
054700 5000-READ-TRANS.
054800     READ MAINT-TRANS-FILE
054900         AT END
055000             SET WS-EOF TO TRUE
055100     END-READ.
055200 5000-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------
055600* 7100-WRITE-REJECT - ONE REJECTION LINE ON THE LISTING
055700*----------------------------------------------------------
055800 7100-WRITE-REJECT.
055900     MOVE "N" TO WS-TRANS-VALID-SW
056000     WRITE MAINT-LST-REC FROM WS-REJECT-LINE.
056100 7100-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------
056500* 7200-LIST-PLAN - THE RESULTING SCHEDULE ON THE LISTING
056600*----------------------------------------------------------
056700 7200-LIST-PLAN.
056800     PERFORM 7300-LIST-INSTALLMENT
056900         THRU 7300-EXIT
057000         VARYING WS-INST-IX FROM 1 BY 1
057100         UNTIL WS-INST-IX > PL-INST-COUNT.
057200 7200-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------
057600* 7300-LIST-INSTALLMENT - ONE INSTALLMENT LINE
057700*----------------------------------------------------------
057800 7300-LIST-INSTALLMENT.
057900     MOVE WS-INST-IX TO INS-SEQ
058000     MOVE PL-DUE-DATE (WS-INST-IX) TO INS-DUE-DATE
058100     MOVE PL-INST-AMOUNT (WS-INST-IX) TO INS-AMOUNT
058200     WRITE MAINT-LST-REC FROM WS-INSTALL-LINE.
058300 7300-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------
058700* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
058800*----------------------------------------------------------
058900 8000-TERMINATE.
059000     MOVE WS-TRANS-COUNT   TO TRL-TRANS
059100     MOVE WS-APPLIED-COUNT TO TRL-APPLIED
059200     MOVE WS-REJECT-COUNT  TO TRL-REJECTS
059300     WRITE MAINT-LST-REC FROM WS-TRAILER-1
059400     WRITE MAINT-LST-REC FROM WS-TRAILER-2
059500     WRITE MAINT-LST-REC FROM WS-TRAILER-3
059600     CLOSE MAINT-TRANS-FILE
059700     CLOSE PAY-PLAN-FILE
059800     CLOSE STUDENT-PERSON-FILE
059900     CLOSE MAINT-LST-FILE.
060000 8000-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------
060400* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
060500*----------------------------------------------------------
060600 9999-ABEND.
060700     DISPLAY "PLNMAINT - ARRET ANORMAL DU TRAITEMENT".
060800     STOP RUN.
060900 END PROGRAM PLNMAINT.
