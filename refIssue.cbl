000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  REFISSUE.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  REFUND ISSUANCE RUN.
001100*                  BROWSES THE STUDENT ACCOUNT BALANCE KSDS
001200*                  (ACCTBAL) FOR CREDIT BALANCES - LEFT BY
001300*                  DROPREG'S PRORATED REVERSALS OR BY
001400*                  OVERPAYMENTS - AND PAYS EACH ONE BY
001500*                  CHEQUE: A DISBURSEMENT RECORD ADDRESSED
001600*                  FROM THE PERSON MASTER FOR THE CHEQUE
001700*                  PRINTER, A "D" BILLTRAN RECORD (REFUND
001800*                  ISSUED) THAT BRINGS THE BALANCE BACK TO
001900*                  ZERO, AND A REFUND-REGISTER RECORD FOR
002000*                  THE BANK RECONCILIATION (REFRECON).  THE
002100*                  CONTROL CARD CARRIES THE ISSUE DATE AND
002200*                  THE FIRST NUMBER OF THE CHEQUE STOCK.
002300*                  A CREDIT UNDER THE MINIMUM, OR FOR A STUDENT
002400*                  WITH NO MAILING ADDRESS, IS LEFT ON THE ACCOUNT
002500*                  AND LISTED, AS IS ONE OVER THE CHEQUE LIMIT,
002510*                  COUNTED ON ITS OWN TRAILER.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCOUNT-BAL-FILE ASSIGN TO ACCTBAL
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AB-STUDENTID
003400         FILE STATUS IS WS-ABAL-STATUS.
003500
003600     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SP-STUDENTID
004000         ALTERNATE RECORD KEY IS SP-NOM
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-PERS-STATUS.
004300
004400     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-BILL-STATUS.
004700
004800     SELECT REFUND-REG-FILE ASSIGN TO REFUNDRG
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS RG-CHEQUE-NO
005200         FILE STATUS IS WS-REG-STATUS.
005300
005400     SELECT REFUND-PAY-FILE ASSIGN TO REFPAY
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PAY-STATUS.
005700
005800     SELECT REFUND-RPT-FILE ASSIGN TO REFRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*----------------------------------------------------------
006500* ACCOUNT-BAL-FILE - THE CREDIT BALANCES TO REFUND
006600*----------------------------------------------------------
006700 FD  ACCOUNT-BAL-FILE.
006800 COPY ACCTBAL.
006900
007000*----------------------------------------------------------
007100* STUDENT-PERSON-FILE - PAYEE NAME AND MAILING ADDRESS
007200*----------------------------------------------------------
007300 FD  STUDENT-PERSON-FILE.
007400 COPY STUPERS.
007500
007600*----------------------------------------------------------
007700* BILL-TRANS-FILE - THE REFUNDS ISSUED ARE APPENDED HERE
007800*----------------------------------------------------------
007900 FD  BILL-TRANS-FILE
008000     RECORDING MODE IS F.
008100 COPY BILLTRAN.
008200
008300*----------------------------------------------------------
008400* REFUND-REG-FILE - ONE RECORD PER CHEQUE ISSUED
008500*----------------------------------------------------------
008600 FD  REFUND-REG-FILE.
008700 COPY REFUNDRG.
008800
008900*----------------------------------------------------------
009000* REFUND-PAY-FILE - DISBURSEMENT FILE FOR THE CHEQUE RUN
009100*----------------------------------------------------------
009200 FD  REFUND-PAY-FILE
009300     RECORDING MODE IS F.
009400 01  REFUND-PAY-REC.
009500     05  RP-CHEQUE-NO                PIC 9(8).
009600     05  RP-METHOD                   PIC X(01).
009700     05  RP-STUDENTID                PIC 9(7).
009800     05  RP-NOM                      PIC X(25).
009900     05  RP-RUE                      PIC X(25).
010000     05  RP-VILLE                    PIC X(15).
010100     05  RP-CODE-POSTAL              PIC X(7).
010200     05  RP-AMOUNT                   PIC 9(05)V99.
010300     05  RP-DATE                     PIC 9(8).
010400     05  FILLER                      PIC X(07).
010500
010600*----------------------------------------------------------
010700* REFUND-RPT-FILE - REFUND REGISTER FOR THE BURSAR
010800*----------------------------------------------------------
010900 FD  REFUND-RPT-FILE
011000     RECORDING MODE IS F.
011100 01  REFUND-RPT-REC                  PIC X(80).
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-ABAL-STATUS                  PIC XX.
011500     88  WS-ABAL-OK                  VALUE "00", "02".
011600     88  WS-ABAL-NOTOPEN             VALUE "35".
011700     88  WS-ABAL-NOTFOUND            VALUE "23".
011800
011900 01  WS-PERS-STATUS                  PIC XX.
012000     88  WS-PERS-OK                  VALUE "00".
012100     88  WS-PERS-NOTFOUND            VALUE "23".
012200
012300 01  WS-BILL-STATUS                  PIC XX.
012400     88  WS-BILL-OK                  VALUE "00".
012500
012600 01  WS-REG-STATUS                   PIC XX.
012700     88  WS-REG-OK                   VALUE "00".
012800     88  WS-REG-NOTOPEN              VALUE "35".
012900     88  WS-REG-DUPLICATE            VALUE "22".
013000
013100 01  WS-PAY-STATUS                   PIC XX.
013200     88  WS-PAY-OK                   VALUE "00".
013300
013400 01  WS-RPT-STATUS                   PIC XX.
013500     88  WS-RPT-OK                   VALUE "00".
013600
013700*----------------------------------------------------------
013800* WS-CONTROL-CARD - ISSUE DATE AND FIRST CHEQUE NUMBER OF
013900*     THE STOCK LOADED IN THE CHEQUE PRINTER
014000*----------------------------------------------------------
014100 01  WS-CONTROL-CARD.
014200     05  WS-CARD-DATE                PIC 9(8).
014300     05  WS-CARD-FIRST-CHEQUE        PIC 9(8).
014400     05  FILLER                      PIC X(64).
014500
014600 01  WS-SWITCHES.
014700     05  WS-EOF-SW                   PIC X(01) VALUE "N".
014800         88  WS-EOF                  VALUE "Y".
014900
015000 01  WS-COUNTERS.
015100     05  WS-CREDIT-COUNT             PIC 9(07) COMP VALUE ZERO.
015200     05  WS-ISSUED-COUNT             PIC 9(07) COMP VALUE ZERO.
015300     05  WS-SMALL-COUNT              PIC 9(07) COMP VALUE ZERO.
015400     05  WS-NOADDR-COUNT             PIC 9(07) COMP VALUE ZERO.
015410     05  WS-OVERLIMIT-COUNT          PIC 9(07) COMP VALUE ZERO.
015500
015600 01  WS-NEXT-CHEQUE                  PIC 9(8).
015700 01  WS-REFUND-AMOUNT                PIC S9(07)V99 COMP-3.
015800 01  WS-ISSUED-TOTAL                 PIC S9(09)V99 COMP-3
015900                                     VALUE ZERO.
016000
016100* A CREDIT SMALLER THAN THIS IS CARRIED ON THE ACCOUNT
016200* RATHER THAN PAID OUT BY CHEQUE
016300 01  WS-MIN-REFUND                   PIC 9(3)V99 VALUE 5.00.
016400
016500* THE LARGEST AMOUNT ONE BILLING RECORD CAN CARRY
016600 01  WS-MAX-REFUND                   PIC 9(5)V99 VALUE 99999.99.
016700
016800 01  WS-HEADING-1.
016900     05  FILLER                      PIC X(45)
017000         VALUE "REFISSUE - REGISTRE DES REMBOURSEMENTS EMIS".
017100
017200 01  WS-HEADING-2.
017300     05  FILLER                      PIC X(20)
017400             VALUE "DATE D EMISSION   : ".
017500     05  HDG-DATE                    PIC 9(8).
017600
017700 01  WS-DETAIL-LINE.
017800     05  DTL-FLAG                    PIC X(09).
017900     05  DTL-STUDENTID               PIC 9(7).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  DTL-NOM                     PIC X(25).
018200     05  FILLER                      PIC X(02) VALUE SPACES.
018300     05  DTL-AMOUNT                  PIC ZZZZZZ9.99.
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  DTL-NOTE                    PIC X(20).
018600
018700 01  WS-TRAILER-1.
018800     05  FILLER                      PIC X(25)
018900             VALUE "SOLDES CREDITEURS LUS : ".
019000     05  TRL-CREDITS                 PIC ZZZZZZ9.
019100
019200 01  WS-TRAILER-2.
019300     05  FILLER                      PIC X(25)
019400             VALUE "REMBOURSEMENTS EMIS   : ".
019500     05  TRL-ISSUED                  PIC ZZZZZZ9.
019600
019700 01  WS-TRAILER-3.
019800     05  FILLER                      PIC X(25)
019900             VALUE "MONTANT TOTAL EMIS    : ".
020000     05  TRL-TOTAL                   PIC ZZZZZZZZ9.99.
020100
020200 01  WS-TRAILER-4.
020300     05  FILLER                      PIC X(25)
020400             VALUE "SOUS LE MINIMUM       : ".
020500     05  TRL-SMALL                   PIC ZZZZZZ9.
020600
020700 01  WS-TRAILER-5.
020800     05  FILLER                      PIC X(25)
020900             VALUE "SANS ADRESSE (A VOIR) : ".
021000     05  TRL-NOADDR                  PIC ZZZZZZ9.
021010
021020 01  WS-TRAILER-6.
021030     05  FILLER                      PIC X(25)
021040             VALUE "HORS LIMITE (A VOIR)  : ".
021050     05  TRL-OVERLIMIT               PIC ZZZZZZ9.
021100
021200 01  WS-TRAILER-7.
021300     05  FILLER                      PIC X(25)
021400             VALUE "DERNIER CHEQUE UTILISE: ".
021500     05  TRL-LAST-CHEQUE             PIC 9(8).
021600
021700 PROCEDURE DIVISION.
021800*----------------------------------------------------------
021900* 0000-MAINLINE
022000*----------------------------------------------------------
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-EXIT.
022400     PERFORM 2000-PROCESS-ACCOUNT
022500         THRU 2000-EXIT
022600         UNTIL WS-EOF.
022700     PERFORM 8000-TERMINATE
022800         THRU 8000-EXIT.
022900     GOBACK.
023000
023100*----------------------------------------------------------
023200* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE FILES
023300*     (THE REGISTER IS CREATED ON THE FIRST RUN) AND
023400*     POSITION ON THE FIRST BALANCE
023500*----------------------------------------------------------
023600 1000-INITIALIZE.
023700     ACCEPT WS-CONTROL-CARD
023800     IF WS-CARD-DATE NOT NUMERIC
023900         OR WS-CARD-FIRST-CHEQUE NOT NUMERIC
024000         OR WS-CARD-FIRST-CHEQUE = ZERO
024100         DISPLAY "REFISSUE - CARTE DE CONTROLE INVALIDE"
024200         GO TO 9999-ABEND
024300     END-IF
024400     MOVE WS-CARD-FIRST-CHEQUE TO WS-NEXT-CHEQUE
024500     OPEN I-O ACCOUNT-BAL-FILE
024600     IF NOT WS-ABAL-OK
024700         DISPLAY "REFISSUE - OUVERTURE ACCTBAL IMPOSSIBLE "
024800             WS-ABAL-STATUS
024900         GO TO 9999-ABEND
025000     END-IF
025100     OPEN INPUT STUDENT-PERSON-FILE
025200     IF NOT WS-PERS-OK
025300         DISPLAY "REFISSUE - OUVERTURE STUPERS IMPOSSIBLE "
025400             WS-PERS-STATUS
025500         GO TO 9999-ABEND
025600     END-IF
025700     OPEN EXTEND BILL-TRANS-FILE
025800     IF NOT WS-BILL-OK
025900         OPEN OUTPUT BILL-TRANS-FILE
026000     END-IF
026100     IF NOT WS-BILL-OK
026200         DISPLAY "REFISSUE - OUVERTURE BILLTRAN IMPOSSIBLE "
026300             WS-BILL-STATUS
026400         GO TO 9999-ABEND
026500     END-IF
026600     OPEN I-O REFUND-REG-FILE
026700     IF WS-REG-NOTOPEN
026800         OPEN OUTPUT REFUND-REG-FILE
026900         CLOSE REFUND-REG-FILE
027000         OPEN I-O REFUND-REG-FILE
027100     END-IF
027200     IF NOT WS-REG-OK
027300         DISPLAY "REFISSUE - OUVERTURE REFUNDRG IMPOSSIBLE "
027400             WS-REG-STATUS
027500         GO TO 9999-ABEND
027600     END-IF
027700     OPEN OUTPUT REFUND-PAY-FILE
027800     IF NOT WS-PAY-OK
027900         DISPLAY "REFISSUE - OUVERTURE REFPAY IMPOSSIBLE "
028000             WS-PAY-STATUS
028100         GO TO 9999-ABEND
028200     END-IF
028300     OPEN OUTPUT REFUND-RPT-FILE
028400     IF NOT WS-RPT-OK
028500         DISPLAY "REFISSUE - OUVERTURE REFRPT IMPOSSIBLE "
028600             WS-RPT-STATUS
028700         GO TO 9999-ABEND
028800     END-IF
028900     MOVE WS-CARD-DATE TO HDG-DATE
029000     WRITE REFUND-RPT-REC FROM WS-HEADING-1
029100     WRITE REFUND-RPT-REC FROM WS-HEADING-2
029200     MOVE ZERO TO AB-STUDENTID
029300     START ACCOUNT-BAL-FILE KEY >= AB-STUDENTID
029400     IF NOT WS-ABAL-OK
029500         SET WS-EOF TO TRUE
029600     END-IF.
029700 1000-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------
030100* 2000-PROCESS-ACCOUNT - ONE BALANCE; A CREDIT LARGE ENOUGH
030200*     AND A STUDENT WE CAN MAIL TO GETS A CHEQUE
030300*----------------------------------------------------------
030400 2000-PROCESS-ACCOUNT.
030500     READ ACCOUNT-BAL-FILE NEXT RECORD
030600         AT END
030700             SET WS-EOF TO TRUE
030800             GO TO 2000-EXIT
030900     END-READ
031000     IF NOT WS-ABAL-OK
031100         DISPLAY "REFISSUE - LECTURE ACCTBAL IMPOSSIBLE "
031200             WS-ABAL-STATUS
031300         GO TO 9999-ABEND
031400     END-IF
031500     IF AB-BALANCE NOT < ZERO
031600         GO TO 2000-EXIT
031700     END-IF
031800     ADD 1 TO WS-CREDIT-COUNT
031900     COMPUTE WS-REFUND-AMOUNT = ZERO - AB-BALANCE
032000     MOVE AB-STUDENTID     TO DTL-STUDENTID
032100     MOVE WS-REFUND-AMOUNT TO DTL-AMOUNT
032200     MOVE SPACES           TO DTL-NOM
032300     IF WS-REFUND-AMOUNT < WS-MIN-REFUND
032400         ADD 1 TO WS-SMALL-COUNT
032500         MOVE "REPORTE: " TO DTL-FLAG
032600         MOVE "SOUS LE MINIMUM" TO DTL-NOTE
032700         WRITE REFUND-RPT-REC FROM WS-DETAIL-LINE
032800         GO TO 2000-EXIT
032900     END-IF
033000     IF WS-REFUND-AMOUNT > WS-MAX-REFUND
033100         ADD 1 TO WS-OVERLIMIT-COUNT
033200         MOVE "A VOIR : " TO DTL-FLAG
033300         MOVE "MONTANT HORS LIMITE" TO DTL-NOTE
033400         WRITE REFUND-RPT-REC FROM WS-DETAIL-LINE
033500         GO TO 2000-EXIT
033600     END-IF
033700     MOVE AB-STUDENTID TO SP-STUDENTID
033800     READ STUDENT-PERSON-FILE
033900     IF WS-PERS-OK
034000         MOVE SP-NOM TO DTL-NOM
034100     END-IF
034200     IF NOT WS-PERS-OK
034300         OR SP-RUE = SPACES
034400         ADD 1 TO WS-NOADDR-COUNT
034500         MOVE "A VOIR : " TO DTL-FLAG
034600         MOVE "SANS ADRESSE" TO DTL-NOTE
034700         WRITE REFUND-RPT-REC FROM WS-DETAIL-LINE
034800         GO TO 2000-EXIT
034900     END-IF
035000     PERFORM 3000-ISSUE-REFUND
035100         THRU 3000-EXIT.
035200 2000-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------
035600* 3000-ISSUE-REFUND - REGISTER THE CHEQUE, WRITE THE "D"
035700*     BILLING RECORD, ZERO THE BALANCE AND PASS THE PAYEE
035800*     TO THE CHEQUE RUN
035900*----------------------------------------------------------
036000 3000-ISSUE-REFUND.
036100     MOVE SPACES TO REFUND-REG-REC
036200     MOVE WS-NEXT-CHEQUE   TO RG-CHEQUE-NO
036300     MOVE AB-STUDENTID     TO RG-STUDENTID
036400     SET RG-METHOD-CHEQUE  TO TRUE
036500     MOVE WS-REFUND-AMOUNT TO RG-AMOUNT
036600     MOVE WS-CARD-DATE     TO RG-ISSUE-DATE
036700     SET RG-OUTSTANDING    TO TRUE
036800     MOVE ZERO             TO RG-CLEAR-DATE
036900     WRITE REFUND-REG-REC
037000     IF WS-REG-DUPLICATE
037100         DISPLAY "REFISSUE - CHEQUE " WS-NEXT-CHEQUE
037200             " DEJA EMIS - VERIFIER LA CARTE"
037300         GO TO 9999-ABEND
037400     END-IF
037500     IF NOT WS-REG-OK
037600         DISPLAY "REFISSUE - ECRITURE REFUNDRG IMPOSSIBLE "
037700             WS-REG-STATUS
037800         GO TO 9999-ABEND
037900     END-IF
038000     MOVE SPACES TO BILL-TRANS-REC
038100     MOVE AB-STUDENTID     TO BT-STUDENTID
038200     MOVE SPACES           TO BT-COURSECODE
038300     SET BT-TYPE-REFUND    TO TRUE
038400     MOVE WS-REFUND-AMOUNT TO BT-AMOUNT
038500     MOVE WS-CARD-DATE     TO BT-DATE
038600     WRITE BILL-TRANS-REC
038700     IF NOT WS-BILL-OK
038800         DISPLAY "REFISSUE - ECRITURE BILLTRAN IMPOSSIBLE "
038900             WS-BILL-STATUS
039000         GO TO 9999-ABEND
039100     END-IF
039200     SUBTRACT WS-REFUND-AMOUNT FROM AB-PAYMENTS
039300     ADD WS-REFUND-AMOUNT TO AB-BALANCE
039400     MOVE WS-CARD-DATE TO AB-LAST-DATE
039500     REWRITE ACCOUNT-BAL-REC
039600     IF NOT WS-ABAL-OK
039700         DISPLAY "REFISSUE - MAJ ACCTBAL IMPOSSIBLE "
039800             WS-ABAL-STATUS
039900         GO TO 9999-ABEND
040000     END-IF
040100     MOVE SPACES TO REFUND-PAY-REC
040200     MOVE WS-NEXT-CHEQUE   TO RP-CHEQUE-NO
040300     MOVE RG-METHOD        TO RP-METHOD
040400     MOVE AB-STUDENTID     TO RP-STUDENTID
040500     MOVE SP-NOM           TO RP-NOM
040600     MOVE SP-RUE           TO RP-RUE
040700     MOVE SP-VILLE         TO RP-VILLE
040800     MOVE SP-CODE-POSTAL   TO RP-CODE-POSTAL
040900     MOVE WS-REFUND-AMOUNT TO RP-AMOUNT
041000     MOVE WS-CARD-DATE     TO RP-DATE
041100     WRITE REFUND-PAY-REC
041200     IF NOT WS-PAY-OK
041300         DISPLAY "REFISSUE - ECRITURE REFPAY IMPOSSIBLE "
041400             WS-PAY-STATUS
041500         GO TO 9999-ABEND
041600     END-IF
041700     ADD 1 TO WS-ISSUED-COUNT
041800     ADD WS-REFUND-AMOUNT TO WS-ISSUED-TOTAL
041900     MOVE "EMIS   : " TO DTL-FLAG
042000     MOVE SPACES TO DTL-NOTE
042100     STRING "CHEQUE " WS-NEXT-CHEQUE
042200         DELIMITED BY SIZE INTO DTL-NOTE
042300     WRITE REFUND-RPT-REC FROM WS-DETAIL-LINE
042400     ADD 1 TO WS-NEXT-CHEQUE.
042500 3000-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------
042900* 8000-TERMINATE - TRAILERS, CLOSE FILES
043000*----------------------------------------------------------
043100 8000-TERMINATE.
043200     MOVE WS-CREDIT-COUNT TO TRL-CREDITS
043300     MOVE WS-ISSUED-COUNT TO TRL-ISSUED
043400     MOVE WS-ISSUED-TOTAL TO TRL-TOTAL
043500     MOVE WS-SMALL-COUNT  TO TRL-SMALL
043600     MOVE WS-NOADDR-COUNT TO TRL-NOADDR
043610     MOVE WS-OVERLIMIT-COUNT TO TRL-OVERLIMIT
043700     IF WS-ISSUED-COUNT = ZERO
043800         MOVE ZERO TO TRL-LAST-CHEQUE
043900     ELSE
044000         COMPUTE TRL-LAST-CHEQUE = WS-NEXT-CHEQUE - 1
044100     END-IF
044200     WRITE REFUND-RPT-REC FROM WS-TRAILER-1
044300     WRITE REFUND-RPT-REC FROM WS-TRAILER-2
044400     WRITE REFUND-RPT-REC FROM WS-TRAILER-3
044500     WRITE REFUND-RPT-REC FROM WS-TRAILER-4
044600     WRITE REFUND-RPT-REC FROM WS-TRAILER-5
044610     WRITE REFUND-RPT-REC FROM WS-TRAILER-6
044700     WRITE REFUND-RPT-REC FROM WS-TRAILER-7
044800     CLOSE ACCOUNT-BAL-FILE
044900     CLOSE STUDENT-PERSON-FILE
045000     CLOSE BILL-TRANS-FILE
045100     CLOSE REFUND-REG-FILE
045200     CLOSE REFUND-PAY-FILE
045300     CLOSE REFUND-RPT-FILE.
045400 8000-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------
045800* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
045900*----------------------------------------------------------
046000 9999-ABEND.
046100     DISPLAY "REFISSUE - ARRET ANORMAL DU TRAITEMENT".
046200     STOP RUN.
046300 END PROGRAM REFISSUE.
