000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GLXTRCT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  GENERAL-LEDGER
001100*                  INTERFACE.  THE BILLTRAN RECORDS ADDED
001200*                  SINCE THE LAST EXTRACT (GLCTL) ARE TURNED
001300*                  INTO BALANCED DEBIT/CREDIT LEGS AND
001400*                  SUMMARIZED BY BUSINESS DATE (BT-DATE),
001500*                  ACCOUNT, DEPARTMENT AND COURSE ONTO THE
001600*                  GL FEED (GLFEED, HEADER AND TRAILER
001700*                  CONTROL TOTALS).  CHARGES AND REVERSALS GO
001800*                  TO REVENUE BY COURSE AND BY THE DEPARTMENT
001900*                  OF THE COURSE'S INSTRUCTOR (INSTMAST),
002000*                  PAYMENTS AND REFUNDS TO CASH, SPONSORED
002100*                  SHARES TO THE SPONSOR RECEIVABLE, ALL
002200*                  AGAINST THE STUDENT RECEIVABLE.  THE NET
002300*                  STUDENT-RECEIVABLE MOVEMENT MUST EQUAL THE
002400*                  CHANGE IN THE ACCTBAL TOTAL SINCE THE LAST
002500*                  EXTRACT, OR THE FEED IS REFUSED (RC 8) AND
002600*                  THE SAME RECORDS ARE OFFERED AGAIN NEXT
002700*                  RUN.  THE FIRST RUN ONLY RECORDS THE STARTING
002800*                  POINT (RC 4).  A RENEWED BILLING FILE IS
002810*                  RECOGNIZED BY ITS FIRST RECORD LESS THE
002820*                  STUDENTID, WHICH A DUPLICATE MERGE (STUMERGE)
002830*                  MAY RENUMBER.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-BILL-STATUS.
003600
003700     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
003800
003900     SELECT ACCOUNT-BAL-FILE ASSIGN TO ACCTBAL
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AB-STUDENTID
004300         FILE STATUS IS WS-ABAL-STATUS.
004400
004500     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CS-KEY
004900         FILE STATUS IS WS-SECT-STATUS.
005000
005100     SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS IN-INSTRID
005500         FILE STATUS IS WS-INST-STATUS.
005600
005700     SELECT GL-CONTROL-FILE ASSIGN TO GLCTL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CTL-STATUS.
006000
006100     SELECT GL-FEED-FILE ASSIGN TO GLFEED
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-FEED-STATUS.
006400
006500     SELECT GL-RPT-FILE ASSIGN TO GLRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*----------------------------------------------------------
007200* BILL-TRANS-FILE - THE LIFE-TO-DATE BILLING FILE; ONLY THE
007300*     RECORDS PAST GLC-BILL-COUNT ARE NEW TO THE LEDGER
007400*----------------------------------------------------------
007500 FD  BILL-TRANS-FILE
007600     RECORDING MODE IS F.
007700 COPY BILLTRAN.
007800
007900*----------------------------------------------------------
008000* SORT-WORK-FILE - ONE JOURNAL LEG PER RECORD, IN FEED ORDER
008100*----------------------------------------------------------
008200 SD  SORT-WORK-FILE.
008300 01  SORT-REC.
008400     05  SW-KEY.
008500         10  SW-DATE         PIC 9(8).
008600         10  SW-ACCOUNT      PIC X(6).
008700         10  SW-DEPT         PIC X(4).
008800         10  SW-COURSECODE   PIC X(4).
008900         10  SW-SIDE         PIC X(1).
009000     05  SW-AMOUNT           PIC 9(05)V99.
009100
009200*----------------------------------------------------------
009300* ACCOUNT-BAL-FILE - THE LIVE BALANCES THE MOVEMENT IS
009400*     PROVED AGAINST
009500*----------------------------------------------------------
009600 FD  ACCOUNT-BAL-FILE.
009700 COPY ACCTBAL.
009800
009900*----------------------------------------------------------
010000* COURSE-SECTION-FILE - THE INSTRUCTOR OF EACH COURSE
010100*----------------------------------------------------------
010200 FD  COURSE-SECTION-FILE.
010300 COPY COURSECT.
010400
010500*----------------------------------------------------------
010600* INSTRUCTOR-MASTER - THE INSTRUCTOR'S DEPARTMENT
010700*----------------------------------------------------------
010800 FD  INSTRUCTOR-MASTER.
010900 COPY INSTMAS.
011000
011100*----------------------------------------------------------
011200* GL-CONTROL-FILE - WHERE THE LAST EXTRACT STOPPED
011300*----------------------------------------------------------
011400 FD  GL-CONTROL-FILE
011500     RECORDING MODE IS F.
011600 COPY GLCTL.
011700
011800*----------------------------------------------------------
011900* GL-FEED-FILE - THE GENERAL-LEDGER INTERFACE
012000*----------------------------------------------------------
012100 FD  GL-FEED-FILE
012200     RECORDING MODE IS F.
012300 COPY GLFEED.
012400
012500*----------------------------------------------------------
012600* GL-RPT-FILE - CONTROL TOTALS AND THE PROOF
012700*----------------------------------------------------------
012800 FD  GL-RPT-FILE
012900     RECORDING MODE IS F.
013000 01  GL-RPT-REC                      PIC X(80).
013100
013200 WORKING-STORAGE SECTION.
013300 01  WS-BILL-STATUS                  PIC XX.
013400     88  WS-BILL-OK                  VALUE "00".
013500     88  WS-BILL-NOTOPEN             VALUE "35".
013600
013700 01  WS-ABAL-STATUS                  PIC XX.
013800     88  WS-ABAL-OK                  VALUE "00".
013900
014000 01  WS-SECT-STATUS                  PIC XX.
014100     88  WS-SECT-OK                  VALUE "00".
014200
014300 01  WS-INST-STATUS                  PIC XX.
014400     88  WS-INST-OK                  VALUE "00".
014500
014600 01  WS-CTL-STATUS                   PIC XX.
014700     88  WS-CTL-OK                   VALUE "00".
014800     88  WS-CTL-NOTOPEN              VALUE "35".
014900
015000 01  WS-FEED-STATUS                  PIC XX.
015100     88  WS-FEED-OK                  VALUE "00".
015200
015300 01  WS-RPT-STATUS                   PIC XX.
015400     88  WS-RPT-OK                   VALUE "00".
015500
015600*----------------------------------------------------------
015700* GENERAL-LEDGER ACCOUNTS (FINANCE'S CHART OF ACCOUNTS)
015800*----------------------------------------------------------
015900 01  WS-GL-ACCOUNTS.
016000     05  WS-ACCT-CASH                PIC X(6) VALUE "101000".
016100     05  WS-ACCT-STU-AR              PIC X(6) VALUE "120000".
016200     05  WS-ACCT-SPN-AR              PIC X(6) VALUE "125000".
016300     05  WS-ACCT-REVENUE             PIC X(6) VALUE "410000".
016400
016500 01  WS-SWITCHES.
016600     05  WS-EOF-SW                   PIC X(01) VALUE "N".
016700         88  WS-EOF                  VALUE "Y".
016800     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
016900         88  WS-IN-EOF               VALUE "Y".
017000     05  WS-ABAL-EOF-SW              PIC X(01) VALUE "N".
017100         88  WS-ABAL-EOF             VALUE "Y".
017200     05  WS-SECT-EOF-SW              PIC X(01) VALUE "N".
017300         88  WS-SECT-EOF             VALUE "Y".
017400     05  WS-FIRST-SW                 PIC X(01) VALUE "Y".
017500         88  WS-FIRST                VALUE "Y".
017600     05  WS-FIRST-RUN-SW             PIC X(01) VALUE "N".
017700         88  WS-FIRST-RUN            VALUE "Y".
017800     05  WS-RENEWED-SW               PIC X(01) VALUE "N".
017900         88  WS-RENEWED              VALUE "Y".
018000     05  WS-SHORT-SW                 PIC X(01) VALUE "N".
018100         88  WS-SHORT                VALUE "Y".
018200     05  WS-PROVEN-SW                PIC X(01) VALUE "N".
018300         88  WS-PROVEN               VALUE "Y".
018400
018500 01  WS-COUNTERS.
018600     05  WS-BILL-POS                 PIC 9(09) COMP VALUE ZERO.
018700     05  WS-SKIP-COUNT               PIC 9(09) COMP VALUE ZERO.
018800     05  WS-NEW-COUNT                PIC 9(07) COMP VALUE ZERO.
018900     05  WS-ABAL-COUNT               PIC 9(07) COMP VALUE ZERO.
019000     05  WS-CHG-COUNT                PIC 9(07) COMP VALUE ZERO.
019100     05  WS-REV-COUNT                PIC 9(07) COMP VALUE ZERO.
019200     05  WS-PAY-COUNT                PIC 9(07) COMP VALUE ZERO.
019300     05  WS-REF-COUNT                PIC 9(07) COMP VALUE ZERO.
019400     05  WS-SPN-COUNT                PIC 9(07) COMP VALUE ZERO.
019500     05  WS-SPR-COUNT                PIC 9(07) COMP VALUE ZERO.
019600     05  WS-FWD-COUNT                PIC 9(07) COMP VALUE ZERO.
019700     05  WS-BAD-COUNT                PIC 9(07) COMP VALUE ZERO.
019800     05  WS-NODEPT-COUNT             PIC 9(07) COMP VALUE ZERO.
019900     05  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
020000
020100 01  WS-AMOUNTS.
020200     05  WS-CHG-AMOUNT               PIC 9(09)V99 VALUE ZERO.
020300     05  WS-REV-AMOUNT               PIC 9(09)V99 VALUE ZERO.
020400     05  WS-PAY-AMOUNT               PIC 9(09)V99 VALUE ZERO.
020500     05  WS-REF-AMOUNT               PIC 9(09)V99 VALUE ZERO.
020600     05  WS-SPN-AMOUNT               PIC 9(09)V99 VALUE ZERO.
020700     05  WS-SPR-AMOUNT               PIC 9(09)V99 VALUE ZERO.
020800     05  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
020900     05  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
021000
021100*----------------------------------------------------------
021200* THE PROOF - STUDENT-RECEIVABLE MOVEMENT OF THE NEW
021300*     RECORDS AGAINST THE CHANGE IN THE ACCTBAL TOTAL
021400*----------------------------------------------------------
021500 01  WS-PROOF.
021600     05  WS-AR-MOVEMENT              PIC S9(11)V99 COMP-3
021700                                     VALUE ZERO.
021800     05  WS-ABAL-TOTAL               PIC S9(11)V99 COMP-3
021900                                     VALUE ZERO.
022000     05  WS-ABAL-PRIOR               PIC S9(11)V99 COMP-3
022100                                     VALUE ZERO.
022200     05  WS-ABAL-CHANGE              PIC S9(11)V99 COMP-3
022300                                     VALUE ZERO.
022400     05  WS-ECART                    PIC S9(11)V99 COMP-3
022500                                     VALUE ZERO.
022600
022700 01  WS-FIRST-TRANS                  PIC X(80) VALUE SPACES.
022800 01  WS-FROM-DATE                    PIC 9(8) VALUE ZERO.
022900 01  WS-TO-DATE                      PIC 9(8) VALUE ZERO.
023000
023100*----------------------------------------------------------
023200* WS-LEG - ONE SIDE OF THE ENTRY BEING RELEASED
023300*----------------------------------------------------------
023400 01  WS-LEG.
023500     05  WS-LEG-ACCOUNT              PIC X(6).
023600     05  WS-LEG-DEPT                 PIC X(4).
023700     05  WS-LEG-COURSE               PIC X(4).
023800     05  WS-LEG-SIDE                 PIC X(1).
023900
024000*----------------------------------------------------------
024100* WS-GROUP - THE FEED LINE BEING SUMMED IN THE OUTPUT
024200*----------------------------------------------------------
024300 01  WS-GROUP-KEY                    PIC X(23).
024400 01  WS-GROUP-PARTS REDEFINES WS-GROUP-KEY.
024500     05  WS-GRP-DATE                 PIC 9(8).
024600     05  WS-GRP-ACCOUNT              PIC X(6).
024700     05  WS-GRP-DEPT                 PIC X(4).
024800     05  WS-GRP-COURSE               PIC X(4).
024900     05  WS-GRP-SIDE                 PIC X(1).
025000 01  WS-GROUP-AMOUNT                 PIC 9(09)V99.
025100
025200*----------------------------------------------------------
025300* WS-DEPT-TABLE - THE DEPARTMENT OF EACH COURSE, FROM THE
025400*     INSTRUCTOR OF ITS FIRST SECTION THAT NAMES ONE
025500*----------------------------------------------------------
025600 01  WS-DEPT-TABLE.
025700     05  WS-DPT-MAX                  PIC 9(03) COMP VALUE ZERO.
025800     05  WS-DPT-IX                   PIC 9(03) COMP.
025900     05  WS-DPT-ENTRY OCCURS 200 TIMES.
026000         10  WS-DPT-COURSE           PIC X(4).
026100         10  WS-DPT-DEPT             PIC X(4).
026200
026300* YYMMDD
026400 01  CURRENTDATE.
026500     05  CURRENTYEAR                 PIC 9(4).
026600     05  CURRENTMONTH                PIC 99.
026700     05  CURRENTDAY                  PIC 99.
026800 01  WS-RUN-DATE REDEFINES CURRENTDATE
026900                                     PIC 9(8).
027000
027100 01  WS-HEADING-1.
027200     05  FILLER                      PIC X(45)
027300         VALUE "GLXTRCT - INTERFACE GRAND LIVRE".
027400
027500 01  WS-HEADING-2.
027600     05  FILLER                      PIC X(20)
027700             VALUE "DATE DU TRAITEMENT: ".
027800     05  HDG-DAY                     PIC 99.
027900     05  FILLER                      PIC X(01) VALUE "/".
028000     05  HDG-MONTH                   PIC 99.
028100     05  FILLER                      PIC X(01) VALUE "/".
028200     05  HDG-YEAR                    PIC 9(4).
028300
028400 01  WS-TOTAL-LINE.
028500     05  TOT-LABEL                   PIC X(25).
028600     05  TOT-COUNT                   PIC ZZZZZZ9.
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  TOT-AMOUNT                  PIC ZZZZZZZZZZ9.99.
028900
029000 01  WS-PROOF-LINE.
029100     05  PRF-LABEL                   PIC X(34).
029200     05  PRF-AMOUNT                  PIC -ZZZZZZZZZZ9.99.
029300
029400 01  WS-NOTE-LINE.
029500     05  FILLER                      PIC X(09)
029600             VALUE "NOTE   : ".
029700     05  NTE-TEXT                    PIC X(50).
029800
029900 01  WS-VERDICT-LINE.
030000     05  FILLER                      PIC X(10)
030100             VALUE "VERDICT : ".
030200     05  VER-TEXT                    PIC X(40).
030300
030400 PROCEDURE DIVISION.
030500*----------------------------------------------------------
030600* 0000-MAINLINE
030700*----------------------------------------------------------
030800 0000-MAINLINE.
030900     PERFORM 1000-INITIALIZE
031000         THRU 1000-EXIT.
031100     PERFORM 2000-TOTAL-BALANCE
031200         THRU 2000-EXIT
031300         UNTIL WS-ABAL-EOF.
031400     SORT SORT-WORK-FILE
031500         ON ASCENDING KEY SW-KEY
031600         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
031700         OUTPUT PROCEDURE IS 5000-SORT-OUTPUT THRU 5000-EXIT.
031800     PERFORM 8000-TERMINATE
031900         THRU 8000-EXIT.
032000     GOBACK.
032100
032200*----------------------------------------------------------
032300* 1000-INITIALIZE - WHERE THE LAST EXTRACT STOPPED, OPEN
032400*     FILES, LOAD THE COURSE DEPARTMENTS.  NO CONTROL RECORD
032500*     MEANS THIS IS THE FIRST RUN.
032600*----------------------------------------------------------
032700 1000-INITIALIZE.
032800     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
032900     OPEN INPUT GL-CONTROL-FILE
033000     IF WS-CTL-NOTOPEN
033100         SET WS-FIRST-RUN TO TRUE
033200     ELSE
033300         IF NOT WS-CTL-OK
033400             DISPLAY "GLXTRCT - OUVERTURE GLCTL IMPOSSIBLE "
033500                 WS-CTL-STATUS
033600             GO TO 9999-ABEND
033700         END-IF
033800         READ GL-CONTROL-FILE
033900             AT END
034000                 SET WS-FIRST-RUN TO TRUE
034100         END-READ
034200         CLOSE GL-CONTROL-FILE
034300     END-IF
034400     IF NOT WS-FIRST-RUN
034500         MOVE GLC-BILL-COUNT TO WS-SKIP-COUNT
034600         MOVE GLC-ABAL-TOTAL TO WS-ABAL-PRIOR
034700     END-IF
034800     OPEN INPUT ACCOUNT-BAL-FILE
034900     IF NOT WS-ABAL-OK
035000         DISPLAY "GLXTRCT - OUVERTURE ACCTBAL IMPOSSIBLE "
035100             WS-ABAL-STATUS
035200         GO TO 9999-ABEND
035300     END-IF
035400     OPEN INPUT COURSE-SECTION-FILE
035500     IF NOT WS-SECT-OK
035600         DISPLAY "GLXTRCT - OUVERTURE CRSESECT IMPOSSIBLE "
035700             WS-SECT-STATUS
035800         GO TO 9999-ABEND
035900     END-IF
036000     OPEN INPUT INSTRUCTOR-MASTER
036100     IF NOT WS-INST-OK
036200         DISPLAY "GLXTRCT - OUVERTURE INSTMAST IMPOSSIBLE "
036300             WS-INST-STATUS
036400         GO TO 9999-ABEND
036500     END-IF
036600     OPEN OUTPUT GL-FEED-FILE
036700     IF NOT WS-FEED-OK
036800         DISPLAY "GLXTRCT - OUVERTURE GLFEED IMPOSSIBLE "
036900             WS-FEED-STATUS
037000         GO TO 9999-ABEND
037100     END-IF
037200     OPEN OUTPUT GL-RPT-FILE
037300     IF NOT WS-RPT-OK
037400         DISPLAY "GLXTRCT - OUVERTURE GLRPT IMPOSSIBLE "
037500             WS-RPT-STATUS
037600         GO TO 9999-ABEND
037700     END-IF
037800     MOVE CURRENTDAY   TO HDG-DAY
037900     MOVE CURRENTMONTH TO HDG-MONTH
038000     MOVE CURRENTYEAR  TO HDG-YEAR
038100     WRITE GL-RPT-REC FROM WS-HEADING-1
038200     WRITE GL-RPT-REC FROM WS-HEADING-2
038300     PERFORM 1100-LOAD-SECTION
038400         THRU 1100-EXIT
038500         UNTIL WS-SECT-EOF
038600     CLOSE COURSE-SECTION-FILE
038700     CLOSE INSTRUCTOR-MASTER.
038800 1000-EXIT.
038900     EXIT.
039000
039100*----------------------------------------------------------
039200* 1100-LOAD-SECTION - THE FIRST SECTION OF A COURSE THAT
039300*     NAMES AN INSTRUCTOR ON FILE GIVES THE COURSE ITS
039400*     DEPARTMENT
039500*----------------------------------------------------------
039600 1100-LOAD-SECTION.
039700     READ COURSE-SECTION-FILE NEXT RECORD
039800         AT END
039900             SET WS-SECT-EOF TO TRUE
040000             GO TO 1100-EXIT
040100     END-READ
040200     IF CS-INSTRID = ZERO
040300         GO TO 1100-EXIT
040400     END-IF
040500     MOVE CS-COURSECODE TO WS-LEG-COURSE
040600     PERFORM 3300-FIND-DEPT
040700         THRU 3300-EXIT
040800     IF WS-DPT-IX NOT > WS-DPT-MAX
040900         GO TO 1100-EXIT
041000     END-IF
041100     IF WS-DPT-MAX >= 200
041200         DISPLAY "GLXTRCT - TABLE DES DEPARTEMENTS SATUREE"
041300         GO TO 1100-EXIT
041400     END-IF
041500     MOVE CS-INSTRID TO IN-INSTRID
041600     READ INSTRUCTOR-MASTER
041700     IF NOT WS-INST-OK
041800         GO TO 1100-EXIT
041900     END-IF
042000     ADD 1 TO WS-DPT-MAX
042100     MOVE CS-COURSECODE TO WS-DPT-COURSE (WS-DPT-MAX)
042200     MOVE IN-DEPT       TO WS-DPT-DEPT (WS-DPT-MAX).
042300 1100-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------
042700* 2000-TOTAL-BALANCE - ONE ACCTBAL RECORD INTO THE TOTAL
042800*----------------------------------------------------------
042900 2000-TOTAL-BALANCE.
043000     READ ACCOUNT-BAL-FILE NEXT RECORD
043100         AT END
043200             SET WS-ABAL-EOF TO TRUE
043300             GO TO 2000-EXIT
043400     END-READ
043500     ADD 1 TO WS-ABAL-COUNT
043600     ADD AB-BALANCE TO WS-ABAL-TOTAL.
043700 2000-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------
044100* 3000-SORT-INPUT - FEED THE SORT FROM THE NEW BILLING
044200*     RECORDS
044300*----------------------------------------------------------
044400 3000-SORT-INPUT.
044500     OPEN INPUT BILL-TRANS-FILE
044600     IF WS-BILL-NOTOPEN
044700         DISPLAY "GLXTRCT - AUCUNE FACTURATION A TRANSMETTRE"
044800         SET WS-IN-EOF TO TRUE
044900         GO TO 3000-DONE
045000     END-IF
045100     IF NOT WS-BILL-OK
045200         DISPLAY "GLXTRCT - OUVERTURE BILLTRAN IMPOSSIBLE "
045300             WS-BILL-STATUS
045400         GO TO 9999-ABEND
045500     END-IF
045600     PERFORM 3100-RELEASE-TRANS
045700         THRU 3100-EXIT
045800         UNTIL WS-IN-EOF
045900     CLOSE BILL-TRANS-FILE.
046000 3000-DONE.
046100     IF NOT WS-RENEWED
046200         AND WS-BILL-POS < WS-SKIP-COUNT
046300         SET WS-SHORT TO TRUE
046400     END-IF.
046500 3000-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------
046900* 3100-RELEASE-TRANS - ONE BILLING RECORD; A NEW ONE IS
047000*     RELEASED AS ITS DEBIT AND CREDIT LEGS.  THE ARCHIVE'S
047100*     BALANCE-FORWARD RECORDS ("S"/"A") ARE NOT NEW
047200*     ACTIVITY AND ACCTBAL NEVER SAW THEM.
047300*----------------------------------------------------------
047400 3100-RELEASE-TRANS.
047500     READ BILL-TRANS-FILE
047600         AT END
047700             SET WS-IN-EOF TO TRUE
047800             GO TO 3100-EXIT
047900     END-READ
048000     ADD 1 TO WS-BILL-POS
048100     IF WS-BILL-POS = 1
048200         MOVE BILL-TRANS-REC TO WS-FIRST-TRANS
048300         IF NOT WS-FIRST-RUN
048310             AND BILL-TRANS-REC (8:) NOT = GLC-FIRST-TRANS (8:73)
048500             SET WS-RENEWED TO TRUE
048600             MOVE ZERO TO WS-SKIP-COUNT
048700         END-IF
048800     END-IF
048900     IF WS-FIRST-RUN
049000         OR WS-BILL-POS NOT > WS-SKIP-COUNT
049100         GO TO 3100-EXIT
049200     END-IF
049300     ADD 1 TO WS-NEW-COUNT
049400     IF BT-TYPE-FORWARD OR BT-TYPE-CREDIT-FWD
049500         ADD 1 TO WS-FWD-COUNT
049600         GO TO 3100-EXIT
049700     END-IF
049800     MOVE SPACES TO WS-LEG
049900     EVALUATE TRUE
050000         WHEN BT-TYPE-CHARGE
050100             ADD 1 TO WS-CHG-COUNT
050200             ADD BT-AMOUNT TO WS-CHG-AMOUNT
050300             ADD BT-AMOUNT TO WS-AR-MOVEMENT
050400             MOVE WS-ACCT-STU-AR TO WS-LEG-ACCOUNT
050500             MOVE "D" TO WS-LEG-SIDE
050600             PERFORM 3200-RELEASE-LEG
050700                 THRU 3200-EXIT
050800             PERFORM 3400-REVENUE-LEG
050900                 THRU 3400-EXIT
051000             MOVE "C" TO WS-LEG-SIDE
051100             PERFORM 3200-RELEASE-LEG
051200                 THRU 3200-EXIT
051300         WHEN BT-TYPE-REVERSAL
051400             ADD 1 TO WS-REV-COUNT
051500             ADD BT-AMOUNT TO WS-REV-AMOUNT
051600             SUBTRACT BT-AMOUNT FROM WS-AR-MOVEMENT
051700             PERFORM 3400-REVENUE-LEG
051800                 THRU 3400-EXIT
051900             MOVE "D" TO WS-LEG-SIDE
052000             PERFORM 3200-RELEASE-LEG
052100                 THRU 3200-EXIT
052200             MOVE SPACES TO WS-LEG
052300             MOVE WS-ACCT-STU-AR TO WS-LEG-ACCOUNT
052400             MOVE "C" TO WS-LEG-SIDE
052500             PERFORM 3200-RELEASE-LEG
052600                 THRU 3200-EXIT
052700         WHEN BT-TYPE-PAYMENT
052800             ADD 1 TO WS-PAY-COUNT
052900             ADD BT-AMOUNT TO WS-PAY-AMOUNT
053000             SUBTRACT BT-AMOUNT FROM WS-AR-MOVEMENT
053100             MOVE WS-ACCT-CASH TO WS-LEG-ACCOUNT
053200             MOVE "D" TO WS-LEG-SIDE
053300             PERFORM 3200-RELEASE-LEG
053400                 THRU 3200-EXIT
053500             MOVE WS-ACCT-STU-AR TO WS-LEG-ACCOUNT
053600             MOVE "C" TO WS-LEG-SIDE
053700             PERFORM 3200-RELEASE-LEG
053800                 THRU 3200-EXIT
053900         WHEN BT-TYPE-REFUND
054000             ADD 1 TO WS-REF-COUNT
054100             ADD BT-AMOUNT TO WS-REF-AMOUNT
054200             ADD BT-AMOUNT TO WS-AR-MOVEMENT
054300             MOVE WS-ACCT-STU-AR TO WS-LEG-ACCOUNT
054400             MOVE "D" TO WS-LEG-SIDE
054500             PERFORM 3200-RELEASE-LEG
054600                 THRU 3200-EXIT
054700             MOVE WS-ACCT-CASH TO WS-LEG-ACCOUNT
054800             MOVE "C" TO WS-LEG-SIDE
054900             PERFORM 3200-RELEASE-LEG
055000                 THRU 3200-EXIT
055100         WHEN BT-TYPE-SPONSORED
055200             ADD 1 TO WS-SPN-COUNT
055300             ADD BT-AMOUNT TO WS-SPN-AMOUNT
055400             SUBTRACT BT-AMOUNT FROM WS-AR-MOVEMENT
055500             MOVE WS-ACCT-SPN-AR TO WS-LEG-ACCOUNT
055600             MOVE "D" TO WS-LEG-SIDE
055700             PERFORM 3200-RELEASE-LEG
055800                 THRU 3200-EXIT
055900             MOVE WS-ACCT-STU-AR TO WS-LEG-ACCOUNT
056000             MOVE "C" TO WS-LEG-SIDE
056100             PERFORM 3200-RELEASE-LEG
056200                 THRU 3200-EXIT
056300         WHEN BT-TYPE-SPONSOR-REV
056400             ADD 1 TO WS-SPR-COUNT
056500             ADD BT-AMOUNT TO WS-SPR-AMOUNT
056600             ADD BT-AMOUNT TO WS-AR-MOVEMENT
056700             MOVE WS-ACCT-STU-AR TO WS-LEG-ACCOUNT
056800             MOVE "D" TO WS-LEG-SIDE
056900             PERFORM 3200-RELEASE-LEG
057000                 THRU 3200-EXIT
057100             MOVE WS-ACCT-SPN-AR TO WS-LEG-ACCOUNT
057200             MOVE "C" TO WS-LEG-SIDE
057300             PERFORM 3200-RELEASE-LEG
057400                 THRU 3200-EXIT
057500         WHEN OTHER
057600             ADD 1 TO WS-BAD-COUNT
057700             DISPLAY "GLXTRCT - TYPE DE TRANSACTION INCONNU : "
057800                 BT-TYPE " ETUDIANT " BT-STUDENTID
057900             GO TO 3100-EXIT
058000     END-EVALUATE
058100     IF WS-FROM-DATE = ZERO OR BT-DATE < WS-FROM-DATE
058200         MOVE BT-DATE TO WS-FROM-DATE
058300     END-IF
058400     IF BT-DATE > WS-TO-DATE
058500         MOVE BT-DATE TO WS-TO-DATE
058600     END-IF.
058700 3100-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------
059100* 3200-RELEASE-LEG - ONE SIDE OF THE ENTRY INTO THE SORT
059200*----------------------------------------------------------
059300 3200-RELEASE-LEG.
059400     MOVE BT-DATE        TO SW-DATE
059500     MOVE WS-LEG-ACCOUNT TO SW-ACCOUNT
059600     MOVE WS-LEG-DEPT    TO SW-DEPT
059700     MOVE WS-LEG-COURSE  TO SW-COURSECODE
059800     MOVE WS-LEG-SIDE    TO SW-SIDE
059900     MOVE BT-AMOUNT      TO SW-AMOUNT
060000     RELEASE SORT-REC.
060100 3200-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------
060500* 3300-FIND-DEPT - LOCATE WS-LEG-COURSE IN THE DEPARTMENT
060600*     TABLE (WS-DPT-IX PAST WS-DPT-MAX WHEN ABSENT)
060700*----------------------------------------------------------
060800 3300-FIND-DEPT.
060900     MOVE 1 TO WS-DPT-IX.
061000 3300-SEARCH.
061100     IF WS-DPT-IX > WS-DPT-MAX
061200         GO TO 3300-EXIT
061300     END-IF
061400     IF WS-DPT-COURSE (WS-DPT-IX) = WS-LEG-COURSE
061500         GO TO 3300-EXIT
061600     END-IF
061700     ADD 1 TO WS-DPT-IX
061800     GO TO 3300-SEARCH.
061900 3300-EXIT.
062000     EXIT.
062100
062200*----------------------------------------------------------
062300* 3400-REVENUE-LEG - THE REVENUE ACCOUNT WITH THE COURSE
062400*     AND ITS DEPARTMENT (BLANK WHEN NO SECTION OF THE
062500*     COURSE NAMES AN INSTRUCTOR)
062600*----------------------------------------------------------
062700 3400-REVENUE-LEG.
062800     MOVE WS-ACCT-REVENUE TO WS-LEG-ACCOUNT
062900     MOVE BT-COURSECODE   TO WS-LEG-COURSE
063000     MOVE SPACES          TO WS-LEG-DEPT
063100     PERFORM 3300-FIND-DEPT
063200         THRU 3300-EXIT
063300     IF WS-DPT-IX > WS-DPT-MAX
063400         ADD 1 TO WS-NODEPT-COUNT
063500     ELSE
063600         MOVE WS-DPT-DEPT (WS-DPT-IX) TO WS-LEG-DEPT
063700     END-IF.
063800 3400-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------
064200* 4000-PROVE-MOVEMENT - THE NET STUDENT-RECEIVABLE MOVEMENT
064300*     MUST EQUAL THE CHANGE IN THE ACCTBAL TOTAL SINCE THE
064400*     LAST EXTRACT; A BILLING FILE SHORTER THAN WHAT WAS
064500*     ALREADY SENT CANNOT BE PROVED AT ALL
064600*----------------------------------------------------------
064700 4000-PROVE-MOVEMENT.
064800     IF WS-FIRST-RUN
064900         GO TO 4000-EXIT
065000     END-IF
065100     COMPUTE WS-ABAL-CHANGE = WS-ABAL-TOTAL - WS-ABAL-PRIOR
065200     COMPUTE WS-ECART = WS-ABAL-CHANGE - WS-AR-MOVEMENT
065300     IF WS-ECART = ZERO
065400         AND NOT WS-SHORT
065500         SET WS-PROVEN TO TRUE
065600     END-IF.
065700 4000-EXIT.
065800     EXIT.
065900
066000*----------------------------------------------------------
066100* 5000-SORT-OUTPUT - ONCE PROVED, THE HEADER, ONE SUMMED
066200*     LINE PER DATE/ACCOUNT/DEPARTMENT/COURSE/SIDE, AND THE
066300*     TRAILER; OTHERWISE THE FEED STAYS EMPTY
066400*----------------------------------------------------------
066500 5000-SORT-OUTPUT.
066600     PERFORM 4000-PROVE-MOVEMENT
066700         THRU 4000-EXIT
066800     IF NOT WS-PROVEN
066900         GO TO 5000-EXIT
067000     END-IF
067100     MOVE SPACES TO GL-FEED-REC
067200     SET GF-TYPE-HEADER TO TRUE
067300     MOVE "FACTURAT"   TO GF-HDR-SOURCE
067400     MOVE WS-RUN-DATE  TO GF-HDR-RUN-DATE
067500     MOVE WS-FROM-DATE TO GF-HDR-FROM
067600     MOVE WS-TO-DATE   TO GF-HDR-TO
067700     PERFORM 7100-WRITE-FEED
067800         THRU 7100-EXIT
067900     PERFORM 5100-RETURN-LEG
068000         THRU 5100-EXIT
068100     PERFORM 5200-SUM-LEG
068200         THRU 5200-EXIT
068300         UNTIL WS-EOF
068400     IF NOT WS-FIRST
068500         PERFORM 5300-WRITE-LINE
068600             THRU 5300-EXIT
068700     END-IF
068800     MOVE SPACES TO GL-FEED-REC
068900     SET GF-TYPE-TRAILER TO TRUE
069000     MOVE WS-LINE-COUNT   TO GF-TRL-COUNT
069100     MOVE WS-DEBIT-TOTAL  TO GF-TRL-DEBITS
069200     MOVE WS-CREDIT-TOTAL TO GF-TRL-CREDITS
069300     PERFORM 7100-WRITE-FEED
069400         THRU 7100-EXIT.
069500 5000-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------
069900* 5100-RETURN-LEG - NEXT SORTED LEG
070000*----------------------------------------------------------
070100 5100-RETURN-LEG.
070200     RETURN SORT-WORK-FILE
070300         AT END
070400             SET WS-EOF TO TRUE
070500     END-RETURN.
070600 5100-EXIT.
070700     EXIT.
070800
070900*----------------------------------------------------------
071000* 5200-SUM-LEG - ADD ONE LEG TO ITS LINE, BREAKING ON A NEW
071100*     DATE, ACCOUNT, DEPARTMENT, COURSE OR SIDE
071200*----------------------------------------------------------
071300 5200-SUM-LEG.
071400     IF WS-FIRST OR SW-KEY NOT = WS-GROUP-KEY
071500         IF NOT WS-FIRST
071600             PERFORM 5300-WRITE-LINE
071700                 THRU 5300-EXIT
071800         END-IF
071900         MOVE "N" TO WS-FIRST-SW
072000         MOVE SW-KEY TO WS-GROUP-KEY
072100         MOVE ZERO TO WS-GROUP-AMOUNT
072200     END-IF
072300     ADD SW-AMOUNT TO WS-GROUP-AMOUNT
072400     PERFORM 5100-RETURN-LEG
072500         THRU 5100-EXIT.
072600 5200-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------
073000* 5300-WRITE-LINE - ONE SUMMARIZED JOURNAL LINE
073100*----------------------------------------------------------
073200 5300-WRITE-LINE.
073300     MOVE SPACES TO GL-FEED-REC
073400     SET GF-TYPE-DETAIL TO TRUE
073500     MOVE WS-GRP-DATE     TO GF-JRNL-DATE
073600     MOVE WS-GRP-ACCOUNT  TO GF-ACCOUNT
073700     MOVE WS-GRP-DEPT     TO GF-DEPT
073800     MOVE WS-GRP-COURSE   TO GF-COURSECODE
073900     MOVE WS-GRP-SIDE     TO GF-SIDE
074000     MOVE WS-GROUP-AMOUNT TO GF-AMOUNT
074100     EVALUATE WS-GRP-ACCOUNT
074200         WHEN WS-ACCT-CASH
074300             MOVE "ENCAISSE" TO GF-LINE-TEXT
074400         WHEN WS-ACCT-STU-AR
074500             MOVE "COMPTES ETUDIANTS" TO GF-LINE-TEXT
074600         WHEN WS-ACCT-SPN-AR
074700             MOVE "COMPTES PARRAINS" TO GF-LINE-TEXT
074800         WHEN OTHER
074900             MOVE "DROITS DE SCOLARITE" TO GF-LINE-TEXT
075000     END-EVALUATE
075100     IF GF-DEBIT
075200         ADD WS-GROUP-AMOUNT TO WS-DEBIT-TOTAL
075300     ELSE
075400         ADD WS-GROUP-AMOUNT TO WS-CREDIT-TOTAL
075500     END-IF
075600     ADD 1 TO WS-LINE-COUNT
075700     PERFORM 7100-WRITE-FEED
075800         THRU 7100-EXIT.
075900 5300-EXIT.
076000     EXIT.
076100
076200*----------------------------------------------------------
076300* 6000-SAVE-CONTROL - WHERE THIS EXTRACT STOPPED, FOR THE
076400*     NEXT ONE
076500*----------------------------------------------------------
076600 6000-SAVE-CONTROL.
076700     OPEN OUTPUT GL-CONTROL-FILE
076800     IF NOT WS-CTL-OK
076900         DISPLAY "GLXTRCT - OUVERTURE GLCTL IMPOSSIBLE "
077000             WS-CTL-STATUS
077100         GO TO 9999-ABEND
077200     END-IF
077300     MOVE SPACES         TO GL-CONTROL-REC
077400     MOVE WS-RUN-DATE    TO GLC-RUN-DATE
077500     MOVE WS-BILL-POS    TO GLC-BILL-COUNT
077600     MOVE WS-ABAL-TOTAL  TO GLC-ABAL-TOTAL
077700     MOVE WS-FIRST-TRANS TO GLC-FIRST-TRANS
077800     WRITE GL-CONTROL-REC
077900     IF NOT WS-CTL-OK
078000         DISPLAY "GLXTRCT - ECRITURE GLCTL IMPOSSIBLE "
078100             WS-CTL-STATUS
078200         GO TO 9999-ABEND
078300     END-IF
078400     CLOSE GL-CONTROL-FILE.
078500 6000-EXIT.
078600     EXIT.
078700
078800*----------------------------------------------------------
078900* 7100-WRITE-FEED - ONE RECORD ONTO THE GL FEED
079000*----------------------------------------------------------
079100 7100-WRITE-FEED.
079200     WRITE GL-FEED-REC
079300     IF NOT WS-FEED-OK
079400         DISPLAY "GLXTRCT - ECRITURE GLFEED IMPOSSIBLE "
079500             WS-FEED-STATUS
079600         GO TO 9999-ABEND
079700     END-IF.
079800 7100-EXIT.
079900     EXIT.
080000
080100*----------------------------------------------------------
080200* 7200-WRITE-TOTAL - ONE COUNT/AMOUNT LINE OF THE REPORT
080300*----------------------------------------------------------
080400 7200-WRITE-TOTAL.
080500     WRITE GL-RPT-REC FROM WS-TOTAL-LINE.
080600 7200-EXIT.
080700     EXIT.
080800
080900*----------------------------------------------------------
081000* 8000-TERMINATE - CONTROL TOTALS, THE PROOF AND THE
081100*     VERDICT; THE CONTROL RECORD MOVES ON ONLY WHEN A FEED
081200*     WAS PRODUCED (OR ON THE FIRST RUN)
081300*----------------------------------------------------------
081400 8000-TERMINATE.
081500     MOVE SPACES TO GL-RPT-REC
081600     WRITE GL-RPT-REC
081700     MOVE "BILLTRAN LUS           : " TO TOT-LABEL
081800     MOVE WS-BILL-POS TO TOT-COUNT
081900     MOVE ZERO TO TOT-AMOUNT
082000     PERFORM 7200-WRITE-TOTAL
082100         THRU 7200-EXIT
082200     MOVE "  DEJA TRANSMIS        : " TO TOT-LABEL
082300     MOVE WS-SKIP-COUNT TO TOT-COUNT
082400     PERFORM 7200-WRITE-TOTAL
082500         THRU 7200-EXIT
082600     MOVE "  NOUVEAUX             : " TO TOT-LABEL
082700     MOVE WS-NEW-COUNT TO TOT-COUNT
082800     PERFORM 7200-WRITE-TOTAL
082900         THRU 7200-EXIT
083000     MOVE "  FRAIS (C)            : " TO TOT-LABEL
083100     MOVE WS-CHG-COUNT  TO TOT-COUNT
083200     MOVE WS-CHG-AMOUNT TO TOT-AMOUNT
083300     PERFORM 7200-WRITE-TOTAL
083400         THRU 7200-EXIT
083500     MOVE "  ANNULATIONS (R)      : " TO TOT-LABEL
083600     MOVE WS-REV-COUNT  TO TOT-COUNT
083700     MOVE WS-REV-AMOUNT TO TOT-AMOUNT
083800     PERFORM 7200-WRITE-TOTAL
083900         THRU 7200-EXIT
084000     MOVE "  PAIEMENTS (P)        : " TO TOT-LABEL
084100     MOVE WS-PAY-COUNT  TO TOT-COUNT
084200     MOVE WS-PAY-AMOUNT TO TOT-AMOUNT
084300     PERFORM 7200-WRITE-TOTAL
084400         THRU 7200-EXIT
084500     MOVE "  REMBOURSEMENTS (D)   : " TO TOT-LABEL
084600     MOVE WS-REF-COUNT  TO TOT-COUNT
084700     MOVE WS-REF-AMOUNT TO TOT-AMOUNT
084800     PERFORM 7200-WRITE-TOTAL
084900         THRU 7200-EXIT
085000     MOVE "  PART PARRAIN (T)     : " TO TOT-LABEL
085100     MOVE WS-SPN-COUNT  TO TOT-COUNT
085200     MOVE WS-SPN-AMOUNT TO TOT-AMOUNT
085300     PERFORM 7200-WRITE-TOTAL
085400         THRU 7200-EXIT
085500     MOVE "  PART RENDUE (U)      : " TO TOT-LABEL
085600     MOVE WS-SPR-COUNT  TO TOT-COUNT
085700     MOVE WS-SPR-AMOUNT TO TOT-AMOUNT
085800     PERFORM 7200-WRITE-TOTAL
085900         THRU 7200-EXIT
086000     MOVE ZERO TO TOT-AMOUNT
086100     MOVE "  REPORTS IGNORES (S/A): " TO TOT-LABEL
086200     MOVE WS-FWD-COUNT TO TOT-COUNT
086300     PERFORM 7200-WRITE-TOTAL
086400         THRU 7200-EXIT
086500     MOVE "  TYPES INCONNUS       : " TO TOT-LABEL
086600     MOVE WS-BAD-COUNT TO TOT-COUNT
086700     PERFORM 7200-WRITE-TOTAL
086800         THRU 7200-EXIT
086900     MOVE "  REVENUS SANS DEPART. : " TO TOT-LABEL
087000     MOVE WS-NODEPT-COUNT TO TOT-COUNT
087100     PERFORM 7200-WRITE-TOTAL
087200         THRU 7200-EXIT
087300     MOVE "COMPTES ACCTBAL         : " TO TOT-LABEL
087400     MOVE WS-ABAL-COUNT TO TOT-COUNT
087500     PERFORM 7200-WRITE-TOTAL
087600         THRU 7200-EXIT
087700     MOVE SPACES TO GL-RPT-REC
087800     WRITE GL-RPT-REC
087900     MOVE "TOTAL ACCTBAL PRECEDENT          :" TO PRF-LABEL
088000     MOVE WS-ABAL-PRIOR TO PRF-AMOUNT
088100     WRITE GL-RPT-REC FROM WS-PROOF-LINE
088200     MOVE "TOTAL ACCTBAL ACTUEL             :" TO PRF-LABEL
088300     MOVE WS-ABAL-TOTAL TO PRF-AMOUNT
088400     WRITE GL-RPT-REC FROM WS-PROOF-LINE
088500     MOVE "VARIATION ACCTBAL                :" TO PRF-LABEL
088600     MOVE WS-ABAL-CHANGE TO PRF-AMOUNT
088700     WRITE GL-RPT-REC FROM WS-PROOF-LINE
088800     MOVE "MOUVEMENT NET COMPTES ETUDIANTS  :" TO PRF-LABEL
088900     MOVE WS-AR-MOVEMENT TO PRF-AMOUNT
089000     WRITE GL-RPT-REC FROM WS-PROOF-LINE
089100     MOVE "ECART                            :" TO PRF-LABEL
089200     MOVE WS-ECART TO PRF-AMOUNT
089300     WRITE GL-RPT-REC FROM WS-PROOF-LINE
089400     MOVE SPACES TO GL-RPT-REC
089500     WRITE GL-RPT-REC
089600     MOVE "LIGNES DE JOURNAL      : " TO TOT-LABEL
089700     MOVE WS-LINE-COUNT TO TOT-COUNT
089800     MOVE ZERO TO TOT-AMOUNT
089900     PERFORM 7200-WRITE-TOTAL
090000         THRU 7200-EXIT
090100     MOVE "  TOTAL DES DEBITS     : " TO TOT-LABEL
090200     MOVE ZERO TO TOT-COUNT
090300     MOVE WS-DEBIT-TOTAL TO TOT-AMOUNT
090400     PERFORM 7200-WRITE-TOTAL
090500         THRU 7200-EXIT
090600     MOVE "  TOTAL DES CREDITS    : " TO TOT-LABEL
090700     MOVE WS-CREDIT-TOTAL TO TOT-AMOUNT
090800     PERFORM 7200-WRITE-TOTAL
090900         THRU 7200-EXIT
091000     IF WS-RENEWED
091100         MOVE "FICHIER DE FACTURATION RENOUVELE PAR L'ARCHIVE"
091200             TO NTE-TEXT
091300         WRITE GL-RPT-REC FROM WS-NOTE-LINE
091400     END-IF
091500     IF WS-SHORT
091600         MOVE "FACTURATION PLUS COURTE QUE LE DEJA TRANSMIS"
091700             TO NTE-TEXT
091800         WRITE GL-RPT-REC FROM WS-NOTE-LINE
091900     END-IF
092000     EVALUATE TRUE
092100         WHEN WS-FIRST-RUN
092200             MOVE "INITIALISATION - POINT DE DEPART" TO VER-TEXT
092300             MOVE 4 TO RETURN-CODE
092400         WHEN WS-PROVEN
092500             MOVE "EQUILIBRE - INTERFACE PRODUITE" TO VER-TEXT
092600         WHEN OTHER
092700             MOVE "ECART - INTERFACE REFUSEE" TO VER-TEXT
092800             MOVE 8 TO RETURN-CODE
092900     END-EVALUATE
093000     WRITE GL-RPT-REC FROM WS-VERDICT-LINE
093100     IF WS-FIRST-RUN OR WS-PROVEN
093200         PERFORM 6000-SAVE-CONTROL
093300             THRU 6000-EXIT
093400     END-IF
093500     CLOSE ACCOUNT-BAL-FILE
093600     CLOSE GL-FEED-FILE
093700     CLOSE GL-RPT-FILE.
093800 8000-EXIT.
093900     EXIT.
094000
094100*----------------------------------------------------------
094200* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
094300*----------------------------------------------------------
094400 9999-ABEND.
094500     DISPLAY "GLXTRCT - ARRET ANORMAL DU TRAITEMENT".
094600     STOP RUN.
094700 END PROGRAM GLXTRCT.
