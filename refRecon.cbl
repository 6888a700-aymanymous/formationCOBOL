000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  REFRECON.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  REFUND CHEQUE
001100*                  RECONCILIATION.  MATCHES THE BANK'S
001200*                  CLEARED-CHEQUE FILE (CLRCHQ) AGAINST THE
001300*                  REFUND REGISTER WRITTEN BY REFISSUE AND
001400*                  MARKS EACH MATCHED CHEQUE CLEARED.  AN
001500*                  UNKNOWN CHEQUE, A CHEQUE CLEARED TWICE OR
001600*                  AN AMOUNT THAT DISAGREES IS LISTED AS AN
001700*                  EXCEPTION AND LEAVES THE REGISTER ALONE.
001800*                  THE REPORT THEN LISTS EVERY CHEQUE STILL
001900*                  OUTSTANDING, FLAGGING AS STALE THOSE
002000*                  OLDER THAN WS-STALE-DAYS.  RC=4 WHEN ANY
002100*                  EXCEPTION WAS FOUND.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CLEARED-CHQ-FILE ASSIGN TO CLRCHQ
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-CLR-STATUS.
002900
003000     SELECT REFUND-REG-FILE ASSIGN TO REFUNDRG
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RG-CHEQUE-NO
003400         FILE STATUS IS WS-REG-STATUS.
003500
003600     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SP-STUDENTID
004000         ALTERNATE RECORD KEY IS SP-NOM
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-PERS-STATUS.
004300
004400     SELECT RECON-RPT-FILE ASSIGN TO REFRRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000*----------------------------------------------------------
005100* CLEARED-CHQ-FILE - CHEQUES PAID, AS REPORTED BY THE BANK
005200*----------------------------------------------------------
005300 FD  CLEARED-CHQ-FILE
005400     RECORDING MODE IS F.
005500 01  CLEARED-CHQ-REC.
005600     05  CC-CHEQUE-NO                PIC 9(8).
005700     05  CC-AMOUNT                   PIC 9(05)V99.
005800     05  CC-CLEAR-DATE               PIC 9(8).
005900     05  FILLER                      PIC X(57).
006000
006100*----------------------------------------------------------
006200* REFUND-REG-FILE - THE CHEQUES ISSUED BY REFISSUE
006300*----------------------------------------------------------
006400 FD  REFUND-REG-FILE.
006500 COPY REFUNDRG.
006600
006700*----------------------------------------------------------
006800* STUDENT-PERSON-FILE - PAYEE NAME FOR THE LISTING
006900*----------------------------------------------------------
007000 FD  STUDENT-PERSON-FILE.
007100 COPY STUPERS.
007200
007300*----------------------------------------------------------
007400* RECON-RPT-FILE - RECONCILIATION REPORT
007500*----------------------------------------------------------
007600 FD  RECON-RPT-FILE
007700     RECORDING MODE IS F.
007800 01  RECON-RPT-REC                   PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-CLR-STATUS                   PIC XX.
008200     88  WS-CLR-OK                   VALUE "00".
008300     88  WS-CLR-NOTOPEN              VALUE "35".
008400     88  WS-CLR-EOF                  VALUE "10".
008500
008600 01  WS-REG-STATUS                   PIC XX.
008700     88  WS-REG-OK                   VALUE "00", "02".
008800     88  WS-REG-NOTOPEN              VALUE "35".
008900     88  WS-REG-NOTFOUND             VALUE "23".
009000
009100 01  WS-PERS-STATUS                  PIC XX.
009200     88  WS-PERS-OK                  VALUE "00".
009300     88  WS-PERS-NOTOPEN             VALUE "35".
009400     88  WS-PERS-NOTFOUND            VALUE "23".
009500
009600 01  WS-RPT-STATUS                   PIC XX.
009700     88  WS-RPT-OK                   VALUE "00".
009800
009900 01  WS-SWITCHES.
010000     05  WS-CLR-EOF-SW               PIC X(01) VALUE "N".
010100         88  WS-CLR-DONE             VALUE "Y".
010200     05  WS-REG-EOF-SW               PIC X(01) VALUE "N".
010300         88  WS-REG-DONE             VALUE "Y".
010400     05  WS-CLR-PRESENT-SW           PIC X(01) VALUE "Y".
010500         88  WS-CLR-PRESENT          VALUE "Y".
010600     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
010700         88  WS-PERS-PRESENT         VALUE "Y".
010800
010900 01  WS-COUNTERS.
011000     05  WS-CLR-READ                 PIC 9(07) COMP VALUE ZERO.
011100     05  WS-CLR-MATCHED              PIC 9(07) COMP VALUE ZERO.
011200     05  WS-CLR-EXCEPT               PIC 9(07) COMP VALUE ZERO.
011300     05  WS-OUT-COUNT                PIC 9(07) COMP VALUE ZERO.
011400     05  WS-STALE-COUNT              PIC 9(07) COMP VALUE ZERO.
011500
011600 01  WS-CLEARED-TOTAL                PIC S9(09)V99 COMP-3
011700                                     VALUE ZERO.
011800 01  WS-OUT-TOTAL                    PIC S9(09)V99 COMP-3
011900                                     VALUE ZERO.
012000
012100 01  WS-RUN-DATE                     PIC 9(8).
012200 01  WS-RUN-DAYS                     PIC S9(7) COMP.
012300 01  WS-ISSUE-DAYS                   PIC S9(7) COMP.
012400 01  WS-AGE-DAYS                     PIC S9(7) COMP.
012500
012600* AN OUTSTANDING CHEQUE OLDER THAN THIS IS STALE; THE BANK
012700* WILL NO LONGER HONOUR IT AND THE CREDIT MUST BE REISSUED
012800 01  WS-STALE-DAYS                   PIC 9(3) VALUE 180.
012900
013000 01  WS-HEADING-1.
013100     05  FILLER                      PIC X(45)
013200         VALUE "REFRECON - RAPPROCHEMENT DES CHEQUES EMIS".
013300
013400 01  WS-HEADING-2.
013500     05  FILLER                      PIC X(20)
013600             VALUE "DATE DU TRAITEMENT: ".
013700     05  HDG-DATE                    PIC 9(8).
013800
013900 01  WS-HEADING-3.
014000     05  FILLER                      PIC X(40)
014100             VALUE "--- CHEQUES EN CIRCULATION ---".
014200
014300 01  WS-EXCEPT-LINE.
014400     05  FILLER                      PIC X(09)
014500             VALUE "ANOMALIE:".
014600     05  FILLER                      PIC X(01) VALUE SPACES.
014700     05  EXC-CHEQUE-NO               PIC 9(8).
014800     05  FILLER                      PIC X(02) VALUE SPACES.
014900     05  EXC-AMOUNT                  PIC ZZZZ9.99.
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  EXC-REASON                  PIC X(30).
015200
015300 01  WS-DETAIL-LINE.
015400     05  DTL-FLAG                    PIC X(10).
015500     05  DTL-CHEQUE-NO               PIC 9(8).
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  DTL-STUDENTID               PIC 9(7).
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  DTL-NOM                     PIC X(20).
016000     05  FILLER                      PIC X(01) VALUE SPACES.
016100     05  DTL-ISSUE-DATE              PIC 9(8).
016200     05  FILLER                      PIC X(01) VALUE SPACES.
016300     05  DTL-AMOUNT                  PIC ZZZZ9.99.
016400     05  FILLER                      PIC X(01) VALUE SPACES.
016500     05  DTL-AGE                     PIC ZZZ9.
016600     05  FILLER                      PIC X(02) VALUE " J".
016700
016800 01  WS-TRAILER-1.
016900     05  FILLER                      PIC X(25)
017000             VALUE "CHEQUES ENCAISSES LUS : ".
017100     05  TRL-CLR-READ                PIC ZZZZZZ9.
017200
017300 01  WS-TRAILER-2.
017400     05  FILLER                      PIC X(25)
017500             VALUE "RAPPROCHES            : ".
017600     05  TRL-CLR-MATCHED             PIC ZZZZZZ9.
017700
017800 01  WS-TRAILER-3.
017900     05  FILLER                      PIC X(25)
018000             VALUE "MONTANT RAPPROCHE     : ".
018100     05  TRL-CLR-TOTAL               PIC ZZZZZZZZ9.99.
018200
018300 01  WS-TRAILER-4.
018400     05  FILLER                      PIC X(25)
018500             VALUE "ANOMALIES             : ".
018600     05  TRL-CLR-EXCEPT              PIC ZZZZZZ9.
018700
018800 01  WS-TRAILER-5.
018900     05  FILLER                      PIC X(25)
019000             VALUE "EN CIRCULATION        : ".
019100     05  TRL-OUT-COUNT               PIC ZZZZZZ9.
019200
019300 01  WS-TRAILER-6.
019400     05  FILLER                      PIC X(25)
019500             VALUE "MONTANT EN CIRCULATION: ".
019600     05  TRL-OUT-TOTAL               PIC ZZZZZZZZ9.99.
019700
019800 01  WS-TRAILER-7.
019900     05  FILLER                      PIC X(25)
020000             VALUE "DONT PERIMES          : ".
020100     05  TRL-STALE-COUNT             PIC ZZZZZZ9.
020200
020300 PROCEDURE DIVISION.
020400*----------------------------------------------------------
020500* 0000-MAINLINE
020600*----------------------------------------------------------
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE
020900         THRU 1000-EXIT.
021000     IF WS-CLR-PRESENT
021100         PERFORM 2000-PROCESS-CLEARED
021200             THRU 2000-EXIT
021300             UNTIL WS-CLR-DONE
021400     END-IF.
021500     PERFORM 3000-LIST-OUTSTANDING
021600         THRU 3000-EXIT.
021700     PERFORM 8000-TERMINATE
021800         THRU 8000-EXIT.
021900     GOBACK.
022000
022100*----------------------------------------------------------
022200* 1000-INITIALIZE - OPEN FILES; THE BANK FILE AND THE
022300*     PERSON MASTER ARE OPTIONAL
022400*----------------------------------------------------------
022500 1000-INITIALIZE.
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022700     COMPUTE WS-RUN-DAYS =
022800         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
022900     OPEN INPUT CLEARED-CHQ-FILE
023000     IF WS-CLR-NOTOPEN
023100         MOVE "N" TO WS-CLR-PRESENT-SW
023200     ELSE
023300         IF NOT WS-CLR-OK
023400             DISPLAY "REFRECON - OUVERTURE CLRCHQ IMPOSSIBLE "
023500                 WS-CLR-STATUS
023600             GO TO 9999-ABEND
023700         END-IF
023800     END-IF
023900     OPEN I-O REFUND-REG-FILE
024000     IF NOT WS-REG-OK
024100         DISPLAY "REFRECON - OUVERTURE REFUNDRG IMPOSSIBLE "
024200             WS-REG-STATUS
024300         GO TO 9999-ABEND
024400     END-IF
024500     OPEN INPUT STUDENT-PERSON-FILE
024600     IF WS-PERS-NOTOPEN
024700         MOVE "N" TO WS-PERS-PRESENT-SW
024800     ELSE
024900         IF NOT WS-PERS-OK
025000             DISPLAY "REFRECON - OUVERTURE STUPERS IMPOSSIBLE "
025100                 WS-PERS-STATUS
025200             GO TO 9999-ABEND
025300         END-IF
025400     END-IF
025500     OPEN OUTPUT RECON-RPT-FILE
025600     IF NOT WS-RPT-OK
025700         DISPLAY "REFRECON - OUVERTURE REFRRPT IMPOSSIBLE "
025800             WS-RPT-STATUS
025900         GO TO 9999-ABEND
026000     END-IF
026100     MOVE WS-RUN-DATE TO HDG-DATE
026200     WRITE RECON-RPT-REC FROM WS-HEADING-1
026300     WRITE RECON-RPT-REC FROM WS-HEADING-2.
026400 1000-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------
026800* 2000-PROCESS-CLEARED - MATCH ONE CLEARED CHEQUE TO THE
026900*     REGISTER AND MARK IT CLEARED
027000*----------------------------------------------------------
027100 2000-PROCESS-CLEARED.
027200     READ CLEARED-CHQ-FILE
027300         AT END
027400             SET WS-CLR-DONE TO TRUE
027500             GO TO 2000-EXIT
027600     END-READ
027700     ADD 1 TO WS-CLR-READ
027800     MOVE ZERO TO EXC-CHEQUE-NO
027900     MOVE ZERO TO EXC-AMOUNT
028000     IF CC-CHEQUE-NO NOT NUMERIC
028100         OR CC-AMOUNT NOT NUMERIC
028200         OR CC-CLEAR-DATE NOT NUMERIC
028300         MOVE "ENREGISTREMENT INVALIDE" TO EXC-REASON
028400         GO TO 2000-EXCEPTION
028500     END-IF
028600     MOVE CC-CHEQUE-NO TO EXC-CHEQUE-NO
028700     MOVE CC-AMOUNT    TO EXC-AMOUNT
028800     MOVE CC-CHEQUE-NO TO RG-CHEQUE-NO
028900     READ REFUND-REG-FILE
029000     IF WS-REG-NOTFOUND
029100         MOVE "CHEQUE INCONNU" TO EXC-REASON
029200         GO TO 2000-EXCEPTION
029300     END-IF
029400     IF NOT WS-REG-OK
029500         DISPLAY "REFRECON - LECTURE REFUNDRG IMPOSSIBLE "
029600             WS-REG-STATUS
029700         GO TO 9999-ABEND
029800     END-IF
029900     IF RG-CLEARED
030000         MOVE "DEJA ENCAISSE" TO EXC-REASON
030100         GO TO 2000-EXCEPTION
030200     END-IF
030300     IF CC-AMOUNT NOT = RG-AMOUNT
030400         MOVE "MONTANT DIFFERENT DU REGISTRE" TO EXC-REASON
030500         GO TO 2000-EXCEPTION
030600     END-IF
030700     SET RG-CLEARED TO TRUE
030800     MOVE CC-CLEAR-DATE TO RG-CLEAR-DATE
030900     REWRITE REFUND-REG-REC
031000     IF NOT WS-REG-OK
031100         DISPLAY "REFRECON - MAJ REFUNDRG IMPOSSIBLE "
031200             WS-REG-STATUS
031300         GO TO 9999-ABEND
031400     END-IF
031500     ADD 1 TO WS-CLR-MATCHED
031600     ADD RG-AMOUNT TO WS-CLEARED-TOTAL
031700     GO TO 2000-EXIT.
031800 2000-EXCEPTION.
031900     ADD 1 TO WS-CLR-EXCEPT
032000     WRITE RECON-RPT-REC FROM WS-EXCEPT-LINE.
032100 2000-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------
032500* 3000-LIST-OUTSTANDING - BROWSE THE REGISTER FOR THE
032600*     CHEQUES NOT YET CLEARED
032700*----------------------------------------------------------
032800 3000-LIST-OUTSTANDING.
032900     WRITE RECON-RPT-REC FROM WS-HEADING-3
033000     MOVE ZERO TO RG-CHEQUE-NO
033100     START REFUND-REG-FILE KEY >= RG-CHEQUE-NO
033200     IF NOT WS-REG-OK
033300         GO TO 3000-EXIT
033400     END-IF
033500     PERFORM 3100-CHECK-CHEQUE
033600         THRU 3100-EXIT
033700         UNTIL WS-REG-DONE.
033800 3000-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------
034200* 3100-CHECK-CHEQUE - LIST ONE OUTSTANDING CHEQUE WITH ITS
034300*     AGE; PERIME WHEN OLDER THAN WS-STALE-DAYS
034400*----------------------------------------------------------
034500 3100-CHECK-CHEQUE.
034600     READ REFUND-REG-FILE NEXT RECORD
034700         AT END
034800             SET WS-REG-DONE TO TRUE
034900             GO TO 3100-EXIT
035000     END-READ
035100     IF NOT WS-REG-OK
035200         DISPLAY "REFRECON - LECTURE REFUNDRG IMPOSSIBLE "
035300             WS-REG-STATUS
035400         GO TO 9999-ABEND
035500     END-IF
035600     IF NOT RG-OUTSTANDING
035700         GO TO 3100-EXIT
035800     END-IF
035900     COMPUTE WS-ISSUE-DAYS =
036000         FUNCTION INTEGER-OF-DATE (RG-ISSUE-DATE)
036100     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ISSUE-DAYS
036200     IF WS-AGE-DAYS < ZERO
036300         MOVE ZERO TO WS-AGE-DAYS
036400     END-IF
036500     ADD 1 TO WS-OUT-COUNT
036600     ADD RG-AMOUNT TO WS-OUT-TOTAL
036700     IF WS-AGE-DAYS > WS-STALE-DAYS
036800         ADD 1 TO WS-STALE-COUNT
036900         MOVE "PERIME  : " TO DTL-FLAG
037000     ELSE
037100         MOVE "EN CIRC.: " TO DTL-FLAG
037200     END-IF
037300     MOVE RG-CHEQUE-NO  TO DTL-CHEQUE-NO
037400     MOVE RG-STUDENTID  TO DTL-STUDENTID
037500     MOVE RG-ISSUE-DATE TO DTL-ISSUE-DATE
037600     MOVE RG-AMOUNT     TO DTL-AMOUNT
037700     MOVE WS-AGE-DAYS   TO DTL-AGE
037800     MOVE SPACES        TO DTL-NOM
037900     IF WS-PERS-PRESENT
038000         MOVE RG-STUDENTID TO SP-STUDENTID
038100         READ STUDENT-PERSON-FILE
038200         IF WS-PERS-OK
038300             MOVE SP-NOM TO DTL-NOM
038400         END-IF
038500     END-IF
038600     WRITE RECON-RPT-REC FROM WS-DETAIL-LINE.
038700 3100-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------
039100* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
039200*----------------------------------------------------------
039300 8000-TERMINATE.
039400     MOVE WS-CLR-READ      TO TRL-CLR-READ
039500     MOVE WS-CLR-MATCHED   TO TRL-CLR-MATCHED
039600     MOVE WS-CLEARED-TOTAL TO TRL-CLR-TOTAL
039700     MOVE WS-CLR-EXCEPT    TO TRL-CLR-EXCEPT
039800     MOVE WS-OUT-COUNT     TO TRL-OUT-COUNT
039900     MOVE WS-OUT-TOTAL     TO TRL-OUT-TOTAL
040000     MOVE WS-STALE-COUNT   TO TRL-STALE-COUNT
040100     WRITE RECON-RPT-REC FROM WS-TRAILER-1
040200     WRITE RECON-RPT-REC FROM WS-TRAILER-2
040300     WRITE RECON-RPT-REC FROM WS-TRAILER-3
040400     WRITE RECON-RPT-REC FROM WS-TRAILER-4
040500     WRITE RECON-RPT-REC FROM WS-TRAILER-5
040600     WRITE RECON-RPT-REC FROM WS-TRAILER-6
040700     WRITE RECON-RPT-REC FROM WS-TRAILER-7
040800     IF WS-CLR-EXCEPT > ZERO
040900         MOVE 4 TO RETURN-CODE
041000     END-IF
041100     IF WS-CLR-PRESENT
041200         CLOSE CLEARED-CHQ-FILE
041300     END-IF
041400     IF WS-PERS-PRESENT
041500         CLOSE STUDENT-PERSON-FILE
041600     END-IF
041700     CLOSE REFUND-REG-FILE
041800     CLOSE RECON-RPT-FILE.
041900 8000-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------
042300* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
042400*----------------------------------------------------------
042500 9999-ABEND.
042600     DISPLAY "REFRECON - ARRET ANORMAL DU TRAITEMENT".
042700     STOP RUN.
042800 END PROGRAM REFRECON.
