000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  SPNINV.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  SPONSOR INVOICE RUN.
001100*                  SORTS THE SPONSORED SHARES ("T") AND THE
001200*                  SHARES GIVEN BACK ON A WITHDRAWAL ("U")
001300*                  FROM THE BILLING FILE BY SPONSOR, STUDENT
001400*                  AND DATE AND PRINTS ONE INVOICE PER
001500*                  SPONSOR - NAME AND ADDRESS FROM THE
001600*                  SPONSOR MASTER, ONE LINE PER STUDENT AND
001700*                  COURSE, "U" AS A CREDIT, AND THE AMOUNT
001800*                  COURSE, "U" AS A CREDIT, AND THE AMOUNT DUE.
001900*                  ONLY ACTIVITY SINCE THE SPONSOR'S LAST INVOICE
002000*                  AND UP TO THE DAY BEFORE THE RUN IS BILLED (A
002100*                  SHARE WRITTEN LATER ON THE RUN DATE WAITS FOR
002200*                  THE NEXT INVOICE); THE SPONSOR IS THEN STAMPED
002300*                  WITH THAT DAY AND ITS BILLED TOTAL RAISED, SO A
002400*                  RERUN BILLS NOTHING TWICE.  CONTROL CARD
002410*                  (SYSIN) "A" IN COL 1 BILLS AND STAMPS UP TO THE
002420*                  RUN DATE ITSELF, FOR THE YEAR-END RUN JUST
002430*                  BEFORE BILLARCH NETS THE SHARES AWAY; A BLANK
002440*                  CARD (SYSIN DUMMY) KEEPS THE DAY-BEFORE CUTOFF.
002450*                  A SHARE FOR A SPONSOR ABSENT FROM THE MASTER IS
002460*                  LISTED BUT NOT STAMPED AND SETS RC 4.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-BILL-STATUS.
003200
003300     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
003400
003500     SELECT SPONSOR-FILE ASSIGN TO SPONSOR
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SN-SPONSORID
003900         FILE STATUS IS WS-SPN-STATUS.
004000
004100     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SP-STUDENTID
004500         ALTERNATE RECORD KEY IS SP-NOM
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-PERS-STATUS.
004800
004900     SELECT INVOICE-RPT-FILE ASSIGN TO SPNRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RPT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500*----------------------------------------------------------
005600* BILL-TRANS-FILE - EVERY BILLING RECORD; ONLY "T" AND "U"
005700*     ARE READ HERE
005800*----------------------------------------------------------
005900 FD  BILL-TRANS-FILE
006000     RECORDING MODE IS F.
006100 COPY BILLTRAN.
006200
006300*----------------------------------------------------------
006400* SORT-WORK-FILE - THE SPONSORED SHARES IN SPONSOR ORDER
006500*----------------------------------------------------------
006600 SD  SORT-WORK-FILE.
006700 01  SORT-REC.
006800     05  SW-SPONSORID        PIC X(6).
006900     05  SW-STUDENTID        PIC 9(7).
007000     05  SW-DATE             PIC 9(8).
007100     05  SW-COURSECODE       PIC X(4).
007200     05  SW-TYPE             PIC X(01).
007300     05  SW-AMOUNT           PIC 9(05)V99.
007400
007500*----------------------------------------------------------
007600* SPONSOR-FILE - NAME, ADDRESS AND LAST INVOICE DATE
007700*----------------------------------------------------------
007800 FD  SPONSOR-FILE.
007900 COPY SPONSOR.
008000
008100*----------------------------------------------------------
008200* STUDENT-PERSON-FILE - STUDENT NAME FOR THE INVOICE LINE
008300*----------------------------------------------------------
008400 FD  STUDENT-PERSON-FILE.
008500 COPY STUPERS.
008600
008700*----------------------------------------------------------
008800* INVOICE-RPT-FILE - THE SPONSOR INVOICES
008900*----------------------------------------------------------
009000 FD  INVOICE-RPT-FILE
009100     RECORDING MODE IS F.
009200 01  INVOICE-RPT-REC                 PIC X(80).
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-BILL-STATUS                  PIC XX.
009600     88  WS-BILL-OK                  VALUE "00".
009700     88  WS-BILL-NOTOPEN             VALUE "35".
009800     88  WS-BILL-EOF                 VALUE "10".
009900
010000 01  WS-SPN-STATUS                   PIC XX.
010100     88  WS-SPN-OK                   VALUE "00".
010200     88  WS-SPN-NOTFOUND             VALUE "23".
010300
010400 01  WS-PERS-STATUS                  PIC XX.
010500     88  WS-PERS-OK                  VALUE "00".
010600     88  WS-PERS-NOTOPEN             VALUE "35".
010700     88  WS-PERS-NOTFOUND            VALUE "23".
010800
010900 01  WS-RPT-STATUS                   PIC XX.
011000     88  WS-RPT-OK                   VALUE "00".
011100
011200 01  WS-SWITCHES.
011300     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
011400         88  WS-IN-EOF               VALUE "Y".
011500     05  WS-EOF-SW                   PIC X(01) VALUE "N".
011600         88  WS-EOF                  VALUE "Y".
011700     05  WS-FIRST-SW                 PIC X(01) VALUE "Y".
011800         88  WS-FIRST                VALUE "Y".
011900     05  WS-PERS-PRESENT-SW          PIC X(01) VALUE "Y".
012000         88  WS-PERS-PRESENT         VALUE "Y".
012100     05  WS-SPN-FOUND-SW             PIC X(01) VALUE "N".
012200         88  WS-SPN-FOUND            VALUE "Y".
012300     05  WS-INV-OPEN-SW              PIC X(01) VALUE "N".
012400         88  WS-INV-OPEN             VALUE "Y".
012500
012600 01  WS-CURRENT-SPONSOR              PIC X(6).
012700 01  WS-LAST-INV-DATE                PIC 9(8).
012800 01  WS-RUN-DATE                     PIC 9(8).
012810 01  WS-CUTOFF-DATE                  PIC 9(8).
012815
012820*----------------------------------------------------------
012825* WS-CONTROL-CARD - COL 1 "A" (YEAR-END ARCHIVE RUN) BILLS
012830*     THE RUN DATE TOO; BLANK STOPS AT THE DAY BEFORE
012835*----------------------------------------------------------
012840 01  WS-CONTROL-CARD.
012845     05  WS-CARD-MODE                PIC X(1).
012850         88  WS-MODE-DAILY           VALUE SPACE.
012855         88  WS-MODE-ARCHIVE         VALUE "A".
012860     05  FILLER                      PIC X(79).
012900
013000 01  WS-COUNTERS.
013100     05  WS-INVOICE-COUNT            PIC 9(05) COMP VALUE ZERO.
013200     05  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
013300     05  WS-UNKNOWN-COUNT            PIC 9(05) COMP VALUE ZERO.
013400
013500 01  WS-LINE-AMOUNT                  PIC S9(07)V99 COMP-3.
013600 01  WS-INV-TOTAL                    PIC S9(09)V99 COMP-3.
013700 01  WS-GRAND-TOTAL                  PIC S9(09)V99 COMP-3
013800                                     VALUE ZERO.
013900
014000 01  WS-HEADING-1.
014100     05  FILLER                      PIC X(45)
014200         VALUE "SPNINV - FACTURATION DES COMMANDITAIRES".
014300
014400 01  WS-HEADING-2.
014500     05  FILLER                      PIC X(20)
014600             VALUE "DATE DU TRAITEMENT: ".
014700     05  HDG-DATE                    PIC 9(8).
014800
014900 01  WS-INV-HEADING.
015000     05  FILLER                      PIC X(16)
015100             VALUE "COMMANDITAIRE : ".
015200     05  INH-SPONSORID               PIC X(6).
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  INH-NAME                    PIC X(25).
015500
015600 01  WS-ADDR-LINE-1.
015700     05  FILLER                      PIC X(16)
015800             VALUE "ADRESSE       : ".
015900     05  AD1-RUE                     PIC X(25).
016000
016100 01  WS-ADDR-LINE-2.
016200     05  FILLER                      PIC X(16) VALUE SPACES.
016300     05  AD2-VILLE                   PIC X(15).
016400     05  FILLER                      PIC X(01) VALUE SPACES.
016500     05  AD2-CODE-POSTAL             PIC X(7).
016600
016700 01  WS-NOSPN-LINE.
016800     05  FILLER                      PIC X(45) VALUE
016900         "COMMANDITAIRE INCONNU - FACTURE NON EMISE".
017000
017100 01  WS-COLUMN-HEADING.
017200     05  FILLER                      PIC X(40) VALUE
017300         "ETUDIANT NOM                  COURS DATE".
017400     05  FILLER                      PIC X(20) VALUE
017500         "         MONTANT".
017600
017700 01  WS-DETAIL-LINE.
017800     05  DTL-STUDENTID               PIC 9(7).
017900     05  FILLER                      PIC X(02) VALUE SPACES.
018000     05  DTL-NOM                     PIC X(20).
018100     05  FILLER                      PIC X(01) VALUE SPACES.
018200     05  DTL-COURSECODE              PIC X(4).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  DTL-DATE                    PIC 9(8).
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  DTL-AMOUNT                  PIC ZZZZZ9.99-.
018700
018800 01  WS-INV-TOTAL-LINE.
018900     05  FILLER                      PIC X(25)
019000             VALUE "MONTANT DU            : ".
019100     05  ITL-AMOUNT                  PIC ZZZZZZZ9.99-.
019200
019300 01  WS-TRAILER-1.
019400     05  FILLER                      PIC X(25)
019500             VALUE "FACTURES EMISES       : ".
019600     05  TRL-INVOICES                PIC ZZZZ9.
019700
019800 01  WS-TRAILER-2.
019900     05  FILLER                      PIC X(25)
020000             VALUE "LIGNES FACTUREES      : ".
020100     05  TRL-LINES                   PIC ZZZZ9.
020200
020300 01  WS-TRAILER-3.
020400     05  FILLER                      PIC X(25)
020500             VALUE "TOTAL FACTURE         : ".
020600     05  TRL-TOTAL                   PIC ZZZZZZZ9.99-.
020700
020800 01  WS-TRAILER-4.
020900     05  FILLER                      PIC X(25)
021000             VALUE "COMMANDITAIRES INCONNUS: ".
021100     05  TRL-UNKNOWN                 PIC ZZZZ9.
021200
021300 PROCEDURE DIVISION.
021400*----------------------------------------------------------
021500* 0000-MAINLINE
021600*----------------------------------------------------------
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE
021900         THRU 1000-EXIT.
022000     SORT SORT-WORK-FILE
022100         ON ASCENDING KEY SW-SPONSORID SW-STUDENTID SW-DATE
022200         WITH DUPLICATES IN ORDER
022300         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
022400         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.
022500     PERFORM 8000-TERMINATE
022600         THRU 8000-EXIT.
022700     GOBACK.
022800
022900*----------------------------------------------------------
023000* 1000-INITIALIZE - OPEN THE MASTERS AND THE REPORT
023100*----------------------------------------------------------
023200 1000-INITIALIZE.
023300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023301     MOVE SPACES TO WS-CONTROL-CARD
023302     ACCEPT WS-CONTROL-CARD
023303     IF NOT WS-MODE-DAILY AND NOT WS-MODE-ARCHIVE
023304         DISPLAY "SPNINV - CARTE DE CONTROLE INVALIDE : "
023305             WS-CARD-MODE
023306         GO TO 9999-ABEND
023307     END-IF
023310     COMPUTE WS-CUTOFF-DATE =
023320         FUNCTION DATE-OF-INTEGER
023330             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1)
023340     IF WS-MODE-ARCHIVE
023350         MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
023360     END-IF
023400     OPEN OUTPUT INVOICE-RPT-FILE
023500     IF NOT WS-RPT-OK
023600         DISPLAY "SPNINV - OUVERTURE SPNRPT IMPOSSIBLE "
023700             WS-RPT-STATUS
023800         GO TO 9999-ABEND
023900     END-IF
024000     OPEN I-O SPONSOR-FILE
024100     IF NOT WS-SPN-OK
024200         DISPLAY "SPNINV - OUVERTURE SPONSOR IMPOSSIBLE "
024300             WS-SPN-STATUS
024400         GO TO 9999-ABEND
024500     END-IF
024600     OPEN INPUT STUDENT-PERSON-FILE
024700     IF WS-PERS-NOTOPEN
024800         DISPLAY "SPNINV - AUCUN FICHIER PERSONNE"
024900         MOVE "N" TO WS-PERS-PRESENT-SW
025000     ELSE
025100         IF NOT WS-PERS-OK
025200             DISPLAY "SPNINV - OUVERTURE STUPERS IMPOSSIBLE "
025300                 WS-PERS-STATUS
025400             GO TO 9999-ABEND
025500         END-IF
025600     END-IF
025700     MOVE WS-RUN-DATE TO HDG-DATE
025800     WRITE INVOICE-RPT-REC FROM WS-HEADING-1
025900     WRITE INVOICE-RPT-REC FROM WS-HEADING-2.
026000 1000-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------
026400* 3000-SORT-INPUT - FEED THE SORT WITH THE SPONSORED SHARES
026500*----------------------------------------------------------
026600 3000-SORT-INPUT.
026700     OPEN INPUT BILL-TRANS-FILE
026800     IF WS-BILL-NOTOPEN
026900         DISPLAY "SPNINV - AUCUNE FACTURATION A TRAITER"
027000         SET WS-IN-EOF TO TRUE
027100         GO TO 3000-DONE
027200     END-IF
027300     IF NOT WS-BILL-OK
027400         DISPLAY "SPNINV - OUVERTURE BILLTRAN IMPOSSIBLE "
027500             WS-BILL-STATUS
027600         GO TO 9999-ABEND
027700     END-IF
027800     PERFORM 3100-RELEASE-TRANS
027900         THRU 3100-EXIT
028000         UNTIL WS-IN-EOF
028100     CLOSE BILL-TRANS-FILE.
028200 3000-DONE.
028300     CONTINUE.
028400 3000-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------
028800* 3100-RELEASE-TRANS - ONE "T" OR "U" RECORD INTO THE SORT
028900*----------------------------------------------------------
029000 3100-RELEASE-TRANS.
029100     READ BILL-TRANS-FILE
029200         AT END
029300             SET WS-IN-EOF TO TRUE
029400             GO TO 3100-EXIT
029500     END-READ
029600     IF NOT BT-TYPE-SPONSORED
029700         AND NOT BT-TYPE-SPONSOR-REV
029800         GO TO 3100-EXIT
029900     END-IF
030000     IF BT-DATE > WS-CUTOFF-DATE
030100         GO TO 3100-EXIT
030200     END-IF
030300     MOVE BT-SPONSORID  TO SW-SPONSORID
030400     MOVE BT-STUDENTID  TO SW-STUDENTID
030500     MOVE BT-DATE       TO SW-DATE
030600     MOVE BT-COURSECODE TO SW-COURSECODE
030700     MOVE BT-TYPE       TO SW-TYPE
030800     MOVE BT-AMOUNT     TO SW-AMOUNT
030900     RELEASE SORT-REC.
031000 3100-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------
031400* 4000-SORT-OUTPUT - ONE INVOICE PER SPONSOR
031500*----------------------------------------------------------
031600 4000-SORT-OUTPUT.
031700     PERFORM 4100-RETURN-TRANS
031800         THRU 4100-EXIT
031900     PERFORM 4200-BILL-SHARE
032000         THRU 4200-EXIT
032100         UNTIL WS-EOF
032200     IF NOT WS-FIRST
032300         PERFORM 4500-CLOSE-INVOICE
032400             THRU 4500-EXIT
032500     END-IF.
032600 4000-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------
033000* 4100-RETURN-TRANS - NEXT SORTED SHARE
033100*----------------------------------------------------------
033200 4100-RETURN-TRANS.
033300     RETURN SORT-WORK-FILE
033400         AT END
033500             SET WS-EOF TO TRUE
033600     END-RETURN.
033700 4100-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------
034100* 4200-BILL-SHARE - ONE INVOICE LINE, BREAKING ON A NEW
034200*     SPONSOR; A SHARE ALREADY INVOICED IS PASSED OVER
034300*----------------------------------------------------------
034400 4200-BILL-SHARE.
034500     IF WS-FIRST OR SW-SPONSORID NOT = WS-CURRENT-SPONSOR
034600         IF NOT WS-FIRST
034700             PERFORM 4500-CLOSE-INVOICE
034800                 THRU 4500-EXIT
034900         END-IF
035000         PERFORM 4300-NEW-SPONSOR
035100             THRU 4300-EXIT
035200     END-IF
035300     IF SW-DATE NOT > WS-LAST-INV-DATE
035400         GO TO 4200-NEXT
035500     END-IF
035600     IF NOT WS-INV-OPEN
035700         PERFORM 4350-OPEN-INVOICE
035800             THRU 4350-EXIT
035900     END-IF
036000     MOVE SW-AMOUNT TO WS-LINE-AMOUNT
036100     IF SW-TYPE = "U"
036200         COMPUTE WS-LINE-AMOUNT = ZERO - SW-AMOUNT
036300     END-IF
036400     ADD WS-LINE-AMOUNT TO WS-INV-TOTAL
036500     ADD 1 TO WS-LINE-COUNT
036600     MOVE SW-STUDENTID TO DTL-STUDENTID
036700     MOVE SPACES TO DTL-NOM
036800     IF WS-PERS-PRESENT
036900         MOVE SW-STUDENTID TO SP-STUDENTID
037000         READ STUDENT-PERSON-FILE
037100         IF WS-PERS-OK
037200             MOVE SP-NOM TO DTL-NOM
037300         END-IF
037400     END-IF
037500     MOVE SW-COURSECODE TO DTL-COURSECODE
037600     MOVE SW-DATE TO DTL-DATE
037700     MOVE WS-LINE-AMOUNT TO DTL-AMOUNT
037800     WRITE INVOICE-RPT-REC FROM WS-DETAIL-LINE.
037900 4200-NEXT.
038000     PERFORM 4100-RETURN-TRANS
038100         THRU 4100-EXIT.
038200 4200-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------
038600* 4300-NEW-SPONSOR - READ THE SPONSOR MASTER; AN UNKNOWN
038700*     SPONSOR HAS NO LAST INVOICE DATE, SO ALL ITS SHARES
038800*     ARE LISTED FOR FOLLOW-UP
038900*----------------------------------------------------------
039000 4300-NEW-SPONSOR.
039100     MOVE "N" TO WS-FIRST-SW
039200     MOVE "N" TO WS-INV-OPEN-SW
039300     MOVE SW-SPONSORID TO WS-CURRENT-SPONSOR
039400     MOVE ZERO TO WS-INV-TOTAL
039500     MOVE ZERO TO WS-LAST-INV-DATE
039600     MOVE "Y" TO WS-SPN-FOUND-SW
039700     MOVE SW-SPONSORID TO SN-SPONSORID
039800     READ SPONSOR-FILE
039900     IF WS-SPN-NOTFOUND
040000         MOVE "N" TO WS-SPN-FOUND-SW
040100         GO TO 4300-EXIT
040200     END-IF
040300     IF NOT WS-SPN-OK
040400         DISPLAY "SPNINV - LECTURE SPONSOR IMPOSSIBLE "
040500             WS-SPN-STATUS
040600         GO TO 9999-ABEND
040700     END-IF
040800     MOVE SN-LAST-INV-DATE TO WS-LAST-INV-DATE.
040900 4300-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------
041300* 4350-OPEN-INVOICE - INVOICE HEADINGS, ON THE FIRST SHARE
041400*     NOT YET INVOICED
041500*----------------------------------------------------------
041600 4350-OPEN-INVOICE.
041700     MOVE "Y" TO WS-INV-OPEN-SW
041800     MOVE WS-CURRENT-SPONSOR TO INH-SPONSORID
041900     MOVE SPACES TO INH-NAME
042000     IF WS-SPN-FOUND
042100         MOVE SN-NAME TO INH-NAME
042200     END-IF
042300     WRITE INVOICE-RPT-REC FROM WS-INV-HEADING
042400     IF WS-SPN-FOUND
042500         MOVE SN-RUE TO AD1-RUE
042600         WRITE INVOICE-RPT-REC FROM WS-ADDR-LINE-1
042700         MOVE SN-VILLE TO AD2-VILLE
042800         MOVE SN-CODE-POSTAL TO AD2-CODE-POSTAL
042900         WRITE INVOICE-RPT-REC FROM WS-ADDR-LINE-2
043000     ELSE
043100         WRITE INVOICE-RPT-REC FROM WS-NOSPN-LINE
043200     END-IF
043300     WRITE INVOICE-RPT-REC FROM WS-COLUMN-HEADING.
043400 4350-EXIT.
043500     EXIT.
043600
043700*----------------------------------------------------------
043800* 4500-CLOSE-INVOICE - AMOUNT DUE; STAMP THE SPONSOR WITH
043900*     THE CUTOFF DATE AND RAISE ITS BILLED TOTAL
044000*----------------------------------------------------------
044100 4500-CLOSE-INVOICE.
044200     IF NOT WS-INV-OPEN
044300         GO TO 4500-EXIT
044400     END-IF
044500     MOVE WS-INV-TOTAL TO ITL-AMOUNT
044600     WRITE INVOICE-RPT-REC FROM WS-INV-TOTAL-LINE
044700     IF NOT WS-SPN-FOUND
044800         ADD 1 TO WS-UNKNOWN-COUNT
044900         GO TO 4500-EXIT
045000     END-IF
045100     ADD 1 TO WS-INVOICE-COUNT
045200     ADD WS-INV-TOTAL TO WS-GRAND-TOTAL
045300     MOVE WS-CUTOFF-DATE TO SN-LAST-INV-DATE
045400     ADD WS-INV-TOTAL TO SN-BILLED-TOTAL
045500     REWRITE SPONSOR-REC
045600     IF NOT WS-SPN-OK
045700         DISPLAY "SPNINV - REECRITURE SPONSOR IMPOSSIBLE "
045800             WS-SPN-STATUS
045900         GO TO 9999-ABEND
046000     END-IF.
046100 4500-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------
046500* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
046600*----------------------------------------------------------
046700 8000-TERMINATE.
046800     MOVE WS-INVOICE-COUNT TO TRL-INVOICES
046900     MOVE WS-LINE-COUNT    TO TRL-LINES
047000     MOVE WS-GRAND-TOTAL   TO TRL-TOTAL
047100     MOVE WS-UNKNOWN-COUNT TO TRL-UNKNOWN
047200     WRITE INVOICE-RPT-REC FROM WS-TRAILER-1
047300     WRITE INVOICE-RPT-REC FROM WS-TRAILER-2
047400     WRITE INVOICE-RPT-REC FROM WS-TRAILER-3
047500     WRITE INVOICE-RPT-REC FROM WS-TRAILER-4
047600     IF WS-UNKNOWN-COUNT > ZERO
047700         MOVE 4 TO RETURN-CODE
047800     END-IF
047900     IF WS-PERS-PRESENT
048000         CLOSE STUDENT-PERSON-FILE
048100     END-IF
048200     CLOSE SPONSOR-FILE
048300     CLOSE INVOICE-RPT-FILE.
048400 8000-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------
048800* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
048900*----------------------------------------------------------
049000 9999-ABEND.
049100     DISPLAY "SPNINV - ARRET ANORMAL DU TRAITEMENT".
049200     STOP RUN.
049300 END PROGRAM SPNINV.
