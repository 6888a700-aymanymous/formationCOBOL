000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  SPNMAINT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  MAINTENANCE AND
001100*                  INITIAL LOAD OF THE SPONSOR MASTER KSDS
001200*                  (SPONSOR) FROM A CARD-IMAGE TRANSACTION
001300*                  FILE: ADD A SPONSOR (TYPE E EMPLOYER, G
001400*                  GOVERNMENT PROGRAM OR B SCHOLARSHIP, AND A
001500*                  NAME), CHANGE ITS NAME, TYPE OR INVOICE
001600*                  ADDRESS (BLANK FIELDS ARE LEFT AS THEY
001700*                  ARE), OR DELETE ONE THAT HAS NEVER BEEN
001800*                  INVOICED AND THAT NO AWARD (SPAWARD) STILL
001810*                  NAMES.  PRINTS AN AUDIT LISTING.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT MAINT-TRANS-FILE ASSIGN TO SPNTRAN
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS WS-TRANS-STATUS.
002600
002700     SELECT SPONSOR-FILE ASSIGN TO SPONSOR
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS SN-SPONSORID
003100         FILE STATUS IS WS-SPN-STATUS.
003200
003210     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE IS DYNAMIC
003240         RECORD KEY IS AW-KEY
003250         FILE STATUS IS WS-AWD-STATUS.
003260
003300     SELECT MAINT-LST-FILE ASSIGN TO SPNMLST
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-LST-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900*----------------------------------------------------------
004000* MAINT-TRANS-FILE - ONE MAINTENANCE ACTION PER CARD
004100*----------------------------------------------------------
004200 FD  MAINT-TRANS-FILE
004300     RECORDING MODE IS F.
004400 01  MAINT-TRANS-REC.
004500     05  NT-ACTION                   PIC X.
004600         88  NT-ACTION-ADD           VALUE "A".
004700         88  NT-ACTION-CHANGE        VALUE "C".
004800         88  NT-ACTION-DELETE        VALUE "D".
004900     05  NT-SPONSORID                PIC X(6).
005000     05  NT-TYPE                     PIC X.
005100         88  NT-TYPE-VALID           VALUE "E", "G", "B".
005200     05  NT-NAME                     PIC X(25).
005300     05  NT-RUE                      PIC X(25).
005400     05  NT-VILLE                    PIC X(15).
005500     05  NT-CODE-POSTAL              PIC X(7).
005600
005700*----------------------------------------------------------
005800* SPONSOR-FILE - THE MASTER BEING MAINTAINED
005900*----------------------------------------------------------
006000 FD  SPONSOR-FILE.
006100 COPY SPONSOR.
006200
006210*----------------------------------------------------------
006220* SPONSOR-AWARD-FILE - THE AWARDS, READ TO KEEP A SPONSOR
006230*     STILL NAMED ON ONE FROM BEING DELETED
006240*----------------------------------------------------------
006250 FD  SPONSOR-AWARD-FILE.
006260 COPY SPAWARD.
006270
006300*----------------------------------------------------------
006400* MAINT-LST-FILE - AUDIT LISTING
006500*----------------------------------------------------------
006600 FD  MAINT-LST-FILE
006700     RECORDING MODE IS F.
006800 01  MAINT-LST-REC                   PIC X(80).
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-TRANS-STATUS                 PIC XX.
007200     88  WS-TRANS-OK                 VALUE "00".
007300     88  WS-TRANS-EOF                VALUE "10".
007400
007500 01  WS-SPN-STATUS                   PIC XX.
007600     88  WS-SPN-OK                   VALUE "00".
007700     88  WS-SPN-NOTOPEN              VALUE "35".
007800     88  WS-SPN-NOTFOUND             VALUE "23".
007900     88  WS-SPN-DUPLICATE            VALUE "22".
008000
008010 01  WS-AWD-STATUS                   PIC XX.
008020     88  WS-AWD-OK                   VALUE "00", "02".
008030     88  WS-AWD-NOTOPEN              VALUE "35".
008040
008050 01  WS-AWD-PRESENT-SW               PIC X(01) VALUE "Y".
008060     88  WS-AWD-PRESENT              VALUE "Y".
008070
008100 01  WS-LST-STATUS                   PIC XX.
008200     88  WS-LST-OK                   VALUE "00".
008300
008400 01  WS-SWITCHES.
008500     05  WS-EOF-SW                   PIC X(01) VALUE "N".
008600         88  WS-EOF                  VALUE "Y".
008700     05  WS-TRANS-VALID-SW           PIC X(01) VALUE "Y".
008800         88  WS-TRANS-VALID          VALUE "Y".
008810     05  WS-AWD-EOF-SW               PIC X(01) VALUE "N".
008820         88  WS-AWD-EOF              VALUE "Y".
008830     05  WS-AWD-FOUND-SW             PIC X(01) VALUE "N".
008840         88  WS-AWD-FOUND            VALUE "Y".
008900
009000 01  WS-COUNTERS.
009100     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
009200     05  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
009300     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
009400
009500* YYMMDD
009600 01  CURRENTDATE.
009700     05  CURRENTYEAR                 PIC 9(4).
009800     05  CURRENTMONTH                PIC 99.
009900     05  CURRENTDAY                  PIC 99.
010000
010100 01  WS-HEADING-1.
010200     05  FILLER                      PIC X(45)
010300         VALUE "SPNMAINT - MAINTENANCE DES COMMANDITAIRES".
010400
010500 01  WS-HEADING-2.
010600     05  FILLER                      PIC X(20)
010700             VALUE "DATE DU TRAITEMENT: ".
010800     05  HDG-DAY                     PIC 99.
010900     05  FILLER                      PIC X(01) VALUE "/".
011000     05  HDG-MONTH                   PIC 99.
011100     05  FILLER                      PIC X(01) VALUE "/".
011200     05  HDG-YEAR                    PIC 9(4).
011300
011400 01  WS-ACTION-LINE.
011500     05  FILLER                      PIC X(09)
011600             VALUE "ACTION : ".
011700     05  ACT-CODE                    PIC X.
011800     05  FILLER                      PIC X(16)
011900             VALUE "  COMMANDITAIRE ".
012000     05  ACT-SPONSORID               PIC X(6).
012100     05  FILLER                      PIC X(02) VALUE SPACES.
012200     05  ACT-TYPE                    PIC X.
012300     05  FILLER                      PIC X(02) VALUE SPACES.
012400     05  ACT-NAME                    PIC X(25).
012500
012600 01  WS-REJECT-LINE.
012700     05  FILLER                      PIC X(09)
012800             VALUE "REJET  : ".
012900     05  REJ-REASON                  PIC X(40).
013000
013100 01  WS-TRAILER-1.
013200     05  FILLER                      PIC X(25)
013300             VALUE "TRANSACTIONS LUES     : ".
013400     05  TRL-TRANS                   PIC ZZZZ9.
013500
013600 01  WS-TRAILER-2.
013700     05  FILLER                      PIC X(25)
013800             VALUE "TRANSACTIONS APPLIQUEES: ".
013900     05  TRL-APPLIED                 PIC ZZZZ9.
014000
014100 01  WS-TRAILER-3.
014200     05  FILLER                      PIC X(25)
014300             VALUE "TRANSACTIONS REJETEES : ".
014400     05  TRL-REJECTS                 PIC ZZZZ9.
014500
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------
014800* 0000-MAINLINE
014900*----------------------------------------------------------
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE
015200         THRU 1000-EXIT.
015300     PERFORM 2000-PROCESS-TRANS
015400         THRU 2000-EXIT
015500         UNTIL WS-EOF.
015600     PERFORM 8000-TERMINATE
015700         THRU 8000-EXIT.
015800     GOBACK.
015900
016000*----------------------------------------------------------
016100* 1000-INITIALIZE - OPEN FILES, CREATING SPONSOR ON THE
016200*     INITIAL LOAD IF THE KSDS HAS NOT YET BEEN BUILT
016300*----------------------------------------------------------
016400 1000-INITIALIZE.
016500     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
016600     OPEN INPUT MAINT-TRANS-FILE
016700     IF NOT WS-TRANS-OK
016800         DISPLAY "SPNMAINT - OUVERTURE SPNTRAN IMPOSSIBLE "
016900             WS-TRANS-STATUS
017000         GO TO 9999-ABEND
017100     END-IF
017200     OPEN I-O SPONSOR-FILE
017300     IF WS-SPN-NOTOPEN
017400         OPEN OUTPUT SPONSOR-FILE
017500         CLOSE SPONSOR-FILE
017600         OPEN I-O SPONSOR-FILE
017700     END-IF
017800     IF NOT WS-SPN-OK
017900         DISPLAY "SPNMAINT - OUVERTURE SPONSOR IMPOSSIBLE "
018000             WS-SPN-STATUS
018100         GO TO 9999-ABEND
018200     END-IF
018205     OPEN INPUT SPONSOR-AWARD-FILE
018210     IF WS-AWD-NOTOPEN
018215         MOVE "N" TO WS-AWD-PRESENT-SW
018220     ELSE
018225         IF NOT WS-AWD-OK
018230             DISPLAY "SPNMAINT - OUVERTURE SPAWARD IMPOSSIBLE "
018235                 WS-AWD-STATUS
018240             GO TO 9999-ABEND
018245         END-IF
018250     END-IF
018300     OPEN OUTPUT MAINT-LST-FILE
018400     IF NOT WS-LST-OK
018500         DISPLAY "SPNMAINT - OUVERTURE SPNMLST IMPOSSIBLE "
018600             WS-LST-STATUS
018700         GO TO 9999-ABEND
018800     END-IF
018900     MOVE CURRENTDAY   TO HDG-DAY
019000     MOVE CURRENTMONTH TO HDG-MONTH
019100     MOVE CURRENTYEAR  TO HDG-YEAR
019200     WRITE MAINT-LST-REC FROM WS-HEADING-1
019300     WRITE MAINT-LST-REC FROM WS-HEADING-2
019400     PERFORM 5000-READ-TRANS
019500         THRU 5000-EXIT.
019600 1000-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------
020000* 2000-PROCESS-TRANS - APPLY ONE MAINTENANCE TRANSACTION
020100*----------------------------------------------------------
020200 2000-PROCESS-TRANS.
020300     ADD 1 TO WS-TRANS-COUNT
020400     MOVE "Y" TO WS-TRANS-VALID-SW
020500     MOVE NT-ACTION    TO ACT-CODE
020600     MOVE NT-SPONSORID TO ACT-SPONSORID
020700     MOVE NT-TYPE      TO ACT-TYPE
020800     MOVE NT-NAME      TO ACT-NAME
020900     WRITE MAINT-LST-REC FROM WS-ACTION-LINE
021000     IF NT-SPONSORID = SPACES
021100         MOVE "CODE COMMANDITAIRE ABSENT" TO REJ-REASON
021200         PERFORM 7100-WRITE-REJECT
021300             THRU 7100-EXIT
021400         GO TO 2000-NEXT
021500     END-IF
021600     EVALUATE TRUE
021700         WHEN NT-ACTION-ADD
021800             PERFORM 3000-APPLY-ADD
021900                 THRU 3000-EXIT
022000         WHEN NT-ACTION-CHANGE
022100             PERFORM 3300-APPLY-CHANGE
022200                 THRU 3300-EXIT
022300         WHEN NT-ACTION-DELETE
022400             PERFORM 3600-APPLY-DELETE
022500                 THRU 3600-EXIT
022600         WHEN OTHER
022700             MOVE "CODE ACTION INVALIDE" TO REJ-REASON
022800             PERFORM 7100-WRITE-REJECT
022900                 THRU 7100-EXIT
023000     END-EVALUATE.
023100 2000-NEXT.
023200     IF NOT WS-TRANS-VALID
023300         ADD 1 TO WS-REJECT-COUNT
023400     END-IF
023500     PERFORM 5000-READ-TRANS
023600         THRU 5000-EXIT.
023700 2000-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------
024100* 3000-APPLY-ADD - INSERT ONE SPONSOR, NOT YET INVOICED
024200*----------------------------------------------------------
024300 3000-APPLY-ADD.
024400     IF NOT NT-TYPE-VALID
024500         MOVE "TYPE DE COMMANDITAIRE INVALIDE" TO REJ-REASON
024600         PERFORM 7100-WRITE-REJECT
024700             THRU 7100-EXIT
024800         GO TO 3000-EXIT
024900     END-IF
025000     IF NT-NAME = SPACES
025100         MOVE "NOM DU COMMANDITAIRE ABSENT" TO REJ-REASON
025200         PERFORM 7100-WRITE-REJECT
025300             THRU 7100-EXIT
025400         GO TO 3000-EXIT
025500     END-IF
025600     MOVE SPACES TO SPONSOR-REC
025700     MOVE NT-SPONSORID   TO SN-SPONSORID
025800     MOVE NT-TYPE        TO SN-TYPE
025900     MOVE NT-NAME        TO SN-NAME
026000     MOVE NT-RUE         TO SN-RUE
026100     MOVE NT-VILLE       TO SN-VILLE
026200     MOVE NT-CODE-POSTAL TO SN-CODE-POSTAL
026300     MOVE ZERO           TO SN-LAST-INV-DATE
026400     MOVE ZERO           TO SN-BILLED-TOTAL
026500     WRITE SPONSOR-REC
026600     IF WS-SPN-DUPLICATE
026700         MOVE "COMMANDITAIRE DEJA PRESENT" TO REJ-REASON
026800         PERFORM 7100-WRITE-REJECT
026900             THRU 7100-EXIT
027000         GO TO 3000-EXIT
027100     END-IF
027200     IF NOT WS-SPN-OK
027300         DISPLAY "SPNMAINT - ECRITURE SPONSOR IMPOSSIBLE "
027400             WS-SPN-STATUS
027500         GO TO 9999-ABEND
027600     END-IF
027700     ADD 1 TO WS-APPLIED-COUNT.
027800 3000-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------
028200* 3300-APPLY-CHANGE - REPLACE THE FIELDS GIVEN ON THE CARD;
028300*     THE INVOICE HISTORY IS NEVER TOUCHED HERE
028400*----------------------------------------------------------
028500 3300-APPLY-CHANGE.
028600     IF NT-TYPE NOT = SPACE AND NOT NT-TYPE-VALID
028700         MOVE "TYPE DE COMMANDITAIRE INVALIDE" TO REJ-REASON
028800         PERFORM 7100-WRITE-REJECT
028900             THRU 7100-EXIT
029000         GO TO 3300-EXIT
029100     END-IF
029200     MOVE NT-SPONSORID TO SN-SPONSORID
029300     READ SPONSOR-FILE
029400     IF WS-SPN-NOTFOUND
029500         MOVE "COMMANDITAIRE ABSENT DU FICHIER" TO REJ-REASON
029600         PERFORM 7100-WRITE-REJECT
029700             THRU 7100-EXIT
029800         GO TO 3300-EXIT
029900     END-IF
030000     IF NOT WS-SPN-OK
030100         DISPLAY "SPNMAINT - LECTURE SPONSOR IMPOSSIBLE "
030200             WS-SPN-STATUS
030300         GO TO 9999-ABEND
030400     END-IF
030500     IF NT-TYPE NOT = SPACE
030600         MOVE NT-TYPE TO SN-TYPE
030700     END-IF
030800     IF NT-NAME NOT = SPACES
030900         MOVE NT-NAME TO SN-NAME
031000     END-IF
031100     IF NT-RUE NOT = SPACES
031200         MOVE NT-RUE TO SN-RUE
031300     END-IF
031400     IF NT-VILLE NOT = SPACES
031500         MOVE NT-VILLE TO SN-VILLE
031600     END-IF
031700     IF NT-CODE-POSTAL NOT = SPACES
031800         MOVE NT-CODE-POSTAL TO SN-CODE-POSTAL
031900     END-IF
032000     REWRITE SPONSOR-REC
032100     IF NOT WS-SPN-OK
032200         DISPLAY "SPNMAINT - REECRITURE SPONSOR IMPOSSIBLE "
032300             WS-SPN-STATUS
032400         GO TO 9999-ABEND
032500     END-IF
032600     ADD 1 TO WS-APPLIED-COUNT.
032700 3300-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------
033100* 3600-APPLY-DELETE - REMOVE A SPONSOR THAT HAS NEVER BEEN
033200*     INVOICED - ONE WITH INVOICE HISTORY IS KEPT SO ITS
033300*     LATER CREDITS CAN STILL BE BILLED
033400*----------------------------------------------------------
033500 3600-APPLY-DELETE.
033600     MOVE NT-SPONSORID TO SN-SPONSORID
033700     READ SPONSOR-FILE
033800     IF WS-SPN-NOTFOUND
033900         MOVE "COMMANDITAIRE ABSENT DU FICHIER" TO REJ-REASON
034000         PERFORM 7100-WRITE-REJECT
034100             THRU 7100-EXIT
034200         GO TO 3600-EXIT
034300     END-IF
034400     IF NOT WS-SPN-OK
034500         DISPLAY "SPNMAINT - LECTURE SPONSOR IMPOSSIBLE "
034600             WS-SPN-STATUS
034700         GO TO 9999-ABEND
034800     END-IF
034900     IF SN-LAST-INV-DATE NOT = ZERO
035000         MOVE "COMMANDITAIRE DEJA FACTURE" TO REJ-REASON
035100         PERFORM 7100-WRITE-REJECT
035200             THRU 7100-EXIT
035300         GO TO 3600-EXIT
035400     END-IF
035410     PERFORM 3650-CHECK-AWARDS
035420         THRU 3650-EXIT
035430     IF WS-AWD-FOUND
035440         MOVE "COMMANDITAIRE NOMME SUR UNE BOURSE" TO REJ-REASON
035450         PERFORM 7100-WRITE-REJECT
035460             THRU 7100-EXIT
035470         GO TO 3600-EXIT
035480     END-IF
035500     DELETE SPONSOR-FILE RECORD
035600     IF NOT WS-SPN-OK
035700         DISPLAY "SPNMAINT - SUPPRESSION SPONSOR IMPOSSIBLE "
035800             WS-SPN-STATUS
035900         GO TO 9999-ABEND
036000     END-IF
036100     ADD 1 TO WS-APPLIED-COUNT.
036200 3600-EXIT.
036300     EXIT.
036400
036402*----------------------------------------------------------
036404* 3650-CHECK-AWARDS - IS THE SPONSOR NAMED ON ANY AWARD.  THE
036406*     AWARDS ARE KEYED BY STUDENT, SO THE WHOLE FILE IS READ
036408*----------------------------------------------------------
036410 3650-CHECK-AWARDS.
036412     MOVE "N" TO WS-AWD-FOUND-SW
036414     IF NOT WS-AWD-PRESENT
036416         GO TO 3650-EXIT
036418     END-IF
036420     MOVE "N" TO WS-AWD-EOF-SW
036422     MOVE LOW-VALUES TO AW-KEY
036424     START SPONSOR-AWARD-FILE KEY >= AW-KEY
036426     IF NOT WS-AWD-OK
036428         GO TO 3650-EXIT
036430     END-IF
036432     PERFORM 3660-CHECK-ONE-AWARD
036434         THRU 3660-EXIT
036436         UNTIL WS-AWD-EOF OR WS-AWD-FOUND.
036438 3650-EXIT.
036440     EXIT.
036442
036444*----------------------------------------------------------
036446* 3660-CHECK-ONE-AWARD - ONE AWARD RECORD
036448*----------------------------------------------------------
036450 3660-CHECK-ONE-AWARD.
036452     READ SPONSOR-AWARD-FILE NEXT RECORD
036454         AT END
036456             SET WS-AWD-EOF TO TRUE
036458             GO TO 3660-EXIT
036460     END-READ
036462     IF AW-SPONSORID = NT-SPONSORID
036464         SET WS-AWD-FOUND TO TRUE
036466     END-IF.
036468 3660-EXIT.
036470     EXIT.
036472
036500*----------------------------------------------------------
036600* 5000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF
036700*----------------------------------------------------------
036800 5000-READ-TRANS.
036900     READ MAINT-TRANS-FILE
037000         AT END
037100             SET WS-EOF TO TRUE
037200     END-READ.
037300 5000-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------
037700* 7100-WRITE-REJECT - ONE REJECTION LINE ON THE LISTING
037800*----------------------------------------------------------
037900 7100-WRITE-REJECT.
038000     MOVE "N" TO WS-TRANS-VALID-SW
038100     WRITE MAINT-LST-REC FROM WS-REJECT-LINE.
038200 7100-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------
038600* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
038700*----------------------------------------------------------
038800 8000-TERMINATE.
038900     MOVE WS-TRANS-COUNT   TO TRL-TRANS
039000     MOVE WS-APPLIED-COUNT TO TRL-APPLIED
039100     MOVE WS-REJECT-COUNT  TO TRL-REJECTS
039200     WRITE MAINT-LST-REC FROM WS-TRAILER-1
039300     WRITE MAINT-LST-REC FROM WS-TRAILER-2
039400     WRITE MAINT-LST-REC FROM WS-TRAILER-3
039500     CLOSE MAINT-TRANS-FILE
039600     CLOSE SPONSOR-FILE
039610     IF WS-AWD-PRESENT
039620         CLOSE SPONSOR-AWARD-FILE
039630     END-IF
039700     CLOSE MAINT-LST-FILE.
039800 8000-EXIT.
039900     EXIT.
040000
040100*----------------------------------------------------------
040200* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
040300*----------------------------------------------------------
040400 9999-ABEND.
040500     DISPLAY "SPNMAINT - ARRET ANORMAL DU TRAITEMENT".
040600     STOP RUN.
040700 END PROGRAM SPNMAINT.
