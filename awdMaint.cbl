000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  AWDMAINT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  MAINTENANCE AND
001100*                  INITIAL LOAD OF THE SPONSOR AWARD KSDS
001200*                  (SPAWARD) FROM A CARD-IMAGE TRANSACTION
001300*                  FILE.  AN AWARD NAMES THE STUDENT (ON
001400*                  STUPERS), THE TERM AND THE SPONSOR (ON
001500*                  SPONSOR); IT IS A PERCENTAGE OF EACH FEE
001600*                  ("P", WITH AN OPTIONAL CEILING FOR THE
001700*                  TERM) OR A FIXED AMOUNT ("M"), FOR UP TO
001800*                  SIX LISTED COURSES (ON CRSEMAST) OR FOR
001900*                  EVERY COURSE WHEN NONE IS LISTED.  CHANGE
002000*                  REPLACES THE TERMS FOR THE CHARGES STILL
002100*                  TO COME; DELETE IS REFUSED ONCE PART OF
002200*                  THE AWARD HAS BEEN APPLIED, SO A LATER
002300*                  WITHDRAWAL CAN STILL GIVE ITS SHARE BACK.
002400*                  PRINTS AN AUDIT LISTING.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MAINT-TRANS-FILE ASSIGN TO AWDTRAN
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-TRANS-STATUS.
003200
003300     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS AW-KEY
003700         FILE STATUS IS WS-AWD-STATUS.
003800
003900     SELECT SPONSOR-FILE ASSIGN TO SPONSOR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SN-SPONSORID
004300         FILE STATUS IS WS-SPN-STATUS.
004400
004500     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SP-STUDENTID
004900         ALTERNATE RECORD KEY IS SP-NOM
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-PERS-STATUS.
005200
005300     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CM-COURSECODE
005700         FILE STATUS IS WS-CRSE-STATUS.
005800
005900     SELECT MAINT-LST-FILE ASSIGN TO AWDMLST
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-LST-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*----------------------------------------------------------
006600* MAINT-TRANS-FILE - ONE MAINTENANCE ACTION PER CARD
006700*----------------------------------------------------------
006800 FD  MAINT-TRANS-FILE
006900     RECORDING MODE IS F.
007000 01  MAINT-TRANS-REC.
007100     05  WT-ACTION                   PIC X.
007200         88  WT-ACTION-ADD           VALUE "A".
007300         88  WT-ACTION-CHANGE        VALUE "C".
007400         88  WT-ACTION-DELETE        VALUE "D".
007500     05  WT-STUDENTID                PIC 9(7).
007600     05  WT-TERM                     PIC X(5).
007700     05  WT-SPONSORID                PIC X(6).
007800     05  WT-BASIS                    PIC X.
007900         88  WT-BASIS-PERCENT        VALUE "P".
008000         88  WT-BASIS-AMOUNT         VALUE "M".
008100     05  WT-PERCENT                  PIC 9(3).
008200     05  WT-AMOUNT                   PIC 9(05)V99.
008300     05  WT-COURSE-LIST.
008400         10  WT-COURSE               PIC X(4) OCCURS 6 TIMES.
008500     05  FILLER                      PIC X(26).
008600
008700*----------------------------------------------------------
008800* SPONSOR-AWARD-FILE - THE AWARDS BEING MAINTAINED
008900*----------------------------------------------------------
009000 FD  SPONSOR-AWARD-FILE.
009100 COPY SPAWARD.
009200
009300*----------------------------------------------------------
009400* SPONSOR-FILE - THE SPONSOR OF AN ADD MUST EXIST HERE
009500*----------------------------------------------------------
009600 FD  SPONSOR-FILE.
009700 COPY SPONSOR.
009800
009900*----------------------------------------------------------
010000* STUDENT-PERSON-FILE - THE STUDENT OF AN ADD MUST EXIST
010100*----------------------------------------------------------
010200 FD  STUDENT-PERSON-FILE.
010300 COPY STUPERS.
010400
010500*----------------------------------------------------------
010600* COURSE-MASTER - EVERY LISTED COURSE MUST EXIST HERE
010700*----------------------------------------------------------
010800 FD  COURSE-MASTER.
010900 COPY COURSMAS.
011000
011100*----------------------------------------------------------
011200* MAINT-LST-FILE - AUDIT LISTING
011300*----------------------------------------------------------
011400 FD  MAINT-LST-FILE
011500     RECORDING MODE IS F.
011600 01  MAINT-LST-REC                   PIC X(80).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-TRANS-STATUS                 PIC XX.
012000     88  WS-TRANS-OK                 VALUE "00".
012100     88  WS-TRANS-EOF                VALUE "10".
012200
012300 01  WS-AWD-STATUS                   PIC XX.
012400     88  WS-AWD-OK                   VALUE "00".
012500     88  WS-AWD-NOTOPEN              VALUE "35".
012600     88  WS-AWD-NOTFOUND             VALUE "23".
012700     88  WS-AWD-DUPLICATE            VALUE "22".
012800
012900 01  WS-SPN-STATUS                   PIC XX.
013000     88  WS-SPN-OK                   VALUE "00".
013100     88  WS-SPN-NOTFOUND             VALUE "23".
013200
013300 01  WS-PERS-STATUS                  PIC XX.
013400     88  WS-PERS-OK                  VALUE "00".
013500     88  WS-PERS-NOTFOUND            VALUE "23".
013600
013700 01  WS-CRSE-STATUS                  PIC XX.
013800     88  WS-CRSE-OK                  VALUE "00".
013900     88  WS-CRSE-NOTFOUND            VALUE "23".
014000
014100 01  WS-LST-STATUS                   PIC XX.
014200     88  WS-LST-OK                   VALUE "00".
014300
014400 01  WS-SWITCHES.
014500     05  WS-EOF-SW                   PIC X(01) VALUE "N".
014600         88  WS-EOF                  VALUE "Y".
014700     05  WS-TRANS-VALID-SW           PIC X(01) VALUE "Y".
014800         88  WS-TRANS-VALID          VALUE "Y".
014900
015000 01  WS-COUNTERS.
015100     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
015200     05  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
015300     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
015400
015500 01  WS-AWD-IX                       PIC 9(03) COMP.
015600
015700* YYMMDD
015800 01  CURRENTDATE.
015900     05  CURRENTYEAR                 PIC 9(4).
016000     05  CURRENTMONTH                PIC 99.
016100     05  CURRENTDAY                  PIC 99.
016200
016300 01  WS-HEADING-1.
016400     05  FILLER                      PIC X(45)
016500         VALUE "AWDMAINT - MAINTENANCE DES AIDES DE TIERS".
016600
016700 01  WS-HEADING-2.
016800     05  FILLER                      PIC X(20)
016900             VALUE "DATE DU TRAITEMENT: ".
017000     05  HDG-DAY                     PIC 99.
017100     05  FILLER                      PIC X(01) VALUE "/".
017200     05  HDG-MONTH                   PIC 99.
017300     05  FILLER                      PIC X(01) VALUE "/".
017400     05  HDG-YEAR                    PIC 9(4).
017500
017600 01  WS-ACTION-LINE.
017700     05  FILLER                      PIC X(09)
017800             VALUE "ACTION : ".
017900     05  ACT-CODE                    PIC X.
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  ACT-STUDENTID               PIC 9(7).
018200     05  FILLER                      PIC X(02) VALUE SPACES.
018300     05  ACT-TERM                    PIC X(5).
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  ACT-SPONSORID               PIC X(6).
018600     05  FILLER                      PIC X(02) VALUE SPACES.
018700     05  ACT-BASIS                   PIC X.
018800     05  FILLER                      PIC X(01) VALUE SPACES.
018900     05  ACT-PERCENT                 PIC X(3).
019000     05  FILLER                      PIC X(01) VALUE SPACES.
019100     05  ACT-AMOUNT                  PIC X(7).
019200     05  FILLER                      PIC X(02) VALUE SPACES.
019300     05  ACT-COURSE-LIST             PIC X(24).
019400
019500 01  WS-REJECT-LINE.
019600     05  FILLER                      PIC X(09)
019700             VALUE "REJET  : ".
019800     05  REJ-REASON                  PIC X(40).
019900
020000 01  WS-TRAILER-1.
020100     05  FILLER                      PIC X(25)
020200             VALUE "TRANSACTIONS LUES     : ".
020300     05  TRL-TRANS                   PIC ZZZZ9.
020400
020500 01  WS-TRAILER-2.
020600     05  FILLER                      PIC X(25)
020700             VALUE "TRANSACTIONS APPLIQUEES: ".
020800     05  TRL-APPLIED                 PIC ZZZZ9.
020900
021000 01  WS-TRAILER-3.
021100     05  FILLER                      PIC X(25)
021200             VALUE "TRANSACTIONS REJETEES : ".
021300     05  TRL-REJECTS                 PIC ZZZZ9.
021400
021500 PROCEDURE DIVISION.
021600*----------------------------------------------------------
021700* 0000-MAINLINE
021800*----------------------------------------------------------
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE
022100         THRU 1000-EXIT.
022200     PERFORM 2000-PROCESS-TRANS
022300         THRU 2000-EXIT
022400         UNTIL WS-EOF.
022500     PERFORM 8000-TERMINATE
022600         THRU 8000-EXIT.
022700     GOBACK.
022800
022900*----------------------------------------------------------
023000* 1000-INITIALIZE - OPEN FILES, CREATING SPAWARD ON THE
023100*     INITIAL LOAD IF THE KSDS HAS NOT YET BEEN BUILT
023200*----------------------------------------------------------
023300 1000-INITIALIZE.
023400     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
023500     OPEN INPUT MAINT-TRANS-FILE
023600     IF NOT WS-TRANS-OK
023700         DISPLAY "AWDMAINT - OUVERTURE AWDTRAN IMPOSSIBLE "
023800             WS-TRANS-STATUS
023900         GO TO 9999-ABEND
024000     END-IF
024100     OPEN I-O SPONSOR-AWARD-FILE
024200     IF WS-AWD-NOTOPEN
024300         OPEN OUTPUT SPONSOR-AWARD-FILE
024400         CLOSE SPONSOR-AWARD-FILE
024500         OPEN I-O SPONSOR-AWARD-FILE
024600     END-IF
024700     IF NOT WS-AWD-OK
024800         DISPLAY "AWDMAINT - OUVERTURE SPAWARD IMPOSSIBLE "
024900             WS-AWD-STATUS
025000         GO TO 9999-ABEND
025100     END-IF
025200     OPEN INPUT SPONSOR-FILE
025300     IF NOT WS-SPN-OK
025400         DISPLAY "AWDMAINT - OUVERTURE SPONSOR IMPOSSIBLE "
025500             WS-SPN-STATUS
025600         GO TO 9999-ABEND
025700     END-IF
025800     OPEN INPUT STUDENT-PERSON-FILE
025900     IF NOT WS-PERS-OK
026000         DISPLAY "AWDMAINT - OUVERTURE STUPERS IMPOSSIBLE "
026100             WS-PERS-STATUS
026200         GO TO 9999-ABEND
026300     END-IF
026400     OPEN INPUT COURSE-MASTER
026500     IF NOT WS-CRSE-OK
026600         DISPLAY "AWDMAINT - OUVERTURE CRSEMAST IMPOSSIBLE "
026700             WS-CRSE-STATUS
026800         GO TO 9999-ABEND
026900     END-IF
027000     OPEN OUTPUT MAINT-LST-FILE
027100     IF NOT WS-LST-OK
027200         DISPLAY "AWDMAINT - OUVERTURE AWDMLST IMPOSSIBLE "
027300             WS-LST-STATUS
027400         GO TO 9999-ABEND
027500     END-IF
027600     MOVE CURRENTDAY   TO HDG-DAY
027700     MOVE CURRENTMONTH TO HDG-MONTH
027800     MOVE CURRENTYEAR  TO HDG-YEAR
027900     WRITE MAINT-LST-REC FROM WS-HEADING-1
028000     WRITE MAINT-LST-REC FROM WS-HEADING-2
028100     PERFORM 5000-READ-TRANS
028200         THRU 5000-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------
028700* 2000-PROCESS-TRANS - APPLY ONE MAINTENANCE TRANSACTION
028800*----------------------------------------------------------
028900 2000-PROCESS-TRANS.
029000     ADD 1 TO WS-TRANS-COUNT
029100     MOVE "Y" TO WS-TRANS-VALID-SW
029200     MOVE WT-ACTION      TO ACT-CODE
029300     MOVE WT-STUDENTID   TO ACT-STUDENTID
029400     MOVE WT-TERM        TO ACT-TERM
029500     MOVE WT-SPONSORID   TO ACT-SPONSORID
029600     MOVE WT-BASIS       TO ACT-BASIS
029700     MOVE MAINT-TRANS-REC (21:3) TO ACT-PERCENT
029800     MOVE MAINT-TRANS-REC (24:7) TO ACT-AMOUNT
029900     MOVE WT-COURSE-LIST TO ACT-COURSE-LIST
030000     WRITE MAINT-LST-REC FROM WS-ACTION-LINE
030100     IF WT-STUDENTID NOT NUMERIC
030200         OR WT-TERM = SPACES
030300         OR WT-SPONSORID = SPACES
030400         MOVE "CLE DE L AIDE INCOMPLETE" TO REJ-REASON
030500         PERFORM 7100-WRITE-REJECT
030600             THRU 7100-EXIT
030700         GO TO 2000-NEXT
030800     END-IF
030900     EVALUATE TRUE
031000         WHEN WT-ACTION-ADD
031100             PERFORM 3000-APPLY-ADD
031200                 THRU 3000-EXIT
031300         WHEN WT-ACTION-CHANGE
031400             PERFORM 3300-APPLY-CHANGE
031500                 THRU 3300-EXIT
031600         WHEN WT-ACTION-DELETE
031700             PERFORM 3600-APPLY-DELETE
031800                 THRU 3600-EXIT
031900         WHEN OTHER
032000             MOVE "CODE ACTION INVALIDE" TO REJ-REASON
032100             PERFORM 7100-WRITE-REJECT
032200                 THRU 7100-EXIT
032300     END-EVALUATE.
032400 2000-NEXT.
032500     IF NOT WS-TRANS-VALID
032600         ADD 1 TO WS-REJECT-COUNT
032700     END-IF
032800     PERFORM 5000-READ-TRANS
032900         THRU 5000-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------
033400* 3000-APPLY-ADD - INSERT ONE AWARD, NOTHING APPLIED YET
033500*----------------------------------------------------------
033600 3000-APPLY-ADD.
033700     MOVE WT-STUDENTID TO SP-STUDENTID
033800     READ STUDENT-PERSON-FILE
033900         INVALID KEY
034000             MOVE "ETUDIANT INCONNU" TO REJ-REASON
034100             PERFORM 7100-WRITE-REJECT
034200                 THRU 7100-EXIT
034300             GO TO 3000-EXIT
034400     END-READ
034500     MOVE WT-SPONSORID TO SN-SPONSORID
034600     READ SPONSOR-FILE
034700         INVALID KEY
034800             MOVE "COMMANDITAIRE INCONNU" TO REJ-REASON
034900             PERFORM 7100-WRITE-REJECT
035000                 THRU 7100-EXIT
035100             GO TO 3000-EXIT
035200     END-READ
035300     PERFORM 4000-EDIT-TERMS
035400         THRU 4000-EXIT
035500     IF NOT WS-TRANS-VALID
035600         GO TO 3000-EXIT
035700     END-IF
035800     MOVE SPACES TO SPONSOR-AWARD-REC
035900     MOVE WT-STUDENTID TO AW-STUDENTID
036000     MOVE WT-TERM      TO AW-TERM
036100     MOVE WT-SPONSORID TO AW-SPONSORID
036200     MOVE ZERO         TO AW-USED
036300     PERFORM 4200-CLEAR-SLOT
036400         THRU 4200-EXIT
036500         VARYING WS-AWD-IX FROM 1 BY 1
036600         UNTIL WS-AWD-IX > 10
036700     PERFORM 4100-MOVE-TERMS
036800         THRU 4100-EXIT
036900     WRITE SPONSOR-AWARD-REC
037000     IF WS-AWD-DUPLICATE
037100         MOVE "AIDE DEJA PRESENTE" TO REJ-REASON
037200         PERFORM 7100-WRITE-REJECT
037300             THRU 7100-EXIT
037400         GO TO 3000-EXIT
037500     END-IF
037600     IF NOT WS-AWD-OK
037700         DISPLAY "AWDMAINT - ECRITURE SPAWARD IMPOSSIBLE "
037800             WS-AWD-STATUS
037900         GO TO 9999-ABEND
038000     END-IF
038100     ADD 1 TO WS-APPLIED-COUNT.
038200 3000-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------
038600* 3300-APPLY-CHANGE - NEW TERMS FOR THE CHARGES STILL TO
038700*     COME; WHAT WAS ALREADY APPLIED STAYS AS IT IS
038800*----------------------------------------------------------
038900 3300-APPLY-CHANGE.
039000     PERFORM 3900-READ-AWARD
039100         THRU 3900-EXIT
039200     IF NOT WS-TRANS-VALID
039300         GO TO 3300-EXIT
039400     END-IF
039500     PERFORM 4000-EDIT-TERMS
039600         THRU 4000-EXIT
039700     IF NOT WS-TRANS-VALID
039800         GO TO 3300-EXIT
039900     END-IF
040000     PERFORM 4100-MOVE-TERMS
040100         THRU 4100-EXIT
040200     REWRITE SPONSOR-AWARD-REC
040300     IF NOT WS-AWD-OK
040400         DISPLAY "AWDMAINT - REECRITURE SPAWARD IMPOSSIBLE "
040500             WS-AWD-STATUS
040600         GO TO 9999-ABEND
040700     END-IF
040800     ADD 1 TO WS-APPLIED-COUNT.
040900 3300-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------
041300* 3600-APPLY-DELETE - REMOVE AN AWARD NOT YET APPLIED
041400*----------------------------------------------------------
041500 3600-APPLY-DELETE.
041600     PERFORM 3900-READ-AWARD
041700         THRU 3900-EXIT
041800     IF NOT WS-TRANS-VALID
041900         GO TO 3600-EXIT
042000     END-IF
042100     IF AW-USED NOT = ZERO
042200         MOVE "AIDE DEJA APPLIQUEE - SUPPRESSION REFUSEE"
042300             TO REJ-REASON
042400         PERFORM 7100-WRITE-REJECT
042500             THRU 7100-EXIT
042600         GO TO 3600-EXIT
042700     END-IF
042800     DELETE SPONSOR-AWARD-FILE RECORD
042900     IF NOT WS-AWD-OK
043000         DISPLAY "AWDMAINT - SUPPRESSION SPAWARD IMPOSSIBLE "
043100             WS-AWD-STATUS
043200         GO TO 9999-ABEND
043300     END-IF
043400     ADD 1 TO WS-APPLIED-COUNT.
043500 3600-EXIT.
043600     EXIT.
043700
043800*----------------------------------------------------------
043900* 3900-READ-AWARD - THE AWARD NAMED ON THE CARD
044000*----------------------------------------------------------
044100 3900-READ-AWARD.
044200     MOVE WT-STUDENTID TO AW-STUDENTID
044300     MOVE WT-TERM      TO AW-TERM
044400     MOVE WT-SPONSORID TO AW-SPONSORID
044500     READ SPONSOR-AWARD-FILE
044600     IF WS-AWD-NOTFOUND
044700         MOVE "AIDE ABSENTE DU FICHIER" TO REJ-REASON
044800         PERFORM 7100-WRITE-REJECT
044900             THRU 7100-EXIT
045000         GO TO 3900-EXIT
045100     END-IF
045200     IF NOT WS-AWD-OK
045300         DISPLAY "AWDMAINT - LECTURE SPAWARD IMPOSSIBLE "
045400             WS-AWD-STATUS
045500         GO TO 9999-ABEND
045600     END-IF.
045700 3900-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------
046100* 4000-EDIT-TERMS - A PERCENTAGE FROM 1 TO 100 (THE AMOUNT,
046200*     IF ANY, IS A CEILING FOR THE TERM) OR A FIXED AMOUNT
046300*     ABOVE ZERO; EVERY LISTED COURSE ON COURSE-MASTER
046400*----------------------------------------------------------
046500 4000-EDIT-TERMS.
046600     IF WT-AMOUNT NOT NUMERIC
046700         MOVE "MONTANT NON NUMERIQUE" TO REJ-REASON
046800         PERFORM 7100-WRITE-REJECT
046900             THRU 7100-EXIT
047000         GO TO 4000-EXIT
047100     END-IF
047200     EVALUATE TRUE
047300         WHEN WT-BASIS-PERCENT
047400             IF WT-PERCENT NOT NUMERIC
047500                 OR WT-PERCENT = ZERO
047600                 OR WT-PERCENT > 100
047700                 MOVE "POURCENTAGE INVALIDE (1 A 100)"
047800                     TO REJ-REASON
047900                 PERFORM 7100-WRITE-REJECT
048000                     THRU 7100-EXIT
048100                 GO TO 4000-EXIT
048200             END-IF
048300         WHEN WT-BASIS-AMOUNT
048400             IF WT-AMOUNT = ZERO
048500                 MOVE "MONTANT FIXE NUL" TO REJ-REASON
048600                 PERFORM 7100-WRITE-REJECT
048700                     THRU 7100-EXIT
048800                 GO TO 4000-EXIT
048900             END-IF
049000         WHEN OTHER
049100             MOVE "BASE INVALIDE (P OU M)" TO REJ-REASON
049200             PERFORM 7100-WRITE-REJECT
049300                 THRU 7100-EXIT
049400             GO TO 4000-EXIT
049500     END-EVALUATE
049600     PERFORM 4050-EDIT-COURSE
049700         THRU 4050-EXIT
049800         VARYING WS-AWD-IX FROM 1 BY 1
049900         UNTIL WS-AWD-IX > 6
050000            OR NOT WS-TRANS-VALID.
050100 4000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------
050500* 4050-EDIT-COURSE - ONE LISTED COURSE MUST EXIST
050600*----------------------------------------------------------
050700 4050-EDIT-COURSE.
050800     IF WT-COURSE (WS-AWD-IX) = SPACES
050900         GO TO 4050-EXIT
051000     END-IF
051100     MOVE WT-COURSE (WS-AWD-IX) TO CM-COURSECODE
051200     READ COURSE-MASTER
051300         INVALID KEY
051400             MOVE "CODE DE COURS INCONNU" TO REJ-REASON
051500             PERFORM 7100-WRITE-REJECT
051600                 THRU 7100-EXIT
051700     END-READ.
051800 4050-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------
052200* 4100-MOVE-TERMS - THE EDITED TERMS ONTO THE AWARD
052300*----------------------------------------------------------
052400 4100-MOVE-TERMS.
052500     MOVE WT-BASIS TO AW-BASIS
052600     MOVE ZERO TO AW-PERCENT
052700     IF WT-BASIS-PERCENT
052800         MOVE WT-PERCENT TO AW-PERCENT
052900     END-IF
053000     MOVE WT-AMOUNT TO AW-AMOUNT
053100     MOVE WT-COURSE-LIST TO AW-COURSE-LIST.
053200 4100-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------
053600* 4200-CLEAR-SLOT - ONE EMPTY CHARGED-COURSE ENTRY
053700*----------------------------------------------------------
053800 4200-CLEAR-SLOT.
053900     MOVE SPACES TO AW-CHG-COURSE (WS-AWD-IX)
054000     MOVE ZERO   TO AW-CHG-SHARE (WS-AWD-IX).
054100 4200-EXIT.
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
056500* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
056600*----------------------------------------------------------
056700 8000-TERMINATE.
056800     MOVE WS-TRANS-COUNT   TO TRL-TRANS
056900     MOVE WS-APPLIED-COUNT TO TRL-APPLIED
057000     MOVE WS-REJECT-COUNT  TO TRL-REJECTS
057100     WRITE MAINT-LST-REC FROM WS-TRAILER-1
057200     WRITE MAINT-LST-REC FROM WS-TRAILER-2
057300     WRITE MAINT-LST-REC FROM WS-TRAILER-3
057400     CLOSE MAINT-TRANS-FILE
057500     CLOSE SPONSOR-AWARD-FILE
057600     CLOSE SPONSOR-FILE
057700     CLOSE STUDENT-PERSON-FILE
057800     CLOSE COURSE-MASTER
057900     CLOSE MAINT-LST-FILE.
058000 8000-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------
058400* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
058500*----------------------------------------------------------
058600 9999-ABEND.
058700     DISPLAY "AWDMAINT - ARRET ANORMAL DU TRAITEMENT".
058800     STOP RUN.
058900 END PROGRAM AWDMAINT.
