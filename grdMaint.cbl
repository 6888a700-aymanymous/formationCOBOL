000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GRDMAINT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  MAINTENANCE AND
001100*                  INITIAL LOAD OF THE GRADE-SCALE KSDS
001200*                  (GRADSCAL) FROM A CARD-IMAGE TRANSACTION
001300*                  FILE: ADD A GRADE CODE WITH ITS GRADE
001400*                  POINTS AND ITS CREDIT/GPA FLAGS, CHANGE
001500*                  ONE, OR DELETE ONE.  PRINTS AN AUDIT
001600*                  LISTING WITH THE BEFORE AND AFTER VALUES.
001700*----------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT MAINT-TRANS-FILE ASSIGN TO GRDTRAN
002200         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS WS-TRANS-STATUS.
002400
002500     SELECT GRADE-SCALE-FILE ASSIGN TO GRADSCAL
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS GS-GRADE
002900         FILE STATUS IS WS-SCAL-STATUS.
003000
003100     SELECT MAINT-LST-FILE ASSIGN TO GRDMLST
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-LST-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700*----------------------------------------------------------
003800* MAINT-TRANS-FILE - ONE MAINTENANCE ACTION PER CARD
003900*----------------------------------------------------------
004000 FD  MAINT-TRANS-FILE
004100     RECORDING MODE IS F.
004200 01  MAINT-TRANS-REC.
004300     05  GT-ACTION                   PIC X.
004400         88  GT-ACTION-ADD           VALUE "A".
004500         88  GT-ACTION-CHANGE        VALUE "C".
004600         88  GT-ACTION-DELETE        VALUE "D".
004700     05  GT-GRADE                    PIC X(2).
004800     05  GT-POINTS                   PIC 9V99.
004900     05  GT-CREDIT-FLAG              PIC X(01).
005000     05  GT-GPA-FLAG                 PIC X(01).
005100     05  GT-DESCRIPTION              PIC X(20).
005200     05  FILLER                      PIC X(52).
005300
005400*----------------------------------------------------------
005500* GRADE-SCALE-FILE - THE TABLE BEING MAINTAINED
005600*----------------------------------------------------------
005700 FD  GRADE-SCALE-FILE.
005800 COPY GRADSCAL.
005900
006000*----------------------------------------------------------
006100* MAINT-LST-FILE - AUDIT LISTING
006200*----------------------------------------------------------
006300 FD  MAINT-LST-FILE
006400     RECORDING MODE IS F.
006500 01  MAINT-LST-REC                   PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-TRANS-STATUS                 PIC XX.
006900     88  WS-TRANS-OK                 VALUE "00".
007000     88  WS-TRANS-EOF                VALUE "10".
007100
007200 01  WS-SCAL-STATUS                  PIC XX.
007300     88  WS-SCAL-OK                  VALUE "00".
007400     88  WS-SCAL-NOTOPEN             VALUE "35".
007500     88  WS-SCAL-NOTFOUND            VALUE "23".
007600     88  WS-SCAL-DUPLICATE           VALUE "22".
007700
007800 01  WS-LST-STATUS                   PIC XX.
007900     88  WS-LST-OK                   VALUE "00".
008000
008100 01  WS-SWITCHES.
008200     05  WS-EOF-SW                   PIC X(01) VALUE "N".
008300         88  WS-EOF                  VALUE "Y".
008400     05  WS-TRANS-VALID-SW           PIC X(01) VALUE "Y".
008500         88  WS-TRANS-VALID          VALUE "Y".
008600
008700 01  WS-EDIT-FLAG                    PIC X(01).
008800     88  WS-FLAG-VALID               VALUE "Y", "N".
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
010300         VALUE "GRDMAINT - MAINTENANCE DU BAREME DE NOTES".
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
011800     05  FILLER                      PIC X(08) VALUE "  NOTE  ".
011900     05  ACT-GRADE                   PIC X(2).
012000
012100*----------------------------------------------------------
012200* WS-IMAGE-LINE - ONE GRADE-SCALE RECORD, BEFORE (AVANT)
012300*     OR AFTER (APRES) THE CHANGE
012400*----------------------------------------------------------
012500 01  WS-IMAGE-LINE.
012600     05  IMG-LABEL                   PIC X(09).
012700     05  IMG-GRADE                   PIC X(2).
012800     05  FILLER                      PIC X(10)
012900             VALUE "  POINTS: ".
013000     05  IMG-POINTS                  PIC 9.99.
013100     05  FILLER                      PIC X(10)
013200             VALUE "  CREDIT: ".
013300     05  IMG-CREDIT-FLAG             PIC X(01).
013400     05  FILLER                      PIC X(10)
013500             VALUE "  MOYENNE:".
013600     05  IMG-GPA-FLAG                PIC X(01).
013700     05  FILLER                      PIC X(02) VALUE SPACES.
013800     05  IMG-DESCRIPTION             PIC X(20).
013900
014000 01  WS-REJECT-LINE.
014100     05  FILLER                      PIC X(09)
014200             VALUE "REJET  : ".
014300     05  REJ-REASON                  PIC X(40).
014400
014500 01  WS-TRAILER-1.
014600     05  FILLER                      PIC X(25)
014700             VALUE "TRANSACTIONS LUES     : ".
014800     05  TRL-TRANS                   PIC ZZZZ9.
014900
015000 01  WS-TRAILER-2.
015100     05  FILLER                      PIC X(25)
015200             VALUE "TRANSACTIONS APPLIQUEES: ".
015300     05  TRL-APPLIED                 PIC ZZZZ9.
015400
015500 01  WS-TRAILER-3.
015600     05  FILLER                      PIC X(25)
015700             VALUE "TRANSACTIONS REJETEES : ".
015800     05  TRL-REJECTS                 PIC ZZZZ9.
015900
016000 PROCEDURE DIVISION.
016100*----------------------------------------------------------
016200* 0000-MAINLINE
016300*----------------------------------------------------------
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE
016600         THRU 1000-EXIT.
016700     PERFORM 2000-PROCESS-TRANS
016800         THRU 2000-EXIT
016900         UNTIL WS-EOF.
017000     PERFORM 8000-TERMINATE
017100         THRU 8000-EXIT.
017200     GOBACK.
017300
017400*----------------------------------------------------------
017500* 1000-INITIALIZE - OPEN FILES, CREATING GRADSCAL ON THE
017600*     INITIAL LOAD IF THE KSDS HAS NOT YET BEEN BUILT
017700*----------------------------------------------------------
017800 1000-INITIALIZE.
017900     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
018000     OPEN INPUT MAINT-TRANS-FILE
018100     IF NOT WS-TRANS-OK
018200         DISPLAY "GRDMAINT - OUVERTURE GRDTRAN IMPOSSIBLE "
018300             WS-TRANS-STATUS
018400         GO TO 9999-ABEND
018500     END-IF
018600     OPEN I-O GRADE-SCALE-FILE
018700     IF WS-SCAL-NOTOPEN
018800         OPEN OUTPUT GRADE-SCALE-FILE
018900         CLOSE GRADE-SCALE-FILE
019000         OPEN I-O GRADE-SCALE-FILE
019100     END-IF
019200     IF NOT WS-SCAL-OK
019300         DISPLAY "GRDMAINT - OUVERTURE GRADSCAL IMPOSSIBLE "
019400             WS-SCAL-STATUS
019500         GO TO 9999-ABEND
019600     END-IF
019700     OPEN OUTPUT MAINT-LST-FILE
019800     IF NOT WS-LST-OK
019900         DISPLAY "GRDMAINT - OUVERTURE GRDMLST IMPOSSIBLE "
020000             WS-LST-STATUS
020100         GO TO 9999-ABEND
020200     END-IF
020300     MOVE CURRENTDAY   TO HDG-DAY
020400     MOVE CURRENTMONTH TO HDG-MONTH
020500     MOVE CURRENTYEAR  TO HDG-YEAR
020600     WRITE MAINT-LST-REC FROM WS-HEADING-1
020700     WRITE MAINT-LST-REC FROM WS-HEADING-2
020800     PERFORM 5000-READ-TRANS
020900         THRU 5000-EXIT.
021000 1000-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------
021400* 2000-PROCESS-TRANS - APPLY ONE MAINTENANCE TRANSACTION
021500*----------------------------------------------------------
021600 2000-PROCESS-TRANS.
021700     ADD 1 TO WS-TRANS-COUNT
021800     MOVE "Y" TO WS-TRANS-VALID-SW
021900     MOVE GT-ACTION TO ACT-CODE
022000     MOVE GT-GRADE  TO ACT-GRADE
022100     WRITE MAINT-LST-REC FROM WS-ACTION-LINE
022200     IF GT-GRADE = SPACES
022300         MOVE "CODE DE NOTE ABSENT" TO REJ-REASON
022400         PERFORM 7100-WRITE-REJECT
022500             THRU 7100-EXIT
022600         GO TO 2000-NEXT
022700     END-IF
022800     EVALUATE TRUE
022900         WHEN GT-ACTION-ADD
023000             PERFORM 3000-APPLY-ADD
023100                 THRU 3000-EXIT
023200         WHEN GT-ACTION-CHANGE
023300             PERFORM 3300-APPLY-CHANGE
023400                 THRU 3300-EXIT
023500         WHEN GT-ACTION-DELETE
023600             PERFORM 3600-APPLY-DELETE
023700                 THRU 3600-EXIT
023800         WHEN OTHER
023900             MOVE "CODE ACTION INVALIDE" TO REJ-REASON
024000             PERFORM 7100-WRITE-REJECT
024100                 THRU 7100-EXIT
024200     END-EVALUATE.
024300 2000-NEXT.
024400     IF NOT WS-TRANS-VALID
024500         ADD 1 TO WS-REJECT-COUNT
024600     END-IF
024700     PERFORM 5000-READ-TRANS
024800         THRU 5000-EXIT.
024900 2000-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------
025300* 3000-APPLY-ADD - INSERT ONE GRADE CODE
025400*----------------------------------------------------------
025500 3000-APPLY-ADD.
025600     PERFORM 4000-EDIT-FIELDS
025700         THRU 4000-EXIT
025800     IF NOT WS-TRANS-VALID
025900         GO TO 3000-EXIT
026000     END-IF
026100     MOVE SPACES TO GRADE-SCALE-REC
026200     MOVE GT-GRADE       TO GS-GRADE
026300     MOVE GT-POINTS      TO GS-POINTS
026400     MOVE GT-CREDIT-FLAG TO GS-CREDIT-FLAG
026500     MOVE GT-GPA-FLAG    TO GS-GPA-FLAG
026600     MOVE GT-DESCRIPTION TO GS-DESCRIPTION
026700     WRITE GRADE-SCALE-REC
026800     IF WS-SCAL-DUPLICATE
026900         MOVE "NOTE DEJA AU BAREME" TO REJ-REASON
027000         PERFORM 7100-WRITE-REJECT
027100             THRU 7100-EXIT
027200         GO TO 3000-EXIT
027300     END-IF
027400     IF NOT WS-SCAL-OK
027500         DISPLAY "GRDMAINT - ECRITURE GRADSCAL IMPOSSIBLE "
027600             WS-SCAL-STATUS
027700         GO TO 9999-ABEND
027800     END-IF
027900     MOVE "APRES  : " TO IMG-LABEL
028000     PERFORM 7000-WRITE-IMAGE
028100         THRU 7000-EXIT
028200     ADD 1 TO WS-APPLIED-COUNT.
028300 3000-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------
028700* 3300-APPLY-CHANGE - REPLACE THE POINTS, FLAGS AND
028800*     DESCRIPTION OF ONE GRADE CODE
028900*----------------------------------------------------------
029000 3300-APPLY-CHANGE.
029100     PERFORM 4000-EDIT-FIELDS
029200         THRU 4000-EXIT
029300     IF NOT WS-TRANS-VALID
029400         GO TO 3300-EXIT
029500     END-IF
029600     MOVE GT-GRADE TO GS-GRADE
029700     READ GRADE-SCALE-FILE
029800     IF WS-SCAL-NOTFOUND
029900         MOVE "NOTE ABSENTE DU BAREME" TO REJ-REASON
030000         PERFORM 7100-WRITE-REJECT
030100             THRU 7100-EXIT
030200         GO TO 3300-EXIT
030300     END-IF
030400     IF NOT WS-SCAL-OK
030500         DISPLAY "GRDMAINT - LECTURE GRADSCAL IMPOSSIBLE "
030600             WS-SCAL-STATUS
030700         GO TO 9999-ABEND
030800     END-IF
030900     MOVE "AVANT  : " TO IMG-LABEL
031000     PERFORM 7000-WRITE-IMAGE
031100         THRU 7000-EXIT
031200     MOVE GT-POINTS      TO GS-POINTS
031300     MOVE GT-CREDIT-FLAG TO GS-CREDIT-FLAG
031400     MOVE GT-GPA-FLAG    TO GS-GPA-FLAG
031500     MOVE GT-DESCRIPTION TO GS-DESCRIPTION
031600     REWRITE GRADE-SCALE-REC
031700     IF NOT WS-SCAL-OK
031800         DISPLAY "GRDMAINT - MAJ GRADSCAL IMPOSSIBLE "
031900             WS-SCAL-STATUS
032000         GO TO 9999-ABEND
032100     END-IF
032200     MOVE "APRES  : " TO IMG-LABEL
032300     PERFORM 7000-WRITE-IMAGE
032400         THRU 7000-EXIT
032500     ADD 1 TO WS-APPLIED-COUNT.
032600 3300-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------
033000* 3600-APPLY-DELETE - REMOVE ONE GRADE CODE.  GRADES
033100*     ALREADY POSTED UNDER IT STAY ON CRSEHIST; THE
033200*     STANDING RUN LISTS THEM AS UNKNOWN TO THE SCALE.
033300*----------------------------------------------------------
033400 3600-APPLY-DELETE.
033500     MOVE GT-GRADE TO GS-GRADE
033600     READ GRADE-SCALE-FILE
033700     IF WS-SCAL-NOTFOUND
033800         MOVE "NOTE ABSENTE DU BAREME" TO REJ-REASON
033900         PERFORM 7100-WRITE-REJECT
034000             THRU 7100-EXIT
034100         GO TO 3600-EXIT
034200     END-IF
034300     IF NOT WS-SCAL-OK
034400         DISPLAY "GRDMAINT - LECTURE GRADSCAL IMPOSSIBLE "
034500             WS-SCAL-STATUS
034600         GO TO 9999-ABEND
034700     END-IF
034800     MOVE "AVANT  : " TO IMG-LABEL
034900     PERFORM 7000-WRITE-IMAGE
035000         THRU 7000-EXIT
035100     DELETE GRADE-SCALE-FILE RECORD
035200     IF NOT WS-SCAL-OK
035300         DISPLAY "GRDMAINT - SUPPRESSION GRADSCAL IMPOSSIBLE "
035400             WS-SCAL-STATUS
035500         GO TO 9999-ABEND
035600     END-IF
035700     ADD 1 TO WS-APPLIED-COUNT.
035800 3600-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------
036200* 4000-EDIT-FIELDS - POINTS NUMERIC, BOTH FLAGS Y OR N
036300*----------------------------------------------------------
036400 4000-EDIT-FIELDS.
036500     IF GT-POINTS NOT NUMERIC
036600         MOVE "POINTS NON NUMERIQUES" TO REJ-REASON
036700         PERFORM 7100-WRITE-REJECT
036800             THRU 7100-EXIT
036900         GO TO 4000-EXIT
037000     END-IF
037100     MOVE GT-CREDIT-FLAG TO WS-EDIT-FLAG
037200     IF NOT WS-FLAG-VALID
037300         MOVE "INDICATEUR CREDIT INVALIDE (Y/N)" TO REJ-REASON
037400         PERFORM 7100-WRITE-REJECT
037500             THRU 7100-EXIT
037600         GO TO 4000-EXIT
037700     END-IF
037800     MOVE GT-GPA-FLAG TO WS-EDIT-FLAG
037900     IF NOT WS-FLAG-VALID
038000         MOVE "INDICATEUR MOYENNE INVALIDE (Y/N)" TO REJ-REASON
038100         PERFORM 7100-WRITE-REJECT
038200             THRU 7100-EXIT
038300         GO TO 4000-EXIT
038400     END-IF.
038500 4000-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------
038900* 5000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF
039000*----------------------------------------------------------
039100 5000-READ-TRANS.
039200     READ MAINT-TRANS-FILE
039300         AT END
039400             SET WS-EOF TO TRUE
039500     END-READ.
039600 5000-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------
040000* 7000-WRITE-IMAGE - ONE GRADE-SCALE RECORD ON THE LISTING
040100*----------------------------------------------------------
040200 7000-WRITE-IMAGE.
040300     MOVE GS-GRADE       TO IMG-GRADE
040400     MOVE GS-POINTS      TO IMG-POINTS
040500     MOVE GS-CREDIT-FLAG TO IMG-CREDIT-FLAG
040600     MOVE GS-GPA-FLAG    TO IMG-GPA-FLAG
040700     MOVE GS-DESCRIPTION TO IMG-DESCRIPTION
040800     WRITE MAINT-LST-REC FROM WS-IMAGE-LINE.
040900 7000-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------
041300* 7100-WRITE-REJECT - ONE REJECTION LINE ON THE LISTING
041400*----------------------------------------------------------
041500 7100-WRITE-REJECT.
041600     MOVE "N" TO WS-TRANS-VALID-SW
041700     WRITE MAINT-LST-REC FROM WS-REJECT-LINE.
041800 7100-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------
042200* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
042300*----------------------------------------------------------
042400 8000-TERMINATE.
042500     MOVE WS-TRANS-COUNT   TO TRL-TRANS
042600     MOVE WS-APPLIED-COUNT TO TRL-APPLIED
042700     MOVE WS-REJECT-COUNT  TO TRL-REJECTS
042800     WRITE MAINT-LST-REC FROM WS-TRAILER-1
042900     WRITE MAINT-LST-REC FROM WS-TRAILER-2
043000     WRITE MAINT-LST-REC FROM WS-TRAILER-3
043100     CLOSE MAINT-TRANS-FILE
043200     CLOSE GRADE-SCALE-FILE
043300     CLOSE MAINT-LST-FILE.
043400 8000-EXIT.
043500     EXIT.
043600
043700*----------------------------------------------------------
043800* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
043900*----------------------------------------------------------
044000 9999-ABEND.
044100     DISPLAY "GRDMAINT - ARRET ANORMAL DU TRAITEMENT".
044200     STOP RUN.
044300 END PROGRAM GRDMAINT.
