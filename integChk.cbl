000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  INTEGCHK.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  WEEKLY CROSS-FILE
001100*                  INTEGRITY SWEEP OF THE MASTERS.  RECONCIL
001200*                  ONLY PROVES THE SEAT COUNTS AND BALBUILD
001300*                  LOADED ACCTBAL ONCE - AFTER STURECOV
001400*                  RECOVERIES AND HAND FIXES THE FILES DRIFT
001500*                  APART.  EACH EXCEPTION CLASS IS LISTED ON
001600*                  THE REGISTER (INTEGRPT) AND COUNTED:
001700*                  A STUMAST REGISTRATION WITH NO STUPERS
001800*                  PERSON, OR WHOSE COURSE OR SECTION IS NOT
001900*                  ON CRSEMAST/CRSESECT; A CRSESECT SECTION
002000*                  WHOSE INSTRUCTOR IS NOT ON INSTMAST; A
002100*                  CRSEHIST ROW FOR AN UNKNOWN COURSE; A
002200*                  CRSEPREQ ROW NAMING A COURSE NOT ON
002300*                  CRSEMAST; A STUHOLD FOR A STUDENT WHO OWES
002400*                  NOTHING; AN ACCTBAL BALANCE THAT IS NOT
002500*                  THE NET OF THE STUDENT'S BILLTRAN RECORDS
002600*                  (NETTED AS BALBUILD NETS THEM).  THE
002700*                  PER-CLASS COUNTS GO TO INTEGCNT FOR
002800*                  OPSUMARY.  RC 8 WHEN A CRITICAL CLASS IS
002900*                  FOUND, RC 4 FOR THE OTHERS.  READ ONLY -
003000*                  NOTHING IS CORRECTED.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT STUDENT-MASTER ASSIGN TO STUMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SM-KEY
003900         ALTERNATE RECORD KEY IS SM-COURSECODE
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-MAST-STATUS.
004200
004300     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SP-STUDENTID
004700         ALTERNATE RECORD KEY IS SP-NOM
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-PERS-STATUS.
005000
005100     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CM-COURSECODE
005500         FILE STATUS IS WS-CRSE-STATUS.
005600
005700     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CS-KEY
006100         FILE STATUS IS WS-SECT-STATUS.
006200
006300     SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS IN-INSTRID
006700         FILE STATUS IS WS-INST-STATUS.
006800
006900     SELECT COURSE-HIST-FILE ASSIGN TO CRSEHIST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS CH-KEY
007300         FILE STATUS IS WS-HIST-STATUS.
007400
007500     SELECT COURSE-PREREQ-FILE ASSIGN TO CRSEPREQ
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS PQ-KEY
007900         FILE STATUS IS WS-PREQ-STATUS.
008000
008100     SELECT STUDENT-HOLD-FILE ASSIGN TO STUHOLD
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS HD-STUDENTID
008500         FILE STATUS IS WS-HOLD-STATUS.
008600
008700     SELECT ACCOUNT-BAL-FILE ASSIGN TO ACCTBAL
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS AB-STUDENTID
009100         FILE STATUS IS WS-ABAL-STATUS.
009200
009300     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-BILL-STATUS.
009600
009700     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
009800
009900     SELECT INTEG-COUNT-FILE ASSIGN TO INTEGCNT
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-CNT-STATUS.
010200
010300     SELECT INTEG-RPT-FILE ASSIGN TO INTEGRPT
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-RPT-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900*----------------------------------------------------------
011000* STUDENT-MASTER - EVERY LIVE REGISTRATION
011100*----------------------------------------------------------
011200 FD  STUDENT-MASTER.
011300 COPY STUDMAS.
011400
011500*----------------------------------------------------------
011600* STUDENT-PERSON-FILE - THE PERSON BEHIND EACH REGISTRATION
011700*----------------------------------------------------------
011800 FD  STUDENT-PERSON-FILE.
011900 COPY STUPERS.
012000
012100*----------------------------------------------------------
012200* COURSE-MASTER - THE COURSES EVERY OTHER FILE NAMES
012300*----------------------------------------------------------
012400 FD  COURSE-MASTER.
012500 COPY COURSMAS.
012600
012700*----------------------------------------------------------
012800* COURSE-SECTION-FILE - THE SECTIONS, WITH THEIR INSTRUCTOR
012900*----------------------------------------------------------
013000 FD  COURSE-SECTION-FILE.
013100 COPY COURSECT.
013200
013300*----------------------------------------------------------
013400* INSTRUCTOR-MASTER - THE INSTRUCTORS THE SECTIONS NAME
013500*----------------------------------------------------------
013600 FD  INSTRUCTOR-MASTER.
013700 COPY INSTMAS.
013800
013900*----------------------------------------------------------
014000* COURSE-HIST-FILE - THE COMPLETED-COURSE HISTORY
014100*----------------------------------------------------------
014200 FD  COURSE-HIST-FILE.
014300 COPY CRSEHIST.
014400
014500*----------------------------------------------------------
014600* COURSE-PREREQ-FILE - THE PREREQUISITE PAIRS
014700*----------------------------------------------------------
014800 FD  COURSE-PREREQ-FILE.
014900 COPY CRSEPREQ.
015000
015100*----------------------------------------------------------
015200* STUDENT-HOLD-FILE - THE FINANCIAL HOLDS
015300*----------------------------------------------------------
015400 FD  STUDENT-HOLD-FILE.
015500 COPY STUHOLD.
015600
015700*----------------------------------------------------------
015800* ACCOUNT-BAL-FILE - THE LIVE BALANCE PER STUDENT
015900*----------------------------------------------------------
016000 FD  ACCOUNT-BAL-FILE.
016100 COPY ACCTBAL.
016200
016300*----------------------------------------------------------
016400* BILL-TRANS-FILE - THE BILLING FILE THE BALANCES COME FROM
016500*----------------------------------------------------------
016600 FD  BILL-TRANS-FILE
016700     RECORDING MODE IS F.
016800 COPY BILLTRAN.
016900
017000*----------------------------------------------------------
017100* SORT-WORK-FILE - THE BILLING FILE IN STUDENT ORDER
017200*----------------------------------------------------------
017300 SD  SORT-WORK-FILE.
017400 01  SORT-REC.
017500     05  SW-STUDENTID        PIC 9(7).
017600     05  SW-TYPE             PIC X(01).
017700     05  SW-AMOUNT           PIC 9(05)V99.
017800
017900*----------------------------------------------------------
018000* INTEG-COUNT-FILE - ONE COUNT RECORD PER CLASS FOR OPSUMARY
018100*----------------------------------------------------------
018200 FD  INTEG-COUNT-FILE
018300     RECORDING MODE IS F.
018400 COPY INTEGCNT.
018500
018600*----------------------------------------------------------
018700* INTEG-RPT-FILE - THE EXCEPTION REGISTER
018800*----------------------------------------------------------
018900 FD  INTEG-RPT-FILE
019000     RECORDING MODE IS F.
019100 01  INTEG-RPT-REC                   PIC X(80).
019200
019300 WORKING-STORAGE SECTION.
019400 01  WS-MAST-STATUS                  PIC XX.
019500     88  WS-MAST-OK                  VALUE "00", "02".
019600     88  WS-MAST-NOTOPEN             VALUE "35".
019700
019800 01  WS-PERS-STATUS                  PIC XX.
019900     88  WS-PERS-OK                  VALUE "00".
020000     88  WS-PERS-NOTFOUND            VALUE "23".
020100
020200 01  WS-CRSE-STATUS                  PIC XX.
020300     88  WS-CRSE-OK                  VALUE "00".
020400     88  WS-CRSE-NOTFOUND            VALUE "23".
020500
020600 01  WS-SECT-STATUS                  PIC XX.
020700     88  WS-SECT-OK                  VALUE "00", "02".
020800     88  WS-SECT-NOTFOUND            VALUE "23".
020900
021000 01  WS-INST-STATUS                  PIC XX.
021100     88  WS-INST-OK                  VALUE "00".
021200     88  WS-INST-NOTFOUND            VALUE "23".
021300
021400 01  WS-HIST-STATUS                  PIC XX.
021500     88  WS-HIST-OK                  VALUE "00", "02".
021600     88  WS-HIST-NOTOPEN             VALUE "35".
021700
021800 01  WS-PREQ-STATUS                  PIC XX.
021900     88  WS-PREQ-OK                  VALUE "00".
022000     88  WS-PREQ-NOTOPEN             VALUE "35".
022100
022200 01  WS-HOLD-STATUS                  PIC XX.
022300     88  WS-HOLD-OK                  VALUE "00".
022400     88  WS-HOLD-NOTOPEN             VALUE "35".
022500
022600 01  WS-ABAL-STATUS                  PIC XX.
022700     88  WS-ABAL-OK                  VALUE "00", "02".
022800     88  WS-ABAL-NOTFOUND            VALUE "23".
022900
023000 01  WS-BILL-STATUS                  PIC XX.
023100     88  WS-BILL-OK                  VALUE "00".
023200     88  WS-BILL-NOTOPEN             VALUE "35".
023300
023400 01  WS-CNT-STATUS                   PIC XX.
023500     88  WS-CNT-OK                   VALUE "00".
023600
023700 01  WS-RPT-STATUS                   PIC XX.
023800     88  WS-RPT-OK                   VALUE "00".
023900
024000 01  WS-SWITCHES.
024100     05  WS-EOF-SW                   PIC X(01) VALUE "N".
024200         88  WS-EOF                  VALUE "Y".
024300     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
024400         88  WS-IN-EOF               VALUE "Y".
024500
024600*----------------------------------------------------------
024700* WS-CLASS-TABLE - THE EXCEPTION CLASSES: CODE, SUMMARY
024800*     LABEL AND CRITICAL FLAG, WITH THE RUN'S COUNTS.  THE
024900*     SUBSCRIPT OF EACH CLASS IS FIXED BY THIS ORDER.
025000*----------------------------------------------------------
025100 01  WS-CLASS-VALUES.
025200     05  FILLER                      PIC X(31)
025300             VALUE "MASTPERSINSCR. SANS PERSONNE  Y".
025400     05  FILLER                      PIC X(31)
025500             VALUE "MASTCRSEINSCR. COURS INCONNU  Y".
025600     05  FILLER                      PIC X(31)
025700             VALUE "MASTSECTINSCR. SECT. INCONNUE Y".
025800     05  FILLER                      PIC X(31)
025900             VALUE "SECTINSTSECTION ENS. INCONNU  N".
026000     05  FILLER                      PIC X(31)
026100             VALUE "HISTCRSEHISTO. COURS INCONNU  N".
026200     05  FILLER                      PIC X(31)
026300             VALUE "PREQCRSEPREALABLE INCONNU     N".
026400     05  FILLER                      PIC X(31)
026500             VALUE "HOLDZEROBLOCAGE SOLDE NUL     N".
026600     05  FILLER                      PIC X(31)
026700             VALUE "BALBILL SOLDE <> FACTURATION  Y".
026800 01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
026900     05  WS-CLS-ENTRY OCCURS 8 TIMES.
027000         10  WS-CLS-CODE             PIC X(8).
027100         10  WS-CLS-LABEL            PIC X(22).
027200         10  WS-CLS-CRITICAL         PIC X(1).
027300
027400 01  WS-CLASS-COUNTS.
027500     05  WS-CLS-TALLY OCCURS 8 TIMES.
027600         10  WS-CLS-CHECKED          PIC 9(07) COMP.
027700         10  WS-CLS-FOUND            PIC 9(07) COMP.
027800
027900 01  WS-SUBSCRIPTS.
028000     05  WS-CX                       PIC 9(03) COMP.
028100
028200 01  WS-COUNTERS.
028300     05  WS-REG-COUNT                PIC 9(07) COMP VALUE ZERO.
028400     05  WS-SECT-COUNT               PIC 9(07) COMP VALUE ZERO.
028500     05  WS-HIST-COUNT               PIC 9(07) COMP VALUE ZERO.
028600     05  WS-PREQ-COUNT               PIC 9(07) COMP VALUE ZERO.
028700     05  WS-HOLD-COUNT               PIC 9(07) COMP VALUE ZERO.
028800     05  WS-BAL-COUNT                PIC 9(07) COMP VALUE ZERO.
028900     05  WS-CRITICAL-COUNT           PIC 9(07) COMP VALUE ZERO.
029000     05  WS-OTHER-COUNT              PIC 9(07) COMP VALUE ZERO.
029100
029200*----------------------------------------------------------
029300* WS-MATCH-AREA - THE BALANCE/BILLING MATCH.  EACH SIDE'S
029400*     KEY GOES TO HIGH (99999999) AT ITS END OF FILE.
029500*----------------------------------------------------------
029600 01  WS-MATCH-AREA.
029700     05  WS-AB-KEY                   PIC 9(8).
029800     05  WS-SW-KEY                   PIC 9(8).
029900     05  WS-LOW-KEY                  PIC 9(8).
030000     05  WS-NET                      PIC S9(09)V99 COMP-3.
030100
030200* YYMMDD
030300 01  CURRENTDATE.
030400     05  CURRENTYEAR                 PIC 9(4).
030500     05  CURRENTMONTH                PIC 99.
030600     05  CURRENTDAY                  PIC 99.
030700
030800 01  WS-HEADING-1.
030900     05  FILLER                      PIC X(45)
031000         VALUE "INTEGCHK - INTEGRITE DES FICHIERS MAITRES".
031100
031200 01  WS-HEADING-2.
031300     05  FILLER                      PIC X(20)
031400             VALUE "DATE DU TRAITEMENT: ".
031500     05  HDG-DAY                     PIC 99.
031600     05  FILLER                      PIC X(01) VALUE "/".
031700     05  HDG-MONTH                   PIC 99.
031800     05  FILLER                      PIC X(01) VALUE "/".
031900     05  HDG-YEAR                    PIC 9(4).
032000
032100 01  WS-COLUMN-HEADING.
032200     05  FILLER                      PIC X(40)
032300             VALUE "CLASSE    CLE".
032400     05  FILLER                      PIC X(05) VALUE "MOTIF".
032500
032600 01  WS-DETAIL-LINE.
032700     05  DTL-CLASS                   PIC X(8).
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  DTL-KEY                     PIC X(20).
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  DTL-REASON                  PIC X(48).
033200
033300 01  WS-AMOUNT-REASON.
033400     05  FILLER                      PIC X(09)
033500             VALUE "ACCTBAL: ".
033600     05  AR-BALANCE                  PIC -ZZZZZZZ9.99.
033700     05  FILLER                      PIC X(12)
033800             VALUE "  BILLTRAN: ".
033900     05  AR-NET                      PIC -ZZZZZZZ9.99.
034000
034100 01  WS-NO-BALANCE-REASON.
034200     05  FILLER                      PIC X(26)
034300             VALUE "AUCUN ACCTBAL - BILLTRAN: ".
034400     05  NR-NET                      PIC -ZZZZZZZ9.99.
034500
034600 01  WS-CLASS-LINE.
034700     05  CL-LABEL                    PIC X(22).
034800     05  FILLER                      PIC X(03) VALUE ": ".
034900     05  CL-FOUND                    PIC ZZZZZZ9.
035000     05  FILLER                      PIC X(05) VALUE " SUR ".
035100     05  CL-CHECKED                  PIC ZZZZZZ9.
035200     05  FILLER                      PIC X(02) VALUE SPACES.
035300     05  CL-NOTE                     PIC X(12).
035400
035500 01  WS-TRAILER-1.
035600     05  FILLER                      PIC X(25)
035700             VALUE "ANOMALIES CRITIQUES   : ".
035800     05  TRL-CRITICAL                PIC ZZZZZZ9.
035900
036000 01  WS-TRAILER-2.
036100     05  FILLER                      PIC X(25)
036200             VALUE "AUTRES ANOMALIES      : ".
036300     05  TRL-OTHER                   PIC ZZZZZZ9.
036400
036500 PROCEDURE DIVISION.
036600*----------------------------------------------------------
036700* 0000-MAINLINE
036800*----------------------------------------------------------
036900 0000-MAINLINE.
037000     PERFORM 1000-INITIALIZE
037100         THRU 1000-EXIT.
037200     PERFORM 2000-CHECK-REGISTRATIONS
037300         THRU 2000-EXIT.
037400     PERFORM 2500-CHECK-SECTIONS
037500         THRU 2500-EXIT.
037600     PERFORM 2700-CHECK-HISTORY
037700         THRU 2700-EXIT.
037800     PERFORM 2800-CHECK-PREREQS
037900         THRU 2800-EXIT.
038000     PERFORM 2900-CHECK-HOLDS
038100         THRU 2900-EXIT.
038200     SORT SORT-WORK-FILE
038300         ON ASCENDING KEY SW-STUDENTID
038400         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
038500         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
038600     PERFORM 7000-WRITE-COUNTS
038700         THRU 7000-EXIT.
038800     PERFORM 8000-TERMINATE
038900         THRU 8000-EXIT.
039000     GOBACK.
039100
039200*----------------------------------------------------------
039300* 1000-INITIALIZE - OPEN FILES, HEADINGS.  THE MASTERS THE
039400*     OTHERS ARE CHECKED AGAINST MUST BE THERE; HISTORY,
039500*     PREREQUISITES, HOLDS AND BILLING MAY BE ABSENT.
039600*----------------------------------------------------------
039700 1000-INITIALIZE.
039800     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
039900     INITIALIZE WS-CLASS-COUNTS
040000     OPEN OUTPUT INTEG-RPT-FILE
040100     IF NOT WS-RPT-OK
040200         DISPLAY "INTEGCHK - OUVERTURE INTEGRPT IMPOSSIBLE "
040300             WS-RPT-STATUS
040400         GO TO 9999-ABEND
040500     END-IF
040600     MOVE CURRENTDAY   TO HDG-DAY
040700     MOVE CURRENTMONTH TO HDG-MONTH
040800     MOVE CURRENTYEAR  TO HDG-YEAR
040900     WRITE INTEG-RPT-REC FROM WS-HEADING-1
041000     WRITE INTEG-RPT-REC FROM WS-HEADING-2
041100     WRITE INTEG-RPT-REC FROM WS-COLUMN-HEADING
041200     OPEN INPUT STUDENT-MASTER
041300     IF NOT WS-MAST-OK
041400         DISPLAY "INTEGCHK - OUVERTURE STUMAST IMPOSSIBLE "
041500             WS-MAST-STATUS
041600         GO TO 9999-ABEND
041700     END-IF
041800     OPEN INPUT STUDENT-PERSON-FILE
041900     IF NOT WS-PERS-OK
042000         DISPLAY "INTEGCHK - OUVERTURE STUPERS IMPOSSIBLE "
042100             WS-PERS-STATUS
042200         GO TO 9999-ABEND
042300     END-IF
042400     OPEN INPUT COURSE-MASTER
042500     IF NOT WS-CRSE-OK
042600         DISPLAY "INTEGCHK - OUVERTURE CRSEMAST IMPOSSIBLE "
042700             WS-CRSE-STATUS
042800         GO TO 9999-ABEND
042900     END-IF
043000     OPEN INPUT COURSE-SECTION-FILE
043100     IF NOT WS-SECT-OK
043200         DISPLAY "INTEGCHK - OUVERTURE CRSESECT IMPOSSIBLE "
043300             WS-SECT-STATUS
043400         GO TO 9999-ABEND
043500     END-IF
043600     OPEN INPUT INSTRUCTOR-MASTER
043700     IF NOT WS-INST-OK
043800         DISPLAY "INTEGCHK - OUVERTURE INSTMAST IMPOSSIBLE "
043900             WS-INST-STATUS
044000         GO TO 9999-ABEND
044100     END-IF
044200     OPEN INPUT ACCOUNT-BAL-FILE
044300     IF NOT WS-ABAL-OK
044400         DISPLAY "INTEGCHK - OUVERTURE ACCTBAL IMPOSSIBLE "
044500             WS-ABAL-STATUS
044600         GO TO 9999-ABEND
044700     END-IF.
044800 1000-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------
045200* 2000-CHECK-REGISTRATIONS - EVERY STUMAST REGISTRATION
045300*     AGAINST STUPERS, CRSEMAST AND CRSESECT
045400*----------------------------------------------------------
045500 2000-CHECK-REGISTRATIONS.
045600     MOVE "N" TO WS-EOF-SW
045700     PERFORM 2100-CHECK-ONE-REG
045800         THRU 2100-EXIT
045900         UNTIL WS-EOF
046000     MOVE WS-REG-COUNT TO WS-CLS-CHECKED (1)
046100     MOVE WS-REG-COUNT TO WS-CLS-CHECKED (2)
046200     MOVE WS-REG-COUNT TO WS-CLS-CHECKED (3).
046300 2000-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------
046700* 2100-CHECK-ONE-REG - ONE REGISTRATION
046800*----------------------------------------------------------
046900 2100-CHECK-ONE-REG.
047000     READ STUDENT-MASTER NEXT RECORD
047100         AT END
047200             SET WS-EOF TO TRUE
047300             GO TO 2100-EXIT
047400     END-READ
047500     ADD 1 TO WS-REG-COUNT
047600     MOVE SPACES TO DTL-KEY
047700     MOVE SM-STUDENTID  TO DTL-KEY (1:7)
047800     MOVE SM-COURSECODE TO DTL-KEY (9:4)
047900     MOVE SM-SECTION    TO DTL-KEY (14:2)
048000     MOVE SM-STUDENTID TO SP-STUDENTID
048100     READ STUDENT-PERSON-FILE
048200     IF WS-PERS-NOTFOUND
048300         MOVE 1 TO WS-CX
048400         MOVE "ETUDIANT ABSENT DE STUPERS" TO DTL-REASON
048500         PERFORM 7100-WRITE-EXCEPTION
048600             THRU 7100-EXIT
048700     END-IF
048800     MOVE SM-COURSECODE TO CM-COURSECODE
048900     READ COURSE-MASTER
049000     IF WS-CRSE-NOTFOUND
049100         MOVE 2 TO WS-CX
049200         MOVE "COURS ABSENT DE CRSEMAST" TO DTL-REASON
049300         PERFORM 7100-WRITE-EXCEPTION
049400             THRU 7100-EXIT
049500     END-IF
049600     MOVE SM-COURSECODE TO CS-COURSECODE
049700     MOVE SM-SECTION    TO CS-SECTION
049800     READ COURSE-SECTION-FILE
049900     IF WS-SECT-NOTFOUND
050000         MOVE 3 TO WS-CX
050100         MOVE "SECTION ABSENTE DE CRSESECT" TO DTL-REASON
050200         PERFORM 7100-WRITE-EXCEPTION
050300             THRU 7100-EXIT
050400     END-IF.
050500 2100-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------
050900* 2500-CHECK-SECTIONS - EVERY ASSIGNED CRSESECT SECTION
051000*     AGAINST INSTMAST.  INSTRID ZERO IS AN UNASSIGNED
051100*     SECTION, NOT AN EXCEPTION.
051200*----------------------------------------------------------
051300 2500-CHECK-SECTIONS.
051400     MOVE "N" TO WS-EOF-SW
051500     MOVE LOW-VALUES TO CS-KEY
051600     START COURSE-SECTION-FILE KEY >= CS-KEY
051700     IF NOT WS-SECT-OK
051800         GO TO 2500-DONE
051900     END-IF
052000     PERFORM 2600-CHECK-ONE-SECTION
052100         THRU 2600-EXIT
052200         UNTIL WS-EOF.
052300 2500-DONE.
052400     MOVE WS-SECT-COUNT TO WS-CLS-CHECKED (4).
052500 2500-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------
052900* 2600-CHECK-ONE-SECTION - ONE SECTION
053000*----------------------------------------------------------
053100 2600-CHECK-ONE-SECTION.
053200     READ COURSE-SECTION-FILE NEXT RECORD
053300         AT END
053400             SET WS-EOF TO TRUE
053500             GO TO 2600-EXIT
053600     END-READ
053700     ADD 1 TO WS-SECT-COUNT
053800     IF CS-INSTRID NOT NUMERIC
053900         GO TO 2600-EXIT
054000     END-IF
054100     IF CS-INSTRID = ZERO
054200         GO TO 2600-EXIT
054300     END-IF
054400     MOVE CS-INSTRID TO IN-INSTRID
054500     READ INSTRUCTOR-MASTER
054600     IF WS-INST-NOTFOUND
054700         MOVE 4 TO WS-CX
054800         MOVE SPACES TO DTL-KEY
054900         MOVE CS-COURSECODE TO DTL-KEY (1:4)
055000         MOVE CS-SECTION    TO DTL-KEY (6:2)
055100         MOVE CS-INSTRID    TO DTL-KEY (9:5)
055200         MOVE "ENSEIGNANT ABSENT DE INSTMAST" TO DTL-REASON
055300         PERFORM 7100-WRITE-EXCEPTION
055400             THRU 7100-EXIT
055500     END-IF.
055600 2600-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------
056000* 2700-CHECK-HISTORY - EVERY CRSEHIST ROW AGAINST CRSEMAST
056100*----------------------------------------------------------
056200 2700-CHECK-HISTORY.
056300     OPEN INPUT COURSE-HIST-FILE
056400     IF WS-HIST-NOTOPEN
056500         DISPLAY "INTEGCHK - AUCUN FICHIER CRSEHIST"
056600         GO TO 2700-EXIT
056700     END-IF
056800     IF NOT WS-HIST-OK
056900         DISPLAY "INTEGCHK - OUVERTURE CRSEHIST IMPOSSIBLE "
057000             WS-HIST-STATUS
057100         GO TO 9999-ABEND
057200     END-IF
057300     MOVE "N" TO WS-EOF-SW
057400     PERFORM 2750-CHECK-ONE-HISTORY
057500         THRU 2750-EXIT
057600         UNTIL WS-EOF
057700     CLOSE COURSE-HIST-FILE
057800     MOVE WS-HIST-COUNT TO WS-CLS-CHECKED (5).
057900 2700-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------
058300* 2750-CHECK-ONE-HISTORY - ONE COMPLETED-COURSE ROW
058400*----------------------------------------------------------
058500 2750-CHECK-ONE-HISTORY.
058600     READ COURSE-HIST-FILE
058700         AT END
058800             SET WS-EOF TO TRUE
058900             GO TO 2750-EXIT
059000     END-READ
059100     ADD 1 TO WS-HIST-COUNT
059200     MOVE CH-COURSECODE TO CM-COURSECODE
059300     READ COURSE-MASTER
059400     IF WS-CRSE-NOTFOUND
059500         MOVE 5 TO WS-CX
059600         MOVE SPACES TO DTL-KEY
059700         MOVE CH-STUDENTID  TO DTL-KEY (1:7)
059800         MOVE CH-COURSECODE TO DTL-KEY (9:4)
059900         MOVE CH-TERM       TO DTL-KEY (14:5)
060000         MOVE "COURS ABSENT DE CRSEMAST" TO DTL-REASON
060100         PERFORM 7100-WRITE-EXCEPTION
060200             THRU 7100-EXIT
060300     END-IF.
060400 2750-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------
060800* 2800-CHECK-PREREQS - BOTH COURSES OF EVERY CRSEPREQ PAIR
060900*     AGAINST CRSEMAST
061000*----------------------------------------------------------
061100 2800-CHECK-PREREQS.
061200     OPEN INPUT COURSE-PREREQ-FILE
061300     IF WS-PREQ-NOTOPEN
061400         DISPLAY "INTEGCHK - AUCUN FICHIER CRSEPREQ"
061500         GO TO 2800-EXIT
061600     END-IF
061700     IF NOT WS-PREQ-OK
061800         DISPLAY "INTEGCHK - OUVERTURE CRSEPREQ IMPOSSIBLE "
061900             WS-PREQ-STATUS
062000         GO TO 9999-ABEND
062100     END-IF
062200     MOVE "N" TO WS-EOF-SW
062300     PERFORM 2850-CHECK-ONE-PREREQ
062400         THRU 2850-EXIT
062500         UNTIL WS-EOF
062600     CLOSE COURSE-PREREQ-FILE
062700     MOVE WS-PREQ-COUNT TO WS-CLS-CHECKED (6).
062800 2800-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------
063200* 2850-CHECK-ONE-PREREQ - ONE PREREQUISITE PAIR
063300*----------------------------------------------------------
063400 2850-CHECK-ONE-PREREQ.
063500     READ COURSE-PREREQ-FILE
063600         AT END
063700             SET WS-EOF TO TRUE
063800             GO TO 2850-EXIT
063900     END-READ
064000     ADD 1 TO WS-PREQ-COUNT
064100     MOVE 6 TO WS-CX
064200     MOVE SPACES TO DTL-KEY
064300     MOVE PQ-COURSECODE  TO DTL-KEY (1:4)
064400     MOVE PQ-PREREQ-CODE TO DTL-KEY (6:4)
064500     MOVE PQ-PREREQ-CODE TO CM-COURSECODE
064600     READ COURSE-MASTER
064700     IF WS-CRSE-NOTFOUND
064800         MOVE "PREALABLE ABSENT DE CRSEMAST" TO DTL-REASON
064900         PERFORM 7100-WRITE-EXCEPTION
065000             THRU 7100-EXIT
065100         GO TO 2850-EXIT
065200     END-IF
065300     MOVE PQ-COURSECODE TO CM-COURSECODE
065400     READ COURSE-MASTER
065500     IF WS-CRSE-NOTFOUND
065600         MOVE "COURS ABSENT DE CRSEMAST" TO DTL-REASON
065700         PERFORM 7100-WRITE-EXCEPTION
065800             THRU 7100-EXIT
065900     END-IF.
066000 2850-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------
066400* 2900-CHECK-HOLDS - EVERY FINANCIAL HOLD AGAINST THE LIVE
066500*     BALANCE.  A STUDENT WITH NO ACCTBAL RECORD OWES
066600*     NOTHING.
066700*----------------------------------------------------------
066800 2900-CHECK-HOLDS.
066900     OPEN INPUT STUDENT-HOLD-FILE
067000     IF WS-HOLD-NOTOPEN
067100         DISPLAY "INTEGCHK - AUCUN FICHIER STUHOLD"
067200         GO TO 2900-EXIT
067300     END-IF
067400     IF NOT WS-HOLD-OK
067500         DISPLAY "INTEGCHK - OUVERTURE STUHOLD IMPOSSIBLE "
067600             WS-HOLD-STATUS
067700         GO TO 9999-ABEND
067800     END-IF
067900     MOVE "N" TO WS-EOF-SW
068000     PERFORM 2950-CHECK-ONE-HOLD
068100         THRU 2950-EXIT
068200         UNTIL WS-EOF
068300     CLOSE STUDENT-HOLD-FILE
068400     MOVE WS-HOLD-COUNT TO WS-CLS-CHECKED (7).
068500 2900-EXIT.
068600     EXIT.
068700
068800*----------------------------------------------------------
068900* 2950-CHECK-ONE-HOLD - ONE HELD STUDENT
069000*----------------------------------------------------------
069100 2950-CHECK-ONE-HOLD.
069200     READ STUDENT-HOLD-FILE
069300         AT END
069400             SET WS-EOF TO TRUE
069500             GO TO 2950-EXIT
069600     END-READ
069700     ADD 1 TO WS-HOLD-COUNT
069800     MOVE HD-STUDENTID TO AB-STUDENTID
069900     READ ACCOUNT-BAL-FILE
070000     IF WS-ABAL-OK
070100         IF AB-BALANCE > ZERO
070200             GO TO 2950-EXIT
070300         END-IF
070400         MOVE "BLOCAGE MAIS SOLDE NUL OU CREDITEUR"
070500             TO DTL-REASON
070600     ELSE
070700         MOVE "BLOCAGE MAIS AUCUN SOLDE ACCTBAL" TO DTL-REASON
070800     END-IF
070900     MOVE 7 TO WS-CX
071000     MOVE SPACES TO DTL-KEY
071100     MOVE HD-STUDENTID TO DTL-KEY (1:7)
071200     PERFORM 7100-WRITE-EXCEPTION
071300         THRU 7100-EXIT.
071400 2950-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------
071800* 3000-SORT-INPUT - FEED THE SORT FROM THE BILLING FILE
071900*----------------------------------------------------------
072000 3000-SORT-INPUT.
072100     OPEN INPUT BILL-TRANS-FILE
072200     IF WS-BILL-NOTOPEN
072300         DISPLAY "INTEGCHK - AUCUN FICHIER BILLTRAN"
072400         GO TO 3000-EXIT
072500     END-IF
072600     IF NOT WS-BILL-OK
072700         DISPLAY "INTEGCHK - OUVERTURE BILLTRAN IMPOSSIBLE "
072800             WS-BILL-STATUS
072900         GO TO 9999-ABEND
073000     END-IF
073100     PERFORM 3100-RELEASE-TRANS
073200         THRU 3100-EXIT
073300         UNTIL WS-IN-EOF
073400     CLOSE BILL-TRANS-FILE.
073500 3000-EXIT.
073600     EXIT.
073700
073800*----------------------------------------------------------
073900* 3100-RELEASE-TRANS - ONE BILLING RECORD INTO THE SORT
074000*----------------------------------------------------------
074100 3100-RELEASE-TRANS.
074200     READ BILL-TRANS-FILE
074300         AT END
074400             SET WS-IN-EOF TO TRUE
074500             GO TO 3100-EXIT
074600     END-READ
074700     MOVE BT-STUDENTID TO SW-STUDENTID
074800     MOVE BT-TYPE      TO SW-TYPE
074900     MOVE BT-AMOUNT    TO SW-AMOUNT
075000     RELEASE SORT-REC.
075100 3100-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------
075500* 4000-SORT-OUTPUT - MATCH THE STUDENT-ORDERED BILLING
075600*     AGAINST ACCTBAL READ IN KEY ORDER
075700*----------------------------------------------------------
075800 4000-SORT-OUTPUT.
075900     MOVE "N" TO WS-EOF-SW
076000     MOVE ZERO TO AB-STUDENTID
076100     START ACCOUNT-BAL-FILE KEY >= AB-STUDENTID
076200     IF WS-ABAL-OK
076300         PERFORM 4150-READ-BALANCE
076400             THRU 4150-EXIT
076500     ELSE
076600         MOVE 99999999 TO WS-AB-KEY
076700     END-IF
076800     PERFORM 4100-RETURN-TRANS
076900         THRU 4100-EXIT
077000     PERFORM 4200-MATCH-STUDENT
077100         THRU 4200-EXIT
077200         UNTIL WS-AB-KEY = 99999999
077300           AND WS-SW-KEY = 99999999
077400     MOVE WS-BAL-COUNT TO WS-CLS-CHECKED (8).
077500 4000-EXIT.
077600     EXIT.
077700
077800*----------------------------------------------------------
077900* 4100-RETURN-TRANS - NEXT SORTED BILLING RECORD
078000*----------------------------------------------------------
078100 4100-RETURN-TRANS.
078200     RETURN SORT-WORK-FILE
078300         AT END
078400             MOVE 99999999 TO WS-SW-KEY
078500             GO TO 4100-EXIT
078600     END-RETURN
078700     MOVE SW-STUDENTID TO WS-SW-KEY.
078800 4100-EXIT.
078900     EXIT.
079000
079100*----------------------------------------------------------
079200* 4150-READ-BALANCE - NEXT ACCTBAL RECORD IN KEY ORDER
079300*----------------------------------------------------------
079400 4150-READ-BALANCE.
079500     READ ACCOUNT-BAL-FILE NEXT RECORD
079600         AT END
079700             MOVE 99999999 TO WS-AB-KEY
079800             GO TO 4150-EXIT
079900     END-READ
080000     MOVE AB-STUDENTID TO WS-AB-KEY.
080100 4150-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------
080500* 4200-MATCH-STUDENT - THE LOWER OF THE TWO KEYS: NET ITS
080600*     BILLING, COMPARE WITH ITS BALANCE.  A STUDENT BILLED
080700*     TO A NON-ZERO NET WITH NO ACCTBAL RECORD IS AN
080800*     EXCEPTION TOO.
080900*----------------------------------------------------------
081000 4200-MATCH-STUDENT.
081100     MOVE WS-SW-KEY TO WS-LOW-KEY
081200     IF WS-AB-KEY < WS-SW-KEY
081300         MOVE WS-AB-KEY TO WS-LOW-KEY
081400     END-IF
081500     MOVE ZERO TO WS-NET
081600     PERFORM 4300-TALLY-TRANS
081700         THRU 4300-EXIT
081800         UNTIL WS-SW-KEY NOT = WS-LOW-KEY
081900     ADD 1 TO WS-BAL-COUNT
082000     MOVE 8 TO WS-CX
082100     MOVE SPACES TO DTL-KEY
082200     MOVE WS-LOW-KEY (2:7) TO DTL-KEY (1:7)
082300     IF WS-AB-KEY = WS-LOW-KEY
082400         IF AB-BALANCE NOT = WS-NET
082500             MOVE AB-BALANCE TO AR-BALANCE
082600             MOVE WS-NET     TO AR-NET
082700             MOVE WS-AMOUNT-REASON TO DTL-REASON
082800             PERFORM 7100-WRITE-EXCEPTION
082900                 THRU 7100-EXIT
083000         END-IF
083100         PERFORM 4150-READ-BALANCE
083200             THRU 4150-EXIT
083300         GO TO 4200-EXIT
083400     END-IF
083500     IF WS-NET NOT = ZERO
083600         MOVE WS-NET TO NR-NET
083700         MOVE WS-NO-BALANCE-REASON TO DTL-REASON
083800         PERFORM 7100-WRITE-EXCEPTION
083900             THRU 7100-EXIT
084000     END-IF.
084100 4200-EXIT.
084200     EXIT.
084300
084400*----------------------------------------------------------
084500* 4300-TALLY-TRANS - ONE TRANSACTION INTO THE NET, SIGNED AS
084600*     BALBUILD AND THE ONLINE POSTING SIGN IT
084700*----------------------------------------------------------
084800 4300-TALLY-TRANS.
084900     EVALUATE SW-TYPE
085000         WHEN "C"
085100         WHEN "S"
085200         WHEN "U"
085300         WHEN "D"
085400             ADD SW-AMOUNT TO WS-NET
085500         WHEN "R"
085600         WHEN "T"
085700         WHEN "P"
085800         WHEN "A"
085900             SUBTRACT SW-AMOUNT FROM WS-NET
086000         WHEN OTHER
086100             CONTINUE
086200     END-EVALUATE
086300     PERFORM 4100-RETURN-TRANS
086400         THRU 4100-EXIT.
086500 4300-EXIT.
086600     EXIT.
086700
086800*----------------------------------------------------------
086900* 7000-WRITE-COUNTS - ONE COUNT RECORD PER CLASS FOR
087000*     OPSUMARY; THE FILE IS REWRITTEN FROM THE TOP
087100*----------------------------------------------------------
087200 7000-WRITE-COUNTS.
087300     OPEN OUTPUT INTEG-COUNT-FILE
087400     IF NOT WS-CNT-OK
087500         DISPLAY "INTEGCHK - OUVERTURE INTEGCNT IMPOSSIBLE "
087600             WS-CNT-STATUS
087700         GO TO 9999-ABEND
087800     END-IF
087900     PERFORM 7050-WRITE-ONE-COUNT
088000         THRU 7050-EXIT
088100         VARYING WS-CX FROM 1 BY 1
088200         UNTIL WS-CX > 8
088300     CLOSE INTEG-COUNT-FILE.
088400 7000-EXIT.
088500     EXIT.
088600
088700*----------------------------------------------------------
088800* 7050-WRITE-ONE-COUNT - ONE CLASS'S COUNT RECORD
088900*----------------------------------------------------------
089000 7050-WRITE-ONE-COUNT.
089100     MOVE SPACES TO INTEG-COUNT-REC
089200     MOVE CURRENTDATE              TO IC-RUN-DATE
089300     MOVE WS-CLS-CODE (WS-CX)      TO IC-CLASS
089400     MOVE WS-CLS-LABEL (WS-CX)     TO IC-LABEL
089500     MOVE WS-CLS-CRITICAL (WS-CX)  TO IC-CRITICAL
089600     MOVE WS-CLS-CHECKED (WS-CX)   TO IC-CHECKED
089700     MOVE WS-CLS-FOUND (WS-CX)     TO IC-EXCEPTIONS
089800     WRITE INTEG-COUNT-REC
089900     IF NOT WS-CNT-OK
090000         DISPLAY "INTEGCHK - ECRITURE INTEGCNT IMPOSSIBLE "
090100             WS-CNT-STATUS
090200         GO TO 9999-ABEND
090300     END-IF.
090400 7050-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------
090800* 7100-WRITE-EXCEPTION - ONE LINE ON THE REGISTER FOR CLASS
090900*     WS-CX, KEY AND REASON SET BY THE CALLER
091000*----------------------------------------------------------
091100 7100-WRITE-EXCEPTION.
091200     ADD 1 TO WS-CLS-FOUND (WS-CX)
091300     IF WS-CLS-CRITICAL (WS-CX) = "Y"
091400         ADD 1 TO WS-CRITICAL-COUNT
091500     ELSE
091600         ADD 1 TO WS-OTHER-COUNT
091700     END-IF
091800     MOVE WS-CLS-CODE (WS-CX) TO DTL-CLASS
091900     WRITE INTEG-RPT-REC FROM WS-DETAIL-LINE.
092000 7100-EXIT.
092100     EXIT.
092200
092300*----------------------------------------------------------
092400* 8000-TERMINATE - CLASS SUMMARY, TRAILERS, RETURN CODE,
092500*     CLOSE FILES
092600*----------------------------------------------------------
092700 8000-TERMINATE.
092800     PERFORM 8100-PRINT-CLASS
092900         THRU 8100-EXIT
093000         VARYING WS-CX FROM 1 BY 1
093100         UNTIL WS-CX > 8
093200     MOVE WS-CRITICAL-COUNT TO TRL-CRITICAL
093300     MOVE WS-OTHER-COUNT    TO TRL-OTHER
093400     WRITE INTEG-RPT-REC FROM WS-TRAILER-1
093500     WRITE INTEG-RPT-REC FROM WS-TRAILER-2
093600     IF WS-CRITICAL-COUNT > ZERO
093700         DISPLAY "INTEGCHK - ANOMALIES CRITIQUES - RC 8"
093800         MOVE 8 TO RETURN-CODE
093900     ELSE
094000         IF WS-OTHER-COUNT > ZERO
094100             MOVE 4 TO RETURN-CODE
094200         END-IF
094300     END-IF
094400     CLOSE STUDENT-MASTER
094500     CLOSE STUDENT-PERSON-FILE
094600     CLOSE COURSE-MASTER
094700     CLOSE COURSE-SECTION-FILE
094800     CLOSE INSTRUCTOR-MASTER
094900     CLOSE ACCOUNT-BAL-FILE
095000     CLOSE INTEG-RPT-FILE.
095100 8000-EXIT.
095200     EXIT.
095300
095400*----------------------------------------------------------
095500* 8100-PRINT-CLASS - ONE CLASS'S COUNT ON THE REGISTER
095600*----------------------------------------------------------
095700 8100-PRINT-CLASS.
095800     MOVE WS-CLS-LABEL (WS-CX)   TO CL-LABEL
095900     MOVE WS-CLS-FOUND (WS-CX)   TO CL-FOUND
096000     MOVE WS-CLS-CHECKED (WS-CX) TO CL-CHECKED
096100     MOVE SPACES TO CL-NOTE
096200     IF WS-CLS-FOUND (WS-CX) > ZERO
096300         IF WS-CLS-CRITICAL (WS-CX) = "Y"
096400             MOVE "** CRITIQUE" TO CL-NOTE
096500         ELSE
096600             MOVE "** ATTENTION" TO CL-NOTE
096700         END-IF
096800     END-IF
096900     WRITE INTEG-RPT-REC FROM WS-CLASS-LINE.
097000 8100-EXIT.
097100     EXIT.
097200
097300*----------------------------------------------------------
097400* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
097500*----------------------------------------------------------
097600 9999-ABEND.
097700     DISPLAY "INTEGCHK - ARRET ANORMAL DU TRAITEMENT".
097800     STOP RUN.
097900 END PROGRAM INTEGCHK.
