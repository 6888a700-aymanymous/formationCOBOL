000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  SECCANC.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  SECTION CANCELLATION
001100*                  RUN.  THE CONTROL CARD NAMES THE SECTIONS
001200*                  TO CANCEL - THOSE LISTED ON THE CANCIN
001300*                  CARDS ("L"), OR EVERY SECTION STARTING BY
001400*                  THE CUTOFF DATE WHOSE ENROLLMENT IS UNDER
001500*                  ITS MINIMUM CS-MIN-SEATS ("M").  EACH
001600*                  REGISTRATION IN A CANCELLED SECTION IS
001700*                  WITHDRAWN WITH THE FULL FEE REVERSED
001800*                  (WHATEVER THE REFUND SCHEDULE SAYS),
001900*                  THEN FILED IN ANOTHER SECTION OF THE
002000*                  COURSE FOR THE SAME TERM WITH A SEAT FREE
002100*                  AND NO TIME CONFLICT, OR ELSE WAITLISTED
002200*                  ON ONE.  EVERY STUMAST CHANGE IS JOURNALED
002300*                  (STUJRNL) AND AUDITED (MNTAUDT) AS IN
002400*                  DROPREG, THE SECTION IS RETIRED FROM
002500*                  CRSESECT, AND A CANCELLATION REGISTER IS
002600*                  PRINTED BY STUDENT.  EACH STUDENT MOVED
002610*                  IS QUEUED A NOTICE (NOTIFQ) GIVING THE NEW
002620*                  SECTION OR THE WAITLIST, AND THE REFUND.
002630*                  THE SPONSOR GIVE-BACK LOOKS ONLY AT THE
002640*                  AWARDS FOR THE CANCELLED SECTION'S TERM.
002650*                  THE WAITLIST IS COPIED TO WAITNEW WITHOUT
002660*                  THE ENTRIES FOR THE CANCELLED SECTIONS,
002670*                  EACH OF THOSE STUDENTS BEING QUEUED A
002680*                  NOTICE; THE JOB COPIES WAITNEW BACK.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CANCEL-LIST-FILE ASSIGN TO CANCIN
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-LIST-STATUS.
003400
003500     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
003600
003700     SELECT STUDENT-MASTER ASSIGN TO STUMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS SM-KEY
004100         ALTERNATE RECORD KEY IS SM-COURSECODE
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-MAST-STATUS.
004400
004500     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CM-COURSECODE
004900         FILE STATUS IS WS-CRSE-STATUS.
005000
005100     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CS-KEY
005500         FILE STATUS IS WS-SECT-STATUS.
005600
005700     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-BILL-STATUS.
006000
006100     SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-AUD-STATUS.
006400
006500     SELECT STU-JOURNAL-FILE ASSIGN TO STUJRNL
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-JRN-STATUS.
006800
006900     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-WAIT-STATUS.
007200
007210     SELECT WAITNEW-FILE ASSIGN TO WAITNEW
007220         ORGANIZATION IS SEQUENTIAL
007230         FILE STATUS IS WS-WNEW-STATUS.
007240
007300     SELECT ACCOUNT-BAL-FILE ASSIGN TO ACCTBAL
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS AB-STUDENTID
007700         FILE STATUS IS WS-ABAL-STATUS.
007800
007900     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS AW-KEY
008300         FILE STATUS IS WS-AWD-STATUS.
008400
008410     SELECT NOTIFY-QUEUE-FILE ASSIGN TO NOTIFQ
008420         ORGANIZATION IS SEQUENTIAL
008430         FILE STATUS IS WS-NTF-STATUS.
008440
008500     SELECT CANCEL-RPT-FILE ASSIGN TO CANCRPT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-RPT-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100*----------------------------------------------------------
009200* CANCEL-LIST-FILE - ONE SECTION TO CANCEL PER CARD ("L")
009300*----------------------------------------------------------
009400 FD  CANCEL-LIST-FILE
009500     RECORDING MODE IS F.
009600 01  CANCEL-LIST-REC.
009700     05  CC-COURSECODE               PIC X(4).
009800     05  CC-SECTION                  PIC X(2).
009900     05  FILLER                      PIC X(74).
010000
010100*----------------------------------------------------------
010200* SORT-WORK-FILE - ONE WITHDRAWN REGISTRATION AND WHAT
010300*     BECAME OF IT, FOR THE REGISTER BY STUDENT
010400*----------------------------------------------------------
010500 SD  SORT-WORK-FILE.
010600 01  SORT-REC.
010700     05  SR-STUDENTID            PIC 9(7).
010800     05  SR-COURSECODE           PIC X(4).
010900     05  SR-OLD-SECTION          PIC X(2).
011000     05  SR-NOM                  PIC X(10).
011100     05  SR-OUTCOME              PIC X(1).
011200         88  SR-REREGISTERED     VALUE "R".
011300         88  SR-WAITLISTED       VALUE "W".
011400         88  SR-WITHDRAWN-ONLY   VALUE "N".
011500     05  SR-NEW-SECTION          PIC X(2).
011600     05  SR-REFUND               PIC 9(05)V99.
011700
011800*----------------------------------------------------------
011900* STUDENT-MASTER - THE REGISTRATIONS WITHDRAWN AND RE-FILED
012000*----------------------------------------------------------
012100 FD  STUDENT-MASTER.
012200 COPY STUDMAS.
012300
012400*----------------------------------------------------------
012500* COURSE-MASTER - COURSE SEAT TOTAL AND FEE
012600*----------------------------------------------------------
012700 FD  COURSE-MASTER.
012800 COPY COURSMAS.
012900
013000*----------------------------------------------------------
013100* COURSE-SECTION-FILE - THE SECTIONS CANCELLED AND THE ONES
013200*     THAT TAKE THEIR STUDENTS
013300*----------------------------------------------------------
013400 FD  COURSE-SECTION-FILE.
013500 COPY COURSECT.
013600
013700*----------------------------------------------------------
013800* BILL-TRANS-FILE - FEE REVERSALS AND NEW CHARGES
013900*----------------------------------------------------------
014000 FD  BILL-TRANS-FILE
014100     RECORDING MODE IS F.
014200 COPY BILLTRAN.
014300
014400*----------------------------------------------------------
014500* MAINT-AUDIT-FILE - IMAGE OF EVERY STUMAST AND CRSESECT
014600*     CHANGE
014700*----------------------------------------------------------
014800 FD  MAINT-AUDIT-FILE
014900     RECORDING MODE IS F.
015000 COPY MNTAUDT.
015100
015200*----------------------------------------------------------
015300* STU-JOURNAL-FILE - EVERY STUMAST DELETE AND WRITE, FOR
015400*     FORWARD RECOVERY (STURECOV)
015500*----------------------------------------------------------
015600 FD  STU-JOURNAL-FILE
015700     RECORDING MODE IS F.
015800 COPY STUJRNL.
015900
016000*----------------------------------------------------------
016100* WAITLIST-FILE - STUDENTS LEFT WITHOUT A FREE SEAT
016200*----------------------------------------------------------
016300 FD  WAITLIST-FILE
016400     RECORDING MODE IS F.
016500 COPY WAITLST.
016600
016610*----------------------------------------------------------
016620* WAITNEW-FILE - THE WAITLIST LESS THE CANCELLED SECTIONS,
016630*     COPIED BACK OVER WAITLIST BY THE NEXT JOB STEP
016640*----------------------------------------------------------
016650 FD  WAITNEW-FILE
016660     RECORDING MODE IS F.
016670 01  WAITNEW-REC                     PIC X(80).
016680
016700*----------------------------------------------------------
016800* ACCOUNT-BAL-FILE - THE LIVE BALANCE, KEPT IN STEP WITH
016900*     EVERY BILLING WRITE
017000*----------------------------------------------------------
017100 FD  ACCOUNT-BAL-FILE.
017200 COPY ACCTBAL.
017300
017400*----------------------------------------------------------
017500* SPONSOR-AWARD-FILE - THE SPONSOR AWARDS THAT TAKE PART OF
017600*     THE FEES OFF THE STUDENT
017700*----------------------------------------------------------
017800 FD  SPONSOR-AWARD-FILE.
017900 COPY SPAWARD.
018000
018010*----------------------------------------------------------
018020* NOTIFY-QUEUE-FILE - NOTICES FOR THE STUDENTS, SENT BY THE
018030*     NIGHTLY MAIL-MERGE STEP
018040*----------------------------------------------------------
018050 FD  NOTIFY-QUEUE-FILE
018060     RECORDING MODE IS F.
018070 COPY NOTIFQ.
018080
018100*----------------------------------------------------------
018200* CANCEL-RPT-FILE - THE CANCELLATION REGISTER
018300*----------------------------------------------------------
018400 FD  CANCEL-RPT-FILE
018500     RECORDING MODE IS F.
018600 01  CANCEL-RPT-REC                  PIC X(80).
018700
018800 WORKING-STORAGE SECTION.
018900 01  WS-LIST-STATUS                  PIC XX.
019000     88  WS-LIST-OK                  VALUE "00".
019100
019200 01  WS-MAST-STATUS                  PIC XX.
019300     88  WS-MAST-OK                  VALUE "00", "02".
019400     88  WS-MAST-NOTFOUND            VALUE "23".
019500     88  WS-MAST-DUPLICATE           VALUE "22".
019600
019700 01  WS-CRSE-STATUS                  PIC XX.
019800     88  WS-CRSE-OK                  VALUE "00".
019900
020000 01  WS-SECT-STATUS                  PIC XX.
020100     88  WS-SECT-OK                  VALUE "00".
020200     88  WS-SECT-NOTFOUND            VALUE "23".
020300
020400 01  WS-BILL-STATUS                  PIC XX.
020500     88  WS-BILL-OK                  VALUE "00".
020600
020700 01  WS-AUD-STATUS                   PIC XX.
020800     88  WS-AUD-OK                   VALUE "00".
020900
021000 01  WS-AUD-FIELDS.
021100     05  WS-AUD-FILE                 PIC X(8).
021200     05  WS-AUD-ACTION               PIC X(1).
021300     05  WS-AUD-BEFORE               PIC X(80).
021400     05  WS-AUD-AFTER                PIC X(80).
021500     05  WS-AUD-DATE                 PIC 9(8).
021600     05  WS-AUD-TIME                 PIC 9(8).
021700
021800 01  WS-JRN-STATUS                   PIC XX.
021900     88  WS-JRN-OK                   VALUE "00".
022000
022100 01  WS-JRN-FIELDS.
022200     05  WS-JRN-ACTION               PIC X(1).
022300     05  WS-JRN-DATE                 PIC 9(8).
022400     05  WS-JRN-TIME                 PIC 9(8).
022500
022600 01  WS-WAIT-STATUS                  PIC XX.
022700     88  WS-WAIT-OK                  VALUE "00".
022710
022720 01  WS-WNEW-STATUS                  PIC XX.
022730     88  WS-WNEW-OK                  VALUE "00".
022800
022900 01  WS-ABAL-STATUS                  PIC XX.
023000     88  WS-ABAL-OK                  VALUE "00", "02".
023100     88  WS-ABAL-NOTOPEN             VALUE "35".
023200     88  WS-ABAL-NOTFOUND            VALUE "23".
023300
023400 01  WS-ABAL-NEW-SW                  PIC X(01) VALUE "N".
023500     88  WS-ABAL-NEW                 VALUE "Y".
023600
023700 01  WS-AWD-STATUS                   PIC XX.
023800     88  WS-AWD-OK                   VALUE "00", "02".
023900     88  WS-AWD-NOTOPEN              VALUE "35".
024000
024100 01  WS-AWD-PRESENT-SW               PIC X(01) VALUE "Y".
024200     88  WS-AWD-PRESENT              VALUE "Y".
024300
024400 01  WS-SPONSOR-FIELDS.
024500     05  WS-SPN-STUDENTID            PIC 9(7).
024600     05  WS-SPN-TERM                 PIC X(5).
024700     05  WS-SPN-COURSE               PIC X(4).
024800     05  WS-SPN-DATE                 PIC 9(8).
024900     05  WS-SPN-FEE                  PIC 9(05)V99.
025000     05  WS-SPN-LEFT                 PIC 9(05)V99.
025100     05  WS-SPN-SHARE                PIC S9(05)V99.
025200     05  WS-SPN-IX                   PIC 9(03) COMP.
025300     05  WS-SPN-SLOT                 PIC 9(03) COMP.
025400     05  WS-SPN-DONE-SW              PIC X(01).
025500         88  WS-SPN-DONE             VALUE "Y".
025600     05  WS-SPN-COVERED-SW           PIC X(01).
025700         88  WS-SPN-COVERED          VALUE "Y".
025800     05  WS-SPN-RETURNED             PIC 9(05)V99.
025900
025910 01  WS-NTF-STATUS                   PIC XX.
025920     88  WS-NTF-OK                   VALUE "00".
025930
025940 01  WS-NTF-DATE                     PIC 9(8).
025950 01  WS-NTF-TIME                     PIC 9(8).
025960
026000 01  WS-RPT-STATUS                   PIC XX.
026100     88  WS-RPT-OK                   VALUE "00".
026200
026300*----------------------------------------------------------
026400* WS-CONTROL-CARD - COL 1 "L" CANCELS THE SECTIONS LISTED
026500*     ON CANCIN; "M" CANCELS EVERY SECTION STARTING ON OR
026600*     BEFORE THE CUTOFF DATE (COLS 2-9, YYYYMMDD; BLANK IS
026700*     THE RUN DATE) WHOSE ENROLLMENT IS UNDER ITS MINIMUM
026800*----------------------------------------------------------
026900 01  WS-CONTROL-CARD.
027000     05  WS-CARD-MODE                PIC X(1).
027100         88  WS-MODE-LIST            VALUE "L".
027200         88  WS-MODE-MINIMUM         VALUE "M".
027300     05  WS-CARD-CUTOFF              PIC 9(8).
027400     05  FILLER                      PIC X(71).
027500
027600 01  WS-CUTOFF-DATE                  PIC 9(8).
027700
027800 01  WS-SWITCHES.
027900     05  WS-LIST-EOF-SW              PIC X(01) VALUE "N".
028000         88  WS-LIST-EOF             VALUE "Y".
028100     05  WS-SCAN-EOF-SW              PIC X(01) VALUE "N".
028200         88  WS-SCAN-EOF             VALUE "Y".
028300     05  WS-EOF-SW                   PIC X(01) VALUE "N".
028400         88  WS-EOF                  VALUE "Y".
028500     05  WS-REG-FULL-SW              PIC X(01) VALUE "N".
028600         88  WS-REG-FULL             VALUE "Y".
028700     05  WS-CANCELLED-SW             PIC X(01) VALUE "N".
028800         88  WS-CANCELLED            VALUE "Y".
028900     05  WS-SCHED-EOF-SW             PIC X(01) VALUE "N".
029000         88  WS-SCHED-EOF            VALUE "Y".
029100     05  WS-SCHED-CONFLICT-SW        PIC X(01) VALUE "N".
029200         88  WS-SCHED-CONFLICT       VALUE "Y".
029300     05  WS-DAY-COMMON-SW            PIC X(01) VALUE "N".
029400         88  WS-DAY-COMMON           VALUE "Y".
029500     05  WS-FIRST-SW                 PIC X(01) VALUE "Y".
029600         88  WS-FIRST                VALUE "Y".
029610     05  WS-WAIT-EOF-SW              PIC X(01) VALUE "N".
029620         88  WS-WAIT-EOF             VALUE "Y".
029630     05  WS-WAIT-DROP-SW             PIC X(01) VALUE "N".
029640         88  WS-WAIT-DROP            VALUE "Y".
029700
029800 01  WS-COUNTERS.
029900     05  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
030000     05  WS-SECT-CANCEL-COUNT        PIC 9(05) COMP VALUE ZERO.
030100     05  WS-SECT-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
030200     05  WS-WITHDRAWN-COUNT          PIC 9(05) COMP VALUE ZERO.
030300     05  WS-MOVED-COUNT              PIC 9(05) COMP VALUE ZERO.
030400     05  WS-WAITED-COUNT             PIC 9(05) COMP VALUE ZERO.
030500     05  WS-NO-SECT-COUNT            PIC 9(05) COMP VALUE ZERO.
030510     05  WS-WAIT-DROP-COUNT          PIC 9(05) COMP VALUE ZERO.
030600
030700 01  WS-REFUND-TOTAL                 PIC 9(09)V99 VALUE ZERO.
030800
030900*----------------------------------------------------------
031000* WS-CANCEL-TABLE - THE SECTIONS TO CANCEL IN THIS RUN
031100*----------------------------------------------------------
031200 01  WS-CANCEL-TABLE.
031300     05  WS-CAN-MAX                  PIC 9(03) COMP VALUE ZERO.
031400     05  WS-CAN-IX                   PIC 9(03) COMP.
031500     05  WS-CAN-FX                   PIC 9(03) COMP.
031600     05  WS-CAN-ENTRY OCCURS 200 TIMES.
031700         10  WS-CAN-KEY.
031800             15  WS-CAN-COURSE       PIC X(4).
031900             15  WS-CAN-SECT         PIC X(2).
031910         10  WS-CAN-TERM             PIC X(5).
031920         10  WS-CAN-DONE-SW          PIC X(01).
031930             88  WS-CAN-DONE         VALUE "Y".
032000
032100*----------------------------------------------------------
032200* WS-CUR-SECTION - THE SECTION BEING CANCELLED
032300*----------------------------------------------------------
032400 01  WS-CUR-SECTION.
032500     05  WS-CUR-KEY.
032600         10  WS-CUR-COURSE           PIC X(4).
032700         10  WS-CUR-SECT             PIC X(2).
032800     05  WS-CUR-TERM                 PIC X(5).
032900
033000*----------------------------------------------------------
033100* WS-REG-TABLE - THE REGISTRATIONS HELD IN THE SECTION,
033200*     TAKEN OFF THE COURSE PATH BEFORE ANY IS DELETED
033300*----------------------------------------------------------
033400 01  WS-REG-TABLE.
033500     05  WS-REG-MAX                  PIC 9(03) COMP VALUE ZERO.
033600     05  WS-REG-IX                   PIC 9(03) COMP.
033700     05  WS-REG-IMAGE OCCURS 300 TIMES
033800                                     PIC X(60).
033900
034000*----------------------------------------------------------
034100* WS-ALT-TABLE - THE COURSE'S OTHER SECTIONS FOR THE SAME
034200*     TERM, STILL RUNNING AND NOT BEING CANCELLED
034300*----------------------------------------------------------
034400 01  WS-ALT-TABLE.
034500     05  WS-ALT-MAX                  PIC 9(03) COMP VALUE ZERO.
034600     05  WS-ALT-IX                   PIC 9(03) COMP.
034700     05  WS-ALT-SECT OCCURS 20 TIMES PIC X(2).
034800
034900 01  WS-NEW-IX                       PIC 9(03) COMP.
035000 01  WS-WAIT-IX                      PIC 9(03) COMP.
035100 01  WS-DAY-IX                       PIC 9(03) COMP.
035200
035300 01  WS-SAVE-REC                     PIC X(60).
035400 01  WS-FEE                          PIC 9(05)V99.
035500
035600*----------------------------------------------------------
035700* WS-NEW-SECT - THE SCHEDULE OF THE SECTION TRIED, SAVED
035800*     WHILE THE STUDENT'S OTHER SECTIONS ARE READ
035900*----------------------------------------------------------
036000 01  WS-NEW-SECT.
036100     05  WS-NEW-SECT-KEY.
036200         10  WS-NEW-SECT-COURSE      PIC X(4).
036300         10  WS-NEW-SECT-SECT        PIC X(2).
036400     05  WS-NEW-MEET-DAYS            PIC X(7).
036500     05  WS-NEW-START-TIME           PIC 9(4).
036600     05  WS-NEW-END-TIME             PIC 9(4).
036700     05  WS-NEW-START-DATE           PIC 9(8).
036800     05  WS-NEW-END-DATE             PIC 9(8).
036900
037000 01  WS-TIMESTAMP-KEY.
037100     05  TS-DATE                     PIC 9(8).
037200     05  TS-TIME                     PIC 9(8).
037300
037400 01  WS-PREV-STUDENTID               PIC 9(7).
037500
037600* YYMMDD
037700 01  CURRENTDATE.
037800     05  CURRENTYEAR                 PIC 9(4).
037900     05  CURRENTMONTH                PIC 99.
038000     05  CURRENTDAY                  PIC 99.
038100
038200 01  WS-HEADING-1.
038300     05  FILLER                      PIC X(45)
038400         VALUE "SECCANC - REGISTRE DES SECTIONS ANNULEES".
038500
038600 01  WS-HEADING-2.
038700     05  FILLER                      PIC X(20)
038800             VALUE "DATE DU TRAITEMENT: ".
038900     05  HDG-DAY                     PIC 99.
039000     05  FILLER                      PIC X(01) VALUE "/".
039100     05  HDG-MONTH                   PIC 99.
039200     05  FILLER                      PIC X(01) VALUE "/".
039300     05  HDG-YEAR                    PIC 9(4).
039400
039500 01  WS-HEADING-3.
039600     05  FILLER                      PIC X(12)
039700             VALUE "SELECTION : ".
039800     05  HDG-SELECTION               PIC X(35).
039900     05  HDG-CUTOFF                  PIC X(8).
040000
040100 01  WS-SECTION-LINE.
040200     05  FILLER                      PIC X(09)
040300             VALUE "ANNULEE: ".
040400     05  SEC-COURSECODE              PIC X(4).
040500     05  FILLER                      PIC X(01) VALUE SPACES.
040600     05  SEC-SECTION                 PIC X(2).
040700     05  FILLER                      PIC X(08)
040800             VALUE "  TERME ".
040900     05  SEC-TERM                    PIC X(5).
041000     05  FILLER                      PIC X(11)
041100             VALUE "  INSCRITS ".
041200     05  SEC-COUNT                   PIC ZZZZ9.
041300     05  FILLER                      PIC X(10)
041400             VALUE "  MINIMUM ".
041500     05  SEC-MIN                     PIC ZZZZ9.
041600
041700 01  WS-REJECT-LINE.
041800     05  FILLER                      PIC X(09)
041900             VALUE "REJET  : ".
042000     05  REJ-COURSECODE              PIC X(4).
042100     05  FILLER                      PIC X(01) VALUE SPACES.
042200     05  REJ-SECTION                 PIC X(2).
042300     05  FILLER                      PIC X(03) VALUE SPACES.
042400     05  REJ-REASON                  PIC X(40).
042500
042600 01  WS-REGISTER-HEADING.
042700     05  FILLER                      PIC X(40) VALUE
042800         "ETUDIANT NOM        COURS SE RESULTAT   ".
042900     05  FILLER                      PIC X(30) VALUE
043000         "              SE  REMBOURSE".
043100
043200 01  WS-DETAIL-LINE.
043300     05  DTL-STUDENTID               PIC Z(7).
043400     05  FILLER                      PIC X(02) VALUE SPACES.
043500     05  DTL-NOM                     PIC X(10).
043600     05  FILLER                      PIC X(01) VALUE SPACES.
043700     05  DTL-COURSECODE              PIC X(4).
043800     05  FILLER                      PIC X(02) VALUE SPACES.
043900     05  DTL-OLD-SECTION             PIC X(2).
044000     05  FILLER                      PIC X(01) VALUE SPACES.
044100     05  DTL-OUTCOME                 PIC X(20).
044200     05  FILLER                      PIC X(04) VALUE SPACES.
044300     05  DTL-NEW-SECTION             PIC X(2).
044400     05  FILLER                      PIC X(03) VALUE SPACES.
044500     05  DTL-REFUND                  PIC ZZZZ9.99.
044600
044700 01  WS-TRAILER-1.
044800     05  FILLER                      PIC X(25)
044900             VALUE "SECTIONS ANNULEES     : ".
045000     05  TRL-CANCELLED               PIC ZZZZ9.
045100
045200 01  WS-TRAILER-2.
045300     05  FILLER                      PIC X(25)
045400             VALUE "SECTIONS REJETEES     : ".
045500     05  TRL-REJECTED                PIC ZZZZ9.
045600
045700 01  WS-TRAILER-3.
045800     05  FILLER                      PIC X(25)
045900             VALUE "INSCRIPTIONS RETIREES : ".
046000     05  TRL-WITHDRAWN               PIC ZZZZ9.
046100
046200 01  WS-TRAILER-4.
046300     05  FILLER                      PIC X(25)
046400             VALUE "  DONT REINSCRITES    : ".
046500     05  TRL-MOVED                   PIC ZZZZ9.
046600
046700 01  WS-TRAILER-5.
046800     05  FILLER                      PIC X(25)
046900             VALUE "  DONT EN ATTENTE     : ".
047000     05  TRL-WAITED                  PIC ZZZZ9.
047100
047200 01  WS-TRAILER-6.
047300     05  FILLER                      PIC X(25)
047400             VALUE "  DONT SANS SECTION   : ".
047500     05  TRL-NO-SECT                 PIC ZZZZ9.
047600
047700 01  WS-TRAILER-7.
047800     05  FILLER                      PIC X(25)
047900             VALUE "TOTAL REMBOURSE       : ".
048000     05  TRL-REFUND                  PIC ZZZZZZZZ9.99.
048010
048020 01  WS-TRAILER-8.
048030     05  FILLER                      PIC X(25)
048040             VALUE "RETIRES DE L ATTENTE  : ".
048050     05  TRL-WAIT-DROP               PIC ZZZZ9.
048100
048200 PROCEDURE DIVISION.
048300*----------------------------------------------------------
048400* 0000-MAINLINE
048500*----------------------------------------------------------
048600 0000-MAINLINE.
048700     PERFORM 1000-INITIALIZE
048800         THRU 1000-EXIT.
048900     PERFORM 2000-BUILD-LIST
049000         THRU 2000-EXIT.
049100     SORT SORT-WORK-FILE
049200         ON ASCENDING KEY SR-STUDENTID SR-COURSECODE
049300         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
049400         OUTPUT PROCEDURE IS 6000-SORT-OUTPUT.
049500     PERFORM 8000-TERMINATE
049600         THRU 8000-EXIT.
049700     GOBACK.
049800
049900*----------------------------------------------------------
050000* 1000-INITIALIZE - CONTROL CARD, OPEN FILES, HEADINGS
050100*----------------------------------------------------------
050200 1000-INITIALIZE.
050300     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
050400     ACCEPT WS-CONTROL-CARD
050500     IF NOT WS-MODE-LIST AND NOT WS-MODE-MINIMUM
050600         DISPLAY "SECCANC - CARTE DE CONTROLE INVALIDE : "
050700             WS-CARD-MODE
050800         GO TO 9999-ABEND
050900     END-IF
051000     MOVE CURRENTDATE TO WS-CUTOFF-DATE
051100     IF WS-CARD-CUTOFF NUMERIC AND WS-CARD-CUTOFF > ZERO
051200         MOVE WS-CARD-CUTOFF TO WS-CUTOFF-DATE
051300     END-IF
051400     IF WS-MODE-LIST
051500         OPEN INPUT CANCEL-LIST-FILE
051600         IF NOT WS-LIST-OK
051700             DISPLAY "SECCANC - OUVERTURE CANCIN IMPOSSIBLE "
051800                 WS-LIST-STATUS
051900             GO TO 9999-ABEND
052000         END-IF
052100     END-IF
052200     OPEN I-O STUDENT-MASTER
052300     IF NOT WS-MAST-OK
052400         DISPLAY "SECCANC - OUVERTURE STUMAST IMPOSSIBLE "
052500             WS-MAST-STATUS
052600         GO TO 9999-ABEND
052700     END-IF
052800     OPEN I-O COURSE-MASTER
052900     IF NOT WS-CRSE-OK
053000         DISPLAY "SECCANC - OUVERTURE CRSEMAST IMPOSSIBLE "
053100             WS-CRSE-STATUS
053200         GO TO 9999-ABEND
053300     END-IF
053400     OPEN I-O COURSE-SECTION-FILE
053500     IF NOT WS-SECT-OK
053600         DISPLAY "SECCANC - OUVERTURE CRSESECT IMPOSSIBLE "
053700             WS-SECT-STATUS
053800         GO TO 9999-ABEND
053900     END-IF
054000     OPEN EXTEND BILL-TRANS-FILE
054100     IF NOT WS-BILL-OK
054200         OPEN OUTPUT BILL-TRANS-FILE
054300     END-IF
054400     IF NOT WS-BILL-OK
054500         DISPLAY "SECCANC - OUVERTURE BILLTRAN IMPOSSIBLE "
054600             WS-BILL-STATUS
054700         GO TO 9999-ABEND
054800     END-IF
054900     OPEN EXTEND MAINT-AUDIT-FILE
055000     IF NOT WS-AUD-OK
055100         OPEN OUTPUT MAINT-AUDIT-FILE
055200     END-IF
055300     IF NOT WS-AUD-OK
055400         DISPLAY "SECCANC - OUVERTURE MNTAUDT IMPOSSIBLE "
055500             WS-AUD-STATUS
055600         GO TO 9999-ABEND
055700     END-IF
055800     OPEN EXTEND STU-JOURNAL-FILE
055900     IF NOT WS-JRN-OK
056000         OPEN OUTPUT STU-JOURNAL-FILE
056100     END-IF
056200     IF NOT WS-JRN-OK
056300         DISPLAY "SECCANC - OUVERTURE STUJRNL IMPOSSIBLE "
056400             WS-JRN-STATUS
056500         GO TO 9999-ABEND
056600     END-IF
056700     OPEN EXTEND WAITLIST-FILE
056800     IF NOT WS-WAIT-OK
056900         OPEN OUTPUT WAITLIST-FILE
057000     END-IF
057100     IF NOT WS-WAIT-OK
057200         DISPLAY "SECCANC - OUVERTURE WAITLIST IMPOSSIBLE "
057300             WS-WAIT-STATUS
057400         GO TO 9999-ABEND
057500     END-IF
057600     MOVE "Y" TO WS-AWD-PRESENT-SW
057700     OPEN I-O SPONSOR-AWARD-FILE
057800     IF WS-AWD-NOTOPEN
057900         MOVE "N" TO WS-AWD-PRESENT-SW
058000     ELSE
058100         IF NOT WS-AWD-OK
058200             DISPLAY "SECCANC - OUVERTURE SPAWARD IMPOSSIBLE "
058300                 WS-AWD-STATUS
058400             GO TO 9999-ABEND
058500         END-IF
058600     END-IF
058700     OPEN I-O ACCOUNT-BAL-FILE
058800     IF WS-ABAL-NOTOPEN
058900         OPEN OUTPUT ACCOUNT-BAL-FILE
059000         CLOSE ACCOUNT-BAL-FILE
059100         OPEN I-O ACCOUNT-BAL-FILE
059200     END-IF
059300     IF NOT WS-ABAL-OK
059400         DISPLAY "SECCANC - OUVERTURE ACCTBAL IMPOSSIBLE "
059500             WS-ABAL-STATUS
059600         GO TO 9999-ABEND
059700     END-IF
059710     OPEN EXTEND NOTIFY-QUEUE-FILE
059720     IF NOT WS-NTF-OK
059730         OPEN OUTPUT NOTIFY-QUEUE-FILE
059740     END-IF
059750     IF NOT WS-NTF-OK
059760         DISPLAY "SECCANC - OUVERTURE NOTIFQ IMPOSSIBLE "
059770             WS-NTF-STATUS
059780         GO TO 9999-ABEND
059790     END-IF
059800     OPEN OUTPUT CANCEL-RPT-FILE
059900     IF NOT WS-RPT-OK
060000         DISPLAY "SECCANC - OUVERTURE CANCRPT IMPOSSIBLE "
060100             WS-RPT-STATUS
060200         GO TO 9999-ABEND
060300     END-IF
060400     MOVE CURRENTDAY   TO HDG-DAY
060500     MOVE CURRENTMONTH TO HDG-MONTH
060600     MOVE CURRENTYEAR  TO HDG-YEAR
060700     IF WS-MODE-LIST
060800         MOVE "SECTIONS DESIGNEES PAR LE REGISTRAIRE"
060900             TO HDG-SELECTION
061000         MOVE SPACES TO HDG-CUTOFF
061100     ELSE
061200         MOVE "SOUS LE MINIMUM, DEBUT AU PLUS TARD "
061300             TO HDG-SELECTION
061400         MOVE WS-CUTOFF-DATE TO HDG-CUTOFF
061500     END-IF
061600     WRITE CANCEL-RPT-REC FROM WS-HEADING-1
061700     WRITE CANCEL-RPT-REC FROM WS-HEADING-2
061800     WRITE CANCEL-RPT-REC FROM WS-HEADING-3
061900     MOVE SPACES TO CANCEL-RPT-REC
062000     WRITE CANCEL-RPT-REC.
062100 1000-EXIT.
062200     EXIT.
062300
062400*----------------------------------------------------------
062500* 2000-BUILD-LIST - THE SECTIONS TO CANCEL, FROM THE CARDS
062600*     OR FROM A SWEEP OF CRSESECT AGAINST THE MINIMUMS
062700*----------------------------------------------------------
062800 2000-BUILD-LIST.
062900     IF WS-MODE-LIST
063000         PERFORM 2100-READ-LIST
063100             THRU 2100-EXIT
063200             UNTIL WS-LIST-EOF
063300         CLOSE CANCEL-LIST-FILE
063400         GO TO 2000-EXIT
063500     END-IF
063600     MOVE LOW-VALUES TO CS-KEY
063700     START COURSE-SECTION-FILE KEY >= CS-KEY
063800     IF NOT WS-SECT-OK
063900         GO TO 2000-EXIT
064000     END-IF
064100     PERFORM 2200-SCAN-SECTION
064200         THRU 2200-EXIT
064300         UNTIL WS-SCAN-EOF.
064400 2000-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------
064800* 2100-READ-LIST - ONE SECTION NAMED BY THE REGISTRAR.  AN
064900*     UNKNOWN OR FINISHED SECTION IS REJECTED ON THE REGISTER.
065000*----------------------------------------------------------
065100 2100-READ-LIST.
065200     READ CANCEL-LIST-FILE
065300         AT END
065400             SET WS-LIST-EOF TO TRUE
065500             GO TO 2100-EXIT
065600     END-READ
065700     ADD 1 TO WS-LIST-COUNT
065800     MOVE CC-COURSECODE TO CS-COURSECODE
065900     MOVE CC-SECTION    TO CS-SECTION
065910     MOVE CC-COURSECODE TO WS-CUR-COURSE
065920     MOVE CC-SECTION    TO WS-CUR-SECT
066000     READ COURSE-SECTION-FILE
066100     IF WS-SECT-NOTFOUND
066200         MOVE "SECTION INCONNUE" TO REJ-REASON
066300         PERFORM 7100-WRITE-REJECT
066400             THRU 7100-EXIT
066500         GO TO 2100-EXIT
066600     END-IF
066700     IF NOT WS-SECT-OK
066800         DISPLAY "SECCANC - LECTURE CRSESECT IMPOSSIBLE "
066900             WS-SECT-STATUS
067000         GO TO 9999-ABEND
067100     END-IF
067200     IF CURRENTDATE > CS-END-DATE
067300         MOVE "SECTION DEJA TERMINEE" TO REJ-REASON
067400         PERFORM 7100-WRITE-REJECT
067500             THRU 7100-EXIT
067600         GO TO 2100-EXIT
067700     END-IF
067800     PERFORM 2300-ADD-SECTION
067900         THRU 2300-EXIT.
068000 2100-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------
068400* 2200-SCAN-SECTION - ONE SECTION OF THE SWEEP: KEPT WHEN IT
068500*     HAS A MINIMUM, HAS NOT REACHED IT, STARTS BY THE
068600*     CUTOFF DATE AND HAS NOT ENDED
068700*----------------------------------------------------------
068800 2200-SCAN-SECTION.
068900     READ COURSE-SECTION-FILE NEXT RECORD
069000         AT END
069100             SET WS-SCAN-EOF TO TRUE
069200             GO TO 2200-EXIT
069300     END-READ
069400     IF CS-MIN-SEATS = ZERO
069500         OR CS-CURRENT-COUNT >= CS-MIN-SEATS
069600         GO TO 2200-EXIT
069700     END-IF
069800     IF CS-START-DATE > WS-CUTOFF-DATE
069900         OR CURRENTDATE > CS-END-DATE
070000         GO TO 2200-EXIT
070100     END-IF
070200     PERFORM 2300-ADD-SECTION
070300         THRU 2300-EXIT.
070400 2200-EXIT.
070500     EXIT.
070600
070700*----------------------------------------------------------
070800* 2300-ADD-SECTION - THE SECTION JUST READ INTO THE TABLE,
070900*     ONCE ONLY
071000*----------------------------------------------------------
071100 2300-ADD-SECTION.
071200     MOVE CS-COURSECODE TO WS-CUR-COURSE
071300     MOVE CS-SECTION    TO WS-CUR-SECT
071400     PERFORM 2400-CHECK-CANCELLED
071500         THRU 2400-EXIT
071600     IF WS-CANCELLED
071700         GO TO 2300-EXIT
071800     END-IF
071900     IF WS-CAN-MAX >= 200
072000         MOVE "TABLE DES ANNULATIONS SATUREE" TO REJ-REASON
072300         PERFORM 7100-WRITE-REJECT
072400             THRU 7100-EXIT
072500         GO TO 2300-EXIT
072600     END-IF
072700     ADD 1 TO WS-CAN-MAX
072800     MOVE WS-CUR-KEY TO WS-CAN-KEY (WS-CAN-MAX)
072810     MOVE SPACES     TO WS-CAN-TERM (WS-CAN-MAX)
072820     MOVE "N"        TO WS-CAN-DONE-SW (WS-CAN-MAX).
072900 2300-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------
073300* 2400-CHECK-CANCELLED - IS WS-CUR-KEY IN THE TABLE
073400*----------------------------------------------------------
073500 2400-CHECK-CANCELLED.
073600     MOVE "N" TO WS-CANCELLED-SW
073700     PERFORM 2450-CHECK-ONE
073800         THRU 2450-EXIT
073900         VARYING WS-CAN-FX FROM 1 BY 1
074000         UNTIL WS-CAN-FX > WS-CAN-MAX OR WS-CANCELLED.
074100 2400-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------
074500* 2450-CHECK-ONE - ONE ENTRY OF THE CANCELLATION TABLE
074600*----------------------------------------------------------
074700 2450-CHECK-ONE.
074800     IF WS-CAN-KEY (WS-CAN-FX) = WS-CUR-KEY
074900         SET WS-CANCELLED TO TRUE
075000     END-IF.
075100 2450-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------
075500* 3000-SORT-INPUT - CANCEL EACH SECTION IN TURN
075600*----------------------------------------------------------
075700 3000-SORT-INPUT.
075800     PERFORM 3100-CANCEL-SECTION
075900         THRU 3100-EXIT
076000         VARYING WS-CAN-IX FROM 1 BY 1
076100         UNTIL WS-CAN-IX > WS-CAN-MAX.
076200 3000-EXIT.
076300     EXIT.
076400
076500*----------------------------------------------------------
076600* 3100-CANCEL-SECTION - MOVE OR WAITLIST EVERY STUDENT OF
076700*     ONE SECTION, THEN RETIRE IT.  A SECTION TOO FULL FOR
076800*     THE REGISTRATION TABLE IS LEFT ALONE AND REJECTED.
076900*----------------------------------------------------------
077000 3100-CANCEL-SECTION.
077100     MOVE WS-CAN-KEY (WS-CAN-IX) TO WS-CUR-KEY
077200     MOVE WS-CUR-KEY TO CS-KEY
077300     READ COURSE-SECTION-FILE
077400     IF NOT WS-SECT-OK
077500         DISPLAY "SECCANC - LECTURE CRSESECT IMPOSSIBLE "
077600             WS-CUR-KEY " " WS-SECT-STATUS
077700         GO TO 3100-EXIT
077800     END-IF
077900     MOVE CS-TERM TO WS-CUR-TERM
078000     PERFORM 3200-LOAD-REGISTRATIONS
078100         THRU 3200-EXIT
078200     IF WS-REG-FULL
078500         MOVE "TROP D INSCRITS - SECTION NON ANNULEE"
078600             TO REJ-REASON
078700         PERFORM 7100-WRITE-REJECT
078800             THRU 7100-EXIT
078900         GO TO 3100-EXIT
079000     END-IF
079100     MOVE CS-COURSECODE    TO SEC-COURSECODE
079200     MOVE CS-SECTION       TO SEC-SECTION
079300     MOVE CS-TERM          TO SEC-TERM
079400     MOVE CS-CURRENT-COUNT TO SEC-COUNT
079500     MOVE CS-MIN-SEATS     TO SEC-MIN
079600     WRITE CANCEL-RPT-REC FROM WS-SECTION-LINE
079700     PERFORM 3300-LOAD-OTHER-SECTIONS
079800         THRU 3300-EXIT
079900     PERFORM 4000-MOVE-STUDENT
080000         THRU 4000-EXIT
080100         VARYING WS-REG-IX FROM 1 BY 1
080200         UNTIL WS-REG-IX > WS-REG-MAX
080300     MOVE WS-CUR-KEY TO CS-KEY
080400     READ COURSE-SECTION-FILE
080500     IF NOT WS-SECT-OK
080600         DISPLAY "SECCANC - RELECTURE CRSESECT IMPOSSIBLE "
080700             WS-CUR-KEY " " WS-SECT-STATUS
080800         GO TO 3100-EXIT
080900     END-IF
081000     MOVE COURSE-SECTION-REC TO WS-AUD-BEFORE
081100     DELETE COURSE-SECTION-FILE RECORD
081200     IF NOT WS-SECT-OK
081300         DISPLAY "SECCANC - SUPPRESSION CRSESECT IMPOSSIBLE "
081400             WS-SECT-STATUS
081500         GO TO 9999-ABEND
081600     END-IF
081700     MOVE "CRSESECT" TO WS-AUD-FILE
081800     MOVE "D"        TO WS-AUD-ACTION
081900     MOVE SPACES     TO WS-AUD-AFTER
082000     PERFORM 7200-WRITE-AUDIT
082100         THRU 7200-EXIT
082200     MOVE WS-CUR-TERM TO WS-CAN-TERM (WS-CAN-IX)
082210     SET WS-CAN-DONE (WS-CAN-IX) TO TRUE
082220     ADD 1 TO WS-SECT-CANCEL-COUNT.
082300 3100-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------
082700* 3200-LOAD-REGISTRATIONS - THE SECTION'S REGISTRATIONS, OFF
082800*     THE COURSE PATH, INTO THE TABLE
082900*----------------------------------------------------------
083000 3200-LOAD-REGISTRATIONS.
083100     MOVE ZERO TO WS-REG-MAX
083200     MOVE "N" TO WS-REG-FULL-SW
083300     MOVE "N" TO WS-SCAN-EOF-SW
083400     MOVE WS-CUR-COURSE TO SM-COURSECODE
083500     START STUDENT-MASTER KEY >= SM-COURSECODE
083600     IF NOT WS-MAST-OK
083700         GO TO 3200-EXIT
083800     END-IF
083900     PERFORM 3250-LOAD-ONE-REG
084000         THRU 3250-EXIT
084100         UNTIL WS-SCAN-EOF.
084200 3200-EXIT.
084300     EXIT.
084400
084500*----------------------------------------------------------
084600* 3250-LOAD-ONE-REG - ONE RECORD ALONG THE COURSE PATH
084700*----------------------------------------------------------
084800 3250-LOAD-ONE-REG.
084900     READ STUDENT-MASTER NEXT RECORD
085000         AT END
085100             SET WS-SCAN-EOF TO TRUE
085200             GO TO 3250-EXIT
085300     END-READ
085400     IF SM-COURSECODE NOT = WS-CUR-COURSE
085500         SET WS-SCAN-EOF TO TRUE
085600         GO TO 3250-EXIT
085700     END-IF
085800     IF SM-SECTION NOT = WS-CUR-SECT
085900         GO TO 3250-EXIT
086000     END-IF
086100     IF WS-REG-MAX >= 300
086200         SET WS-REG-FULL TO TRUE
086300         SET WS-SCAN-EOF TO TRUE
086400         GO TO 3250-EXIT
086500     END-IF
086600     ADD 1 TO WS-REG-MAX
086700     MOVE STUDENT-MASTER-REC TO WS-REG-IMAGE (WS-REG-MAX).
086800 3250-EXIT.
086900     EXIT.
087000
087100*----------------------------------------------------------
087200* 3300-LOAD-OTHER-SECTIONS - THE COURSE'S OTHER SECTIONS FOR
087300*     THE SAME TERM THAT CAN TAKE A STUDENT: STILL RUNNING
087400*     AND NOT THEMSELVES BEING CANCELLED
087500*----------------------------------------------------------
087600 3300-LOAD-OTHER-SECTIONS.
087700     MOVE ZERO TO WS-ALT-MAX
087800     MOVE "N" TO WS-SCAN-EOF-SW
087900     MOVE WS-CUR-COURSE TO CS-COURSECODE
088000     MOVE LOW-VALUES    TO CS-SECTION
088100     START COURSE-SECTION-FILE KEY >= CS-KEY
088200     IF NOT WS-SECT-OK
088300         GO TO 3300-EXIT
088400     END-IF
088500     PERFORM 3350-LOAD-ONE-SECTION
088600         THRU 3350-EXIT
088700         UNTIL WS-SCAN-EOF.
088800 3300-EXIT.
088900     EXIT.
089000
089100*----------------------------------------------------------
089200* 3350-LOAD-ONE-SECTION - ONE SECTION OF THE COURSE
089300*----------------------------------------------------------
089400 3350-LOAD-ONE-SECTION.
089500     READ COURSE-SECTION-FILE NEXT RECORD
089600         AT END
089700             SET WS-SCAN-EOF TO TRUE
089800             GO TO 3350-EXIT
089900     END-READ
090000     IF CS-COURSECODE NOT = WS-CUR-COURSE
090100         SET WS-SCAN-EOF TO TRUE
090200         GO TO 3350-EXIT
090300     END-IF
090400     IF CS-TERM NOT = WS-CUR-TERM
090500         OR CURRENTDATE > CS-END-DATE
090600         GO TO 3350-EXIT
090700     END-IF
090800     MOVE "N" TO WS-CANCELLED-SW
090900     PERFORM 3360-CHECK-ONE-CANCEL
091000         THRU 3360-EXIT
091100         VARYING WS-CAN-FX FROM 1 BY 1
091200         UNTIL WS-CAN-FX > WS-CAN-MAX OR WS-CANCELLED
091300     IF WS-CANCELLED
091400         GO TO 3350-EXIT
091500     END-IF
091600     IF WS-ALT-MAX >= 20
091700         SET WS-SCAN-EOF TO TRUE
091800         GO TO 3350-EXIT
091900     END-IF
092000     ADD 1 TO WS-ALT-MAX
092100     MOVE CS-SECTION TO WS-ALT-SECT (WS-ALT-MAX).
092200 3350-EXIT.
092300     EXIT.
092400
092500*----------------------------------------------------------
092600* 3360-CHECK-ONE-CANCEL - IS THE SECTION JUST READ ONE OF
092700*     THIS RUN'S CANCELLATIONS
092800*----------------------------------------------------------
092900 3360-CHECK-ONE-CANCEL.
093000     IF WS-CAN-KEY (WS-CAN-FX) = CS-KEY
093100         SET WS-CANCELLED TO TRUE
093200     END-IF.
093300 3360-EXIT.
093400     EXIT.
093500
093600*----------------------------------------------------------
093700* 4000-MOVE-STUDENT - WITHDRAW ONE REGISTRATION WITH THE
093800*     FULL FEE REVERSED, THEN RE-FILE IT IN ANOTHER SECTION
093900*     OR WAITLIST IT
094000*----------------------------------------------------------
094100 4000-MOVE-STUDENT.
094200     MOVE WS-REG-IMAGE (WS-REG-IX) TO STUDENT-MASTER-REC
094300     READ STUDENT-MASTER
094400     IF NOT WS-MAST-OK
094500         DISPLAY "SECCANC - INSCRIPTION DISPARUE : " SM-KEY
094600         GO TO 4000-EXIT
094700     END-IF
094800     MOVE STUDENT-MASTER-REC TO WS-SAVE-REC
094900     MOVE STUDENT-MASTER-REC TO WS-AUD-BEFORE
095000     DELETE STUDENT-MASTER RECORD
095100     IF NOT WS-MAST-OK
095200         DISPLAY "SECCANC - SUPPRESSION STUMAST IMPOSSIBLE "
095300             WS-MAST-STATUS
095400         GO TO 9999-ABEND
095500     END-IF
095600     MOVE "STUMAST " TO WS-AUD-FILE
095700     MOVE "D"        TO WS-AUD-ACTION
095800     MOVE SPACES     TO WS-AUD-AFTER
095900     PERFORM 7200-WRITE-AUDIT
096000         THRU 7200-EXIT
096100     MOVE "D" TO WS-JRN-ACTION
096200     PERFORM 7300-WRITE-JOURNAL
096300         THRU 7300-EXIT
096400     ADD 1 TO WS-WITHDRAWN-COUNT
096500     MOVE SPACES TO SORT-REC
096600     MOVE SM-STUDENTID  TO SR-STUDENTID
096700     MOVE SM-COURSECODE TO SR-COURSECODE
096800     MOVE SM-SECTION    TO SR-OLD-SECTION
096900     MOVE SM-NOM        TO SR-NOM
097000     MOVE ZERO          TO SR-REFUND
097100     PERFORM 4100-REVERSE-FEE
097200         THRU 4100-EXIT
097300     MOVE ZERO TO WS-NEW-IX
097400     MOVE ZERO TO WS-WAIT-IX
097500     PERFORM 4200-TRY-SECTION
097600         THRU 4200-EXIT
097700         VARYING WS-ALT-IX FROM 1 BY 1
097800         UNTIL WS-ALT-IX > WS-ALT-MAX OR WS-NEW-IX > ZERO
097900     EVALUATE TRUE
098000         WHEN WS-NEW-IX > ZERO
098100             PERFORM 4500-REREGISTER
098200                 THRU 4500-EXIT
098300         WHEN WS-WAIT-IX > ZERO
098400             PERFORM 4700-WAITLIST
098500                 THRU 4700-EXIT
098600         WHEN OTHER
098700             MOVE "N" TO SR-OUTCOME
098800             ADD 1 TO WS-NO-SECT-COUNT
098900     END-EVALUATE
098905     MOVE SPACES TO NOTIFY-QUEUE-REC
098910     MOVE SR-STUDENTID   TO NQ-STUDENTID
098915     SET NQ-EVT-CANCELLED TO TRUE
098920     MOVE SR-COURSECODE  TO NQ-COURSECODE
098925     MOVE SR-OLD-SECTION TO NQ-SECTION
098930     MOVE SR-NEW-SECTION TO NQ-NEW-SECTION
098935     MOVE WS-CUR-TERM    TO NQ-TERM
098940     MOVE SR-REFUND      TO NQ-AMOUNT
098945     MOVE SR-OUTCOME     TO NQ-DETAIL
098950     PERFORM 7700-WRITE-NOTICE
098955         THRU 7700-EXIT
099000     RELEASE SORT-REC.
099100 4000-EXIT.
099200     EXIT.
099300
099400*----------------------------------------------------------
099500* 4100-REVERSE-FEE - GIVE THE SEAT BACK ON THE COURSE AND
099600*     THE WHOLE FEE BACK ON THE ACCOUNT - THE REFUND
099700*     SCHEDULE DOES NOT APPLY TO A CANCELLED SECTION.  A
099800*     SPONSOR'S SHARE GOES BACK TO THE SPONSOR IN FULL.
099900*----------------------------------------------------------
100000 4100-REVERSE-FEE.
100100     MOVE ZERO TO WS-FEE
100200     MOVE SM-COURSECODE TO CM-COURSECODE
100300     READ COURSE-MASTER
100400     IF NOT WS-CRSE-OK
100500         DISPLAY "SECCANC - COURS INCONNU : " SM-COURSECODE
100600         GO TO 4100-EXIT
100700     END-IF
100800     IF CM-CURRENT-COUNT > ZERO
100900         SUBTRACT 1 FROM CM-CURRENT-COUNT
101000     END-IF
101100     REWRITE COURSE-MASTER-REC
101200     IF NOT WS-CRSE-OK
101300         DISPLAY "SECCANC - MAJ CRSEMAST IMPOSSIBLE "
101400             WS-CRSE-STATUS
101500     END-IF
101600     MOVE CM-FEE-AMOUNT TO WS-FEE
101700     IF WS-FEE = ZERO
101800         GO TO 4100-EXIT
101900     END-IF
102000     MOVE SPACES TO BILL-TRANS-REC
102100     MOVE SM-STUDENTID  TO BT-STUDENTID
102200     MOVE SM-COURSECODE TO BT-COURSECODE
102300     MOVE "R"           TO BT-TYPE
102400     MOVE WS-FEE        TO BT-AMOUNT
102500     MOVE CURRENTDATE   TO BT-DATE
102600     WRITE BILL-TRANS-REC
102700     IF NOT WS-BILL-OK
102800         DISPLAY "SECCANC - ECRITURE BILLTRAN IMPOSSIBLE "
102900             WS-BILL-STATUS
103000         GO TO 4100-EXIT
103100     END-IF
103200     PERFORM 7400-POST-BALANCE
103300         THRU 7400-EXIT
103400     MOVE SM-STUDENTID  TO WS-SPN-STUDENTID
103500     MOVE SM-COURSECODE TO WS-SPN-COURSE
103510     MOVE WS-CUR-TERM   TO WS-SPN-TERM
103600     MOVE CURRENTDATE   TO WS-SPN-DATE
103700     PERFORM 7600-RETURN-SPONSOR-SHARE
103800         THRU 7600-EXIT
103900     COMPUTE SR-REFUND = WS-FEE - WS-SPN-RETURNED
104000     ADD SR-REFUND TO WS-REFUND-TOTAL.
104100 4100-EXIT.
104200     EXIT.
104300
104400*----------------------------------------------------------
104500* 4200-TRY-SECTION - ONE OF THE COURSE'S OTHER SECTIONS.
104600*     THE FIRST WITHOUT A TIME CONFLICT IS NOTED FOR THE
104700*     WAITLIST; THE FIRST WITH A SEAT FREE AS WELL TAKES THE
104800*     STUDENT.
104900*----------------------------------------------------------
105000 4200-TRY-SECTION.
105100     MOVE WS-CUR-COURSE TO CS-COURSECODE
105200     MOVE WS-ALT-SECT (WS-ALT-IX) TO CS-SECTION
105300     READ COURSE-SECTION-FILE
105400     IF NOT WS-SECT-OK
105500         GO TO 4200-EXIT
105600     END-IF
105700     PERFORM 4300-CHECK-SCHEDULE
105800         THRU 4300-EXIT
105900     IF WS-SCHED-CONFLICT
106000         GO TO 4200-EXIT
106100     END-IF
106200     IF WS-WAIT-IX = ZERO
106300         MOVE WS-ALT-IX TO WS-WAIT-IX
106400     END-IF
106500     IF CS-CURRENT-COUNT < CS-MAX-SEATS
106600         MOVE WS-ALT-IX TO WS-NEW-IX
106700     END-IF.
106800 4200-EXIT.
106900     EXIT.
107000
107100*----------------------------------------------------------
107200* 4300-CHECK-SCHEDULE - THE SECTION'S MEETING DAYS AND
107300*     TIMES AGAINST THE STUDENT'S OTHER REGISTRATIONS, AS
107400*     ENTREE CHECKS THEM.  THE CRSESECT RECORD IS RE-READ
107500*     AFTERWARD.
107600*----------------------------------------------------------
107700 4300-CHECK-SCHEDULE.
107800     MOVE "N" TO WS-SCHED-CONFLICT-SW
107900     IF CS-MEET-DAYS = SPACES
108000         OR CS-START-TIME NOT NUMERIC
108100         OR CS-END-TIME NOT NUMERIC
108200         GO TO 4300-EXIT
108300     END-IF
108400     MOVE CS-COURSECODE  TO WS-NEW-SECT-COURSE
108500     MOVE CS-SECTION     TO WS-NEW-SECT-SECT
108600     MOVE CS-MEET-DAYS   TO WS-NEW-MEET-DAYS
108700     MOVE CS-START-TIME  TO WS-NEW-START-TIME
108800     MOVE CS-END-TIME    TO WS-NEW-END-TIME
108900     MOVE CS-START-DATE  TO WS-NEW-START-DATE
109000     MOVE CS-END-DATE    TO WS-NEW-END-DATE
109100     MOVE "N" TO WS-SCHED-EOF-SW
109200     MOVE WS-SAVE-REC TO STUDENT-MASTER-REC
109300     MOVE SPACES TO SM-COURSECODE
109400     START STUDENT-MASTER KEY >= SM-KEY
109500     IF WS-MAST-OK
109600         PERFORM 4350-CHECK-ONE-SCHED
109700             THRU 4350-EXIT
109800             UNTIL WS-SCHED-EOF OR WS-SCHED-CONFLICT
109900     END-IF
110000     MOVE WS-SAVE-REC TO STUDENT-MASTER-REC
110100     MOVE WS-NEW-SECT-KEY TO CS-KEY
110200     READ COURSE-SECTION-FILE
110300         INVALID KEY
110400             DISPLAY "SECCANC - RELECTURE CRSESECT IMPOSSIBLE "
110500                 WS-NEW-SECT-KEY
110600     END-READ.
110700 4300-EXIT.
110800     EXIT.
110900
111000*----------------------------------------------------------
111100* 4350-CHECK-ONE-SCHED - ONE OTHER REGISTRATION OF THE
111200*     STUDENT - ITS SECTION'S DATES, DAYS AND TIMES AGAINST
111300*     THE SECTION TRIED
111400*----------------------------------------------------------
111500 4350-CHECK-ONE-SCHED.
111600     READ STUDENT-MASTER NEXT RECORD
111700         AT END
111800             SET WS-SCHED-EOF TO TRUE
111900             GO TO 4350-EXIT
112000     END-READ
112100     IF SM-KEY (1:7) NOT = WS-SAVE-REC (1:7)
112200         SET WS-SCHED-EOF TO TRUE
112300         GO TO 4350-EXIT
112400     END-IF
112500     IF SM-COURSECODE = WS-NEW-SECT-COURSE
112600         GO TO 4350-EXIT
112700     END-IF
112800     MOVE SM-COURSECODE TO CS-COURSECODE
112900     MOVE SM-SECTION    TO CS-SECTION
113000     READ COURSE-SECTION-FILE
113100         INVALID KEY
113200             GO TO 4350-EXIT
113300     END-READ
113400     IF CS-MEET-DAYS = SPACES
113500         OR CS-START-TIME NOT NUMERIC
113600         OR CS-END-TIME NOT NUMERIC
113700         GO TO 4350-EXIT
113800     END-IF
113900     IF WS-NEW-START-DATE > CS-END-DATE
114000         OR CS-START-DATE > WS-NEW-END-DATE
114100         GO TO 4350-EXIT
114200     END-IF
114300     IF WS-NEW-START-TIME >= CS-END-TIME
114400         OR CS-START-TIME >= WS-NEW-END-TIME
114500         GO TO 4350-EXIT
114600     END-IF
114700     MOVE "N" TO WS-DAY-COMMON-SW
114800     PERFORM 4370-CHECK-DAY
114900         THRU 4370-EXIT
115000         VARYING WS-DAY-IX FROM 1 BY 1
115100         UNTIL WS-DAY-IX > 7 OR WS-DAY-COMMON
115200     IF WS-DAY-COMMON
115300         SET WS-SCHED-CONFLICT TO TRUE
115400     END-IF.
115500 4350-EXIT.
115600     EXIT.
115700
115800*----------------------------------------------------------
115900* 4370-CHECK-DAY - ONE WEEKDAY FLAG OF THE TWO SCHEDULES
116000*----------------------------------------------------------
116100 4370-CHECK-DAY.
116200     IF WS-NEW-MEET-DAYS (WS-DAY-IX:1) = "Y"
116300         AND CS-MEET-DAYS (WS-DAY-IX:1) = "Y"
116400         SET WS-DAY-COMMON TO TRUE
116500     END-IF.
116600 4370-EXIT.
116700     EXIT.
116800
116900*----------------------------------------------------------
117000* 4500-REREGISTER - FILE THE REGISTRATION IN THE NEW
117100*     SECTION, TAKE THE SEAT AND CHARGE THE FEE AS ENTREE
117200*     DOES
117300*----------------------------------------------------------
117400 4500-REREGISTER.
117500     MOVE WS-CUR-COURSE TO CS-COURSECODE
117600     MOVE WS-ALT-SECT (WS-NEW-IX) TO CS-SECTION
117700     READ COURSE-SECTION-FILE
117800     IF NOT WS-SECT-OK
117900         DISPLAY "SECCANC - LECTURE CRSESECT IMPOSSIBLE "
118000             CS-KEY " " WS-SECT-STATUS
118100         MOVE "N" TO SR-OUTCOME
118200         ADD 1 TO WS-NO-SECT-COUNT
118300         GO TO 4500-EXIT
118400     END-IF
118500     MOVE WS-SAVE-REC TO STUDENT-MASTER-REC
118600     MOVE CS-SECTION  TO SM-SECTION
118700     ACCEPT TS-DATE FROM DATE YYYYMMDD
118800     ACCEPT TS-TIME FROM TIME
118900     MOVE WS-TIMESTAMP-KEY TO SM-REG-TIMESTAMP
119000     MOVE "SECCANC " TO SM-OPERATOR-ID
119100     MOVE SPACE      TO SM-SIS-FLAG
119200     WRITE STUDENT-MASTER-REC
119300     IF NOT WS-MAST-OK
119400         DISPLAY "SECCANC - ECRITURE STUMAST IMPOSSIBLE "
119500             WS-MAST-STATUS " " SM-KEY
119600         MOVE "N" TO SR-OUTCOME
119700         ADD 1 TO WS-NO-SECT-COUNT
119800         GO TO 4500-EXIT
119900     END-IF
120000     MOVE "W" TO WS-JRN-ACTION
120100     PERFORM 7300-WRITE-JOURNAL
120200         THRU 7300-EXIT
120300     MOVE "STUMAST "         TO WS-AUD-FILE
120400     MOVE "A"                TO WS-AUD-ACTION
120500     MOVE SPACES             TO WS-AUD-BEFORE
120600     MOVE STUDENT-MASTER-REC TO WS-AUD-AFTER
120700     PERFORM 7200-WRITE-AUDIT
120800         THRU 7200-EXIT
120900     ADD 1 TO CS-CURRENT-COUNT
121000     REWRITE COURSE-SECTION-REC
121100     IF NOT WS-SECT-OK
121200         DISPLAY "SECCANC - MAJ CRSESECT IMPOSSIBLE "
121300             WS-SECT-STATUS
121400     END-IF
121500     MOVE "R"        TO SR-OUTCOME
121600     MOVE CS-SECTION TO SR-NEW-SECTION
121700     ADD 1 TO WS-MOVED-COUNT
121800     MOVE SM-COURSECODE TO CM-COURSECODE
121900     READ COURSE-MASTER
122000     IF NOT WS-CRSE-OK
122100         DISPLAY "SECCANC - COURS INCONNU : " SM-COURSECODE
122200         GO TO 4500-EXIT
122300     END-IF
122400     ADD 1 TO CM-CURRENT-COUNT
122500     REWRITE COURSE-MASTER-REC
122600     IF NOT WS-CRSE-OK
122700         DISPLAY "SECCANC - MAJ CRSEMAST IMPOSSIBLE "
122800             WS-CRSE-STATUS
122900     END-IF
123000     IF CM-FEE-AMOUNT = ZERO
123100         GO TO 4500-EXIT
123200     END-IF
123300     MOVE SPACES TO BILL-TRANS-REC
123400     MOVE SM-STUDENTID  TO BT-STUDENTID
123500     MOVE SM-COURSECODE TO BT-COURSECODE
123600     MOVE "C"           TO BT-TYPE
123700     MOVE CM-FEE-AMOUNT TO BT-AMOUNT
123800     MOVE CURRENTDATE   TO BT-DATE
123900     WRITE BILL-TRANS-REC
124000     IF NOT WS-BILL-OK
124100         DISPLAY "SECCANC - ECRITURE BILLTRAN IMPOSSIBLE "
124200             WS-BILL-STATUS
124300         GO TO 4500-EXIT
124400     END-IF
124500     PERFORM 7400-POST-BALANCE
124600         THRU 7400-EXIT
124700     MOVE SM-STUDENTID  TO WS-SPN-STUDENTID
124800     MOVE SM-COURSECODE TO WS-SPN-COURSE
124900     MOVE CM-FEE-AMOUNT TO WS-SPN-FEE
125000     MOVE CS-TERM       TO WS-SPN-TERM
125100     MOVE CURRENTDATE   TO WS-SPN-DATE
125200     PERFORM 7500-APPLY-SPONSOR
125300         THRU 7500-EXIT.
125400 4500-EXIT.
125500     EXIT.
125600
125700*----------------------------------------------------------
125800* 4700-WAITLIST - NO SEAT FREE: WAITLIST THE STUDENT ON THE
125900*     FIRST SECTION WITHOUT A TIME CONFLICT, KEEPING THE
126000*     ORIGINAL REGISTRATION'S TIMESTAMP AND OPERATOR
126100*----------------------------------------------------------
126200 4700-WAITLIST.
126300     MOVE WS-SAVE-REC TO STUDENT-MASTER-REC
126400     MOVE SPACES TO WAITLIST-REC
126500     MOVE SM-STUDENTID     TO WL-STUDENTID
126600     MOVE SM-COURSECODE    TO WL-COURSECODE
126700     MOVE WS-ALT-SECT (WS-WAIT-IX) TO WL-SECTION
126800     MOVE SM-NOM           TO WL-NOM
126900     MOVE SM-GENDER        TO WL-GENDER
127000     MOVE SM-REG-TIMESTAMP TO WL-REG-TIMESTAMP
127100     MOVE SM-OPERATOR-ID   TO WL-OPERATOR-ID
127200     WRITE WAITLIST-REC
127300     IF NOT WS-WAIT-OK
127400         DISPLAY "SECCANC - ECRITURE WAITLIST IMPOSSIBLE "
127500             WS-WAIT-STATUS
127600         MOVE "N" TO SR-OUTCOME
127700         ADD 1 TO WS-NO-SECT-COUNT
127800         GO TO 4700-EXIT
127900     END-IF
128000     MOVE "W"         TO SR-OUTCOME
128100     MOVE WL-SECTION  TO SR-NEW-SECTION
128200     ADD 1 TO WS-WAITED-COUNT.
128300 4700-EXIT.
128400     EXIT.
128500
128600*----------------------------------------------------------
128700* 6000-SORT-OUTPUT - THE CANCELLATION REGISTER BY STUDENT
128800*----------------------------------------------------------
128900 6000-SORT-OUTPUT.
129000     MOVE SPACES TO CANCEL-RPT-REC
129100     WRITE CANCEL-RPT-REC
129200     WRITE CANCEL-RPT-REC FROM WS-REGISTER-HEADING
129300     PERFORM 6100-RETURN-REC
129400         THRU 6100-EXIT
129500     PERFORM 6200-PRINT-REC
129600         THRU 6200-EXIT
129700         UNTIL WS-EOF.
129800 6000-EXIT.
129900     EXIT.
130000
130100*----------------------------------------------------------
130200* 6100-RETURN-REC - NEXT SORTED REGISTRATION
130300*----------------------------------------------------------
130400 6100-RETURN-REC.
130500     RETURN SORT-WORK-FILE
130600         AT END
130700             SET WS-EOF TO TRUE
130800     END-RETURN.
130900 6100-EXIT.
131000     EXIT.
131100
131200*----------------------------------------------------------
131300* 6200-PRINT-REC - ONE REGISTER LINE; THE STUDENT IS NAMED
131400*     ON THE FIRST OF THE STUDENT'S LINES ONLY
131500*----------------------------------------------------------
131600 6200-PRINT-REC.
131700     IF WS-FIRST OR SR-STUDENTID NOT = WS-PREV-STUDENTID
131800         MOVE "N" TO WS-FIRST-SW
131900         MOVE SR-STUDENTID TO WS-PREV-STUDENTID
132000         MOVE SR-STUDENTID TO DTL-STUDENTID
132100         MOVE SR-NOM       TO DTL-NOM
132200     ELSE
132300         MOVE ZERO   TO DTL-STUDENTID
132400         MOVE SPACES TO DTL-NOM
132500     END-IF
132600     MOVE SR-COURSECODE  TO DTL-COURSECODE
132700     MOVE SR-OLD-SECTION TO DTL-OLD-SECTION
132800     MOVE SR-NEW-SECTION TO DTL-NEW-SECTION
132900     MOVE SR-REFUND      TO DTL-REFUND
133000     EVALUATE TRUE
133100         WHEN SR-REREGISTERED
133200             MOVE "REINSCRIT SECTION" TO DTL-OUTCOME
133300         WHEN SR-WAITLISTED
133400             MOVE "LISTE D ATTENTE" TO DTL-OUTCOME
133500         WHEN OTHER
133600             MOVE "RETIRE, SANS SECTION" TO DTL-OUTCOME
133700     END-EVALUATE
133800     WRITE CANCEL-RPT-REC FROM WS-DETAIL-LINE
133900     PERFORM 6100-RETURN-REC
134000         THRU 6100-EXIT.
134100 6200-EXIT.
134200     EXIT.
134300
134400*----------------------------------------------------------
134500* 7100-WRITE-REJECT - ONE SECTION REFUSED, ON THE REGISTER
134510*     (THE SECTION IN WS-CUR-KEY)
134600*----------------------------------------------------------
134700 7100-WRITE-REJECT.
134800     ADD 1 TO WS-SECT-REJECT-COUNT
134900     MOVE WS-CUR-COURSE TO REJ-COURSECODE
135000     MOVE WS-CUR-SECT   TO REJ-SECTION
135100     WRITE CANCEL-RPT-REC FROM WS-REJECT-LINE.
135200 7100-EXIT.
135300     EXIT.
135400
135500*----------------------------------------------------------
135600* 7200-WRITE-AUDIT - ONE MAINTENANCE AUDIT RECORD WITH THE
135700*     BEFORE AND AFTER IMAGES OF THE UPDATE
135800*----------------------------------------------------------
135900 7200-WRITE-AUDIT.
136000     MOVE SPACES TO MAINT-AUDIT-REC
136100     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
136200     ACCEPT WS-AUD-TIME FROM TIME
136300     MOVE WS-AUD-DATE   TO MA-DATE
136400     MOVE WS-AUD-TIME   TO MA-TIME
136500     MOVE "SECCANC "    TO MA-PROGRAM
136600     MOVE "SECCANC "    TO MA-OPERATOR
136700     MOVE WS-AUD-FILE   TO MA-FILE
136800     MOVE WS-AUD-ACTION TO MA-ACTION
136900     MOVE WS-AUD-BEFORE TO MA-BEFORE-IMAGE
137000     MOVE WS-AUD-AFTER  TO MA-AFTER-IMAGE
137100     WRITE MAINT-AUDIT-REC
137200     IF NOT WS-AUD-OK
137300         DISPLAY "SECCANC - ECRITURE MNTAUDT IMPOSSIBLE "
137400             WS-AUD-STATUS
137500     END-IF.
137600 7200-EXIT.
137700     EXIT.
137800
137900*----------------------------------------------------------
138000* 7300-WRITE-JOURNAL - ONE UPDATE-LOG RECORD FOR THE
138100*     STUMAST DELETE OR WRITE THAT JUST LANDED
138200*----------------------------------------------------------
138300 7300-WRITE-JOURNAL.
138400     MOVE SPACES TO STU-JOURNAL-REC
138500     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
138600     ACCEPT WS-JRN-TIME FROM TIME
138700     MOVE WS-JRN-DATE        TO JR-DATE
138800     MOVE WS-JRN-TIME        TO JR-TIME
138900     MOVE "SECCANC "         TO JR-PROGRAM
139000     MOVE WS-JRN-ACTION      TO JR-ACTION
139100     MOVE STUDENT-MASTER-REC TO JR-IMAGE
139200     WRITE STU-JOURNAL-REC
139300     IF NOT WS-JRN-OK
139400         DISPLAY "SECCANC - ECRITURE STUJRNL IMPOSSIBLE "
139500             WS-JRN-STATUS
139600     END-IF.
139700 7300-EXIT.
139800     EXIT.
139900
140000*----------------------------------------------------------
140100* 7400-POST-BALANCE - KEEP THE ACCOUNT BALANCE MASTER IN
140200*     STEP WITH THE BILLING RECORD JUST WRITTEN
140300*----------------------------------------------------------
140400 7400-POST-BALANCE.
140500     MOVE "N" TO WS-ABAL-NEW-SW
140600     MOVE BT-STUDENTID TO AB-STUDENTID
140700     READ ACCOUNT-BAL-FILE
140800     IF WS-ABAL-NOTFOUND
140900         SET WS-ABAL-NEW TO TRUE
141000         MOVE BT-STUDENTID TO AB-STUDENTID
141100         MOVE ZERO TO AB-BALANCE
141200         MOVE ZERO TO AB-CHARGES
141300         MOVE ZERO TO AB-PAYMENTS
141400     ELSE
141500         IF NOT WS-ABAL-OK
141600             DISPLAY "SECCANC - LECTURE ACCTBAL IMPOSSIBLE "
141700                 WS-ABAL-STATUS
141800             GO TO 7400-EXIT
141900         END-IF
142000     END-IF
142100     EVALUATE BT-TYPE
142200         WHEN "C"
142300         WHEN "S"
142400         WHEN "U"
142500             ADD BT-AMOUNT TO AB-CHARGES
142600             ADD BT-AMOUNT TO AB-BALANCE
142700         WHEN "R"
142800         WHEN "T"
142900             SUBTRACT BT-AMOUNT FROM AB-CHARGES
143000             SUBTRACT BT-AMOUNT FROM AB-BALANCE
143100         WHEN "P"
143200         WHEN "A"
143300             ADD BT-AMOUNT TO AB-PAYMENTS
143400             SUBTRACT BT-AMOUNT FROM AB-BALANCE
143500         WHEN OTHER
143600             CONTINUE
143700     END-EVALUATE
143800     MOVE BT-DATE TO AB-LAST-DATE
143900     IF WS-ABAL-NEW
144000         WRITE ACCOUNT-BAL-REC
144100     ELSE
144200         REWRITE ACCOUNT-BAL-REC
144300     END-IF
144400     IF NOT WS-ABAL-OK
144500         DISPLAY "SECCANC - MAJ ACCTBAL IMPOSSIBLE "
144600             WS-ABAL-STATUS
144700     END-IF.
144800 7400-EXIT.
144900     EXIT.
145000
145100*----------------------------------------------------------
145200* 7500-APPLY-SPONSOR - TAKE THE PART OF THE FEE JUST CHARGED
145300*     THAT A SPONSOR PAYS OFF THE STUDENT - ONE "T" RECORD
145400*     FOR EACH OF THE STUDENT'S AWARDS FOR THE TERM THAT
145500*     COVERS THE COURSE, AS IN ENTREE
145600*----------------------------------------------------------
145700 7500-APPLY-SPONSOR.
145800     IF NOT WS-AWD-PRESENT
145900         GO TO 7500-EXIT
146000     END-IF
146100     MOVE WS-SPN-FEE TO WS-SPN-LEFT
146200     MOVE "N" TO WS-SPN-DONE-SW
146300     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
146400     MOVE WS-SPN-TERM      TO AW-TERM
146500     MOVE LOW-VALUES       TO AW-SPONSORID
146600     START SPONSOR-AWARD-FILE KEY >= AW-KEY
146700     IF NOT WS-AWD-OK
146800         GO TO 7500-EXIT
146900     END-IF
147000     PERFORM 7510-APPLY-ONE-AWARD
147100         THRU 7510-EXIT
147200         UNTIL WS-SPN-DONE.
147300 7500-EXIT.
147400     EXIT.
147500
147600*----------------------------------------------------------
147700* 7510-APPLY-ONE-AWARD - ONE AWARD: A PERCENTAGE OF THE FEE
147800*     (CAPPED BY THE AMOUNT WHEN ONE IS GIVEN) OR WHAT IS
147900*     LEFT OF A FIXED AMOUNT, NOTED AGAINST THE COURSE
148000*----------------------------------------------------------
148100 7510-APPLY-ONE-AWARD.
148200     READ SPONSOR-AWARD-FILE NEXT RECORD
148300         AT END
148400             SET WS-SPN-DONE TO TRUE
148500             GO TO 7510-EXIT
148600     END-READ
148700     IF NOT WS-AWD-OK
148800         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
148900         OR AW-TERM NOT = WS-SPN-TERM
149000         OR WS-SPN-LEFT = ZERO
149100         SET WS-SPN-DONE TO TRUE
149200         GO TO 7510-EXIT
149300     END-IF
149400     IF AW-COURSE-LIST NOT = SPACES
149500         MOVE "N" TO WS-SPN-COVERED-SW
149600         PERFORM 7520-CHECK-COURSE
149700             THRU 7520-EXIT
149800             VARYING WS-SPN-IX FROM 1 BY 1
149900             UNTIL WS-SPN-IX > 6
150000         IF NOT WS-SPN-COVERED
150100             GO TO 7510-EXIT
150200         END-IF
150300     END-IF
150400     IF AW-BASIS-PERCENT
150500         COMPUTE WS-SPN-SHARE ROUNDED =
150600             WS-SPN-FEE * AW-PERCENT / 100
150700         IF AW-AMOUNT > ZERO
150800             AND WS-SPN-SHARE > AW-AMOUNT - AW-USED
150900             COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
151000         END-IF
151100     ELSE
151200         COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
151300     END-IF
151400     IF WS-SPN-SHARE > WS-SPN-LEFT
151500         MOVE WS-SPN-LEFT TO WS-SPN-SHARE
151600     END-IF
151700     IF WS-SPN-SHARE NOT > ZERO
151800         GO TO 7510-EXIT
151900     END-IF
152000     MOVE ZERO TO WS-SPN-SLOT
152100     PERFORM 7530-FIND-FREE-SLOT
152200         THRU 7530-EXIT
152300         VARYING WS-SPN-IX FROM 1 BY 1
152400         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
152500     IF WS-SPN-SLOT = ZERO
152600         DISPLAY "SECCANC - AIDE SATUREE, NON APPLIQUEE : "
152700             AW-KEY
152800         GO TO 7510-EXIT
152900     END-IF
153000     MOVE SPACES TO BILL-TRANS-REC
153100     MOVE WS-SPN-STUDENTID TO BT-STUDENTID
153200     MOVE WS-SPN-COURSE    TO BT-COURSECODE
153300     MOVE "T"              TO BT-TYPE
153400     MOVE WS-SPN-SHARE     TO BT-AMOUNT
153500     MOVE WS-SPN-DATE      TO BT-DATE
153600     MOVE AW-SPONSORID     TO BT-SPONSORID
153700     WRITE BILL-TRANS-REC
153800     IF NOT WS-BILL-OK
153900         DISPLAY "SECCANC - ECRITURE BILLTRAN IMPOSSIBLE "
154000             WS-BILL-STATUS
154100         GO TO 7510-EXIT
154200     END-IF
154300     PERFORM 7400-POST-BALANCE
154400         THRU 7400-EXIT
154500     MOVE WS-SPN-COURSE TO AW-CHG-COURSE (WS-SPN-SLOT)
154600     MOVE WS-SPN-SHARE  TO AW-CHG-SHARE (WS-SPN-SLOT)
154700     ADD WS-SPN-SHARE TO AW-USED
154800     REWRITE SPONSOR-AWARD-REC
154900     IF NOT WS-AWD-OK
155000         DISPLAY "SECCANC - MAJ SPAWARD IMPOSSIBLE "
155100             WS-AWD-STATUS
155200     END-IF
155300     SUBTRACT WS-SPN-SHARE FROM WS-SPN-LEFT.
155400 7510-EXIT.
155500     EXIT.
155600
155700*----------------------------------------------------------
155800* 7520-CHECK-COURSE - IS THE COURSE ON THE AWARD'S LIST
155900*----------------------------------------------------------
156000 7520-CHECK-COURSE.
156100     IF AW-COURSE (WS-SPN-IX) = WS-SPN-COURSE
156200         SET WS-SPN-COVERED TO TRUE
156300     END-IF.
156400 7520-EXIT.
156500     EXIT.
156600
156700*----------------------------------------------------------
156800* 7530-FIND-FREE-SLOT - FIRST UNUSED CHARGED-COURSE ENTRY
156900*----------------------------------------------------------
157000 7530-FIND-FREE-SLOT.
157100     IF AW-CHG-COURSE (WS-SPN-IX) = SPACES
157200         MOVE WS-SPN-IX TO WS-SPN-SLOT
157300     END-IF.
157400 7530-EXIT.
157500     EXIT.
157600
157700*----------------------------------------------------------
157800* 7600-RETURN-SPONSOR-SHARE - THE WHOLE OF EACH SPONSOR'S
157900*     SHARE OF THE COURSE FEE GOES BACK BY A "U" RECORD AND
158000*     THE COURSE ENTRY IS FREED.  WS-SPN-RETURNED COMES BACK
158100*     WITH THE TOTAL GIVEN BACK.
158200*----------------------------------------------------------
158300 7600-RETURN-SPONSOR-SHARE.
158400     MOVE ZERO TO WS-SPN-RETURNED
158500     IF NOT WS-AWD-PRESENT
158510         OR WS-SPN-TERM = SPACES
158600         GO TO 7600-EXIT
158700     END-IF
158800     MOVE "N" TO WS-SPN-DONE-SW
158900     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
159000     MOVE WS-SPN-TERM      TO AW-TERM
159100     MOVE LOW-VALUES       TO AW-SPONSORID
159200     START SPONSOR-AWARD-FILE KEY >= AW-KEY
159300     IF NOT WS-AWD-OK
159400         GO TO 7600-EXIT
159500     END-IF
159600     PERFORM 7610-RETURN-ONE-AWARD
159700         THRU 7610-EXIT
159800         UNTIL WS-SPN-DONE.
159900 7600-EXIT.
160000     EXIT.
160100
160200*----------------------------------------------------------
160300* 7610-RETURN-ONE-AWARD - ONE OF THE STUDENT'S AWARDS FOR THE
160400*     TERM OF THE WITHDRAWN SECTION
160500*----------------------------------------------------------
160600 7610-RETURN-ONE-AWARD.
160700     READ SPONSOR-AWARD-FILE NEXT RECORD
160800         AT END
160900             SET WS-SPN-DONE TO TRUE
161000             GO TO 7610-EXIT
161100     END-READ
161200     IF NOT WS-AWD-OK
161300         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
161310         OR AW-TERM NOT = WS-SPN-TERM
161400         SET WS-SPN-DONE TO TRUE
161500         GO TO 7610-EXIT
161600     END-IF
161700     MOVE ZERO TO WS-SPN-SLOT
161800     PERFORM 7620-FIND-COURSE-SLOT
161900         THRU 7620-EXIT
162000         VARYING WS-SPN-IX FROM 1 BY 1
162100         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
162200     IF WS-SPN-SLOT = ZERO
162300         GO TO 7610-EXIT
162400     END-IF
162500     MOVE AW-CHG-SHARE (WS-SPN-SLOT) TO WS-SPN-SHARE
162600     IF WS-SPN-SHARE > ZERO
162700         MOVE SPACES TO BILL-TRANS-REC
162800         MOVE WS-SPN-STUDENTID TO BT-STUDENTID
162900         MOVE WS-SPN-COURSE    TO BT-COURSECODE
163000         MOVE "U"              TO BT-TYPE
163100         MOVE WS-SPN-SHARE     TO BT-AMOUNT
163200         MOVE WS-SPN-DATE      TO BT-DATE
163300         MOVE AW-SPONSORID     TO BT-SPONSORID
163400         WRITE BILL-TRANS-REC
163500         IF NOT WS-BILL-OK
163600             DISPLAY "SECCANC - ECRITURE BILLTRAN IMPOSSIBLE "
163700                 WS-BILL-STATUS
163800             GO TO 7610-EXIT
163900         END-IF
164000         PERFORM 7400-POST-BALANCE
164100             THRU 7400-EXIT
164200         ADD WS-SPN-SHARE TO WS-SPN-RETURNED
164300         SUBTRACT WS-SPN-SHARE FROM AW-USED
164400     END-IF
164500     MOVE SPACES TO AW-CHG-COURSE (WS-SPN-SLOT)
164600     MOVE ZERO   TO AW-CHG-SHARE (WS-SPN-SLOT)
164700     REWRITE SPONSOR-AWARD-REC
164800     IF NOT WS-AWD-OK
164900         DISPLAY "SECCANC - MAJ SPAWARD IMPOSSIBLE "
165000             WS-AWD-STATUS
165100     END-IF.
165200 7610-EXIT.
165300     EXIT.
165400
165500*----------------------------------------------------------
165600* 7620-FIND-COURSE-SLOT - THE ENTRY HOLDING THE COURSE'S SHARE
165700*----------------------------------------------------------
165800 7620-FIND-COURSE-SLOT.
165900     IF AW-CHG-COURSE (WS-SPN-IX) = WS-SPN-COURSE
166000         MOVE WS-SPN-IX TO WS-SPN-SLOT
166100     END-IF.
166200 7620-EXIT.
166300     EXIT.
166400
166405*----------------------------------------------------------
166410* 7700-WRITE-NOTICE - QUEUE THE NOTICE BUILT BY THE CALLER,
166415*     STAMPED WITH THE PROGRAM AND THE TIME
166420*----------------------------------------------------------
166425 7700-WRITE-NOTICE.
166430     ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD
166435     ACCEPT WS-NTF-TIME FROM TIME
166440     MOVE WS-NTF-DATE TO NQ-DATE
166445     MOVE WS-NTF-TIME TO NQ-TIME
166450     MOVE "SECCANC "  TO NQ-PROGRAM
166455     WRITE NOTIFY-QUEUE-REC
166460     IF NOT WS-NTF-OK
166465         DISPLAY "SECCANC - ECRITURE NOTIFQ IMPOSSIBLE "
166470             WS-NTF-STATUS
166475     END-IF.
166480 7700-EXIT.
166485     EXIT.
166490
166500*----------------------------------------------------------
166600* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
166700*----------------------------------------------------------
166800 8000-TERMINATE.
166900     MOVE WS-SECT-CANCEL-COUNT TO TRL-CANCELLED
167000     MOVE WS-SECT-REJECT-COUNT TO TRL-REJECTED
167100     MOVE WS-WITHDRAWN-COUNT   TO TRL-WITHDRAWN
167200     MOVE WS-MOVED-COUNT       TO TRL-MOVED
167300     MOVE WS-WAITED-COUNT      TO TRL-WAITED
167400     MOVE WS-NO-SECT-COUNT     TO TRL-NO-SECT
167500     MOVE WS-REFUND-TOTAL      TO TRL-REFUND
167510     CLOSE WAITLIST-FILE
167520     PERFORM 8500-PURGE-WAITLIST
167530         THRU 8500-EXIT
167540     MOVE WS-WAIT-DROP-COUNT   TO TRL-WAIT-DROP
167600     MOVE SPACES TO CANCEL-RPT-REC
167700     WRITE CANCEL-RPT-REC
167800     WRITE CANCEL-RPT-REC FROM WS-TRAILER-1
167900     WRITE CANCEL-RPT-REC FROM WS-TRAILER-2
168000     WRITE CANCEL-RPT-REC FROM WS-TRAILER-3
168100     WRITE CANCEL-RPT-REC FROM WS-TRAILER-4
168200     WRITE CANCEL-RPT-REC FROM WS-TRAILER-5
168300     WRITE CANCEL-RPT-REC FROM WS-TRAILER-6
168400     WRITE CANCEL-RPT-REC FROM WS-TRAILER-7
168410     WRITE CANCEL-RPT-REC FROM WS-TRAILER-8
168500     CLOSE STUDENT-MASTER
168600     CLOSE COURSE-MASTER
168700     CLOSE COURSE-SECTION-FILE
168800     CLOSE BILL-TRANS-FILE
168900     CLOSE MAINT-AUDIT-FILE
169000     CLOSE STU-JOURNAL-FILE
169110     CLOSE NOTIFY-QUEUE-FILE
169200     IF WS-AWD-PRESENT
169300         CLOSE SPONSOR-AWARD-FILE
169400     END-IF
169500     CLOSE ACCOUNT-BAL-FILE
169600     CLOSE CANCEL-RPT-FILE.
169700 8000-EXIT.
169800     EXIT.
169900
169901*----------------------------------------------------------
169902* 8500-PURGE-WAITLIST - COPY THE WAITLIST TO WAITNEW, LESS
169903*     THE ENTRIES FOR THE SECTIONS CANCELLED THIS RUN.  THE
169904*     WHOLE FILE IS ALWAYS COPIED, SINCE THE JOB COPIES
169905*     WAITNEW BACK OVER WAITLIST.
169906*----------------------------------------------------------
169907 8500-PURGE-WAITLIST.
169908     OPEN OUTPUT WAITNEW-FILE
169909     IF NOT WS-WNEW-OK
169910         DISPLAY "SECCANC - OUVERTURE WAITNEW IMPOSSIBLE "
169911             WS-WNEW-STATUS
169912         GO TO 9999-ABEND
169913     END-IF
169914     OPEN INPUT WAITLIST-FILE
169915     IF NOT WS-WAIT-OK
169916         DISPLAY "SECCANC - RELECTURE WAITLIST IMPOSSIBLE "
169917             WS-WAIT-STATUS
169918         CLOSE WAITNEW-FILE
169919         GO TO 9999-ABEND
169920     END-IF
169921     MOVE "N" TO WS-WAIT-EOF-SW
169922     PERFORM 8510-PURGE-ONE-WAIT
169923         THRU 8510-EXIT
169924         UNTIL WS-WAIT-EOF
169925     CLOSE WAITLIST-FILE
169926     CLOSE WAITNEW-FILE.
169927 8500-EXIT.
169928     EXIT.
169929
169930*----------------------------------------------------------
169931* 8510-PURGE-ONE-WAIT - KEEP ONE WAITLIST ENTRY, OR DROP IT
169932*     WITH A REGISTER LINE AND A NOTICE IF ITS SECTION WAS
169933*     CANCELLED
169934*----------------------------------------------------------
169935 8510-PURGE-ONE-WAIT.
169936     READ WAITLIST-FILE
169937         AT END
169938             SET WS-WAIT-EOF TO TRUE
169939             GO TO 8510-EXIT
169940     END-READ
169941     MOVE "N" TO WS-WAIT-DROP-SW
169942     PERFORM 8520-CHECK-ONE-DROP
169943         THRU 8520-EXIT
169944         VARYING WS-CAN-FX FROM 1 BY 1
169945         UNTIL WS-CAN-FX > WS-CAN-MAX OR WS-WAIT-DROP
169946     IF NOT WS-WAIT-DROP
169947         WRITE WAITNEW-REC FROM WAITLIST-REC
169948         IF NOT WS-WNEW-OK
169949             DISPLAY "SECCANC - ECRITURE WAITNEW IMPOSSIBLE "
169950                 WS-WNEW-STATUS
169951             GO TO 9999-ABEND
169952         END-IF
169953         GO TO 8510-EXIT
169954     END-IF
169955     ADD 1 TO WS-WAIT-DROP-COUNT
169956     MOVE SPACES         TO WS-DETAIL-LINE
169957     MOVE WL-STUDENTID   TO DTL-STUDENTID
169958     MOVE WL-NOM         TO DTL-NOM
169959     MOVE WL-COURSECODE  TO DTL-COURSECODE
169960     MOVE WL-SECTION     TO DTL-OLD-SECTION
169961     MOVE "RETIRE ATTENTE" TO DTL-OUTCOME
169962     MOVE ZERO           TO DTL-REFUND
169963     WRITE CANCEL-RPT-REC FROM WS-DETAIL-LINE
169964     MOVE SPACES TO NOTIFY-QUEUE-REC
169965     MOVE WL-STUDENTID   TO NQ-STUDENTID
169966     SET NQ-EVT-CANCELLED TO TRUE
169967     MOVE WL-COURSECODE  TO NQ-COURSECODE
169968     MOVE WL-SECTION     TO NQ-SECTION
169969     MOVE WS-CUR-TERM    TO NQ-TERM
169970     MOVE ZERO           TO NQ-AMOUNT
169971     MOVE "N"            TO NQ-DETAIL
169972     PERFORM 7700-WRITE-NOTICE
169973         THRU 7700-EXIT.
169974 8510-EXIT.
169975     EXIT.
169976
169977*----------------------------------------------------------
169978* 8520-CHECK-ONE-DROP - IS THE ENTRY'S SECTION ONE THAT WAS
169979*     CANCELLED THIS RUN (ITS TERM INTO WS-CUR-TERM)
169980*----------------------------------------------------------
169981 8520-CHECK-ONE-DROP.
169982     IF WS-CAN-DONE (WS-CAN-FX)
169983         AND WS-CAN-COURSE (WS-CAN-FX) = WL-COURSECODE
169984         AND WS-CAN-SECT (WS-CAN-FX) = WL-SECTION
169985         MOVE WS-CAN-TERM (WS-CAN-FX) TO WS-CUR-TERM
169986         SET WS-WAIT-DROP TO TRUE
169987     END-IF.
169988 8520-EXIT.
169989     EXIT.
169990
170000*----------------------------------------------------------
170100* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
170200*----------------------------------------------------------
170300 9999-ABEND.
170400     DISPLAY "SECCANC - ARRET ANORMAL DU TRAITEMENT".
170500     STOP RUN.
170600 END PROGRAM SECCANC.
